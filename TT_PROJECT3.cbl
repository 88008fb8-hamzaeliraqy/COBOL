      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: TERM TIMETABLE AND TEACHING LOAD - prints the section
      *          timetable for one term from the section master
      *          (SECTMAST.TXT, see SECTMAST.DAT) twice over: once by
      *          room and once by instructor, each sorted by day and
      *          start time, with the course title from COURSECAT.TXT,
      *          the instructor's name from INSTMAST.TXT (see
      *          INSTMAST.DAT) and the students enrolled against the
      *          section's capacity. Students enrolled are counted the
      *          way COURSE-REGISTRATION counts them: a section
      *          enrollment on SECTENRL.TXT (see SECTENRL.DAT) counts
      *          while the student still holds the course, not
      *          withdrawn, on STUFILE-C.TXT. Two sections booked into
      *          the same room, or given to the same instructor, at
      *          overlapping times on the same day are marked CLASH.
      *          The timetable goes to TIMETBL_YYYYMMDD_HHMMSS.TXT.
      *          The teaching-load report, INSTLOAD_YYYYMMDD_HHMMSS.TXT,
      *          lists every instructor on file with sections, credit
      *          hours and students taught this term against the
      *          instructor's normal load, flags an overload, an
      *          inactive instructor carrying sections and an
      *          instructor with nothing to teach, and then lists any
      *          section whose instructor is not on the instructor
      *          master. Set TIMETABLE_TERM to print one term; unset,
      *          the latest term on the term master that has started
      *          by the run date is used. Return code 4 when a clash or
      *          an overload is reported, else 0. Read only - no lock
      *          is taken on STUFILE-C.TXT.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      *   15/10/2026 HE  The TIMETBL and INSTLOAD files are now entered
      *       in the report catalog RPTCAT.TXT through REPORT-REGISTER
      *       (see RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-TIMETABLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-RECORD ASSIGN TO WS-STUFILE-OUT-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STUDENT-NUMBER
           ALTERNATE RECORD KEY IS STUDENT-NAME
               WITH DUPLICATES
           FILE STATUS IS STATUS-FIELD.

           SELECT COURSE-CATALOG ASSIGN TO WS-COURSECAT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-STAT.

           SELECT INSTRUCTOR-MASTER ASSIGN TO WS-INSTMAST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INS-STAT.

           SELECT SECTION-MASTER ASSIGN TO WS-SECTMAST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEC-STAT.

           SELECT SECTION-ENROLL-FILE ASSIGN TO WS-SECTENRL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEN-STAT.

           SELECT TERM-MASTER ASSIGN TO WS-TERMMAST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRM-STAT.

           SELECT SORT-WORK-FILE ASSIGN TO "TTSORT.TMP".

           SELECT TIMETABLE-REPORT ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAD-REPORT ASSIGN TO WS-LOAD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS-FIELD.

           SELECT BUSDATE-FILE ASSIGN TO WS-BUSDATE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUSDATE-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-RECORD.
       01 STUDENTS.
           05 STUDENT-NUMBER PIC 9(6).
           05 TUITION-OWED PIC 9(6)V99.
           05 STUDENT-NAME PIC X(40).
           05 PROGRAM-OF-STUDY PIC X(5).
           COPY "COURSDTL.DAT".
           05 STUDENT-STANDING PIC X(1).

       FD COURSE-CATALOG.
           COPY "COURSCAT.DAT".

       FD INSTRUCTOR-MASTER.
           COPY "INSTMAST.DAT".

       FD SECTION-MASTER.
           COPY "SECTMAST.DAT".

       FD SECTION-ENROLL-FILE.
           COPY "SECTENRL.DAT".

       FD TERM-MASTER.
           COPY "TERMMAST.DAT".

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-GROUP-KEY PIC X(8).
           05 SORT-DAY PIC 9(1).
           05 SORT-START-TIME PIC 9(4).
           05 SORT-END-TIME PIC 9(4).
           05 SORT-SEC-IDX PIC 9(3).

       FD TIMETABLE-REPORT.
       01 REPORT-LINE PIC X(100).

       FD LOAD-REPORT.
       01 LOAD-REPORT-LINE PIC X(100).

       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.DAT".

       FD BUSDATE-FILE.
           COPY "BUSDATE.DAT".

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 WS-BUSDATE-PATH PIC X(60).
           05 BUSDATE-STAT PIC X(2).
           05 STATUS-FIELD PIC X(2).
           05 CAT-STAT PIC X(2).
           05 INS-STAT PIC X(2).
           05 SEC-STAT PIC X(2).
           05 SEN-STAT PIC X(2).
           05 TRM-STAT PIC X(2).
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 SORT-EOF-FLAG PIC X(3) VALUE "NO".
           05 CAT-EOF PIC X(3).
           05 INS-EOF PIC X(3).
           05 SEC-EOF PIC X(3).
           05 SEN-EOF PIC X(3).
           05 TRM-EOF PIC X(3).
           05 FIRST-RECORD-FLAG PIC X(3) VALUE "YES".
           05 CAT-IDX PIC 9(2).
           05 CATALOG-COUNT PIC 9(2) VALUE ZERO.
           05 INS-IDX PIC 9(3).
           05 INSTRUCTOR-COUNT PIC 9(3) VALUE ZERO.
           05 SEC-IDX PIC 9(3).
           05 SECTION-COUNT PIC 9(3) VALUE ZERO.
           05 HELD-IDX PIC 9(4).
           05 HELD-COUNT PIC 9(4) VALUE ZERO.
           05 COURSE-IDX PIC 9(2).
           05 DAY-IDX PIC 9(1).
           05 DAY-RELEASED-FLAG PIC X(1).
           05 FOUND-FLAG PIC X(1).
           05 WS-SORT-MODE PIC X(1).
               88 SORT-BY-ROOM VALUE "R".
               88 SORT-BY-INSTRUCTOR VALUE "I".
           05 CURRENT-KEY PIC X(8).
           05 CURRENT-DAY PIC 9(1).
           05 WS-GROUP-END PIC 9(4).
           05 WS-RUN-TERM PIC X(5) VALUE SPACES.
           05 WS-TERM-START PIC 9(8) VALUE ZERO.
           05 ROOM-CLASH-COUNT PIC 9(4) VALUE ZERO.
           05 INSTR-CLASH-COUNT PIC 9(4) VALUE ZERO.
           05 OVERLOAD-COUNT PIC 9(4) VALUE ZERO.
           05 UNKNOWN-INSTR-COUNT PIC 9(4) VALUE ZERO.
           05 MEETING-COUNT PIC 9(6) VALUE ZERO.
           05 WS-LOAD-SECTIONS PIC 9(3).
           05 WS-LOAD-HOURS PIC 9(3).
           05 WS-LOAD-STUDENTS PIC 9(5).
           05 WS-STUFILE-OUT-PATH PIC X(60).
           05 WS-COURSECAT-PATH PIC X(60).
           05 WS-INSTMAST-PATH PIC X(60).
           05 WS-SECTMAST-PATH PIC X(60).
           05 WS-SECTENRL-PATH PIC X(60).
           05 WS-TERMMAST-PATH PIC X(60).
           05 WS-REPORT-DIR PIC X(40).
           05 WS-REPORT-FILENAME PIC X(60).
           05 WS-LOAD-FILENAME PIC X(60).
           05 WS-AUDIT-LOG-PATH PIC X(60).
           05 AUDIT-STATUS-FIELD PIC X(2).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).

       01 DAY-NAME-VALUES.
           05 FILLER PIC X(24) VALUE "MONTUEWEDTHUFRISATSUNTBA".
       01 DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
           05 DAY-NAME PIC X(3) OCCURS 8 TIMES.

       01 CATALOG-VALUES.
           05 CATALOG-TABLE OCCURS 50 TIMES.
               10 CAT-TBL-CODE PIC X(7).
               10 CAT-TBL-TITLE PIC X(30).
               10 CAT-TBL-CREDITS PIC 9(2).

       01 INSTRUCTOR-VALUES.
           05 INSTRUCTOR-ENTRY OCCURS 200 TIMES.
               10 INS-TBL-ID PIC X(6).
               10 INS-TBL-NAME PIC X(30).
               10 INS-TBL-DEPT PIC X(5).
               10 INS-TBL-MAX-HOURS PIC 9(2).
               10 INS-TBL-STATUS PIC X(1).

       01 SECTION-VALUES.
           05 SECTION-ENTRY OCCURS 200 TIMES.
               10 SEC-TBL-COURSE PIC X(7).
               10 SEC-TBL-SECTION PIC X(3).
               10 SEC-TBL-INSTRUCTOR PIC X(6).
               10 SEC-TBL-ROOM PIC X(8).
               10 SEC-TBL-DAYS PIC X(7).
               10 SEC-TBL-START PIC 9(4).
               10 SEC-TBL-END PIC 9(4).
               10 SEC-TBL-CAPACITY PIC 9(3).
               10 SEC-TBL-ENROLLED PIC 9(4).
               10 SEC-TBL-CAT-IDX PIC 9(2).
               10 SEC-TBL-INS-IDX PIC 9(3).

       01 HELD-SECTION-VALUES.
           05 HELD-ENTRY OCCURS 2000 TIMES.
               10 HLD-STUDENT PIC 9(6).
               10 HLD-COURSE PIC X(7).
               10 HLD-SECTION PIC X(3).

       01 ROOM-HEADING.
           05 FILLER PIC X(6) VALUE "ROOM: ".
           05 RHD-ROOM PIC X(20).
           05 FILLER PIC X(74) VALUE SPACES.

       01 INSTRUCTOR-HEADING.
           05 FILLER PIC X(12) VALUE "INSTRUCTOR: ".
           05 IHD-INSTRUCTOR-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 IHD-NAME PIC X(30).
           05 FILLER PIC X(8) VALUE "  DEPT: ".
           05 IHD-DEPT PIC X(5).
           05 FILLER PIC X(37) VALUE SPACES.

       01 TIMETABLE-COLUMN-HEADING.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "DAY".
           05 FILLER PIC X(11) VALUE "TIME".
           05 FILLER PIC X(13) VALUE "COURSE SEC".
           05 FILLER PIC X(22) VALUE "TITLE".
           05 TCH-OTHER PIC X(26).
           05 FILLER PIC X(9) VALUE "ENR/CAP".
           05 FILLER PIC X(10) VALUE SPACES.

       01 TIMETABLE-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TTL-DAY PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TTL-START PIC 9(4).
           05 FILLER PIC X(1) VALUE "-".
           05 TTL-END PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TTL-COURSE-CODE PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TTL-SECTION PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TTL-TITLE PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TTL-OTHER PIC X(24).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TTL-ENROLLED PIC ZZ9.
           05 FILLER PIC X(1) VALUE "/".
           05 TTL-CAPACITY PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TTL-NOTE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.

       01 LOAD-COLUMN-HEADING.
           05 FILLER PIC X(8) VALUE "INSTR".
           05 FILLER PIC X(32) VALUE "NAME".
           05 FILLER PIC X(7) VALUE "DEPT".
           05 FILLER PIC X(5) VALUE "SECT".
           05 FILLER PIC X(5) VALUE "HRS".
           05 FILLER PIC X(7) VALUE "STUDNT".
           05 FILLER PIC X(5) VALUE "MAX".
           05 FILLER PIC X(31) VALUE "NOTE".

       01 LOAD-LINE.
           05 LDL-INSTRUCTOR-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LDL-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LDL-DEPT PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LDL-SECTIONS PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LDL-HOURS PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LDL-STUDENTS PIC ZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LDL-MAX-HOURS PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LDL-NOTE PIC X(24).
           05 FILLER PIC X(7) VALUE SPACES.

       01 UNKNOWN-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 UNK-COURSE-CODE PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 UNK-SECTION PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 UNK-INSTRUCTOR-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 UNK-NOTE PIC X(30).
           05 FILLER PIC X(45) VALUE SPACES.

       01 TOTAL-LINE.
           05 TOT-LABEL PIC X(32).
           05 TOT-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(61) VALUE SPACES.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-TIMETABLE.
           PERFORM 110-GET-FILE-PATHS.
           PERFORM 130-SET-RUN-TERM.
           IF WS-RUN-TERM = SPACES
               DISPLAY "NO TERM ON THE TERM MASTER HAS STARTED BY "
                   WS-RUN-DATE " - SET TIMETABLE_TERM" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 120-LOAD-CATALOG.
           PERFORM 122-LOAD-INSTRUCTORS.
           PERFORM 124-LOAD-SECTIONS.
           IF SECTION-COUNT = ZERO
               DISPLAY "NO SECTIONS ON FILE FOR TERM " WS-RUN-TERM
                   " - NOTHING PRINTED" UPON CONSOLE
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 126-LOAD-SECTION-ENROLLMENTS.
           OPEN INPUT STUDENT-RECORD.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "STUDENT-RECORD OPEN FAILED, FILE STATUS = "
                   STATUS-FIELD UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 140-COUNT-ENROLLED.
           CLOSE STUDENT-RECORD.
           OPEN OUTPUT TIMETABLE-REPORT.
           MOVE "TERM TIMETABLE - TERM " TO REPORT-LINE.
           MOVE WS-RUN-TERM TO REPORT-LINE (23:5).
           MOVE "RUN DATE " TO REPORT-LINE (31:9).
           MOVE WS-RUN-DATE TO REPORT-LINE (40:8).
           WRITE REPORT-LINE.
           MOVE "R" TO WS-SORT-MODE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-GROUP-KEY SORT-DAY
                   SORT-START-TIME SORT-END-TIME
               INPUT PROCEDURE IS 200-RELEASE-MEETINGS
               OUTPUT PROCEDURE IS 400-WRITE-TIMETABLE.
           MOVE "I" TO WS-SORT-MODE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-GROUP-KEY SORT-DAY
                   SORT-START-TIME SORT-END-TIME
               INPUT PROCEDURE IS 200-RELEASE-MEETINGS
               OUTPUT PROCEDURE IS 400-WRITE-TIMETABLE.
           PERFORM 450-WRITE-TIMETABLE-TOTALS.
           CLOSE TIMETABLE-REPORT.
           MOVE "TIMETBL" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           PERFORM 460-WRITE-LOAD-REPORT.
           PERFORM 500-WRITE-AUDIT-LOG.
           DISPLAY "TIMETABLE RUN COMPLETE, TERM: " WS-RUN-TERM
               " SECTIONS: " SECTION-COUNT
               " ROOM CLASHES: " ROOM-CLASH-COUNT
               " INSTRUCTOR CLASHES: " INSTR-CLASH-COUNT
               " OVERLOADS: " OVERLOAD-COUNT UPON CONSOLE.
           IF ROOM-CLASH-COUNT > ZERO OR INSTR-CLASH-COUNT > ZERO
               OR OVERLOAD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       110-GET-FILE-PATHS.
           ACCEPT WS-STUFILE-OUT-PATH FROM ENVIRONMENT "STUFILE_OUT".
           IF WS-STUFILE-OUT-PATH = SPACES
               MOVE "C:\Users\hamza\STUFILE-C.txt"
                   TO WS-STUFILE-OUT-PATH
           END-IF.
           ACCEPT WS-COURSECAT-PATH FROM ENVIRONMENT "COURSECAT_FILE".
           IF WS-COURSECAT-PATH = SPACES
               MOVE "C:\Users\hamza\COURSECAT.TXT"
                   TO WS-COURSECAT-PATH
           END-IF.
           ACCEPT WS-INSTMAST-PATH FROM ENVIRONMENT "INSTMAST_FILE".
           IF WS-INSTMAST-PATH = SPACES
               MOVE "C:\Users\hamza\INSTMAST.TXT" TO WS-INSTMAST-PATH
           END-IF.
           ACCEPT WS-SECTMAST-PATH FROM ENVIRONMENT "SECTMAST_FILE".
           IF WS-SECTMAST-PATH = SPACES
               MOVE "C:\Users\hamza\SECTMAST.TXT" TO WS-SECTMAST-PATH
           END-IF.
           ACCEPT WS-SECTENRL-PATH FROM ENVIRONMENT "SECTENRL_FILE".
           IF WS-SECTENRL-PATH = SPACES
               MOVE "C:\Users\hamza\SECTENRL.TXT" TO WS-SECTENRL-PATH
           END-IF.
           ACCEPT WS-TERMMAST-PATH FROM ENVIRONMENT "TERMMAST_FILE".
           IF WS-TERMMAST-PATH = SPACES
               MOVE "C:\Users\hamza\TERMMAST.TXT"
                   TO WS-TERMMAST-PATH
           END-IF.
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "AUDIT_LOG_FILE".
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\hamza\AUDITLOG.TXT" TO WS-AUDIT-LOG-PATH
           END-IF.
           ACCEPT WS-RUN-TERM FROM ENVIRONMENT "TIMETABLE_TERM".
           ACCEPT WS-REPORT-DIR FROM ENVIRONMENT "TIMETABLE_DIR".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 112-GET-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "TIMETBL_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "INSTLOAD_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-LOAD-FILENAME.

       120-LOAD-CATALOG.
           MOVE ZERO TO CATALOG-COUNT.
           MOVE "NO" TO CAT-EOF.
           OPEN INPUT COURSE-CATALOG.
           IF CAT-STAT = "00"
               PERFORM UNTIL CAT-EOF = "YES" OR CATALOG-COUNT >= 50
                   READ COURSE-CATALOG
                       AT END MOVE "YES" TO CAT-EOF
                       NOT AT END
                           ADD 1 TO CATALOG-COUNT
                           MOVE CAT-COURSE-CODE
                               TO CAT-TBL-CODE (CATALOG-COUNT)
                           MOVE CAT-COURSE-TITLE
                               TO CAT-TBL-TITLE (CATALOG-COUNT)
                           IF CAT-CREDIT-HOURS IS NUMERIC
                               MOVE CAT-CREDIT-HOURS
                                   TO CAT-TBL-CREDITS (CATALOG-COUNT)
                           ELSE
                               MOVE ZERO
                                   TO CAT-TBL-CREDITS (CATALOG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COURSE-CATALOG
           ELSE
               DISPLAY "COURSECAT.TXT OPEN FAILED, FILE STATUS = "
                   CAT-STAT UPON CONSOLE
           END-IF.

       122-LOAD-INSTRUCTORS.
           MOVE ZERO TO INSTRUCTOR-COUNT.
           MOVE "NO" TO INS-EOF.
           OPEN INPUT INSTRUCTOR-MASTER.
           IF INS-STAT = "00"
               PERFORM UNTIL INS-EOF = "YES" OR INSTRUCTOR-COUNT >= 200
                   READ INSTRUCTOR-MASTER
                       AT END MOVE "YES" TO INS-EOF
                       NOT AT END
                           ADD 1 TO INSTRUCTOR-COUNT
                           MOVE INS-INSTRUCTOR-ID
                               TO INS-TBL-ID (INSTRUCTOR-COUNT)
                           MOVE INS-NAME
                               TO INS-TBL-NAME (INSTRUCTOR-COUNT)
                           MOVE INS-DEPARTMENT
                               TO INS-TBL-DEPT (INSTRUCTOR-COUNT)
                           IF INS-MAX-HOURS IS NUMERIC
                               MOVE INS-MAX-HOURS TO
                                   INS-TBL-MAX-HOURS (INSTRUCTOR-COUNT)
                           ELSE
                               MOVE ZERO TO
                                   INS-TBL-MAX-HOURS (INSTRUCTOR-COUNT)
                           END-IF
                           MOVE INS-STATUS
                               TO INS-TBL-STATUS (INSTRUCTOR-COUNT)
                   END-READ
               END-PERFORM
               CLOSE INSTRUCTOR-MASTER
           ELSE
               DISPLAY "INSTMAST.TXT OPEN FAILED, FILE STATUS = "
                   INS-STAT UPON CONSOLE
           END-IF.

       124-LOAD-SECTIONS.
           MOVE ZERO TO SECTION-COUNT.
           MOVE "NO" TO SEC-EOF.
           OPEN INPUT SECTION-MASTER.
           IF SEC-STAT = "00"
               PERFORM UNTIL SEC-EOF = "YES" OR SECTION-COUNT >= 200
                   READ SECTION-MASTER
                       AT END MOVE "YES" TO SEC-EOF
                       NOT AT END
                           IF SEC-TERM = WS-RUN-TERM
                               PERFORM 125-STORE-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECTION-MASTER
           ELSE
               DISPLAY "SECTMAST.TXT OPEN FAILED, FILE STATUS = "
                   SEC-STAT UPON CONSOLE
           END-IF.

       125-STORE-SECTION.
           ADD 1 TO SECTION-COUNT.
           MOVE SEC-COURSE-CODE TO SEC-TBL-COURSE (SECTION-COUNT).
           MOVE SEC-SECTION TO SEC-TBL-SECTION (SECTION-COUNT).
           MOVE SEC-INSTRUCTOR-ID TO SEC-TBL-INSTRUCTOR (SECTION-COUNT).
           MOVE SEC-ROOM TO SEC-TBL-ROOM (SECTION-COUNT).
           MOVE SEC-DAYS TO SEC-TBL-DAYS (SECTION-COUNT).
           IF SEC-START-TIME IS NUMERIC AND SEC-END-TIME IS NUMERIC
               MOVE SEC-START-TIME TO SEC-TBL-START (SECTION-COUNT)
               MOVE SEC-END-TIME TO SEC-TBL-END (SECTION-COUNT)
           ELSE
               MOVE ZERO TO SEC-TBL-START (SECTION-COUNT)
               MOVE ZERO TO SEC-TBL-END (SECTION-COUNT)
           END-IF.
           IF SEC-CAPACITY IS NUMERIC
               MOVE SEC-CAPACITY TO SEC-TBL-CAPACITY (SECTION-COUNT)
           ELSE
               MOVE ZERO TO SEC-TBL-CAPACITY (SECTION-COUNT)
           END-IF.
           MOVE ZERO TO SEC-TBL-ENROLLED (SECTION-COUNT).
           MOVE ZERO TO SEC-TBL-CAT-IDX (SECTION-COUNT).
           PERFORM VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > CATALOG-COUNT
               OR SEC-TBL-CAT-IDX (SECTION-COUNT) > ZERO
               IF CAT-TBL-CODE (CAT-IDX) = SEC-COURSE-CODE
                   MOVE CAT-IDX TO SEC-TBL-CAT-IDX (SECTION-COUNT)
               END-IF
           END-PERFORM.
           MOVE ZERO TO SEC-TBL-INS-IDX (SECTION-COUNT).
           PERFORM VARYING INS-IDX FROM 1 BY 1
               UNTIL INS-IDX > INSTRUCTOR-COUNT
               OR SEC-TBL-INS-IDX (SECTION-COUNT) > ZERO
               IF INS-TBL-ID (INS-IDX) = SEC-INSTRUCTOR-ID
                   MOVE INS-IDX TO SEC-TBL-INS-IDX (SECTION-COUNT)
               END-IF
           END-PERFORM.

       126-LOAD-SECTION-ENROLLMENTS.
           MOVE ZERO TO HELD-COUNT.
           MOVE "NO" TO SEN-EOF.
           OPEN INPUT SECTION-ENROLL-FILE.
           IF SEN-STAT = "00"
               PERFORM UNTIL SEN-EOF = "YES"
                   READ SECTION-ENROLL-FILE
                       AT END MOVE "YES" TO SEN-EOF
                       NOT AT END
                           IF SEN-TERM = WS-RUN-TERM
                               PERFORM 128-STORE-HELD-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECTION-ENROLL-FILE
           END-IF.

       128-STORE-HELD-SECTION.
           MOVE 'N' TO FOUND-FLAG.
           PERFORM VARYING HELD-IDX FROM 1 BY 1
               UNTIL FOUND-FLAG = 'Y' OR HELD-IDX > HELD-COUNT
               IF HLD-STUDENT (HELD-IDX) = SEN-STUDENT-NUMBER
                   AND HLD-COURSE (HELD-IDX) = SEN-COURSE-CODE
                   MOVE SEN-SECTION TO HLD-SECTION (HELD-IDX)
                   MOVE 'Y' TO FOUND-FLAG
               END-IF
           END-PERFORM.
           IF FOUND-FLAG = 'N' AND HELD-COUNT < 2000
               ADD 1 TO HELD-COUNT
               MOVE SEN-STUDENT-NUMBER TO HLD-STUDENT (HELD-COUNT)
               MOVE SEN-COURSE-CODE TO HLD-COURSE (HELD-COUNT)
               MOVE SEN-SECTION TO HLD-SECTION (HELD-COUNT)
           END-IF.

       130-SET-RUN-TERM.
           IF WS-RUN-TERM = SPACES
               MOVE "NO" TO TRM-EOF
               OPEN INPUT TERM-MASTER
               IF TRM-STAT = "00"
                   PERFORM UNTIL TRM-EOF = "YES"
                       READ TERM-MASTER
                           AT END MOVE "YES" TO TRM-EOF
                           NOT AT END
                               IF TRM-START-DATE <= WS-RUN-DATE
                                   AND TRM-START-DATE > WS-TERM-START
                                   MOVE TRM-CODE TO WS-RUN-TERM
                                   MOVE TRM-START-DATE
                                       TO WS-TERM-START
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TERM-MASTER
               END-IF
           END-IF.

       140-COUNT-ENROLLED.
           PERFORM 145-READ-STUDENT.
           PERFORM UNTIL EOF-FLAG = "YES"
               IF COURSE-COUNT IS NUMERIC
                   AND COURSE-COUNT >= 1
                   AND COURSE-COUNT <= 10
                   PERFORM 150-TALLY-ONE-SLOT
                       VARYING COURSE-IDX FROM 1 BY 1
                       UNTIL COURSE-IDX > COURSE-COUNT
               END-IF
               PERFORM 145-READ-STUDENT
           END-PERFORM.

       145-READ-STUDENT.
           READ STUDENT-RECORD
               AT END MOVE "YES" TO EOF-FLAG
           END-READ.

       150-TALLY-ONE-SLOT.
           IF COURSE-TERM (COURSE-IDX) = WS-RUN-TERM
               AND NOT COURSE-WITHDRAWN (COURSE-IDX)
               MOVE 'N' TO FOUND-FLAG
               PERFORM VARYING HELD-IDX FROM 1 BY 1
                   UNTIL FOUND-FLAG = 'Y' OR HELD-IDX > HELD-COUNT
                   IF HLD-STUDENT (HELD-IDX) = STUDENT-NUMBER
                       AND HLD-COURSE (HELD-IDX) =
                           COURSE-CODE (COURSE-IDX)
                       MOVE 'Y' TO FOUND-FLAG
                       PERFORM 155-ADD-TO-SECTION
                   END-IF
               END-PERFORM
           END-IF.

       155-ADD-TO-SECTION.
           PERFORM VARYING SEC-IDX FROM 1 BY 1
               UNTIL SEC-IDX > SECTION-COUNT
               IF SEC-TBL-COURSE (SEC-IDX) = HLD-COURSE (HELD-IDX)
                   AND SEC-TBL-SECTION (SEC-IDX) =
                       HLD-SECTION (HELD-IDX)
                   ADD 1 TO SEC-TBL-ENROLLED (SEC-IDX)
               END-IF
           END-PERFORM.

       200-RELEASE-MEETINGS.
           PERFORM 210-RELEASE-ONE-SECTION
               VARYING SEC-IDX FROM 1 BY 1
               UNTIL SEC-IDX > SECTION-COUNT.

       210-RELEASE-ONE-SECTION.
           IF SORT-BY-ROOM
               MOVE SEC-TBL-ROOM (SEC-IDX) TO SORT-GROUP-KEY
           ELSE
               MOVE SEC-TBL-INSTRUCTOR (SEC-IDX) TO SORT-GROUP-KEY
           END-IF.
           MOVE SEC-TBL-START (SEC-IDX) TO SORT-START-TIME.
           MOVE SEC-TBL-END (SEC-IDX) TO SORT-END-TIME.
           MOVE SEC-IDX TO SORT-SEC-IDX.
           MOVE 'N' TO DAY-RELEASED-FLAG.
           PERFORM VARYING DAY-IDX FROM 1 BY 1
               UNTIL DAY-IDX > 7
               IF SEC-TBL-DAYS (SEC-IDX) (DAY-IDX:1) NOT = SPACE
                   MOVE DAY-IDX TO SORT-DAY
                   RELEASE SORT-RECORD
                   MOVE 'Y' TO DAY-RELEASED-FLAG
               END-IF
           END-PERFORM.
           IF DAY-RELEASED-FLAG = 'N'
               MOVE 8 TO SORT-DAY
               RELEASE SORT-RECORD
           END-IF.

       400-WRITE-TIMETABLE.
           MOVE "NO" TO SORT-EOF-FLAG.
           MOVE "YES" TO FIRST-RECORD-FLAG.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF SORT-BY-ROOM
               MOVE "TIMETABLE BY ROOM" TO REPORT-LINE
               MOVE "INSTRUCTOR" TO TCH-OTHER
           ELSE
               MOVE "TIMETABLE BY INSTRUCTOR" TO REPORT-LINE
               MOVE "ROOM" TO TCH-OTHER
           END-IF.
           WRITE REPORT-LINE.
           PERFORM 410-RETURN-SORTED.
           PERFORM UNTIL SORT-EOF-FLAG = "YES"
               PERFORM 420-PROCESS-SORTED-RECORD
               PERFORM 410-RETURN-SORTED
           END-PERFORM.

       410-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END MOVE "YES" TO SORT-EOF-FLAG
           END-RETURN.

       420-PROCESS-SORTED-RECORD.
           IF FIRST-RECORD-FLAG = "YES"
               MOVE "NO" TO FIRST-RECORD-FLAG
               PERFORM 430-START-GROUP
           ELSE
           IF SORT-GROUP-KEY NOT = CURRENT-KEY
               PERFORM 430-START-GROUP
           ELSE
           IF SORT-DAY NOT = CURRENT-DAY
               MOVE SORT-DAY TO CURRENT-DAY
               MOVE ZERO TO WS-GROUP-END
           END-IF
           END-IF
           END-IF.
           MOVE SORT-SEC-IDX TO SEC-IDX.
           MOVE SPACES TO TTL-NOTE.
           IF CURRENT-KEY NOT = SPACES
               AND CURRENT-DAY < 8
               AND SORT-START-TIME < WS-GROUP-END
               MOVE "CLASH" TO TTL-NOTE
               IF SORT-BY-ROOM
                   ADD 1 TO ROOM-CLASH-COUNT
               ELSE
                   ADD 1 TO INSTR-CLASH-COUNT
               END-IF
           END-IF.
           IF SORT-END-TIME > WS-GROUP-END
               MOVE SORT-END-TIME TO WS-GROUP-END
           END-IF.
           PERFORM 440-WRITE-MEETING-LINE.

       430-START-GROUP.
           MOVE SORT-GROUP-KEY TO CURRENT-KEY.
           MOVE SORT-DAY TO CURRENT-DAY.
           MOVE ZERO TO WS-GROUP-END.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF SORT-BY-ROOM
               IF CURRENT-KEY = SPACES
                   MOVE "(NO ROOM ASSIGNED)" TO RHD-ROOM
               ELSE
                   MOVE CURRENT-KEY TO RHD-ROOM
               END-IF
               MOVE ROOM-HEADING TO REPORT-LINE
           ELSE
               MOVE CURRENT-KEY TO IHD-INSTRUCTOR-ID
               MOVE SPACES TO IHD-NAME
               MOVE SPACES TO IHD-DEPT
               MOVE SORT-SEC-IDX TO SEC-IDX
               IF CURRENT-KEY = SPACES
                   MOVE "(NO INSTRUCTOR ASSIGNED)" TO IHD-NAME
               ELSE
               IF SEC-TBL-INS-IDX (SEC-IDX) = ZERO
                   MOVE "*** NOT ON INSTRUCTOR MASTER ***" TO IHD-NAME
               ELSE
                   MOVE SEC-TBL-INS-IDX (SEC-IDX) TO INS-IDX
                   MOVE INS-TBL-NAME (INS-IDX) TO IHD-NAME
                   MOVE INS-TBL-DEPT (INS-IDX) TO IHD-DEPT
               END-IF
               END-IF
               MOVE INSTRUCTOR-HEADING TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE TIMETABLE-COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.

       440-WRITE-MEETING-LINE.
           MOVE DAY-NAME (SORT-DAY) TO TTL-DAY.
           MOVE SEC-TBL-START (SEC-IDX) TO TTL-START.
           MOVE SEC-TBL-END (SEC-IDX) TO TTL-END.
           MOVE SEC-TBL-COURSE (SEC-IDX) TO TTL-COURSE-CODE.
           MOVE SEC-TBL-SECTION (SEC-IDX) TO TTL-SECTION.
           IF SEC-TBL-CAT-IDX (SEC-IDX) = ZERO
               MOVE "*** NOT ON CATALOG" TO TTL-TITLE
           ELSE
               MOVE SEC-TBL-CAT-IDX (SEC-IDX) TO CAT-IDX
               MOVE CAT-TBL-TITLE (CAT-IDX) TO TTL-TITLE
           END-IF.
           IF SORT-BY-ROOM
               IF SEC-TBL-INS-IDX (SEC-IDX) = ZERO
                   MOVE SEC-TBL-INSTRUCTOR (SEC-IDX) TO TTL-OTHER
               ELSE
                   MOVE SEC-TBL-INS-IDX (SEC-IDX) TO INS-IDX
                   MOVE INS-TBL-NAME (INS-IDX) TO TTL-OTHER
               END-IF
           ELSE
               MOVE SEC-TBL-ROOM (SEC-IDX) TO TTL-OTHER
           END-IF.
           MOVE SEC-TBL-ENROLLED (SEC-IDX) TO TTL-ENROLLED.
           MOVE SEC-TBL-CAPACITY (SEC-IDX) TO TTL-CAPACITY.
           MOVE TIMETABLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO MEETING-COUNT.

       450-WRITE-TIMETABLE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "SECTIONS ON THE TIMETABLE" TO TOT-LABEL.
           MOVE SECTION-COUNT TO TOT-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ROOM CLASHES" TO TOT-LABEL.
           MOVE ROOM-CLASH-COUNT TO TOT-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "INSTRUCTOR CLASHES" TO TOT-LABEL.
           MOVE INSTR-CLASH-COUNT TO TOT-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       460-WRITE-LOAD-REPORT.
           OPEN OUTPUT LOAD-REPORT.
           MOVE "INSTRUCTOR TEACHING LOAD - TERM " TO LOAD-REPORT-LINE.
           MOVE WS-RUN-TERM TO LOAD-REPORT-LINE (33:5).
           MOVE "RUN DATE " TO LOAD-REPORT-LINE (41:9).
           MOVE WS-RUN-DATE TO LOAD-REPORT-LINE (50:8).
           WRITE LOAD-REPORT-LINE.
           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE LOAD-COLUMN-HEADING TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           PERFORM 470-WRITE-ONE-INSTRUCTOR
               VARYING INS-IDX FROM 1 BY 1
               UNTIL INS-IDX > INSTRUCTOR-COUNT.
           IF INSTRUCTOR-COUNT = ZERO
               MOVE "    NO INSTRUCTORS ON FILE" TO LOAD-REPORT-LINE
               WRITE LOAD-REPORT-LINE
           END-IF.
           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE "SECTIONS WITH NO INSTRUCTOR ON FILE"
               TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           PERFORM 480-WRITE-UNKNOWN-INSTRUCTOR
               VARYING SEC-IDX FROM 1 BY 1
               UNTIL SEC-IDX > SECTION-COUNT.
           IF UNKNOWN-INSTR-COUNT = ZERO
               MOVE "    NONE" TO LOAD-REPORT-LINE
               WRITE LOAD-REPORT-LINE
           END-IF.
           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "INSTRUCTORS ON FILE" TO TOT-LABEL.
           MOVE INSTRUCTOR-COUNT TO TOT-COUNT.
           MOVE TOTAL-LINE TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE "INSTRUCTORS OVER NORMAL LOAD" TO TOT-LABEL.
           MOVE OVERLOAD-COUNT TO TOT-COUNT.
           MOVE TOTAL-LINE TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE "SECTIONS WITH NO INSTRUCTOR" TO TOT-LABEL.
           MOVE UNKNOWN-INSTR-COUNT TO TOT-COUNT.
           MOVE TOTAL-LINE TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           CLOSE LOAD-REPORT.
           MOVE "INSTLOAD" TO RRG-REPORT-ID.
           MOVE WS-LOAD-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.

       470-WRITE-ONE-INSTRUCTOR.
           MOVE ZERO TO WS-LOAD-SECTIONS.
           MOVE ZERO TO WS-LOAD-HOURS.
           MOVE ZERO TO WS-LOAD-STUDENTS.
           PERFORM VARYING SEC-IDX FROM 1 BY 1
               UNTIL SEC-IDX > SECTION-COUNT
               IF SEC-TBL-INS-IDX (SEC-IDX) = INS-IDX
                   ADD 1 TO WS-LOAD-SECTIONS
                   ADD SEC-TBL-ENROLLED (SEC-IDX) TO WS-LOAD-STUDENTS
                   IF SEC-TBL-CAT-IDX (SEC-IDX) > ZERO
                       MOVE SEC-TBL-CAT-IDX (SEC-IDX) TO CAT-IDX
                       ADD CAT-TBL-CREDITS (CAT-IDX) TO WS-LOAD-HOURS
                   END-IF
               END-IF
           END-PERFORM.
           MOVE INS-TBL-ID (INS-IDX) TO LDL-INSTRUCTOR-ID.
           MOVE INS-TBL-NAME (INS-IDX) TO LDL-NAME.
           MOVE INS-TBL-DEPT (INS-IDX) TO LDL-DEPT.
           MOVE WS-LOAD-SECTIONS TO LDL-SECTIONS.
           MOVE WS-LOAD-HOURS TO LDL-HOURS.
           MOVE WS-LOAD-STUDENTS TO LDL-STUDENTS.
           MOVE INS-TBL-MAX-HOURS (INS-IDX) TO LDL-MAX-HOURS.
           MOVE SPACES TO LDL-NOTE.
           IF WS-LOAD-SECTIONS = ZERO
               MOVE "NO SECTIONS THIS TERM" TO LDL-NOTE
           ELSE
           IF INS-TBL-STATUS (INS-IDX) = "I"
               MOVE "INACTIVE - HAS SECTIONS" TO LDL-NOTE
           ELSE
           IF INS-TBL-MAX-HOURS (INS-IDX) > ZERO
               AND WS-LOAD-HOURS > INS-TBL-MAX-HOURS (INS-IDX)
               MOVE "OVERLOAD" TO LDL-NOTE
               ADD 1 TO OVERLOAD-COUNT
           END-IF
           END-IF
           END-IF.
           MOVE LOAD-LINE TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

       480-WRITE-UNKNOWN-INSTRUCTOR.
           IF SEC-TBL-INS-IDX (SEC-IDX) = ZERO
               MOVE SEC-TBL-COURSE (SEC-IDX) TO UNK-COURSE-CODE
               MOVE SEC-TBL-SECTION (SEC-IDX) TO UNK-SECTION
               MOVE SEC-TBL-INSTRUCTOR (SEC-IDX) TO UNK-INSTRUCTOR-ID
               IF SEC-TBL-INSTRUCTOR (SEC-IDX) = SPACES
                   MOVE "NO INSTRUCTOR ASSIGNED" TO UNK-NOTE
               ELSE
                   MOVE "NOT ON INSTRUCTOR MASTER" TO UNK-NOTE
               END-IF
               MOVE UNKNOWN-LINE TO LOAD-REPORT-LINE
               WRITE LOAD-REPORT-LINE
               ADD 1 TO UNKNOWN-INSTR-COUNT
           END-IF.

       500-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "TERM-TIMETABLE" TO AUDIT-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           STRING "TERM=" DELIMITED BY SIZE
                   WS-RUN-TERM DELIMITED BY SIZE
                   " SECT=" DELIMITED BY SIZE
                   SECTION-COUNT DELIMITED BY SIZE
                   " CLASH=" DELIMITED BY SIZE
                   ROOM-CLASH-COUNT DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   INSTR-CLASH-COUNT DELIMITED BY SIZE
                   " OVLD=" DELIMITED BY SIZE
                   OVERLOAD-COUNT DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "TERM-TIMETABLE" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       112-GET-BUSINESS-DATE.
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_FILE".
           IF WS-BUSDATE-PATH = SPACES
               MOVE "C:\Users\hamza\BUSDATE.TXT" TO WS-BUSDATE-PATH
           END-IF.
           OPEN INPUT BUSDATE-FILE.
           IF BUSDATE-STAT = "00"
               READ BUSDATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BUS-DATE IS NUMERIC AND BUS-DATE > ZERO
                           MOVE BUS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

       END PROGRAM TERM-TIMETABLE.
