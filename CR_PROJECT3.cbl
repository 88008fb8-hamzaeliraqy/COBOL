      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: CLASS ROSTER AND GRADE SHEETS - scans STUFILE-C.TXT
      *          COURSE-DETAIL by COURSE-CODE and COURSE-TERM, sorts
      *          the enrollments by course, term and student name, and
      *          prints a class roster per course and term (student
      *          number, name and program, headed with the course
      *          title from COURSECAT.TXT) to
      *          ROSTER_YYYYMMDD_HHMMSS.TXT.
      *          For each course and term it also writes a turnaround
      *          grade file, GRADE_TXN_<course>_<term>.TXT, already in
      *          the GRADE_TXN.TXT layout GRADE-TXN-EDIT reads: header
      *          with source ROSTER, one detail per enrolled student
      *          with the mark left blank, and a trailer carrying the
      *          detail count. Faculty fill in the marks and return the
      *          file as GRADE_TXN.TXT. The hash total is left blank
      *          because the marks are not known yet; GRADE-TXN-EDIT
      *          checks a ROSTER feed on the record count alone.
      *          Students who have withdrawn from the course are shown
      *          on the roster but get no line on the grade file. Set
      *          ROSTER_TERM to roster one term; unset, every term on
      *          the master is rostered.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      *   15/10/2026 HE  The ROSTER file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASS-ROSTER.
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

           SELECT SORT-WORK-FILE ASSIGN TO "CRSORT.TMP".

           SELECT ROSTER-REPORT ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GRADE-SHEET-FILE ASSIGN TO WS-SHEET-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SHEET-STAT.

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

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-COURSE-CODE PIC X(7).
           05 SORT-TERM PIC X(5).
           05 SORT-STUDENT-NAME PIC X(40).
           05 SORT-STUDENT-NUMBER PIC 9(6).
           05 SORT-PROGRAM-OF-STUDY PIC X(5).
           05 SORT-WITHDRAWN PIC X(1).

       FD ROSTER-REPORT.
       01 REPORT-LINE PIC X(100).

       FD GRADE-SHEET-FILE.
       01 SHEET-RECORD PIC X(25).

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
           05 SHEET-STAT PIC X(2).
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 SORT-EOF-FLAG PIC X(3) VALUE "NO".
           05 CAT-EOF PIC X(3).
           05 FIRST-RECORD-FLAG PIC X(3) VALUE "YES".
           05 CAT-IDX PIC 9(2).
           05 CATALOG-COUNT PIC 9(2) VALUE ZERO.
           05 COURSE-IDX PIC 9(2).
           05 FOUND-FLAG PIC X(1).
           05 CURRENT-COURSE PIC X(7).
           05 CURRENT-TERM PIC X(5).
           05 CLASS-COUNT PIC 9(6) VALUE ZERO.
           05 CLASS-WITHDRAWN-COUNT PIC 9(6) VALUE ZERO.
           05 SHEET-DETAIL-COUNT PIC 9(6) VALUE ZERO.
           05 COURSE-SECTION-COUNT PIC 9(6) VALUE ZERO.
           05 ENROLLMENT-COUNT PIC 9(6) VALUE ZERO.
           05 REQUESTED-TERM PIC X(5) VALUE SPACES.
           05 WS-STUFILE-OUT-PATH PIC X(60).
           05 WS-COURSECAT-PATH PIC X(60).
           05 WS-REPORT-DIR PIC X(40).
           05 WS-REPORT-FILENAME PIC X(60).
           05 WS-SHEET-DIR PIC X(40).
           05 WS-SHEET-FILENAME PIC X(80).
           05 WS-AUDIT-LOG-PATH PIC X(60).
           05 AUDIT-STATUS-FIELD PIC X(2).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).

       01 CATALOG-VALUES.
           05 CATALOG-TABLE OCCURS 50 TIMES.
               10 CAT-TBL-CODE PIC X(7).
               10 CAT-TBL-TITLE PIC X(30).
               10 CAT-TBL-CREDITS PIC 9(2).

       01 SHEET-HEADER-RECORD.
           05 FILLER PIC X(1) VALUE "H".
           05 SHH-SOURCE PIC X(10) VALUE "ROSTER".
           05 SHH-CREATE-DATE PIC 9(8).
           05 FILLER PIC X(6) VALUE SPACES.

       01 SHEET-DETAIL-RECORD.
           05 FILLER PIC X(1) VALUE "D".
           05 SHD-COURSE-CODE PIC X(7).
           05 SHD-TERM PIC X(5).
           05 SHD-STUDENT-NUMBER PIC 9(6).
           05 SHD-AVERAGE PIC X(3) VALUE SPACES.
           05 FILLER PIC X(3) VALUE SPACES.

       01 SHEET-TRAILER-RECORD.
           05 FILLER PIC X(1) VALUE "T".
           05 SHT-RECORD-COUNT PIC 9(6).
           05 SHT-HASH-TOTAL PIC X(8) VALUE SPACES.
           05 FILLER PIC X(10) VALUE SPACES.

       01 COURSE-HEADING.
           05 FILLER PIC X(8) VALUE "COURSE: ".
           05 CHD-COURSE-CODE PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CHD-COURSE-TITLE PIC X(30).
           05 FILLER PIC X(8) VALUE "  TERM: ".
           05 CHD-TERM PIC X(5).
           05 FILLER PIC X(11) VALUE "  CREDITS: ".
           05 CHD-CREDITS PIC Z9.
           05 FILLER PIC X(27) VALUE SPACES.

       01 COLUMN-HEADING.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "STUDENT".
           05 FILLER PIC X(42) VALUE "NAME".
           05 FILLER PIC X(9) VALUE "PROGRAM".
           05 FILLER PIC X(37) VALUE "STATUS".

       01 ROSTER-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RST-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RST-STUDENT-NAME PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RST-PROGRAM-OF-STUDY PIC X(5).
           05 FILLER PIC X(4) VALUE SPACES.
           05 RST-STATUS PIC X(10).
           05 FILLER PIC X(27) VALUE SPACES.

       01 CLASS-TOTAL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "ENROLLED: ".
           05 CTL-ENROLLED PIC ZZZ,ZZ9.
           05 FILLER PIC X(13) VALUE "  WITHDRAWN: ".
           05 CTL-WITHDRAWN PIC ZZZ,ZZ9.
           05 FILLER PIC X(14) VALUE "  GRADE FILE: ".
           05 CTL-SHEET-NAME PIC X(45).

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-ROSTER.
           PERFORM 110-GET-FILE-PATHS.
           PERFORM 120-LOAD-CATALOG.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-COURSE-CODE SORT-TERM
                   SORT-STUDENT-NAME
               INPUT PROCEDURE IS 200-BUILD-SORT-FILE
               OUTPUT PROCEDURE IS 400-WRITE-ROSTERS.
           PERFORM 500-WRITE-AUDIT-LOG.
           DISPLAY "CLASS ROSTER RUN COMPLETE, COURSES: "
               COURSE-SECTION-COUNT " ENROLLMENTS: " ENROLLMENT-COUNT
               UPON CONSOLE.
           MOVE 0 TO RETURN-CODE.
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
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "AUDIT_LOG_FILE".
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\hamza\AUDITLOG.TXT" TO WS-AUDIT-LOG-PATH
           END-IF.
           ACCEPT REQUESTED-TERM FROM ENVIRONMENT "ROSTER_TERM".
           ACCEPT WS-REPORT-DIR FROM ENVIRONMENT "ROSTER_DIR".
           ACCEPT WS-SHEET-DIR FROM ENVIRONMENT "GRADESHEET_DIR".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 112-GET-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "ROSTER_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.

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
                           MOVE CAT-CREDIT-HOURS
                               TO CAT-TBL-CREDITS (CATALOG-COUNT)
                   END-READ
               END-PERFORM
               CLOSE COURSE-CATALOG
           ELSE
               DISPLAY "COURSECAT.TXT OPEN FAILED, FILE STATUS = "
                   CAT-STAT UPON CONSOLE
           END-IF.

       200-BUILD-SORT-FILE.
           OPEN INPUT STUDENT-RECORD.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "STUDENT-RECORD OPEN FAILED, FILE STATUS = "
                   STATUS-FIELD UPON CONSOLE
           ELSE
               PERFORM 210-READ-STUDENT
               PERFORM UNTIL EOF-FLAG = "YES"
                   IF COURSE-COUNT IS NUMERIC
                       AND COURSE-COUNT >= 1
                       AND COURSE-COUNT <= 10
                       PERFORM 220-RELEASE-ONE-COURSE
                           VARYING COURSE-IDX FROM 1 BY 1
                           UNTIL COURSE-IDX > COURSE-COUNT
                   END-IF
                   PERFORM 210-READ-STUDENT
               END-PERFORM
               CLOSE STUDENT-RECORD
           END-IF.

       210-READ-STUDENT.
           READ STUDENT-RECORD
               AT END MOVE "YES" TO EOF-FLAG
           END-READ.

       220-RELEASE-ONE-COURSE.
           IF COURSE-TERM (COURSE-IDX) NOT = SPACES
               AND (REQUESTED-TERM = SPACES
               OR COURSE-TERM (COURSE-IDX) = REQUESTED-TERM)
               MOVE COURSE-CODE (COURSE-IDX) TO SORT-COURSE-CODE
               MOVE COURSE-TERM (COURSE-IDX) TO SORT-TERM
               MOVE STUDENT-NAME TO SORT-STUDENT-NAME
               MOVE STUDENT-NUMBER TO SORT-STUDENT-NUMBER
               MOVE PROGRAM-OF-STUDY TO SORT-PROGRAM-OF-STUDY
               IF COURSE-WITHDRAWN (COURSE-IDX)
                   MOVE "W" TO SORT-WITHDRAWN
               ELSE
                   MOVE SPACE TO SORT-WITHDRAWN
               END-IF
               RELEASE SORT-RECORD
           END-IF.

       400-WRITE-ROSTERS.
           OPEN OUTPUT ROSTER-REPORT.
           MOVE "CLASS ROSTERS - RUN DATE " TO REPORT-LINE.
           MOVE WS-RUN-DATE TO REPORT-LINE (26:8).
           IF REQUESTED-TERM NOT = SPACES
               MOVE "TERM " TO REPORT-LINE (36:5)
               MOVE REQUESTED-TERM TO REPORT-LINE (41:5)
           END-IF.
           WRITE REPORT-LINE.
           PERFORM 410-RETURN-SORTED.
           PERFORM UNTIL SORT-EOF-FLAG = "YES"
               PERFORM 420-PROCESS-SORTED-RECORD
               PERFORM 410-RETURN-SORTED
           END-PERFORM.
           IF FIRST-RECORD-FLAG = "NO"
               PERFORM 450-END-CLASS
           ELSE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "NO ENROLLMENTS ON FILE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE ROSTER-REPORT.
           MOVE "ROSTER" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.

       410-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END MOVE "YES" TO SORT-EOF-FLAG
           END-RETURN.

       420-PROCESS-SORTED-RECORD.
           IF FIRST-RECORD-FLAG = "YES"
               MOVE "NO" TO FIRST-RECORD-FLAG
               PERFORM 430-START-CLASS
           ELSE
           IF SORT-COURSE-CODE NOT = CURRENT-COURSE
               OR SORT-TERM NOT = CURRENT-TERM
               PERFORM 450-END-CLASS
               PERFORM 430-START-CLASS
           END-IF
           END-IF.
           MOVE SORT-STUDENT-NUMBER TO RST-STUDENT-NUMBER.
           MOVE SORT-STUDENT-NAME TO RST-STUDENT-NAME.
           MOVE SORT-PROGRAM-OF-STUDY TO RST-PROGRAM-OF-STUDY.
           ADD 1 TO ENROLLMENT-COUNT.
           IF SORT-WITHDRAWN = "W"
               MOVE "WITHDRAWN" TO RST-STATUS
               ADD 1 TO CLASS-WITHDRAWN-COUNT
           ELSE
               MOVE "ENROLLED" TO RST-STATUS
               ADD 1 TO CLASS-COUNT
               PERFORM 440-WRITE-SHEET-DETAIL
           END-IF.
           MOVE ROSTER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       430-START-CLASS.
           MOVE SORT-COURSE-CODE TO CURRENT-COURSE.
           MOVE SORT-TERM TO CURRENT-TERM.
           MOVE ZERO TO CLASS-COUNT.
           MOVE ZERO TO CLASS-WITHDRAWN-COUNT.
           MOVE ZERO TO SHEET-DETAIL-COUNT.
           ADD 1 TO COURSE-SECTION-COUNT.
           MOVE CURRENT-COURSE TO CHD-COURSE-CODE.
           MOVE CURRENT-TERM TO CHD-TERM.
           MOVE "*** NOT ON COURSE CATALOG ***" TO CHD-COURSE-TITLE.
           MOVE ZERO TO CHD-CREDITS.
           MOVE 'N' TO FOUND-FLAG.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
               UNTIL FOUND-FLAG = 'Y' OR CAT-IDX > CATALOG-COUNT
               IF CAT-TBL-CODE (CAT-IDX) = CURRENT-COURSE
                   MOVE 'Y' TO FOUND-FLAG
                   MOVE CAT-TBL-TITLE (CAT-IDX) TO CHD-COURSE-TITLE
                   MOVE CAT-TBL-CREDITS (CAT-IDX) TO CHD-CREDITS
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE COURSE-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-SHEET-FILENAME.
           STRING WS-SHEET-DIR DELIMITED BY SPACE
                   "GRADE_TXN_" DELIMITED BY SIZE
                   CURRENT-COURSE DELIMITED BY SPACE
                   "_" DELIMITED BY SIZE
                   CURRENT-TERM DELIMITED BY SPACE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-SHEET-FILENAME.
           OPEN OUTPUT GRADE-SHEET-FILE.
           MOVE WS-RUN-DATE TO SHH-CREATE-DATE.
           MOVE SHEET-HEADER-RECORD TO SHEET-RECORD.
           WRITE SHEET-RECORD.

       440-WRITE-SHEET-DETAIL.
           MOVE CURRENT-COURSE TO SHD-COURSE-CODE.
           MOVE CURRENT-TERM TO SHD-TERM.
           MOVE SORT-STUDENT-NUMBER TO SHD-STUDENT-NUMBER.
           MOVE SHEET-DETAIL-RECORD TO SHEET-RECORD.
           WRITE SHEET-RECORD.
           ADD 1 TO SHEET-DETAIL-COUNT.

       450-END-CLASS.
           MOVE SHEET-DETAIL-COUNT TO SHT-RECORD-COUNT.
           MOVE SHEET-TRAILER-RECORD TO SHEET-RECORD.
           WRITE SHEET-RECORD.
           CLOSE GRADE-SHEET-FILE.
           MOVE CLASS-COUNT TO CTL-ENROLLED.
           MOVE CLASS-WITHDRAWN-COUNT TO CTL-WITHDRAWN.
           MOVE WS-SHEET-FILENAME TO CTL-SHEET-NAME.
           MOVE CLASS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       500-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "CLASS-ROSTER" TO AUDIT-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           STRING "TERM=" DELIMITED BY SIZE
                   REQUESTED-TERM DELIMITED BY SIZE
                   " COURSES=" DELIMITED BY SIZE
                   COURSE-SECTION-COUNT DELIMITED BY SIZE
                   " ENROLLED=" DELIMITED BY SIZE
                   ENROLLMENT-COUNT DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "CLASS-ROSTER" TO RRG-PROGRAM-NAME.
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

       END PROGRAM CLASS-ROSTER.
