      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: WAITLIST PROMOTION - works the course waitlist
      *          (WAITLIST.TXT, see WAITLIST.DAT) that
      *          COURSE-REGISTRATION builds when a course is full.
      *          Seats in use are recounted from every student's
      *          COURSE-DETAIL table the same way COURSE-REGISTRATION
      *          counts them, and each waiting student is taken in
      *          arrival order: while the course has a free seat
      *          against CAT-SEAT-CAPACITY the student is enrolled into
      *          COURSE-DETAIL with the average left at zero, journaled
      *          to STUJRNL.TXT, and taken off the waitlist. A student
      *          with an open hold on STUHOLD.TXT is passed over and
      *          keeps their place, so the seat goes to the next
      *          student in line. Requests that can no longer be met
      *          (student gone, already enrolled, course off the
      *          catalog) are dropped from the file. COURSE-DROP calls
      *          this run once its drops have freed seats; the
      *          registrar can also run it by hand at any time. Either
      *          way it writes WAITLIST_YYYYMMDD_HHMMSS.TXT - what was
      *          done this run, then the remaining queue for every
      *          course and term with each student's position - and
      *          totals go to AUDITLOG.TXT.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      *   15/10/2026 HE  Run under DEREGISTER-UNPAID's hold on
      *       STULOCK.TXT as well, so the de-registration run can call
      *       it once seats are freed.
      *   15/10/2026 HE  Section waitlists. A student waiting for a
      *       section (WTL-SECTION) is queued for that section and
      *       filled against its capacity on the section master
      *       (SECTMAST.TXT), with seats counted from SECTENRL.TXT; a
      *       promotion that would clash in time with a section the
      *       student already holds that term is removed from the list,
      *       and each promotion is appended to SECTENRL.TXT.
      *   15/10/2026 HE  STUHOLD.TXT is now indexed on student number:
      *       the open-hold check reads the waiting student's holds by
      *       key instead of from the 500-entry hold table.
      *   15/10/2026 HE  The WAITLIST file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      *   15/10/2026 HE  A course-level queue entry (no section) starts
      *       with no section pointer, so a queue slot reused from an
      *       earlier call no longer points it at another section.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAITLIST-PROMOTION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAITLIST-FILE ASSIGN TO WS-WAITLIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WTL-STAT.

           SELECT STUDENT-RECORD ASSIGN TO WS-STUFILE-OUT-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-NUMBER
           ALTERNATE RECORD KEY IS STUDENT-NAME
               WITH DUPLICATES
           FILE STATUS IS STATUS-FIELD.

           SELECT COURSE-CATALOG ASSIGN TO WS-COURSECAT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-STAT.

           SELECT HOLD-FILE ASSIGN TO WS-STUHOLD-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HLD-KEY
           FILE STATUS IS HOLD-STAT.

           SELECT WAITLIST-REPORT ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNAL-FILE ASSIGN TO WS-STUJRNL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRN-STAT.

           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS-FIELD.

           SELECT LOCK-FILE ASSIGN TO WS-STULOCK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOCK-STAT.

           SELECT SECTION-MASTER ASSIGN TO WS-SECTMAST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEC-STAT.

           SELECT SECTION-ENROLL-FILE ASSIGN TO WS-SECTENRL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEN-STAT.

           SELECT BUSDATE-FILE ASSIGN TO WS-BUSDATE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUSDATE-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD WAITLIST-FILE.
           COPY "WAITLIST.DAT".

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

       FD HOLD-FILE.
           COPY "STUHOLD.DAT".

       FD WAITLIST-REPORT.
       01 REPORT-LINE PIC X(100).

       FD JOURNAL-FILE.
           COPY "STUJRNL.DAT".

       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.DAT".

       FD LOCK-FILE.
       01 LOCK-RECORD.
           05 LOCK-HOLDER PIC X(20).
           05 FILLER PIC X(2).
           05 LOCK-DATE PIC 9(8).
           05 FILLER PIC X(2).
           05 LOCK-TIME PIC 9(8).

       FD SECTION-MASTER.
           COPY "SECTMAST.DAT".

       FD SECTION-ENROLL-FILE.
           COPY "SECTENRL.DAT".

       FD BUSDATE-FILE.
           COPY "BUSDATE.DAT".

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 WS-BUSDATE-PATH PIC X(60).
           05 BUSDATE-STAT PIC X(2).
           05 WTL-STAT PIC X(2).
           05 STATUS-FIELD PIC X(2).
           05 CAT-STAT PIC X(2).
           05 HOLD-STAT PIC X(2).
           05 JRN-STAT PIC X(2).
           05 WTL-EOF PIC X(3).
           05 SCAN-EOF PIC X(3).
           05 CAT-EOF PIC X(3).
           05 HOLD-EOF PIC X(3).
           05 HOLD-OPEN-FLAG PIC X(3) VALUE "NO".
           05 WAIT-OVERFLOW-FLAG PIC X(3) VALUE "NO".
           05 CAT-IDX PIC 9(2).
           05 CATALOG-COUNT PIC 9(2) VALUE ZERO.
           05 WAIT-IDX PIC 9(3).
           05 WAIT-COUNT PIC 9(3) VALUE ZERO.
           05 QUEUE-IDX PIC 9(3).
           05 QUEUE-COUNT PIC 9(3) VALUE ZERO.
           05 COURSE-IDX PIC 9(2).
           05 WS-POSITION PIC 9(3).
           05 FOUND-FLAG PIC X(1).
           05 HOLD-FOUND-FLAG PIC X(1).
           05 WS-RESULT PIC X(30).
           05 PROMOTED-COUNT PIC 9(6) VALUE ZERO.
           05 PASSED-COUNT PIC 9(6) VALUE ZERO.
           05 REMOVED-COUNT PIC 9(6) VALUE ZERO.
           05 WAITING-COUNT PIC 9(6) VALUE ZERO.
           05 WS-WAITLIST-PATH PIC X(60).
           05 WS-STUFILE-OUT-PATH PIC X(60).
           05 WS-COURSECAT-PATH PIC X(60).
           05 WS-STUHOLD-PATH PIC X(60).
           05 WS-STUJRNL-PATH PIC X(60).
           05 WS-REPORT-DIR PIC X(40).
           05 WS-REPORT-FILENAME PIC X(60).
           05 WS-AUDIT-LOG-PATH PIC X(60).
           05 AUDIT-STATUS-FIELD PIC X(2).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).
           05 WS-JRN-FIELD PIC X(12).
           05 WS-STULOCK-PATH PIC X(60).
           05 LOCK-STAT PIC X(2).
           05 LOCK-FREE-FLAG PIC X(3).
           05 UNDER-CALLER-FLAG PIC X(3) VALUE "NO".
           05 WS-SECTMAST-PATH PIC X(60).
           05 SEC-STAT PIC X(2).
           05 SEC-EOF PIC X(3).
           05 SECTION-COUNT PIC 9(3) VALUE ZERO.
           05 SEC-IDX PIC 9(3).
           05 HELD-SEC-IDX PIC 9(3).
           05 WS-SECTENRL-PATH PIC X(60).
           05 SEN-STAT PIC X(2).
           05 SEN-EOF PIC X(3).
           05 SHELD-COUNT PIC 9(4) VALUE ZERO.
           05 SHELD-IDX PIC 9(4).
           05 SHELD-FOUND-FLAG PIC X(1).
           05 WS-HELD-SECTION PIC X(3).
           05 WS-CLASH-TERM PIC X(5).
           05 DAY-IDX PIC 9(1).
           05 DAY-OVERLAP-FLAG PIC X(1).
           05 CLASH-FLAG PIC X(1).

       01 CATALOG-VALUES.
           05 CATALOG-TABLE OCCURS 50 TIMES.
               10 CAT-TBL-CODE PIC X(7).
               10 CAT-TBL-ACTIVE PIC X(1).
               10 CAT-TBL-CAPACITY PIC 9(3).

       01 WAIT-VALUES.
           05 WAIT-ENTRY OCCURS 500 TIMES.
               10 WT-COURSE PIC X(7).
               10 WT-TERM PIC X(5).
               10 WT-STUDENT PIC 9(6).
               10 WT-REQ-DATE PIC 9(8).
               10 WT-REQ-TIME PIC 9(8).
               10 WT-SECTION PIC X(3).
               10 WT-QUEUE PIC 9(3).
               10 WT-STATE PIC X(1).
                   88 WT-WAITING VALUE "W".
                   88 WT-ENROLLED VALUE "E".
                   88 WT-REMOVED VALUE "X".

       01 QUEUE-VALUES.
           05 QUEUE-ENTRY OCCURS 100 TIMES.
               10 QUE-COURSE PIC X(7).
               10 QUE-TERM PIC X(5).
               10 QUE-SECTION PIC X(3).
               10 QUE-SEC-IDX PIC 9(3).
               10 QUE-ON-CATALOG PIC X(1).
               10 QUE-CAPACITY PIC 9(3).
               10 QUE-SEATS-USED PIC 9(3).

       01 SECTION-VALUES.
           05 SECTION-ENTRY OCCURS 300 TIMES.
               10 SEC-TBL-TERM PIC X(5).
               10 SEC-TBL-COURSE PIC X(7).
               10 SEC-TBL-SECTION PIC X(3).
               10 SEC-TBL-DAYS PIC X(7).
               10 SEC-TBL-START PIC 9(4).
               10 SEC-TBL-END PIC 9(4).
               10 SEC-TBL-CAPACITY PIC 9(3).

       01 SECTION-HELD-VALUES.
           05 SECTION-HELD-ENTRY OCCURS 2000 TIMES.
               10 SHD-STUDENT PIC 9(6).
               10 SHD-TERM PIC X(5).
               10 SHD-COURSE PIC X(7).
               10 SHD-SECTION PIC X(3).

       01 DETAIL-LINE.
           05 DTL-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-STUDENT-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-COURSE-CODE PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DTL-SECTION PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-TERM PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-RESULT PIC X(30).

       01 QUEUE-HEADER-LINE.
           05 FILLER PIC X(8) VALUE "COURSE: ".
           05 QHD-COURSE-CODE PIC X(7).
           05 FILLER PIC X(8) VALUE "  TERM: ".
           05 QHD-TERM PIC X(5).
           05 FILLER PIC X(11) VALUE "  SECTION: ".
           05 QHD-SECTION PIC X(3).
           05 FILLER PIC X(12) VALUE "  CAPACITY: ".
           05 QHD-CAPACITY PIC ZZ9.
           05 FILLER PIC X(12) VALUE "  ENROLLED: ".
           05 QHD-SEATS-USED PIC ZZ9.
           05 FILLER PIC X(28) VALUE SPACES.

       01 POSITION-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 POS-POSITION PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 POS-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 POS-STUDENT-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 POS-REQ-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 POS-REQ-TIME PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 POS-NOTE PIC X(20).

       01 TOTAL-LINE.
           05 TTL-LABEL PIC X(32).
           05 TTL-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(61) VALUE SPACES.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-PROMOTION.
           PERFORM 110-GET-FILE-PATHS.
           PERFORM 800-CHECK-AND-SET-LOCK.
           IF LOCK-FREE-FLAG = "NO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 140-LOAD-WAITLIST.
           IF WAIT-OVERFLOW-FLAG = "YES"
               DISPLAY "WAITLIST.TXT HOLDS MORE THAN 500 ENTRIES - "
                   "NOTHING PROMOTED" UPON CONSOLE
               PERFORM 810-CLEAR-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 120-LOAD-CATALOG.
           PERFORM 130-OPEN-HOLD-FILE.
           PERFORM 132-LOAD-SECTIONS.
           PERFORM 136-LOAD-SECTION-ENROLLMENTS.
           OPEN I-O STUDENT-RECORD.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "STUDENT-RECORD OPEN FAILED, FILE STATUS = "
                   STATUS-FIELD UPON CONSOLE
               IF HOLD-OPEN-FLAG = "YES"
                   CLOSE HOLD-FILE
               END-IF
               PERFORM 810-CLEAR-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 150-BUILD-QUEUE-TABLE.
           PERFORM 160-COUNT-CURRENT-SEATS.
           OPEN OUTPUT WAITLIST-REPORT.
           MOVE "COURSE WAITLIST - RUN DATE " TO REPORT-LINE.
           MOVE WS-RUN-DATE TO REPORT-LINE (28:8).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PROMOTIONS AND CHANGES THIS RUN" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 300-PROCESS-ENTRY
               VARYING WAIT-IDX FROM 1 BY 1
               UNTIL WAIT-IDX > WAIT-COUNT.
           IF PROMOTED-COUNT + PASSED-COUNT + REMOVED-COUNT = ZERO
               MOVE "    NO SEATS FREED FOR WAITING STUDENTS"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM 400-WRITE-POSITIONS.
           PERFORM 450-WRITE-TOTALS.
           CLOSE STUDENT-RECORD WAITLIST-REPORT.
           MOVE "WAITLIST" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           IF HOLD-OPEN-FLAG = "YES"
               CLOSE HOLD-FILE
           END-IF.
           PERFORM 600-REWRITE-WAITLIST.
           PERFORM 500-WRITE-AUDIT-LOG.
           PERFORM 810-CLEAR-LOCK.
           DISPLAY "WAITLIST RUN COMPLETE, PROMOTED: " PROMOTED-COUNT
               " PASSED OVER: " PASSED-COUNT
               " STILL WAITING: " WAITING-COUNT UPON CONSOLE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       110-GET-FILE-PATHS.
           ACCEPT WS-WAITLIST-PATH FROM ENVIRONMENT "WAITLIST_FILE".
           IF WS-WAITLIST-PATH = SPACES
               MOVE "C:\Users\hamza\WAITLIST.TXT" TO WS-WAITLIST-PATH
           END-IF.
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
           ACCEPT WS-STUHOLD-PATH FROM ENVIRONMENT "STUHOLD_FILE".
           IF WS-STUHOLD-PATH = SPACES
               MOVE "C:\Users\hamza\STUHOLD.TXT" TO WS-STUHOLD-PATH
           END-IF.
           ACCEPT WS-STUJRNL-PATH FROM ENVIRONMENT "STUJRNL_FILE".
           IF WS-STUJRNL-PATH = SPACES
               MOVE "C:\Users\hamza\STUJRNL.TXT" TO WS-STUJRNL-PATH
           END-IF.
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "AUDIT_LOG_FILE".
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\hamza\AUDITLOG.TXT" TO WS-AUDIT-LOG-PATH
           END-IF.
           ACCEPT WS-SECTMAST-PATH FROM ENVIRONMENT "SECTMAST_FILE".
           IF WS-SECTMAST-PATH = SPACES
               MOVE "C:\Users\hamza\SECTMAST.TXT" TO WS-SECTMAST-PATH
           END-IF.
           ACCEPT WS-SECTENRL-PATH FROM ENVIRONMENT "SECTENRL_FILE".
           IF WS-SECTENRL-PATH = SPACES
               MOVE "C:\Users\hamza\SECTENRL.TXT" TO WS-SECTENRL-PATH
           END-IF.
           ACCEPT WS-REPORT-DIR FROM ENVIRONMENT "WAITLIST_DIR".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 112-GET-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "WAITLIST_" DELIMITED BY SIZE
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
                           MOVE CAT-ACTIVE-FLAG
                               TO CAT-TBL-ACTIVE (CATALOG-COUNT)
                           IF CAT-SEAT-CAPACITY IS NUMERIC
                               MOVE CAT-SEAT-CAPACITY
                                   TO CAT-TBL-CAPACITY (CATALOG-COUNT)
                           ELSE
                               MOVE ZERO
                                   TO CAT-TBL-CAPACITY (CATALOG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COURSE-CATALOG
           ELSE
               DISPLAY "COURSECAT.TXT OPEN FAILED, FILE STATUS = "
                   CAT-STAT UPON CONSOLE
           END-IF.

       130-OPEN-HOLD-FILE.
           OPEN INPUT HOLD-FILE.
           IF HOLD-STAT = "00"
               MOVE "YES" TO HOLD-OPEN-FLAG
           END-IF.

       132-LOAD-SECTIONS.
           MOVE ZERO TO SECTION-COUNT.
           MOVE "NO" TO SEC-EOF.
           OPEN INPUT SECTION-MASTER.
           IF SEC-STAT = "00"
               PERFORM UNTIL SEC-EOF = "YES" OR SECTION-COUNT >= 300
                   READ SECTION-MASTER
                       AT END MOVE "YES" TO SEC-EOF
                       NOT AT END
                           PERFORM 134-STORE-SECTION
                   END-READ
               END-PERFORM
               CLOSE SECTION-MASTER
           END-IF.

       134-STORE-SECTION.
           ADD 1 TO SECTION-COUNT.
           MOVE SEC-TERM TO SEC-TBL-TERM (SECTION-COUNT).
           MOVE SEC-COURSE-CODE TO SEC-TBL-COURSE (SECTION-COUNT).
           MOVE SEC-SECTION TO SEC-TBL-SECTION (SECTION-COUNT).
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

       136-LOAD-SECTION-ENROLLMENTS.
           MOVE ZERO TO SHELD-COUNT.
           MOVE "NO" TO SEN-EOF.
           OPEN INPUT SECTION-ENROLL-FILE.
           IF SEN-STAT = "00"
               PERFORM UNTIL SEN-EOF = "YES"
                   READ SECTION-ENROLL-FILE
                       AT END MOVE "YES" TO SEN-EOF
                       NOT AT END
                           PERFORM 138-STORE-HELD-SECTION
                   END-READ
               END-PERFORM
               CLOSE SECTION-ENROLL-FILE
           END-IF.

       138-STORE-HELD-SECTION.
           MOVE 'N' TO SHELD-FOUND-FLAG.
           PERFORM VARYING SHELD-IDX FROM 1 BY 1
               UNTIL SHELD-FOUND-FLAG = 'Y' OR SHELD-IDX > SHELD-COUNT
               IF SHD-STUDENT (SHELD-IDX) = SEN-STUDENT-NUMBER
                   AND SHD-TERM (SHELD-IDX) = SEN-TERM
                   AND SHD-COURSE (SHELD-IDX) = SEN-COURSE-CODE
                   MOVE SEN-SECTION TO SHD-SECTION (SHELD-IDX)
                   MOVE 'Y' TO SHELD-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF SHELD-FOUND-FLAG = 'N' AND SHELD-COUNT < 2000
               ADD 1 TO SHELD-COUNT
               MOVE SEN-STUDENT-NUMBER TO SHD-STUDENT (SHELD-COUNT)
               MOVE SEN-TERM TO SHD-TERM (SHELD-COUNT)
               MOVE SEN-COURSE-CODE TO SHD-COURSE (SHELD-COUNT)
               MOVE SEN-SECTION TO SHD-SECTION (SHELD-COUNT)
           END-IF.

       140-LOAD-WAITLIST.
           MOVE ZERO TO WAIT-COUNT.
           MOVE "NO" TO WTL-EOF.
           OPEN INPUT WAITLIST-FILE.
           IF WTL-STAT = "00"
               PERFORM UNTIL WTL-EOF = "YES"
                   OR WAIT-OVERFLOW-FLAG = "YES"
                   READ WAITLIST-FILE
                       AT END MOVE "YES" TO WTL-EOF
                       NOT AT END
                           IF WAIT-COUNT >= 500
                               MOVE "YES" TO WAIT-OVERFLOW-FLAG
                           ELSE
                           ADD 1 TO WAIT-COUNT
                           MOVE WTL-COURSE-CODE
                               TO WT-COURSE (WAIT-COUNT)
                           MOVE WTL-TERM TO WT-TERM (WAIT-COUNT)
                           MOVE WTL-STUDENT-NUMBER
                               TO WT-STUDENT (WAIT-COUNT)
                           MOVE WTL-REQUEST-DATE
                               TO WT-REQ-DATE (WAIT-COUNT)
                           MOVE WTL-REQUEST-TIME
                               TO WT-REQ-TIME (WAIT-COUNT)
                           MOVE WTL-SECTION TO WT-SECTION (WAIT-COUNT)
                           MOVE "W" TO WT-STATE (WAIT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAITLIST-FILE
           END-IF.

       150-BUILD-QUEUE-TABLE.
           MOVE ZERO TO QUEUE-COUNT.
           PERFORM 152-ADD-QUEUE-ENTRY
               VARYING WAIT-IDX FROM 1 BY 1
               UNTIL WAIT-IDX > WAIT-COUNT.

       152-ADD-QUEUE-ENTRY.
           MOVE 'N' TO FOUND-FLAG.
           PERFORM VARYING QUEUE-IDX FROM 1 BY 1
               UNTIL FOUND-FLAG = 'Y' OR QUEUE-IDX > QUEUE-COUNT
               IF QUE-COURSE (QUEUE-IDX) = WT-COURSE (WAIT-IDX)
                   AND QUE-TERM (QUEUE-IDX) = WT-TERM (WAIT-IDX)
                   AND QUE-SECTION (QUEUE-IDX) = WT-SECTION (WAIT-IDX)
                   MOVE 'Y' TO FOUND-FLAG
                   MOVE QUEUE-IDX TO WT-QUEUE (WAIT-IDX)
               END-IF
           END-PERFORM.
           IF FOUND-FLAG = 'N'
               IF QUEUE-COUNT >= 100
                   MOVE ZERO TO WT-QUEUE (WAIT-IDX)
               ELSE
                   ADD 1 TO QUEUE-COUNT
                   MOVE QUEUE-COUNT TO WT-QUEUE (WAIT-IDX)
                   MOVE WT-COURSE (WAIT-IDX)
                       TO QUE-COURSE (QUEUE-COUNT)
                   MOVE WT-TERM (WAIT-IDX) TO QUE-TERM (QUEUE-COUNT)
                   MOVE WT-SECTION (WAIT-IDX)
                       TO QUE-SECTION (QUEUE-COUNT)
                   MOVE ZERO TO QUE-SEATS-USED (QUEUE-COUNT)
                   MOVE ZERO TO QUE-SEC-IDX (QUEUE-COUNT)
                   PERFORM 154-FIND-CATALOG-ENTRY
                   IF QUE-SECTION (QUEUE-COUNT) NOT = SPACES
                       PERFORM 156-FIND-SECTION-ENTRY
                   END-IF
               END-IF
           END-IF.

       154-FIND-CATALOG-ENTRY.
           MOVE "N" TO QUE-ON-CATALOG (QUEUE-COUNT).
           MOVE ZERO TO QUE-CAPACITY (QUEUE-COUNT).
           PERFORM VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > CATALOG-COUNT
               IF CAT-TBL-CODE (CAT-IDX) = QUE-COURSE (QUEUE-COUNT)
                   AND CAT-TBL-ACTIVE (CAT-IDX) = "Y"
                   MOVE "Y" TO QUE-ON-CATALOG (QUEUE-COUNT)
                   MOVE CAT-TBL-CAPACITY (CAT-IDX)
                       TO QUE-CAPACITY (QUEUE-COUNT)
               END-IF
           END-PERFORM.

       156-FIND-SECTION-ENTRY.
           MOVE ZERO TO QUE-SEC-IDX (QUEUE-COUNT).
           MOVE ZERO TO QUE-CAPACITY (QUEUE-COUNT).
           PERFORM VARYING SEC-IDX FROM 1 BY 1
               UNTIL SEC-IDX > SECTION-COUNT
               IF SEC-TBL-TERM (SEC-IDX) = QUE-TERM (QUEUE-COUNT)
                   AND SEC-TBL-COURSE (SEC-IDX) =
                       QUE-COURSE (QUEUE-COUNT)
                   AND SEC-TBL-SECTION (SEC-IDX) =
                       QUE-SECTION (QUEUE-COUNT)
                   MOVE SEC-IDX TO QUE-SEC-IDX (QUEUE-COUNT)
                   MOVE SEC-TBL-CAPACITY (SEC-IDX)
                       TO QUE-CAPACITY (QUEUE-COUNT)
               END-IF
           END-PERFORM.

       160-COUNT-CURRENT-SEATS.
           MOVE "NO" TO SCAN-EOF.
           PERFORM UNTIL SCAN-EOF = "YES"
               READ STUDENT-RECORD NEXT RECORD
                   AT END MOVE "YES" TO SCAN-EOF
                   NOT AT END
                       IF COURSE-COUNT IS NUMERIC
                           AND COURSE-COUNT >= 1
                           AND COURSE-COUNT <= 10
                           PERFORM 170-TALLY-STUDENT-SEATS
                               VARYING COURSE-IDX FROM 1 BY 1
                               UNTIL COURSE-IDX > COURSE-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       170-TALLY-STUDENT-SEATS.
           IF NOT COURSE-WITHDRAWN (COURSE-IDX)
               MOVE SPACES TO WS-HELD-SECTION
               IF SHELD-COUNT > ZERO
                   PERFORM 180-FIND-HELD-SECTION
               END-IF
               PERFORM VARYING QUEUE-IDX FROM 1 BY 1
                   UNTIL QUEUE-IDX > QUEUE-COUNT
                   IF COURSE-CODE (COURSE-IDX) = QUE-COURSE (QUEUE-IDX)
                       AND COURSE-TERM (COURSE-IDX) =
                           QUE-TERM (QUEUE-IDX)
                       AND (QUE-SECTION (QUEUE-IDX) = SPACES
                       OR QUE-SECTION (QUEUE-IDX) = WS-HELD-SECTION)
                       ADD 1 TO QUE-SEATS-USED (QUEUE-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       180-FIND-HELD-SECTION.
           MOVE 'N' TO SHELD-FOUND-FLAG.
           MOVE SPACES TO WS-HELD-SECTION.
           PERFORM VARYING SHELD-IDX FROM 1 BY 1
               UNTIL SHELD-FOUND-FLAG = 'Y' OR SHELD-IDX > SHELD-COUNT
               IF SHD-STUDENT (SHELD-IDX) = STUDENT-NUMBER
                   AND SHD-TERM (SHELD-IDX) = COURSE-TERM (COURSE-IDX)
                   AND SHD-COURSE (SHELD-IDX) = COURSE-CODE (COURSE-IDX)
                   MOVE SHD-SECTION (SHELD-IDX) TO WS-HELD-SECTION
                   MOVE 'Y' TO SHELD-FOUND-FLAG
               END-IF
           END-PERFORM.

       300-PROCESS-ENTRY.
           MOVE SPACES TO WS-RESULT.
           MOVE SPACES TO DTL-STUDENT-NAME.
           MOVE WT-QUEUE (WAIT-IDX) TO QUEUE-IDX.
           IF QUEUE-IDX = ZERO
               CONTINUE
           ELSE
           IF QUE-ON-CATALOG (QUEUE-IDX) = "N"
               MOVE "X" TO WT-STATE (WAIT-IDX)
               MOVE "REMOVED - COURSE NOT ON CATALOG" TO WS-RESULT
               ADD 1 TO REMOVED-COUNT
           ELSE
           IF QUE-SECTION (QUEUE-IDX) NOT = SPACES
               AND QUE-SEC-IDX (QUEUE-IDX) = ZERO
               MOVE "X" TO WT-STATE (WAIT-IDX)
               MOVE "REMOVED - SECTION NOT OFFERED" TO WS-RESULT
               ADD 1 TO REMOVED-COUNT
           ELSE
           IF QUE-CAPACITY (QUEUE-IDX) > ZERO
               AND QUE-SEATS-USED (QUEUE-IDX) >=
                   QUE-CAPACITY (QUEUE-IDX)
               CONTINUE
           ELSE
               PERFORM 310-CHECK-OPEN-HOLD
               IF HOLD-FOUND-FLAG = 'Y'
                   MOVE "PASSED OVER - OPEN HOLD" TO WS-RESULT
                   ADD 1 TO PASSED-COUNT
               ELSE
                   PERFORM 320-READ-AND-PROMOTE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-RESULT NOT = SPACES
               PERFORM 410-WRITE-DETAIL-LINE
           END-IF.

       310-CHECK-OPEN-HOLD.
           MOVE 'N' TO HOLD-FOUND-FLAG.
           IF HOLD-OPEN-FLAG = "YES"
               MOVE WT-STUDENT (WAIT-IDX) TO HLD-STUDENT-NUMBER
               MOVE ZERO TO HLD-SEQUENCE
               MOVE "NO" TO HOLD-EOF
               START HOLD-FILE KEY IS >= HLD-KEY
                   INVALID KEY MOVE "YES" TO HOLD-EOF
               END-START
               PERFORM UNTIL HOLD-EOF = "YES" OR HOLD-FOUND-FLAG = 'Y'
                   READ HOLD-FILE NEXT RECORD
                       AT END MOVE "YES" TO HOLD-EOF
                       NOT AT END
                           IF HLD-STUDENT-NUMBER = WT-STUDENT (WAIT-IDX)
                               IF HLD-RELEASED-DATE = ZERO
                                   MOVE 'Y' TO HOLD-FOUND-FLAG
                               END-IF
                           ELSE
                               MOVE "YES" TO HOLD-EOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       320-READ-AND-PROMOTE.
           MOVE WT-STUDENT (WAIT-IDX) TO STUDENT-NUMBER.
           READ STUDENT-RECORD
               INVALID KEY
                   MOVE "X" TO WT-STATE (WAIT-IDX)
                   MOVE "REMOVED - STUDENT NOT ON FILE" TO WS-RESULT
                   ADD 1 TO REMOVED-COUNT
               NOT INVALID KEY
                   MOVE STUDENT-NAME TO DTL-STUDENT-NAME
                   PERFORM 330-CHECK-ALREADY-ENROLLED
                   IF FOUND-FLAG = 'Y'
                       MOVE "X" TO WT-STATE (WAIT-IDX)
                       MOVE "REMOVED - ALREADY ENROLLED" TO WS-RESULT
                       ADD 1 TO REMOVED-COUNT
                   ELSE
                   IF COURSE-COUNT >= 10
                       MOVE "PASSED OVER - COURSE TABLE FULL"
                           TO WS-RESULT
                       ADD 1 TO PASSED-COUNT
                   ELSE
                       MOVE 'N' TO CLASH-FLAG
                       IF QUE-SEC-IDX (QUEUE-IDX) > ZERO
                           PERFORM 340-CHECK-TIME-CLASH
                       END-IF
                       IF CLASH-FLAG = 'Y'
                           MOVE "X" TO WT-STATE (WAIT-IDX)
                           MOVE "REMOVED - TIME CLASH" TO WS-RESULT
                           ADD 1 TO REMOVED-COUNT
                       ELSE
                           PERFORM 350-ENROLL-STUDENT
                       END-IF
                   END-IF
                   END-IF
           END-READ.

       330-CHECK-ALREADY-ENROLLED.
           MOVE 'N' TO FOUND-FLAG.
           IF COURSE-COUNT IS NOT NUMERIC
               MOVE ZERO TO COURSE-COUNT
           END-IF.
           PERFORM VARYING COURSE-IDX FROM 1 BY 1
               UNTIL COURSE-IDX > COURSE-COUNT
               IF COURSE-CODE (COURSE-IDX) = WT-COURSE (WAIT-IDX)
                   AND COURSE-TERM (COURSE-IDX) = WT-TERM (WAIT-IDX)
                   MOVE 'Y' TO FOUND-FLAG
               END-IF
           END-PERFORM.

       340-CHECK-TIME-CLASH.
           PERFORM VARYING COURSE-IDX FROM 1 BY 1
               UNTIL COURSE-IDX > COURSE-COUNT OR CLASH-FLAG = 'Y'
               IF COURSE-TERM (COURSE-IDX) = WT-TERM (WAIT-IDX)
                   AND NOT COURSE-WITHDRAWN (COURSE-IDX)
                   PERFORM 180-FIND-HELD-SECTION
                   IF SHELD-FOUND-FLAG = 'Y'
                       PERFORM 342-FIND-HELD-SECTION-ENTRY
                   END-IF
                   IF SHELD-FOUND-FLAG = 'Y'
                       PERFORM 344-COMPARE-MEETING-TIMES
                   END-IF
               END-IF
           END-PERFORM.

       342-FIND-HELD-SECTION-ENTRY.
           MOVE 'N' TO SHELD-FOUND-FLAG.
           PERFORM VARYING SEC-IDX FROM 1 BY 1
               UNTIL SHELD-FOUND-FLAG = 'Y' OR SEC-IDX > SECTION-COUNT
               IF SEC-TBL-TERM (SEC-IDX) = WT-TERM (WAIT-IDX)
                   AND SEC-TBL-COURSE (SEC-IDX) =
                       COURSE-CODE (COURSE-IDX)
                   AND SEC-TBL-SECTION (SEC-IDX) = WS-HELD-SECTION
                   MOVE SEC-IDX TO HELD-SEC-IDX
                   MOVE 'Y' TO SHELD-FOUND-FLAG
               END-IF
           END-PERFORM.

       344-COMPARE-MEETING-TIMES.
           MOVE QUE-SEC-IDX (QUEUE-IDX) TO SEC-IDX.
           MOVE 'N' TO DAY-OVERLAP-FLAG.
           PERFORM VARYING DAY-IDX FROM 1 BY 1
               UNTIL DAY-IDX > 7 OR DAY-OVERLAP-FLAG = 'Y'
               IF SEC-TBL-DAYS (SEC-IDX) (DAY-IDX:1) NOT = SPACE
                   AND SEC-TBL-DAYS (HELD-SEC-IDX) (DAY-IDX:1)
                       NOT = SPACE
                   MOVE 'Y' TO DAY-OVERLAP-FLAG
               END-IF
           END-PERFORM.
           IF DAY-OVERLAP-FLAG = 'Y'
               AND SEC-TBL-START (SEC-IDX) <
                   SEC-TBL-END (HELD-SEC-IDX)
               AND SEC-TBL-START (HELD-SEC-IDX) <
                   SEC-TBL-END (SEC-IDX)
               MOVE 'Y' TO CLASH-FLAG
           END-IF.

       350-ENROLL-STUDENT.
           ADD 1 TO COURSE-COUNT.
           MOVE WT-COURSE (WAIT-IDX) TO COURSE-CODE (COURSE-COUNT).
           MOVE ZERO TO COURSE-AVERAGE (COURSE-COUNT).
           MOVE WT-TERM (WAIT-IDX) TO COURSE-TERM (COURSE-COUNT).
           REWRITE STUDENTS.
           ADD 1 TO QUE-SEATS-USED (QUEUE-IDX).
           MOVE "E" TO WT-STATE (WAIT-IDX).
           MOVE "PROMOTED - ENROLLED" TO WS-RESULT.
           ADD 1 TO PROMOTED-COUNT.
           MOVE SPACES TO WS-JRN-FIELD.
           STRING "COURSE-" DELIMITED BY SIZE
                   COURSE-COUNT DELIMITED BY SIZE
               INTO WS-JRN-FIELD.
           PERFORM 510-WRITE-JOURNAL.
           IF QUE-SECTION (QUEUE-IDX) NOT = SPACES
               PERFORM 355-WRITE-SECTION-ENROLL
           END-IF.

       355-WRITE-SECTION-ENROLL.
           OPEN EXTEND SECTION-ENROLL-FILE.
           IF SEN-STAT = "35"
               OPEN OUTPUT SECTION-ENROLL-FILE
           END-IF.
           MOVE SPACES TO SECTION-ENROLL-RECORD.
           MOVE STUDENT-NUMBER TO SEN-STUDENT-NUMBER.
           MOVE WT-TERM (WAIT-IDX) TO SEN-TERM.
           MOVE WT-COURSE (WAIT-IDX) TO SEN-COURSE-CODE.
           MOVE WT-SECTION (WAIT-IDX) TO SEN-SECTION.
           MOVE WS-RUN-DATE TO SEN-DATE.
           MOVE "W" TO SEN-SOURCE.
           WRITE SECTION-ENROLL-RECORD.
           CLOSE SECTION-ENROLL-FILE.
           MOVE STUDENT-NUMBER TO SEN-STUDENT-NUMBER.
           MOVE WT-TERM (WAIT-IDX) TO SEN-TERM.
           MOVE WT-COURSE (WAIT-IDX) TO SEN-COURSE-CODE.
           MOVE WT-SECTION (WAIT-IDX) TO SEN-SECTION.
           PERFORM 138-STORE-HELD-SECTION.

       400-WRITE-POSITIONS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "WAITLIST POSITIONS BY COURSE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 420-WRITE-ONE-QUEUE
               VARYING QUEUE-IDX FROM 1 BY 1
               UNTIL QUEUE-IDX > QUEUE-COUNT.

       410-WRITE-DETAIL-LINE.
           MOVE WT-STUDENT (WAIT-IDX) TO DTL-STUDENT-NUMBER.
           MOVE WT-COURSE (WAIT-IDX) TO DTL-COURSE-CODE.
           MOVE WT-TERM (WAIT-IDX) TO DTL-TERM.
           MOVE WT-SECTION (WAIT-IDX) TO DTL-SECTION.
           MOVE WS-RESULT TO DTL-RESULT.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       420-WRITE-ONE-QUEUE.
           MOVE ZERO TO WS-POSITION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE QUE-COURSE (QUEUE-IDX) TO QHD-COURSE-CODE.
           MOVE QUE-TERM (QUEUE-IDX) TO QHD-TERM.
           MOVE QUE-SECTION (QUEUE-IDX) TO QHD-SECTION.
           MOVE QUE-CAPACITY (QUEUE-IDX) TO QHD-CAPACITY.
           MOVE QUE-SEATS-USED (QUEUE-IDX) TO QHD-SEATS-USED.
           MOVE QUEUE-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 430-WRITE-ONE-POSITION
               VARYING WAIT-IDX FROM 1 BY 1
               UNTIL WAIT-IDX > WAIT-COUNT.
           IF WS-POSITION = ZERO
               MOVE "    NO STUDENTS WAITING" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       430-WRITE-ONE-POSITION.
           IF WT-QUEUE (WAIT-IDX) = QUEUE-IDX
               AND WT-WAITING (WAIT-IDX)
               ADD 1 TO WS-POSITION
               MOVE WS-POSITION TO POS-POSITION
               MOVE WT-STUDENT (WAIT-IDX) TO POS-STUDENT-NUMBER
               MOVE WT-REQ-DATE (WAIT-IDX) TO POS-REQ-DATE
               MOVE WT-REQ-TIME (WAIT-IDX) (1:6) TO POS-REQ-TIME
               MOVE SPACES TO POS-STUDENT-NAME
               MOVE WT-STUDENT (WAIT-IDX) TO STUDENT-NUMBER
               READ STUDENT-RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE STUDENT-NAME TO POS-STUDENT-NAME
               END-READ
               MOVE SPACES TO POS-NOTE
               PERFORM 310-CHECK-OPEN-HOLD
               IF HOLD-FOUND-FLAG = 'Y'
                   MOVE "OPEN HOLD" TO POS-NOTE
               END-IF
               MOVE POSITION-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       450-WRITE-TOTALS.
           MOVE ZERO TO WAITING-COUNT.
           PERFORM VARYING WAIT-IDX FROM 1 BY 1
               UNTIL WAIT-IDX > WAIT-COUNT
               IF WT-WAITING (WAIT-IDX)
                   ADD 1 TO WAITING-COUNT
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "STUDENTS PROMOTED" TO TTL-LABEL.
           MOVE PROMOTED-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PASSED OVER (HOLD / TABLE FULL)" TO TTL-LABEL.
           MOVE PASSED-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REMOVED FROM WAITLIST" TO TTL-LABEL.
           MOVE REMOVED-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STILL WAITING" TO TTL-LABEL.
           MOVE WAITING-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       510-WRITE-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF JRN-STAT = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE STUDENT-NUMBER TO JRN-STUDENT-NUMBER.
           MOVE WS-JRN-FIELD TO JRN-FIELD-NAME.
           MOVE "(EMPTY SLOT)" TO JRN-BEFORE-IMAGE.
           MOVE COURSE-DETAIL (COURSE-COUNT) TO JRN-AFTER-IMAGE.
           MOVE WS-RUN-DATE TO JRN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME TO JRN-TIME.
           MOVE "B" TO JRN-MODE.
           WRITE JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.

       500-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "WAITLIST-PROMOTION" TO AUDIT-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           STRING "PROMOTED=" DELIMITED BY SIZE
                   PROMOTED-COUNT DELIMITED BY SIZE
                   " PASSED=" DELIMITED BY SIZE
                   PASSED-COUNT DELIMITED BY SIZE
                   " WAITING=" DELIMITED BY SIZE
                   WAITING-COUNT DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "WAITLIST-PROMOTION" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       600-REWRITE-WAITLIST.
           OPEN OUTPUT WAITLIST-FILE.
           PERFORM VARYING WAIT-IDX FROM 1 BY 1
               UNTIL WAIT-IDX > WAIT-COUNT
               IF WT-WAITING (WAIT-IDX)
                   MOVE SPACES TO WAITLIST-RECORD
                   MOVE WT-COURSE (WAIT-IDX) TO WTL-COURSE-CODE
                   MOVE WT-TERM (WAIT-IDX) TO WTL-TERM
                   MOVE WT-STUDENT (WAIT-IDX) TO WTL-STUDENT-NUMBER
                   MOVE WT-REQ-DATE (WAIT-IDX) TO WTL-REQUEST-DATE
                   MOVE WT-REQ-TIME (WAIT-IDX) TO WTL-REQUEST-TIME
                   MOVE WT-SECTION (WAIT-IDX) TO WTL-SECTION
                   WRITE WAITLIST-RECORD
               END-IF
           END-PERFORM.
           CLOSE WAITLIST-FILE.

       800-CHECK-AND-SET-LOCK.
           ACCEPT WS-STULOCK-PATH FROM ENVIRONMENT "STULOCK_FILE".
           IF WS-STULOCK-PATH = SPACES
               MOVE "C:\Users\hamza\STULOCK.TXT" TO WS-STULOCK-PATH
           END-IF.
           MOVE "YES" TO LOCK-FREE-FLAG.
           OPEN INPUT LOCK-FILE.
           IF LOCK-STAT = "00"
               READ LOCK-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LOCK-HOLDER = "BATCH-DRIVER"
                           OR LOCK-HOLDER = "COURSE-DROP"
                           OR LOCK-HOLDER = "DEREGISTER-UNPAID"
                           MOVE "YES" TO UNDER-CALLER-FLAG
                       ELSE
                       IF LOCK-HOLDER NOT = SPACES
                           MOVE "NO" TO LOCK-FREE-FLAG
                       END-IF
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF.
           IF LOCK-FREE-FLAG = "NO"
               DISPLAY "STUFILE-C.TXT IN USE BY " LOCK-HOLDER
                   " SINCE " LOCK-DATE " " LOCK-TIME UPON CONSOLE
           ELSE
           IF UNDER-CALLER-FLAG = "YES"
               CONTINUE
           ELSE
               OPEN OUTPUT LOCK-FILE
               MOVE SPACES TO LOCK-RECORD
               MOVE "WAITLIST-PROMOTION" TO LOCK-HOLDER
               ACCEPT LOCK-DATE FROM DATE YYYYMMDD
               ACCEPT LOCK-TIME FROM TIME
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
           END-IF
           END-IF.

       810-CLEAR-LOCK.
           IF UNDER-CALLER-FLAG = "YES"
               CONTINUE
           ELSE
               OPEN OUTPUT LOCK-FILE
               CLOSE LOCK-FILE
           END-IF.

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

       END PROGRAM WAITLIST-PROMOTION.
