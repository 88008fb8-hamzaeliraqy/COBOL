      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: ENROLLMENT VERIFICATION LETTERS - replaces the letters
      *          typed by hand from STUDENT-INQUIRY screens for loan
      *          companies, insurers and embassies. Reads the request
      *          file VERIFREQ.TXT (one line per request: student
      *          number and, optionally, who the letter is for) and,
      *          for each student, totals the current term's credit
      *          hours from COURSE-DETAIL using CAT-CREDIT-HOURS from
      *          the course catalog (withdrawn courses do not count; a
      *          course missing from the catalog counts one hour, as in
      *          COURSE-DROP). The load is classed full-time at or above
      *          VERIFY_FULL_TIME hours (default 12), half-time at or
      *          above VERIFY_HALF_TIME (default 6), otherwise less than
      *          half-time. The current term is the TERMMAST.TXT term
      *          the run date falls in, or the term named in
      *          VERIFY_TERM.
      *          The letter shows the term dates, the program name from
      *          PROGRAM-RECORDS and the mailing address from
      *          STUADDR.TXT. Students with an open hold on STUHOLD.TXT,
      *          students not on file and students with no course in
      *          the term are refused. Letters go to
      *          VERIFY_YYYYMMDD_HHMMSS.TXT, the run report listing
      *          every request and its outcome to
      *          VERIFRPT_YYYYMMDD_HHMMSS.TXT, and totals to
      *          AUDITLOG.TXT.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      *   15/10/2026 HE  STUADDR.TXT and STUHOLD.TXT are now indexed on
      *       student number: the address and the open-hold check are
      *       read by key instead of from the 500-entry tables.
      *   15/10/2026 HE  The VERIFY and VERIFRPT files are now entered
      *       in the report catalog RPTCAT.TXT through REPORT-REGISTER
      *       (see RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENROLLMENT-VERIFICATION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERIFY-REQUESTS ASSIGN TO WS-VERIFREQ-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VRQ-STAT.

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

           SELECT PROGRAM-RECORDS ASSIGN TO WS-PROGRAM-FILE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRG-STAT.

           SELECT TERM-MASTER ASSIGN TO WS-TERMMAST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRM-STAT.

           SELECT ADDRESS-FILE ASSIGN TO WS-STUADDR-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADR-STUDENT-NUMBER
           FILE STATUS IS ADR-STAT.

           SELECT HOLD-FILE ASSIGN TO WS-STUHOLD-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HLD-KEY
           FILE STATUS IS HOLD-STAT.

           SELECT LETTER-FILE ASSIGN TO WS-LETTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VERIFY-REPORT ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS-FIELD.

           SELECT BUSDATE-FILE ASSIGN TO WS-BUSDATE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUSDATE-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD VERIFY-REQUESTS.
       01 VERIFY-REQUEST-RECORD.
           05 VRQ-STUDENT-NUMBER PIC X(6).
           05 FILLER PIC X(2).
           05 VRQ-REQUESTED-FOR PIC X(30).

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

       FD PROGRAM-RECORDS.
       01 PROGRAM-IN-RECORD.
           05 PI-PROGRAM-CD PIC X(6).
           05 PI-PROGRAM-NME PIC X(20).

       FD TERM-MASTER.
           COPY "TERMMAST.DAT".

       FD ADDRESS-FILE.
           COPY "STUADDR.DAT".

       FD HOLD-FILE.
           COPY "STUHOLD.DAT".

       FD LETTER-FILE.
       01 LETTER-LINE PIC X(80).

       FD VERIFY-REPORT.
       01 REPORT-LINE PIC X(100).

       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.DAT".

       FD BUSDATE-FILE.
           COPY "BUSDATE.DAT".

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 WS-BUSDATE-PATH PIC X(60).
           05 BUSDATE-STAT PIC X(2).
           05 VRQ-STAT PIC X(2).
           05 STATUS-FIELD PIC X(2).
           05 CAT-STAT PIC X(2).
           05 PRG-STAT PIC X(2).
           05 TRM-STAT PIC X(2).
           05 ADR-STAT PIC X(2).
           05 HOLD-STAT PIC X(2).
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 CAT-EOF PIC X(3).
           05 PRG-EOF PIC X(3).
           05 TRM-EOF PIC X(3).
           05 ADR-OPEN-FLAG PIC X(3) VALUE "NO".
           05 HOLD-OPEN-FLAG PIC X(3) VALUE "NO".
           05 HOLD-EOF PIC X(3).
           05 CAT-IDX PIC 9(2).
           05 CATALOG-COUNT PIC 9(2) VALUE ZERO.
           05 PROGRAM-IDX PIC 9(2).
           05 PROGRAM-COUNT PIC 9(2) VALUE ZERO.
           05 TERM-IDX PIC 9(2).
           05 TERM-COUNT PIC 9(2) VALUE ZERO.
           05 TERM-MATCH-IDX PIC 9(2) VALUE ZERO.
           05 ADDR-FOUND-FLAG PIC X(1).
           05 HOLD-FOUND-FLAG PIC X(1).
           05 COURSE-IDX PIC 9(2).
           05 WS-CURRENT-TERM PIC X(5) VALUE SPACES.
           05 WS-LOOKUP-CODE PIC X(7).
           05 WS-COURSE-CREDITS PIC 9(2).
           05 WS-TERM-CREDITS PIC 9(3).
           05 WS-TERM-COURSES PIC 9(2).
           05 WS-LOAD-STATUS PIC X(24).
           05 WS-PROGRAM-NAME PIC X(20).
           05 WS-REJECT-REASON PIC X(30).
           05 WS-FULL-TIME-HOURS PIC 9(2) VALUE 12.
           05 WS-HALF-TIME-HOURS PIC 9(2) VALUE 6.
           05 WS-HOURS-INPUT PIC X(2).
           05 REQUEST-COUNT PIC 9(6) VALUE ZERO.
           05 LETTER-COUNT PIC 9(6) VALUE ZERO.
           05 REFUSED-COUNT PIC 9(6) VALUE ZERO.
           05 FULL-TIME-COUNT PIC 9(6) VALUE ZERO.
           05 HALF-TIME-COUNT PIC 9(6) VALUE ZERO.
           05 LESS-HALF-COUNT PIC 9(6) VALUE ZERO.
           05 WS-VERIFREQ-PATH PIC X(60).
           05 WS-STUFILE-OUT-PATH PIC X(60).
           05 WS-COURSECAT-PATH PIC X(60).
           05 WS-PROGRAM-FILE-PATH PIC X(60).
           05 WS-TERMMAST-PATH PIC X(60).
           05 WS-STUADDR-PATH PIC X(60).
           05 WS-STUHOLD-PATH PIC X(60).
           05 WS-REPORT-DIR PIC X(40).
           05 WS-REPORT-FILENAME PIC X(60).
           05 WS-LETTER-FILENAME PIC X(60).
           05 WS-AUDIT-LOG-PATH PIC X(60).
           05 AUDIT-STATUS-FIELD PIC X(2).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).

       01 CATALOG-VALUES.
           05 CATALOG-TABLE OCCURS 50 TIMES.
               10 CAT-TBL-CODE PIC X(7).
               10 CAT-TBL-CREDITS PIC 9(2).

       01 PROGRAM-VALUES.
           05 PROGRAM-TABLE OCCURS 20 TIMES.
               10 PROGRAM-CD PIC X(6).
               10 PROGRAM-NME PIC X(20).

       01 TERM-VALUES.
           05 TERM-ENTRY OCCURS 20 TIMES.
               10 TERM-TBL-CODE PIC X(5).
               10 TERM-TBL-START PIC 9(8).
               10 TERM-TBL-END PIC 9(8).

       01 LETTER-HEAD-LINE.
           05 FILLER PIC X(30) VALUE "ENROLLMENT VERIFICATION".
           05 FILLER PIC X(6) VALUE "DATE: ".
           05 LTH-DATE PIC 9(8).
           05 FILLER PIC X(36) VALUE SPACES.

       01 PREPARED-FOR-LINE.
           05 FILLER PIC X(14) VALUE "PREPARED FOR: ".
           05 LTP-REQUESTED-FOR PIC X(30).
           05 FILLER PIC X(36) VALUE SPACES.

       01 STUDENT-LINE.
           05 FILLER PIC X(9) VALUE "STUDENT: ".
           05 LTS-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LTS-STUDENT-NAME PIC X(40).
           05 FILLER PIC X(23) VALUE SPACES.

       01 ADDRESS-LINE.
           05 FILLER PIC X(9) VALUE "ADDRESS: ".
           05 ADL-TEXT PIC X(30).
           05 FILLER PIC X(41) VALUE SPACES.

       01 PROGRAM-LINE.
           05 FILLER PIC X(9) VALUE "PROGRAM: ".
           05 LTG-PROGRAM-CODE PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LTG-PROGRAM-NAME PIC X(20).
           05 FILLER PIC X(44) VALUE SPACES.

       01 TERM-LINE.
           05 FILLER PIC X(9) VALUE "TERM:    ".
           05 LTT-TERM PIC X(5).
           05 FILLER PIC X(8) VALUE "  FROM: ".
           05 LTT-START-DATE PIC 9(8).
           05 FILLER PIC X(6) VALUE "  TO: ".
           05 LTT-END-DATE PIC 9(8).
           05 FILLER PIC X(36) VALUE SPACES.

       01 LOAD-LINE.
           05 FILLER PIC X(14) VALUE "CREDIT HOURS: ".
           05 LTL-CREDITS PIC ZZ9.
           05 FILLER PIC X(11) VALUE "   STATUS: ".
           05 LTL-STATUS PIC X(24).
           05 FILLER PIC X(28) VALUE SPACES.

       01 SEPARATOR-LINE.
           05 FILLER PIC X(80) VALUE ALL "-".

       01 DETAIL-LINE.
           05 DTL-STUDENT-NUMBER PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-STUDENT-NAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-REQUESTED-FOR PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-CREDITS PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-RESULT PIC X(30).
           05 FILLER PIC X(8) VALUE SPACES.

       01 TOTAL-LINE.
           05 TTL-LABEL PIC X(32).
           05 TTL-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(61) VALUE SPACES.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-VERIFICATION.
           PERFORM 110-GET-FILE-PATHS.
           OPEN INPUT VERIFY-REQUESTS.
           IF VRQ-STAT NOT = "00"
               DISPLAY "VERIFREQ.TXT NOT AVAILABLE, FILE STATUS = "
                   VRQ-STAT UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 130-LOAD-TERM-TABLE.
           IF TERM-MATCH-IDX = ZERO
               CLOSE VERIFY-REQUESTS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 120-LOAD-CATALOG.
           PERFORM 125-LOAD-PROGRAM-TABLE.
           PERFORM 140-OPEN-ADDRESS-FILE.
           PERFORM 150-OPEN-HOLD-FILE.
           OPEN INPUT STUDENT-RECORD.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "STUDENT-RECORD OPEN FAILED, FILE STATUS = "
                   STATUS-FIELD UPON CONSOLE
               CLOSE VERIFY-REQUESTS
               IF ADR-OPEN-FLAG = "YES"
                   CLOSE ADDRESS-FILE
               END-IF
               IF HOLD-OPEN-FLAG = "YES"
                   CLOSE HOLD-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT LETTER-FILE VERIFY-REPORT.
           MOVE "ENROLLMENT VERIFICATION RUN - TERM " TO REPORT-LINE.
           MOVE WS-CURRENT-TERM TO REPORT-LINE (36:5).
           MOVE "RUN DATE " TO REPORT-LINE (43:9).
           MOVE WS-RUN-DATE TO REPORT-LINE (52:8).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 200-READ-REQUEST.
           PERFORM UNTIL EOF-FLAG = "YES"
               PERFORM 300-PROCESS-REQUEST
               PERFORM 200-READ-REQUEST
           END-PERFORM.
           PERFORM 450-WRITE-TOTALS.
           CLOSE VERIFY-REQUESTS STUDENT-RECORD LETTER-FILE
               VERIFY-REPORT.
           MOVE "VERIFY" TO RRG-REPORT-ID.
           MOVE WS-LETTER-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           MOVE "VERIFRPT" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           IF ADR-OPEN-FLAG = "YES"
               CLOSE ADDRESS-FILE
           END-IF.
           IF HOLD-OPEN-FLAG = "YES"
               CLOSE HOLD-FILE
           END-IF.
           PERFORM 500-WRITE-AUDIT-LOG.
           DISPLAY "VERIFICATION RUN COMPLETE, LETTERS: " LETTER-COUNT
               " REFUSED: " REFUSED-COUNT UPON CONSOLE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       110-GET-FILE-PATHS.
           ACCEPT WS-VERIFREQ-PATH FROM ENVIRONMENT "VERIFREQ_FILE".
           IF WS-VERIFREQ-PATH = SPACES
               MOVE "C:\Users\hamza\VERIFREQ.TXT" TO WS-VERIFREQ-PATH
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
           ACCEPT WS-PROGRAM-FILE-PATH FROM ENVIRONMENT
               "PROGRAM_FILE".
           IF WS-PROGRAM-FILE-PATH = SPACES
               MOVE "C:\Users\hamza\PROGRAM.txt"
                   TO WS-PROGRAM-FILE-PATH
           END-IF.
           ACCEPT WS-TERMMAST-PATH FROM ENVIRONMENT "TERMMAST_FILE".
           IF WS-TERMMAST-PATH = SPACES
               MOVE "C:\Users\hamza\TERMMAST.TXT"
                   TO WS-TERMMAST-PATH
           END-IF.
           ACCEPT WS-STUADDR-PATH FROM ENVIRONMENT "STUADDR_FILE".
           IF WS-STUADDR-PATH = SPACES
               MOVE "C:\Users\hamza\STUADDR.TXT" TO WS-STUADDR-PATH
           END-IF.
           ACCEPT WS-STUHOLD-PATH FROM ENVIRONMENT "STUHOLD_FILE".
           IF WS-STUHOLD-PATH = SPACES
               MOVE "C:\Users\hamza\STUHOLD.TXT" TO WS-STUHOLD-PATH
           END-IF.
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "AUDIT_LOG_FILE".
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\hamza\AUDITLOG.TXT" TO WS-AUDIT-LOG-PATH
           END-IF.
           ACCEPT WS-HOURS-INPUT FROM ENVIRONMENT "VERIFY_FULL_TIME".
           IF WS-HOURS-INPUT NOT = SPACES
               MOVE WS-HOURS-INPUT TO WS-FULL-TIME-HOURS
           END-IF.
           ACCEPT WS-HOURS-INPUT FROM ENVIRONMENT "VERIFY_HALF_TIME".
           IF WS-HOURS-INPUT NOT = SPACES
               MOVE WS-HOURS-INPUT TO WS-HALF-TIME-HOURS
           END-IF.
           ACCEPT WS-CURRENT-TERM FROM ENVIRONMENT "VERIFY_TERM".
           ACCEPT WS-REPORT-DIR FROM ENVIRONMENT "VERIFY_DIR".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 112-GET-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "VERIFY_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-LETTER-FILENAME.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "VERIFRPT_" DELIMITED BY SIZE
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
                           MOVE CAT-CREDIT-HOURS
                               TO CAT-TBL-CREDITS (CATALOG-COUNT)
                   END-READ
               END-PERFORM
               CLOSE COURSE-CATALOG
           ELSE
               DISPLAY "COURSECAT.TXT OPEN FAILED, FILE STATUS = "
                   CAT-STAT " - EVERY COURSE COUNTS ONE HOUR"
                   UPON CONSOLE
           END-IF.

       125-LOAD-PROGRAM-TABLE.
           MOVE ZERO TO PROGRAM-COUNT.
           MOVE "NO" TO PRG-EOF.
           OPEN INPUT PROGRAM-RECORDS.
           IF PRG-STAT = "00"
               PERFORM UNTIL PRG-EOF = "YES" OR PROGRAM-COUNT >= 20
                   READ PROGRAM-RECORDS
                       AT END MOVE "YES" TO PRG-EOF
                       NOT AT END
                           ADD 1 TO PROGRAM-COUNT
                           MOVE PI-PROGRAM-CD
                               TO PROGRAM-CD (PROGRAM-COUNT)
                           MOVE PI-PROGRAM-NME
                               TO PROGRAM-NME (PROGRAM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PROGRAM-RECORDS
           END-IF.

       130-LOAD-TERM-TABLE.
           MOVE ZERO TO TERM-COUNT.
           MOVE ZERO TO TERM-MATCH-IDX.
           MOVE "NO" TO TRM-EOF.
           OPEN INPUT TERM-MASTER.
           IF TRM-STAT NOT = "00"
               DISPLAY "TERMMAST.TXT NOT AVAILABLE, FILE STATUS = "
                   TRM-STAT " - NO LETTERS PRODUCED" UPON CONSOLE
           ELSE
               PERFORM UNTIL TRM-EOF = "YES" OR TERM-COUNT >= 20
                   READ TERM-MASTER
                       AT END MOVE "YES" TO TRM-EOF
                       NOT AT END
                           ADD 1 TO TERM-COUNT
                           MOVE TRM-CODE TO TERM-TBL-CODE (TERM-COUNT)
                           MOVE TRM-START-DATE
                               TO TERM-TBL-START (TERM-COUNT)
                           MOVE TRM-END-DATE
                               TO TERM-TBL-END (TERM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE TERM-MASTER
               PERFORM VARYING TERM-IDX FROM 1 BY 1
                   UNTIL TERM-IDX > TERM-COUNT
                   IF WS-CURRENT-TERM = SPACES
                       IF WS-RUN-DATE >= TERM-TBL-START (TERM-IDX)
                           AND WS-RUN-DATE <= TERM-TBL-END (TERM-IDX)
                           MOVE TERM-IDX TO TERM-MATCH-IDX
                       END-IF
                   ELSE
                   IF WS-CURRENT-TERM = TERM-TBL-CODE (TERM-IDX)
                       MOVE TERM-IDX TO TERM-MATCH-IDX
                   END-IF
                   END-IF
               END-PERFORM
               IF TERM-MATCH-IDX = ZERO
                   DISPLAY "NO MATCHING TERM ON THE TERM MASTER - "
                       "NO LETTERS PRODUCED" UPON CONSOLE
               ELSE
                   MOVE TERM-TBL-CODE (TERM-MATCH-IDX)
                       TO WS-CURRENT-TERM
                   DISPLAY "VERIFYING ENROLLMENT FOR TERM "
                       WS-CURRENT-TERM UPON CONSOLE
               END-IF
           END-IF.

       140-OPEN-ADDRESS-FILE.
           OPEN INPUT ADDRESS-FILE.
           IF ADR-STAT = "00"
               MOVE "YES" TO ADR-OPEN-FLAG
           END-IF.

       150-OPEN-HOLD-FILE.
           OPEN INPUT HOLD-FILE.
           IF HOLD-STAT = "00"
               MOVE "YES" TO HOLD-OPEN-FLAG
           END-IF.

       200-READ-REQUEST.
           READ VERIFY-REQUESTS
               AT END MOVE "YES" TO EOF-FLAG
           END-READ.

       300-PROCESS-REQUEST.
           ADD 1 TO REQUEST-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO DTL-STUDENT-NAME.
           MOVE ZERO TO WS-TERM-CREDITS.
           IF VRQ-STUDENT-NUMBER IS NOT NUMERIC
               MOVE "STUDENT NUMBER NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               MOVE VRQ-STUDENT-NUMBER TO STUDENT-NUMBER
               READ STUDENT-RECORD
                   INVALID KEY
                       MOVE "STUDENT NOT ON FILE" TO WS-REJECT-REASON
                   NOT INVALID KEY
                       MOVE STUDENT-NAME TO DTL-STUDENT-NAME
                       PERFORM 310-CHECK-OPEN-HOLD
                       IF HOLD-FOUND-FLAG = 'Y'
                           MOVE "OPEN HOLD ON RECORD - REFUSED"
                               TO WS-REJECT-REASON
                       ELSE
                           PERFORM 320-TOTAL-TERM-CREDITS
                           IF WS-TERM-COURSES = ZERO
                               MOVE "NOT ENROLLED IN THE TERM"
                                   TO WS-REJECT-REASON
                           END-IF
                       END-IF
               END-READ
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM 330-CLASSIFY-LOAD
               PERFORM 350-PRINT-LETTER
               MOVE WS-LOAD-STATUS TO DTL-RESULT
               ADD 1 TO LETTER-COUNT
           ELSE
               MOVE WS-REJECT-REASON TO DTL-RESULT
               ADD 1 TO REFUSED-COUNT
           END-IF.
           PERFORM 400-WRITE-REPORT-LINE.

       310-CHECK-OPEN-HOLD.
           MOVE 'N' TO HOLD-FOUND-FLAG.
           IF HOLD-OPEN-FLAG = "YES"
               MOVE STUDENT-NUMBER TO HLD-STUDENT-NUMBER
               MOVE ZERO TO HLD-SEQUENCE
               MOVE "NO" TO HOLD-EOF
               START HOLD-FILE KEY IS >= HLD-KEY
                   INVALID KEY MOVE "YES" TO HOLD-EOF
               END-START
               PERFORM UNTIL HOLD-EOF = "YES" OR HOLD-FOUND-FLAG = 'Y'
                   READ HOLD-FILE NEXT RECORD
                       AT END MOVE "YES" TO HOLD-EOF
                       NOT AT END
                           IF HLD-STUDENT-NUMBER = STUDENT-NUMBER
                               IF HLD-RELEASED-DATE = ZERO
                                   MOVE 'Y' TO HOLD-FOUND-FLAG
                               END-IF
                           ELSE
                               MOVE "YES" TO HOLD-EOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       320-TOTAL-TERM-CREDITS.
           MOVE ZERO TO WS-TERM-CREDITS.
           MOVE ZERO TO WS-TERM-COURSES.
           IF COURSE-COUNT IS NUMERIC AND COURSE-COUNT >= 1
               AND COURSE-COUNT <= 10
               PERFORM VARYING COURSE-IDX FROM 1 BY 1
                   UNTIL COURSE-IDX > COURSE-COUNT
                   IF COURSE-TERM (COURSE-IDX) = WS-CURRENT-TERM
                       AND NOT COURSE-WITHDRAWN (COURSE-IDX)
                       MOVE COURSE-CODE (COURSE-IDX) TO WS-LOOKUP-CODE
                       PERFORM 322-FIND-COURSE-CREDITS
                       ADD WS-COURSE-CREDITS TO WS-TERM-CREDITS
                       ADD 1 TO WS-TERM-COURSES
                   END-IF
               END-PERFORM
           END-IF.

       322-FIND-COURSE-CREDITS.
           MOVE 1 TO WS-COURSE-CREDITS.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > CATALOG-COUNT
               IF WS-LOOKUP-CODE = CAT-TBL-CODE (CAT-IDX)
                   AND CAT-TBL-CREDITS (CAT-IDX) IS NUMERIC
                   AND CAT-TBL-CREDITS (CAT-IDX) > ZERO
                   MOVE CAT-TBL-CREDITS (CAT-IDX) TO WS-COURSE-CREDITS
               END-IF
           END-PERFORM.

       330-CLASSIFY-LOAD.
           EVALUATE TRUE
               WHEN WS-TERM-CREDITS >= WS-FULL-TIME-HOURS
                   MOVE "FULL-TIME" TO WS-LOAD-STATUS
                   ADD 1 TO FULL-TIME-COUNT
               WHEN WS-TERM-CREDITS >= WS-HALF-TIME-HOURS
                   MOVE "HALF-TIME" TO WS-LOAD-STATUS
                   ADD 1 TO HALF-TIME-COUNT
               WHEN OTHER
                   MOVE "LESS THAN HALF-TIME" TO WS-LOAD-STATUS
                   ADD 1 TO LESS-HALF-COUNT
           END-EVALUATE.

       340-FIND-PROGRAM-NAME.
           MOVE "(PROGRAM NOT ON FILE)" TO WS-PROGRAM-NAME.
           PERFORM VARYING PROGRAM-IDX FROM 1 BY 1
               UNTIL PROGRAM-IDX > PROGRAM-COUNT
               IF PROGRAM-CD (PROGRAM-IDX) = PROGRAM-OF-STUDY
                   MOVE PROGRAM-NME (PROGRAM-IDX) TO WS-PROGRAM-NAME
               END-IF
           END-PERFORM.

       350-PRINT-LETTER.
           MOVE WS-RUN-DATE TO LTH-DATE.
           MOVE LETTER-HEAD-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           IF VRQ-REQUESTED-FOR NOT = SPACES
               MOVE VRQ-REQUESTED-FOR TO LTP-REQUESTED-FOR
               MOVE PREPARED-FOR-LINE TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.
           MOVE STUDENT-NUMBER TO LTS-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO LTS-STUDENT-NAME.
           MOVE STUDENT-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           PERFORM 352-PRINT-ADDRESS-BLOCK.
           PERFORM 340-FIND-PROGRAM-NAME.
           MOVE PROGRAM-OF-STUDY TO LTG-PROGRAM-CODE.
           MOVE WS-PROGRAM-NAME TO LTG-PROGRAM-NAME.
           MOVE PROGRAM-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-CURRENT-TERM TO LTT-TERM.
           MOVE TERM-TBL-START (TERM-MATCH-IDX) TO LTT-START-DATE.
           MOVE TERM-TBL-END (TERM-MATCH-IDX) TO LTT-END-DATE.
           MOVE TERM-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-TERM-CREDITS TO LTL-CREDITS.
           MOVE WS-LOAD-STATUS TO LTL-STATUS.
           MOVE LOAD-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "THIS IS TO CERTIFY THAT THE STUDENT NAMED ABOVE IS "
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "ENROLLED IN THE PROGRAM AND TERM SHOWN, CARRYING THE "
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "CREDIT LOAD AND ENROLLMENT STATUS STATED."
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "OFFICE OF THE REGISTRAR" TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SEPARATOR-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.

       352-PRINT-ADDRESS-BLOCK.
           MOVE 'N' TO ADDR-FOUND-FLAG.
           IF ADR-OPEN-FLAG = "YES"
               MOVE STUDENT-NUMBER TO ADR-STUDENT-NUMBER
               READ ADDRESS-FILE
                   INVALID KEY MOVE 'N' TO ADDR-FOUND-FLAG
                   NOT INVALID KEY MOVE 'Y' TO ADDR-FOUND-FLAG
               END-READ
           END-IF.
           IF ADDR-FOUND-FLAG = 'Y'
               MOVE ADR-LINE-1 TO ADL-TEXT
               MOVE ADDRESS-LINE TO LETTER-LINE
               WRITE LETTER-LINE
               IF ADR-LINE-2 NOT = SPACES
                   MOVE ADR-LINE-2 TO ADL-TEXT
                   MOVE "         " TO ADDRESS-LINE (1:9)
                   MOVE ADDRESS-LINE TO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF
               MOVE ADR-CITY TO ADL-TEXT
               MOVE "         " TO ADDRESS-LINE (1:9)
               MOVE ADDRESS-LINE TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "ADDRESS: " TO ADDRESS-LINE (1:9)
           ELSE
               MOVE "(NO ADDRESS ON FILE)" TO ADL-TEXT
               MOVE ADDRESS-LINE TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.

       400-WRITE-REPORT-LINE.
           MOVE VRQ-STUDENT-NUMBER TO DTL-STUDENT-NUMBER.
           MOVE VRQ-REQUESTED-FOR TO DTL-REQUESTED-FOR.
           MOVE WS-TERM-CREDITS TO DTL-CREDITS.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       450-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "REQUESTS READ" TO TTL-LABEL.
           MOVE REQUEST-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "LETTERS - FULL-TIME" TO TTL-LABEL.
           MOVE FULL-TIME-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "LETTERS - HALF-TIME" TO TTL-LABEL.
           MOVE HALF-TIME-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "LETTERS - LESS THAN HALF-TIME" TO TTL-LABEL.
           MOVE LESS-HALF-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "REQUESTS REFUSED" TO TTL-LABEL.
           MOVE REFUSED-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       500-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "ENROLL-VERIFY" TO AUDIT-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           STRING "TERM=" DELIMITED BY SIZE
                   WS-CURRENT-TERM DELIMITED BY SIZE
                   " LETTERS=" DELIMITED BY SIZE
                   LETTER-COUNT DELIMITED BY SIZE
                   " REFUSED=" DELIMITED BY SIZE
                   REFUSED-COUNT DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "ENROLL-VERIFY" TO RRG-PROGRAM-NAME.
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

       END PROGRAM ENROLLMENT-VERIFICATION.
