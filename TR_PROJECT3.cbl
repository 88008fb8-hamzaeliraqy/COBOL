      *       an open hold on STUHOLD.TXT (see STUHOLD.DAT), so a
      *       probation or unpaid-balance hold is visible on every
      *       page that leaves the counter.
      *   15/10/2026 HE  Print a withdrawn course (see COURSDTL.DAT)
      *       with grade W and no average; a W attempt neither
      *       supersedes nor is marked as a repeat.
      *   15/10/2026 HE  Transfer credit (term TRANS, average 888, see
      *       CRSHIST.DAT) prints with grade T and no average and is
      *       left out of repeat marking. A CREDITS EARNED line, from
      *       the course catalog COURSECAT.TXT, now closes the course
      *       list and shows the part that came in by transfer.
      *   15/10/2026 HE  STUHOLD.TXT is now indexed on student number:
      *       the open-hold watermark check reads the student's holds by
      *       key instead of from the 500-entry hold table.
      *   15/10/2026 HE  The TRANSCRIPT file is now entered in the
      *       report catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCRIPT-REPORT.
           FILE STATUS IS HIST-STAT.

           SELECT HOLD-FILE ASSIGN TO WS-STUHOLD-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HLD-KEY
           FILE STATUS IS HOLD-STAT.

           SELECT COURSE-CATALOG ASSIGN TO WS-COURSECAT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-STAT.

           SELECT TRANSCRIPT-FILE ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       FD HOLD-FILE.
           COPY "STUHOLD.DAT".

       FD COURSE-CATALOG.
           COPY "COURSCAT.DAT".

       FD TRANSCRIPT-FILE.
       01 REPORT-LINE PIC X(80).

           05 WS-STUHOLD-PATH PIC X(60).
           05 HOLD-STAT PIC X(2).
           05 HOLD-EOF PIC X(3).
           05 HOLD-OPEN-FLAG PIC X(3) VALUE "NO".
           05 HOLD-FOUND-FLAG PIC X(1).
           05 WS-COURSECAT-PATH PIC X(60).
           05 CAT-STAT PIC X(2).
           05 CAT-EOF PIC X(3).
           05 CATALOG-COUNT PIC 9(2) VALUE ZERO.
           05 CAT-IDX PIC 9(2).
           05 CREDIT-CODE-COUNT PIC 9(2).
           05 CREDIT-CODE-IDX PIC 9(2).
           05 WS-COURSE-CREDITS PIC 9(2).
           05 CREDITS-EARNED PIC 9(3).
           05 XFER-CREDITS PIC 9(3).

       01 CATALOG-VALUES.
           05 CATALOG-TABLE OCCURS 50 TIMES.
               10 CAT-TBL-CODE PIC X(7).
               10 CAT-TBL-CREDITS PIC 9(2).

       01 CREDIT-CODE-VALUES.
           05 CREDIT-CODE PIC X(7) OCCURS 60 TIMES.

       01 ATTEMPT-VALUES.
           05 ATTEMPT-ENTRY OCCURS 60 TIMES.
               10 ATT-CODE PIC X(7).
               10 ATT-TERM PIC X(5).
               10 ATT-AVG PIC 9(3).
                   88 ATT-WITHDRAWN VALUE 999.
                   88 ATT-TRANSFER VALUE 888.
               10 ATT-SUPERSEDED PIC X(1).

       01 PROGRAM-VALUES.
           05 DTL-COURSE-TERM PIC X(5).
           05 FILLER PIC X(4) VALUE SPACES.
           05 DTL-COURSE-AVG PIC ZZ9.
           05 DTL-COURSE-AVG-X REDEFINES DTL-COURSE-AVG PIC X(3).
           05 FILLER PIC X(7) VALUE SPACES.
           05 DTL-COURSE-GRADE PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 TOT-GRADE PIC X(1).
           05 FILLER PIC X(45) VALUE SPACES.

       01 CREDITS-LINE.
           05 FILLER PIC X(16) VALUE "CREDITS EARNED: ".
           05 CRL-CREDITS PIC ZZ9.
           05 CRL-XFER-LABEL PIC X(22).
           05 CRL-XFER-CREDITS PIC ZZZ.
           05 FILLER PIC X(36) VALUE SPACES.

       01 SEPARATOR-LINE.
           05 FILLER PIC X(80) VALUE ALL "-".

               "*** HOLD ON RECORD - NOT AN OFFICIAL TRANSCRIPT ***".
           05 FILLER PIC X(28) VALUE SPACES.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-REPORT.
           PERFORM 110-GET-FILE-PATHS.
               DISPLAY "NO COURSE HISTORY ON FILE - CURRENT TERM "
                   "ONLY" UPON CONSOLE
           END-IF.
           PERFORM 210-OPEN-HOLD-FILE.
           PERFORM 220-LOAD-CATALOG.
           OPEN OUTPUT TRANSCRIPT-FILE.
           PERFORM 200-READ-PROGRAM.
           IF WS-REQUEST-INPUT = SPACES
               CLOSE COURSE-HISTORY
           END-IF.
           CLOSE STUDENT-RECORD PROGRAM-RECORDS TRANSCRIPT-FILE.
           MOVE "TRANSCRIPT" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           IF HOLD-OPEN-FLAG = "YES"
               CLOSE HOLD-FILE
           END-IF.
           DISPLAY "TRANSCRIPT REPORT COMPLETE, STUDENTS PRINTED: "
               STUDENT-COUNT UPON CONSOLE.
           STOP RUN.
               MOVE "C:\Users\hamza\COURSHIST.TXT"
                   TO WS-COURSHIST-PATH
           END-IF.
           ACCEPT WS-COURSECAT-PATH FROM ENVIRONMENT "COURSECAT_FILE".
           IF WS-COURSECAT-PATH = SPACES
               MOVE "C:\Users\hamza\COURSECAT.TXT"
                   TO WS-COURSECAT-PATH
           END-IF.
           ACCEPT WS-STUHOLD-PATH FROM ENVIRONMENT "STUHOLD_FILE".
           IF WS-STUHOLD-PATH = SPACES
               MOVE "C:\Users\hamza\STUHOLD.TXT" TO WS-STUHOLD-PATH
               END-READ
           END-PERFORM.

       210-OPEN-HOLD-FILE.
           OPEN INPUT HOLD-FILE.
           IF HOLD-STAT = "00"
               MOVE "YES" TO HOLD-OPEN-FLAG
           END-IF.

       220-LOAD-CATALOG.
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
           END-IF.

       300-PRINT-ALL-STUDENTS.
               UNTIL ATT-IDX > ATT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO CREDITS-EARNED XFER-CREDITS CREDIT-CODE-COUNT.
           PERFORM 490-SUM-CREDITS
               VARYING ATT-IDX FROM 1 BY 1
               UNTIL ATT-IDX > ATT-COUNT.
           MOVE CREDITS-EARNED TO CRL-CREDITS.
           IF XFER-CREDITS > ZERO
               MOVE "  INCLUDING TRANSFER: " TO CRL-XFER-LABEL
           ELSE
               MOVE SPACES TO CRL-XFER-LABEL
           END-IF.
           MOVE XFER-CREDITS TO CRL-XFER-CREDITS.
           MOVE CREDITS-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF COURSE-COUNT IS NUMERIC AND COURSE-COUNT >= 1
               AND COURSE-COUNT <= 10
               CALL 'TP_PROJECT3_CALL'

       440-CHECK-OPEN-HOLD.
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

       410-FIND-PROGRAM-NAME.
           MOVE SPACES TO HDR-PROGRAM-NAME.
               OR ATT-SCAN-IDX > ATT-COUNT
               IF ATT-SCAN-IDX NOT = ATT-IDX
                   AND ATT-CODE (ATT-SCAN-IDX) = ATT-CODE (ATT-IDX)
                   AND NOT ATT-WITHDRAWN (ATT-SCAN-IDX)
                   AND NOT ATT-WITHDRAWN (ATT-IDX)
                   AND NOT ATT-TRANSFER (ATT-SCAN-IDX)
                   AND NOT ATT-TRANSFER (ATT-IDX)
                   PERFORM 467-COMPARE-ATTEMPTS
               END-IF
           END-PERFORM.
       470-PRINT-ATTEMPT.
           MOVE ATT-CODE (ATT-IDX) TO DTL-COURSE-CODE.
           MOVE ATT-TERM (ATT-IDX) TO DTL-COURSE-TERM.
           IF ATT-WITHDRAWN (ATT-IDX)
               MOVE SPACES TO DTL-COURSE-AVG-X
               MOVE "W" TO DTL-COURSE-GRADE
           ELSE
           IF ATT-TRANSFER (ATT-IDX)
               MOVE SPACES TO DTL-COURSE-AVG-X
               MOVE "T" TO DTL-COURSE-GRADE
           ELSE
               MOVE ATT-AVG (ATT-IDX) TO DTL-COURSE-AVG
               MOVE ATT-AVG (ATT-IDX) TO GRADE-AVERAGE-IN
               PERFORM 430-DETERMINE-COURSE-GRADE
               MOVE COURSE-GRADE TO DTL-COURSE-GRADE
           END-IF
           END-IF.
           MOVE ATT-SUPERSEDED (ATT-IDX) TO DTL-REPEAT-FLAG.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
               END-EVALUATE
           END-IF.

      * Credits earned count each passed course once, whichever
      * attempt passed it, with a catalog miss counting 1 as on
      * DEGREE-AUDIT-REPORT. A transfer line always counts.
       490-SUM-CREDITS.
           IF ATT-SUPERSEDED (ATT-IDX) = SPACE
               AND (ATT-TRANSFER (ATT-IDX)
               OR (ATT-AVG (ATT-IDX) >= 60
               AND NOT ATT-WITHDRAWN (ATT-IDX)))
               MOVE 'N' TO FOUND-FLAG
               PERFORM VARYING CREDIT-CODE-IDX FROM 1 BY 1
                   UNTIL FOUND-FLAG = 'Y'
                   OR CREDIT-CODE-IDX > CREDIT-CODE-COUNT
                   IF CREDIT-CODE (CREDIT-CODE-IDX) = ATT-CODE (ATT-IDX)
                       MOVE 'Y' TO FOUND-FLAG
                   END-IF
               END-PERFORM
               IF FOUND-FLAG NOT = 'Y' AND CREDIT-CODE-COUNT < 60
                   ADD 1 TO CREDIT-CODE-COUNT
                   MOVE ATT-CODE (ATT-IDX)
                       TO CREDIT-CODE (CREDIT-CODE-COUNT)
                   MOVE 1 TO WS-COURSE-CREDITS
                   PERFORM VARYING CAT-IDX FROM 1 BY 1
                       UNTIL FOUND-FLAG = 'Y' OR CAT-IDX > CATALOG-COUNT
                       IF CAT-TBL-CODE (CAT-IDX) = ATT-CODE (ATT-IDX)
                           MOVE 'Y' TO FOUND-FLAG
                           MOVE CAT-TBL-CREDITS (CAT-IDX)
                               TO WS-COURSE-CREDITS
                       END-IF
                   END-PERFORM
                   ADD WS-COURSE-CREDITS TO CREDITS-EARNED
                   IF ATT-TRANSFER (ATT-IDX)
                       ADD WS-COURSE-CREDITS TO XFER-CREDITS
                   END-IF
               END-IF
           END-IF.

       590-REGISTER-REPORT.
           MOVE "TRANSCRIPT-REPORT" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       END PROGRAM TRANSCRIPT-REPORT.
