      *       rerun batch books to the night it belongs to; with no
      *       business date on file the system date applies as
      *       before.
      *   15/10/2026 HE  What sponsors have been invoiced for and not
      *       yet paid (SPONCON.TXT, see SPONCON.DAT) is taken out of
      *       the aged balance and shown in its own BILLED TO SPONSORS
      *       section; only the student's own part of the balance is
      *       bucketed.
      *   15/10/2026 HE  PAYPLAN.TXT is now indexed on student number:
      *       the plan is read by key instead of from the 200-entry plan
      *       table.
      *   15/10/2026 HE  The TUITIONAGE file is now entered in the
      *       report catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION-AGING-REPORT.
           FILE STATUS IS STATUS-FIELD.

           SELECT PLAN-FILE ASSIGN TO WS-PAYPLAN-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLN-STUDENT-NUMBER
           FILE STATUS IS PLAN-STAT.

           SELECT STATUS-FILE ASSIGN TO WS-COLLSTAT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CST-STAT.

           SELECT CONTRACT-FILE ASSIGN TO WS-SPONCON-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCN-STAT.

           SELECT AGING-REPORT ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       FD STATUS-FILE.
           COPY "COLLSTAT.DAT".

       FD CONTRACT-FILE.
           COPY "SPONCON.DAT".

       FD AGING-REPORT.
       01 REPORT-LINE PIC X(80).

           05 WS-RUN-TIME PIC 9(8).
           05 WS-PAYPLAN-PATH PIC X(60).
           05 PLAN-STAT PIC X(2).
           05 PLAN-OPEN-FLAG PIC X(3) VALUE "NO".
           05 PLAN-FOUND-FLAG PIC X(1).
           05 INST-IDX PIC 9(1).
           05 WS-PLAN-TOTAL PIC 9(8)V99.
           05 PLACED-FOUND-FLAG PIC X(1).
           05 PLACED-COUNT PIC 9(6) VALUE ZERO.
           05 PLACED-TOTAL PIC 9(8)V99 VALUE ZERO.
           05 WS-SPONCON-PATH PIC X(60).
           05 SCN-STAT PIC X(2).
           05 SCN-EOF PIC X(3).
           05 SPONSORED-TAB-COUNT PIC 9(3) VALUE ZERO.
           05 SPONSORED-IDX PIC 9(3).
           05 SPONSORED-MATCH-IDX PIC 9(3).
           05 SPONSORED-FOUND-FLAG PIC X(1).
           05 WS-SPONSOR-OPEN PIC 9(6)V99.
           05 WS-SPONSORED-AMOUNT PIC 9(8)V99.
           05 WS-OWN-OWED PIC 9(8)V99.
           05 SPONSORED-COUNT PIC 9(6) VALUE ZERO.
           05 SPONSORED-TOTAL PIC 9(8)V99 VALUE ZERO.

       01 SPONSORED-VALUES.
           05 SPONSORED-ENTRY OCCURS 500 TIMES.
               10 SPD-TBL-STUDENT PIC 9(6).
               10 SPD-TBL-OPEN PIC 9(8)V99.

       01 PLACED-VALUES.
           05 PLACED-STUDENT PIC 9(6) OCCURS 200 TIMES.

       01 AGING-BUCKETS.
           05 BUCKET-NONE-COUNT PIC 9(6) VALUE ZERO.
           05 BUCKET-NONE-TOTAL PIC 9(8)V99 VALUE ZERO.
           05 FILLER PIC X(5) VALUE SPACES.
           05 PRT-TOTAL PIC $$$,$$$,$$9.99.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-REPORT.
           PERFORM 110-GET-FILE-PATHS.
           PERFORM 120-OPEN-PLAN-FILE.
           PERFORM 140-LOAD-PLACED-ACCOUNTS.
           PERFORM 150-LOAD-SPONSORED-ACCOUNTS.
           OPEN INPUT STUDENT-RECORD.
           OPEN OUTPUT AGING-REPORT.
           PERFORM 200-READ-STUDENT.
           END-PERFORM.
           PERFORM 300-PRINT-SUMMARY.
           CLOSE STUDENT-RECORD AGING-REPORT.
           MOVE "TUITIONAGE" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           IF PLAN-OPEN-FLAG = "YES"
               CLOSE PLAN-FILE
           END-IF.
           DISPLAY "TUITION AGING REPORT COMPLETE, STUDENTS: "
               GRAND-TOTAL-COUNT UPON CONSOLE.
           MOVE 0 TO RETURN-CODE.
               MOVE "C:\Users\hamza\COLLSTAT.TXT"
                   TO WS-COLLSTAT-PATH
           END-IF.
           ACCEPT WS-SPONCON-PATH FROM ENVIRONMENT "SPONCON_FILE".
           IF WS-SPONCON-PATH = SPACES
               MOVE "C:\Users\hamza\SPONCON.TXT" TO WS-SPONCON-PATH
           END-IF.
           ACCEPT WS-REPORT-DIR FROM ENVIRONMENT "AGING_DIR".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 112-GET-BUSINESS-DATE.
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.

       120-OPEN-PLAN-FILE.
           OPEN INPUT PLAN-FILE.
           IF PLAN-STAT = "00"
               MOVE "YES" TO PLAN-OPEN-FLAG
           END-IF.

       140-LOAD-PLACED-ACCOUNTS.
           MOVE ZERO TO PLACED-TAB-COUNT.
           MOVE "NO" TO CST-EOF.
               CLOSE STATUS-FILE
           END-IF.

      * One entry per student with what sponsors have been invoiced
      * for and not yet paid, over all of the student's contracts.
       150-LOAD-SPONSORED-ACCOUNTS.
           MOVE ZERO TO SPONSORED-TAB-COUNT.
           MOVE "NO" TO SCN-EOF.
           OPEN INPUT CONTRACT-FILE.
           IF SCN-STAT = "00"
               PERFORM UNTIL SCN-EOF = "YES"
                   READ CONTRACT-FILE
                       AT END MOVE "YES" TO SCN-EOF
                       NOT AT END
                           PERFORM 155-TAKE-CONTRACT
                   END-READ
               END-PERFORM
               CLOSE CONTRACT-FILE
           END-IF.

       155-TAKE-CONTRACT.
           MOVE ZERO TO WS-SPONSOR-OPEN.
           IF SCN-BILLED IS NUMERIC AND SCN-PAID IS NUMERIC
               IF SCN-BILLED > SCN-PAID
                   SUBTRACT SCN-PAID FROM SCN-BILLED
                       GIVING WS-SPONSOR-OPEN
               END-IF
           END-IF.
           IF WS-SPONSOR-OPEN > ZERO
               PERFORM 160-FIND-SPONSORED
               IF SPONSORED-FOUND-FLAG = 'Y'
                   ADD WS-SPONSOR-OPEN
                       TO SPD-TBL-OPEN (SPONSORED-MATCH-IDX)
               ELSE
               IF SPONSORED-TAB-COUNT < 500
                   ADD 1 TO SPONSORED-TAB-COUNT
                   MOVE SCN-STUDENT-NUMBER
                       TO SPD-TBL-STUDENT (SPONSORED-TAB-COUNT)
                   MOVE WS-SPONSOR-OPEN
                       TO SPD-TBL-OPEN (SPONSORED-TAB-COUNT)
               END-IF
               END-IF
           END-IF.

       160-FIND-SPONSORED.
           MOVE 'N' TO SPONSORED-FOUND-FLAG.
           PERFORM VARYING SPONSORED-IDX FROM 1 BY 1
               UNTIL SPONSORED-FOUND-FLAG = 'Y'
               OR SPONSORED-IDX > SPONSORED-TAB-COUNT
               IF SPD-TBL-STUDENT (SPONSORED-IDX) = SCN-STUDENT-NUMBER
                   MOVE 'Y' TO SPONSORED-FOUND-FLAG
                   MOVE SPONSORED-IDX TO SPONSORED-MATCH-IDX
               END-IF
           END-PERFORM.

       200-READ-STUDENT.
           READ STUDENT-RECORD
               AT END MOVE "YES" TO EOF-FLAG
               PERFORM 215-BUCKET-UNPLACED
           END-IF.

      * What sponsors owe on the account is theirs, not the
      * student's - it is shown in its own section and only the rest
      * of the balance is aged.
       215-BUCKET-UNPLACED.
           PERFORM 217-SPLIT-SPONSORED.
           PERFORM 220-SET-AGE-AMOUNT.
           EVALUATE TRUE
               WHEN WS-AGE-AMOUNT = ZERO
                   ADD WS-AGE-AMOUNT TO BUCKET-OVER-2000-TOTAL
           END-EVALUATE.

       217-SPLIT-SPONSORED.
           MOVE ZERO TO WS-SPONSORED-AMOUNT.
           PERFORM VARYING SPONSORED-IDX FROM 1 BY 1
               UNTIL SPONSORED-IDX > SPONSORED-TAB-COUNT
               IF SPD-TBL-STUDENT (SPONSORED-IDX) = STUDENT-NUMBER
                   MOVE SPD-TBL-OPEN (SPONSORED-IDX)
                       TO WS-SPONSORED-AMOUNT
               END-IF
           END-PERFORM.
           IF WS-SPONSORED-AMOUNT > TUITION-OWED
               MOVE TUITION-OWED TO WS-SPONSORED-AMOUNT
           END-IF.
           SUBTRACT WS-SPONSORED-AMOUNT FROM TUITION-OWED
               GIVING WS-OWN-OWED.
           IF WS-SPONSORED-AMOUNT > ZERO
               ADD 1 TO SPONSORED-COUNT
               ADD WS-SPONSORED-AMOUNT TO SPONSORED-TOTAL
           END-IF.

       220-SET-AGE-AMOUNT.
           MOVE 'N' TO PLAN-FOUND-FLAG.
           IF PLAN-OPEN-FLAG = "YES"
               MOVE STUDENT-NUMBER TO PLN-STUDENT-NUMBER
               READ PLAN-FILE
                   INVALID KEY MOVE 'N' TO PLAN-FOUND-FLAG
                   NOT INVALID KEY MOVE 'Y' TO PLAN-FOUND-FLAG
               END-READ
           END-IF.
           IF PLAN-FOUND-FLAG = 'Y'
               PERFORM 230-SCORE-PLAN-OVERDUE
           ELSE
               MOVE WS-OWN-OWED TO WS-AGE-AMOUNT
           END-IF.

       230-SCORE-PLAN-OVERDUE.
           MOVE ZERO TO WS-PLAN-TOTAL.
           MOVE ZERO TO WS-DUE-BY-NOW.
           PERFORM VARYING INST-IDX FROM 1 BY 1
               UNTIL INST-IDX > PLN-INST-COUNT
               ADD PLN-INST-AMOUNT (INST-IDX)
                   TO WS-PLAN-TOTAL
               IF PLN-INST-DUE-DATE (INST-IDX)
                   < WS-RUN-DATE
                   ADD PLN-INST-AMOUNT (INST-IDX)
                       TO WS-DUE-BY-NOW
               END-IF
           END-PERFORM.
               SUBTRACT WS-PAID-SO-FAR FROM WS-DUE-BY-NOW
                   GIVING WS-AGE-AMOUNT
           END-IF.
           IF WS-AGE-AMOUNT > WS-OWN-OWED
               MOVE WS-OWN-OWED TO WS-AGE-AMOUNT
           END-IF.

       300-PRINT-SUMMARY.
           MOVE PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BILLED TO SPONSORS" TO PRT-LABEL.
           MOVE SPONSORED-COUNT TO PRT-COUNT.
           MOVE SPONSORED-TOTAL TO PRT-TOTAL.
           MOVE PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TOTAL OWED" TO PRT-LABEL.
           MOVE PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       590-REGISTER-REPORT.
           MOVE "TUITION-AGING-REPORT" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.


       112-GET-BUSINESS-DATE.
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_FILE".
