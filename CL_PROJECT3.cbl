      *       rerun batch books to the night it belongs to; with no
      *       business date on file the system date applies as
      *       before.
      *   15/10/2026 HE  What sponsors have been invoiced for and not
      *       yet paid (SPONCON.TXT, see SPONCON.DAT) is left out of the
      *       overdue amount, so a student is only dunned for their own
      *       part of the balance.
      *   15/10/2026 HE  PAYPLAN.TXT and STUADDR.TXT are now indexed on
      *       student number: each student's plan and address are read
      *       by key instead of from the 200-plan and 500-address
      *       tables, so no student past those limits is dunned on the
      *       full balance or without an address.
      *   15/10/2026 HE  BATCH_PREVIEW Y runs the letters as a preview:
      *       the letter file is headed PREVIEW and every letter is
      *       marked not sent, nothing is written to NOTICEHST.TXT and
      *       the audit entry is marked PREVIEW.
      *   15/10/2026 HE  Each letter sent is also queued on NOTIFYQ.TXT
      *       (see NOTIFYQ.DAT) as a CL notification - amount overdue,
      *       the student's own balance and the letter - for
      *       NOTIFY-EXTRACT to send by email or text. A preview run
      *       queues nothing.
      *   15/10/2026 HE  The DUNNING file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECTION-LETTERS.
           FILE STATUS IS STATUS-FIELD.

           SELECT PLAN-FILE ASSIGN TO WS-PAYPLAN-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLN-STUDENT-NUMBER
           FILE STATUS IS PLAN-STAT.

           SELECT NOTICE-HISTORY ASSIGN TO WS-NOTICEHST-PATH
           FILE STATUS IS NTC-STAT.

           SELECT ADDRESS-FILE ASSIGN TO WS-STUADDR-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADR-STUDENT-NUMBER
           FILE STATUS IS ADR-STAT.

           SELECT STATUS-FILE ASSIGN TO WS-COLLSTAT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CST-STAT.

           SELECT CONTRACT-FILE ASSIGN TO WS-SPONCON-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCN-STAT.

           SELECT NOTIFY-QUEUE ASSIGN TO WS-NOTIFYQ-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NTQ-STAT.

           SELECT LETTER-FILE ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       FD STATUS-FILE.
           COPY "COLLSTAT.DAT".

       FD CONTRACT-FILE.
           COPY "SPONCON.DAT".

       FD NOTIFY-QUEUE.
           COPY "NOTIFYQ.DAT".

       FD LETTER-FILE.
       01 REPORT-LINE PIC X(80).

           05 PLAN-STAT PIC X(2).
           05 NTC-STAT PIC X(2).
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 PLAN-OPEN-FLAG PIC X(3) VALUE "NO".
           05 NTC-EOF PIC X(3).
           05 PLAN-FOUND-FLAG PIC X(1).
           05 INST-IDX PIC 9(1).
           05 WS-PLAN-TOTAL PIC 9(8)V99.
           05 WS-RUN-TIME PIC 9(8).
           05 WS-STUADDR-PATH PIC X(60).
           05 ADR-STAT PIC X(2).
           05 ADR-OPEN-FLAG PIC X(3) VALUE "NO".
           05 ADDR-FOUND-FLAG PIC X(1).
           05 WS-COLLSTAT-PATH PIC X(60).
           05 CST-STAT PIC X(2).
           05 PLACED-TAB-COUNT PIC 9(3) VALUE ZERO.
           05 PLACED-IDX PIC 9(3).
           05 PLACED-FOUND-FLAG PIC X(1).
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
           05 WS-PREVIEW-FLAG PIC X(1) VALUE "N".
           05 WS-NOTIFYQ-PATH PIC X(60).
           05 NTQ-STAT PIC X(2).
           05 NTQ-OPEN-FLAG PIC X(3) VALUE "NO".

       01 SPONSORED-VALUES.
           05 SPONSORED-ENTRY OCCURS 500 TIMES.
               10 SPD-TBL-STUDENT PIC 9(6).
               10 SPD-TBL-OPEN PIC 9(8)V99.

       01 PLACED-VALUES.
           05 PLACED-STUDENT PIC 9(6) OCCURS 200 TIMES.

       01 ADDRESS-LINE.
           05 FILLER PIC X(9) VALUE "MAIL TO: ".
           05 ADL-TEXT PIC X(30).
           05 FILLER PIC X(41) VALUE SPACES.

       01 HISTORY-VALUES.
           05 HISTORY-ENTRY OCCURS 500 TIMES.
               10 HST-STUDENT PIC 9(6).
           05 LTH-CAPTION PIC X(14).
           05 FILLER PIC X(14) VALUE "    RUN DATE: ".
           05 LTH-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 LTH-PREVIEW PIC X(20).
           05 FILLER PIC X(20) VALUE SPACES.

       01 STUDENT-LINE.
           05 FILLER PIC X(9) VALUE "STUDENT: ".
       01 SEPARATOR-LINE.
           05 FILLER PIC X(80) VALUE ALL "-".

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-LETTERS.
           PERFORM 110-GET-FILE-PATHS.
           PERFORM 120-OPEN-PLAN-FILE.
           PERFORM 125-OPEN-ADDRESS-FILE.
           PERFORM 128-LOAD-PLACED-ACCOUNTS.
           PERFORM 132-LOAD-SPONSORED-ACCOUNTS.
           PERFORM 140-LOAD-NOTICE-HISTORY.
           OPEN INPUT STUDENT-RECORD.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "STUDENT-RECORD OPEN FAILED, FILE STATUS = "
                   STATUS-FIELD UPON CONSOLE
               IF PLAN-OPEN-FLAG = "YES"
                   CLOSE PLAN-FILE
               END-IF
               IF ADR-OPEN-FLAG = "YES"
                   CLOSE ADDRESS-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT LETTER-FILE.
           IF WS-PREVIEW-FLAG = "Y"
               MOVE "COLLECTION LETTERS PREVIEW - NO CHANGES"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SEPARATOR-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "PREVIEW - NOT SENT" TO LTH-PREVIEW
           ELSE
               MOVE SPACES TO LTH-PREVIEW
               PERFORM 150-OPEN-NOTICE-EXTEND
               PERFORM 155-OPEN-NOTIFY-QUEUE
           END-IF.
           PERFORM 200-READ-STUDENT.
           PERFORM UNTIL EOF-FLAG = "YES"
               PERFORM 300-WORK-ONE-STUDENT
               PERFORM 200-READ-STUDENT
           END-PERFORM.
           CLOSE STUDENT-RECORD LETTER-FILE.
           MOVE "DUNNING" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           IF WS-PREVIEW-FLAG = "N"
               CLOSE NOTICE-HISTORY
           END-IF.
           IF NTQ-OPEN-FLAG = "YES"
               CLOSE NOTIFY-QUEUE
           END-IF.
           IF PLAN-OPEN-FLAG = "YES"
               CLOSE PLAN-FILE
           END-IF.
           IF ADR-OPEN-FLAG = "YES"
               CLOSE ADDRESS-FILE
           END-IF.
           PERFORM 500-WRITE-AUDIT-LOG.
           IF WS-PREVIEW-FLAG = "Y"
               DISPLAY "COLLECTION PREVIEW COMPLETE, WOULD SEND: "
                   LETTER-COUNT " RESETS: " RESET-COUNT UPON CONSOLE
           ELSE
               DISPLAY "COLLECTION RUN COMPLETE, LETTERS: "
                   LETTER-COUNT " RESETS: " RESET-COUNT UPON CONSOLE
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

               MOVE "C:\Users\hamza\COLLSTAT.TXT"
                   TO WS-COLLSTAT-PATH
           END-IF.
           ACCEPT WS-SPONCON-PATH FROM ENVIRONMENT "SPONCON_FILE".
           IF WS-SPONCON-PATH = SPACES
               MOVE "C:\Users\hamza\SPONCON.TXT" TO WS-SPONCON-PATH
           END-IF.
           ACCEPT WS-NOTIFYQ-PATH FROM ENVIRONMENT "NOTIFYQ_FILE".
           IF WS-NOTIFYQ-PATH = SPACES
               MOVE "C:\Users\hamza\NOTIFYQ.TXT" TO WS-NOTIFYQ-PATH
           END-IF.
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "AUDIT_LOG_FILE".
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\hamza\AUDITLOG.TXT" TO WS-AUDIT-LOG-PATH
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.
           MOVE SPACE TO WS-PREVIEW-FLAG.
           ACCEPT WS-PREVIEW-FLAG FROM ENVIRONMENT "BATCH_PREVIEW".
           IF WS-PREVIEW-FLAG NOT = "Y"
               MOVE "N" TO WS-PREVIEW-FLAG
           END-IF.

       120-OPEN-PLAN-FILE.
           OPEN INPUT PLAN-FILE.
           IF PLAN-STAT = "00"
               MOVE "YES" TO PLAN-OPEN-FLAG
           END-IF.

       125-OPEN-ADDRESS-FILE.
           OPEN INPUT ADDRESS-FILE.
           IF ADR-STAT = "00"
               MOVE "YES" TO ADR-OPEN-FLAG
           END-IF.

       128-LOAD-PLACED-ACCOUNTS.
               CLOSE STATUS-FILE
           END-IF.

      * One entry per student with what sponsors have been invoiced
      * for and not yet paid, over all of the student's contracts.
       132-LOAD-SPONSORED-ACCOUNTS.
           MOVE ZERO TO SPONSORED-TAB-COUNT.
           MOVE "NO" TO SCN-EOF.
           OPEN INPUT CONTRACT-FILE.
           IF SCN-STAT = "00"
               PERFORM UNTIL SCN-EOF = "YES"
                   READ CONTRACT-FILE
                       AT END MOVE "YES" TO SCN-EOF
                       NOT AT END
                           PERFORM 134-TAKE-CONTRACT
                   END-READ
               END-PERFORM
               CLOSE CONTRACT-FILE
           END-IF.

       134-TAKE-CONTRACT.
           MOVE ZERO TO WS-SPONSOR-OPEN.
           IF SCN-BILLED IS NUMERIC AND SCN-PAID IS NUMERIC
               IF SCN-BILLED > SCN-PAID
                   SUBTRACT SCN-PAID FROM SCN-BILLED
                       GIVING WS-SPONSOR-OPEN
               END-IF
           END-IF.
           IF WS-SPONSOR-OPEN > ZERO
               PERFORM 136-FIND-SPONSORED
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

       136-FIND-SPONSORED.
           MOVE 'N' TO SPONSORED-FOUND-FLAG.
           PERFORM VARYING SPONSORED-IDX FROM 1 BY 1
               UNTIL SPONSORED-FOUND-FLAG = 'Y'
               OR SPONSORED-IDX > SPONSORED-TAB-COUNT
               IF SPD-TBL-STUDENT (SPONSORED-IDX) = SCN-STUDENT-NUMBER
                   MOVE 'Y' TO SPONSORED-FOUND-FLAG
                   MOVE SPONSORED-IDX TO SPONSORED-MATCH-IDX
               END-IF
           END-PERFORM.

       140-LOAD-NOTICE-HISTORY.
           MOVE ZERO TO HIST-COUNT.
           MOVE "NO" TO NTC-EOF.
               OPEN OUTPUT NOTICE-HISTORY
           END-IF.

       155-OPEN-NOTIFY-QUEUE.
           OPEN EXTEND NOTIFY-QUEUE.
           IF NTQ-STAT = "35"
               OPEN OUTPUT NOTIFY-QUEUE
           END-IF.
           IF NTQ-STAT = "00"
               MOVE "YES" TO NTQ-OPEN-FLAG
           ELSE
               DISPLAY "NOTIFYQ.TXT NOT AVAILABLE, FILE STATUS = "
                   NTQ-STAT " - LETTERS NOT QUEUED FOR EMAIL/SMS"
                   UPON CONSOLE
           END-IF.

       200-READ-STUDENT.
           READ STUDENT-RECORD
               AT END MOVE "YES" TO EOF-FLAG
           END-PERFORM.

       306-WORK-UNPLACED-STUDENT.
           PERFORM 308-SPLIT-SPONSORED.
           PERFORM 310-SET-AGE-AMOUNT.
           PERFORM 320-FIND-LAST-NOTICE.
           IF WS-AGE-AMOUNT = ZERO
               END-IF
           END-IF.

      * What sponsors owe on the account is chased with the sponsor's
      * invoice, not with letters to the student.
       308-SPLIT-SPONSORED.
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

       310-SET-AGE-AMOUNT.
           MOVE 'N' TO PLAN-FOUND-FLAG.
           IF PLAN-OPEN-FLAG = "YES"
               MOVE STUDENT-NUMBER TO PLN-STUDENT-NUMBER
               READ PLAN-FILE
                   INVALID KEY MOVE 'N' TO PLAN-FOUND-FLAG
                   NOT INVALID KEY MOVE 'Y' TO PLAN-FOUND-FLAG
               END-READ
           END-IF.
           IF PLAN-FOUND-FLAG = 'Y'
               PERFORM 315-SCORE-PLAN-OVERDUE
           ELSE
               MOVE WS-OWN-OWED TO WS-AGE-AMOUNT
           END-IF.

       315-SCORE-PLAN-OVERDUE.
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

       320-FIND-LAST-NOTICE.

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
               MOVE ADDRESS-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               IF ADR-LINE-2 NOT = SPACES
                   MOVE ADR-LINE-2 TO ADL-TEXT
                   MOVE "         " TO ADDRESS-LINE (1:9)
                   MOVE ADDRESS-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               MOVE ADR-CITY TO ADL-TEXT
               MOVE "         " TO ADDRESS-LINE (1:9)
               MOVE ADDRESS-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-EVALUATE.

       360-WRITE-NOTICE-RECORD.
           IF WS-PREVIEW-FLAG = "N"
               MOVE SPACES TO NOTICE-HISTORY-RECORD
               MOVE STUDENT-NUMBER TO NTC-STUDENT-NUMBER
               MOVE WS-NEXT-LEVEL TO NTC-NOTICE-LEVEL
               MOVE WS-RUN-DATE TO NTC-DATE
               MOVE WS-AGE-AMOUNT TO NTC-BALANCE
               WRITE NOTICE-HISTORY-RECORD
           END-IF.
           IF NTQ-OPEN-FLAG = "YES"
               PERFORM 365-QUEUE-LETTER-NOTICE
           END-IF.

       365-QUEUE-LETTER-NOTICE.
           MOVE SPACES TO NOTIFY-QUEUE-RECORD.
           MOVE STUDENT-NUMBER TO NTQ-STUDENT-NUMBER.
           MOVE "CL" TO NTQ-EVENT-TYPE.
           MOVE WS-RUN-DATE TO NTQ-DATE.
           MOVE WS-RUN-TIME TO NTQ-TIME.
           MOVE "COLLECTION-LETTERS" TO NTQ-SOURCE.
           MOVE STUDENT-NAME TO NTQ-STUDENT-NAME.
           MOVE WS-AGE-AMOUNT TO NTQ-AMOUNT-1.
           MOVE WS-OWN-OWED TO NTQ-AMOUNT-2.
           MOVE LTH-CAPTION TO NTQ-REFERENCE.
           WRITE NOTIFY-QUEUE-RECORD.

       500-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE "COLLECTION-LETTERS" TO AUDIT-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           IF WS-PREVIEW-FLAG = "Y"
               STRING "PREVIEW WOULD-SEND=" DELIMITED BY SIZE
                   LETTER-COUNT DELIMITED BY SIZE
                   " RESETS=" DELIMITED BY SIZE
                   RESET-COUNT DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
           ELSE
               STRING "LETTERS=" DELIMITED BY SIZE
                   LETTER-COUNT DELIMITED BY SIZE
                   " RESETS=" DELIMITED BY SIZE
                   RESET-COUNT DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "COLLECTION-LETTERS" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.


       112-GET-BUSINESS-DATE.
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_FILE".
