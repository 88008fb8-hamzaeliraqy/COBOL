      *       rerun batch books to the night it belongs to; with no
      *       business date on file the system date applies as
      *       before.
      *   15/10/2026 HE  PAYPLAN.TXT and STUADDR.TXT are now indexed on
      *       student number: each statement reads the student's plan
      *       and address by key instead of from the 200-plan and
      *       500-address tables, so students past those limits are no
      *       longer billed without a schedule or address.
      *   15/10/2026 HE  Each statement printed is also queued on
      *       NOTIFYQ.TXT (see NOTIFYQ.DAT) as an ST notification -
      *       amount due now, balance and due date - for NOTIFY-EXTRACT
      *       to send by email or text.
      *   15/10/2026 HE  The BILLSTMT file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION-BILLING-STATEMENTS.
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PLAN-FILE ASSIGN TO WS-PAYPLAN-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLN-STUDENT-NUMBER
           FILE STATUS IS PLAN-STAT.

           SELECT ADDRESS-FILE ASSIGN TO WS-STUADDR-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADR-STUDENT-NUMBER
           FILE STATUS IS ADR-STAT.

           SELECT NSF-NOTICE-FILE ASSIGN TO WS-NSFNOTICE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CST-STAT.

           SELECT NOTIFY-QUEUE ASSIGN TO WS-NOTIFYQ-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NTQ-STAT.

           SELECT STATEMENT-FILE ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       FD STATUS-FILE.
           COPY "COLLSTAT.DAT".

       FD NOTIFY-QUEUE.
           COPY "NOTIFYQ.DAT".

       FD STATEMENT-FILE.
       01 REPORT-LINE PIC X(80).

           05 WS-RUN-TIME PIC 9(8).
           05 WS-PAYPLAN-PATH PIC X(60).
           05 PLAN-STAT PIC X(2).
           05 PLAN-OPEN-FLAG PIC X(3) VALUE "NO".
           05 PLAN-FOUND-FLAG PIC X(1).
           05 INST-IDX PIC 9(1).
           05 WS-PLAN-TOTAL PIC 9(8)V99.
           05 WS-NEXT-SET-FLAG PIC X(1).
           05 WS-STUADDR-PATH PIC X(60).
           05 ADR-STAT PIC X(2).
           05 ADR-OPEN-FLAG PIC X(3) VALUE "NO".
           05 ADDR-FOUND-FLAG PIC X(1).
           05 WS-NSFNOTICE-PATH PIC X(60).
           05 NSF-STAT PIC X(2).
           05 PLACED-TAB-COUNT PIC 9(3) VALUE ZERO.
           05 PLACED-IDX PIC 9(3).
           05 PLACED-FOUND-FLAG PIC X(1).
           05 WS-NOTIFYQ-PATH PIC X(60).
           05 NTQ-STAT PIC X(2).
           05 NTQ-OPEN-FLAG PIC X(3) VALUE "NO".

       01 PLACED-VALUES.
           05 PLACED-STUDENT PIC 9(6) OCCURS 200 TIMES.
               10 PROGRAM-CD PIC X(6).
               10 PROGRAM-NME PIC X(20).

       01 ADDRESS-LINE.
           05 FILLER PIC X(9) VALUE "MAIL TO: ".
           05 ADL-TEXT PIC X(30).
       01 SEPARATOR-LINE.
           05 FILLER PIC X(80) VALUE ALL "-".

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-STATEMENTS.
           PERFORM 110-GET-FILE-PATHS.
               STOP RUN
           END-IF.
           PERFORM 120-LOAD-PROGRAM-TABLE.
           PERFORM 130-OPEN-PLAN-FILE.
           PERFORM 150-OPEN-ADDRESS-FILE.
           PERFORM 140-OPEN-NOTIFY-QUEUE.
           PERFORM 160-LOAD-NSF-NOTICES.
           PERFORM 180-LOAD-PLACED-ACCOUNTS.
           OPEN OUTPUT STATEMENT-FILE.
               PERFORM 200-READ-STUDENT
           END-PERFORM.
           CLOSE STUDENT-RECORD STATEMENT-FILE.
           MOVE "BILLSTMT" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           IF PLAN-OPEN-FLAG = "YES"
               CLOSE PLAN-FILE
           END-IF.
           IF ADR-OPEN-FLAG = "YES"
               CLOSE ADDRESS-FILE
           END-IF.
           IF NTQ-OPEN-FLAG = "YES"
               CLOSE NOTIFY-QUEUE
           END-IF.
           PERFORM 170-CONSUME-PRINTED-NOTICES.
           PERFORM 500-WRITE-AUDIT-LOG.
           DISPLAY "BILLING RUN COMPLETE, STATEMENTS: " STATEMENT-COUNT
               MOVE "C:\Users\hamza\COLLSTAT.TXT"
                   TO WS-COLLSTAT-PATH
           END-IF.
           ACCEPT WS-NOTIFYQ-PATH FROM ENVIRONMENT "NOTIFYQ_FILE".
           IF WS-NOTIFYQ-PATH = SPACES
               MOVE "C:\Users\hamza\NOTIFYQ.TXT" TO WS-NOTIFYQ-PATH
           END-IF.
           ACCEPT WS-REPORT-DIR FROM ENVIRONMENT "BILLSTMT_DIR".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 112-GET-BUSINESS-DATE.
           END-PERFORM.
           CLOSE PROGRAM-RECORDS.

       130-OPEN-PLAN-FILE.
           OPEN INPUT PLAN-FILE.
           IF PLAN-STAT = "00"
               MOVE "YES" TO PLAN-OPEN-FLAG
           END-IF.

       140-OPEN-NOTIFY-QUEUE.
           OPEN EXTEND NOTIFY-QUEUE.
           IF NTQ-STAT = "35"
               OPEN OUTPUT NOTIFY-QUEUE
           END-IF.
           IF NTQ-STAT = "00"
               MOVE "YES" TO NTQ-OPEN-FLAG
           ELSE
               DISPLAY "NOTIFYQ.TXT NOT AVAILABLE, FILE STATUS = "
                   NTQ-STAT " - STATEMENTS NOT QUEUED FOR EMAIL/SMS"
                   UPON CONSOLE
           END-IF.

       150-OPEN-ADDRESS-FILE.
           OPEN INPUT ADDRESS-FILE.
           IF ADR-STAT = "00"
               MOVE "YES" TO ADR-OPEN-FLAG
           ELSE
               DISPLAY "NO ADDRESS FILE - STATEMENTS PRINT WITHOUT "
                   "MAILING ADDRESSES" UPON CONSOLE
           WRITE REPORT-LINE.
           ADD 1 TO STATEMENT-COUNT.
           ADD TUITION-OWED TO BILLED-TOTAL.
           IF NTQ-OPEN-FLAG = "YES"
               PERFORM 370-QUEUE-STATEMENT-NOTICE
           END-IF.

       310-FIND-PROGRAM-NAME.
           MOVE SPACES TO STM-PROGRAM-NAME.

       320-FIND-PLAN.
           MOVE 'N' TO PLAN-FOUND-FLAG.
           IF PLAN-OPEN-FLAG = "YES"
               MOVE STUDENT-NUMBER TO PLN-STUDENT-NUMBER
               READ PLAN-FILE
                   INVALID KEY MOVE 'N' TO PLAN-FOUND-FLAG
                   NOT INVALID KEY MOVE 'Y' TO PLAN-FOUND-FLAG
               END-READ
           END-IF.

       330-SCORE-PLAN.
           MOVE ZERO TO WS-PLAN-TOTAL.
           PERFORM VARYING INST-IDX FROM 1 BY 1
               UNTIL INST-IDX > PLN-INST-COUNT
               ADD PLN-INST-AMOUNT (INST-IDX)
                   TO WS-PLAN-TOTAL
           END-PERFORM.
           IF TUITION-OWED >= WS-PLAN-TOTAL
           MOVE ZERO TO WS-CUMULATIVE.
           MOVE 'N' TO WS-NEXT-SET-FLAG.
           PERFORM VARYING INST-IDX FROM 1 BY 1
               UNTIL INST-IDX > PLN-INST-COUNT
               ADD PLN-INST-AMOUNT (INST-IDX)
                   TO WS-CUMULATIVE
               IF WS-CUMULATIVE > WS-PAID-SO-FAR
                   AND WS-NEXT-SET-FLAG = 'N'
                   SUBTRACT WS-PAID-SO-FAR FROM WS-CUMULATIVE
                       GIVING WS-NEXT-DUE-AMOUNT
                   MOVE PLN-INST-DUE-DATE (INST-IDX)
                       TO WS-NEXT-DUE-DATE
                   MOVE 'Y' TO WS-NEXT-SET-FLAG
               END-IF
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-CUMULATIVE.
           PERFORM VARYING INST-IDX FROM 1 BY 1
               UNTIL INST-IDX > PLN-INST-COUNT
               ADD PLN-INST-AMOUNT (INST-IDX)
                   TO WS-CUMULATIVE
               MOVE INST-IDX TO SCH-INST-NUMBER
               MOVE PLN-INST-AMOUNT (INST-IDX)
                   TO SCH-AMOUNT
               MOVE PLN-INST-DUE-DATE (INST-IDX)
                   TO SCH-DUE-DATE
               IF WS-CUMULATIVE <= WS-PAID-SO-FAR
                   MOVE "PAID" TO SCH-STATUS

       350-PRINT-ADDRESS-BLOCK.
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
               END-IF
           END-PERFORM.

       370-QUEUE-STATEMENT-NOTICE.
           MOVE SPACES TO NOTIFY-QUEUE-RECORD.
           MOVE STUDENT-NUMBER TO NTQ-STUDENT-NUMBER.
           MOVE "ST" TO NTQ-EVENT-TYPE.
           MOVE WS-RUN-DATE TO NTQ-DATE.
           MOVE WS-RUN-TIME TO NTQ-TIME.
           MOVE "BILLING-STATEMENTS" TO NTQ-SOURCE.
           MOVE STUDENT-NAME TO NTQ-STUDENT-NAME.
           MOVE STUB-PAYMENT TO NTQ-AMOUNT-1.
           MOVE TUITION-OWED TO NTQ-AMOUNT-2.
           MOVE STM-DUE-DATE TO NTQ-REFERENCE.
           WRITE NOTIFY-QUEUE-RECORD.

       500-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "35"
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "TUITION-BILLING" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.


       112-GET-BUSINESS-DATE.
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_FILE".
