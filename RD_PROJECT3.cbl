      *       more than the 200 entries the worklist table carries,
      *       instead of silently dropping the overflow when the
      *       queue is rewritten.
      *   15/10/2026 HE  Approved checks are written with
      *       RFD-CHECK-STATUS O (outstanding) for REFUND-CHECK-RECON to
      *       clear against the bank's paid-checks file.
      *   15/10/2026 HE  Each approved refund is also queued on
      *       NOTIFYQ.TXT (see NOTIFYQ.DAT) as an RF notification with
      *       the amount and check number, for NOTIFY-EXTRACT to send by
      *       email or text.
      *   15/10/2026 HE  The REFEXT file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      *   15/10/2026 HE  The notification queue open is checked: when
      *       NOTIFYQ.TXT cannot be opened the status is shown on the
      *       console and the notice is not queued, as BILLING-
      *       STATEMENTS does.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUND-DISBURSEMENT.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DISP-STAT.

           SELECT NOTIFY-QUEUE ASSIGN TO WS-NOTIFYQ-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NTQ-STAT.

           SELECT EXTRACT-FILE ASSIGN TO WS-EXTRACT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       FD DISPOSITION-FILE.
           COPY "REFDISB.DAT".

       FD NOTIFY-QUEUE.
           COPY "NOTIFYQ.DAT".

       FD EXTRACT-FILE.
       01 EXTRACT-RECORD PIC X(70).
       01 EXTRACT-HEADER.
           05 AUDIT-STATUS-FIELD PIC X(2).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).
           05 WS-NOTIFYQ-PATH PIC X(60).
           05 NTQ-STAT PIC X(2).

       01 QUEUE-VALUES.
           05 QUEUE-ENTRY OCCURS 200 TIMES.
               10 QUE-MODE PIC X(1).
               10 QUE-KEEP-FLAG PIC X(1).

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-DISBURSEMENT.
           PERFORM 110-GET-FILE-PATHS.
               UNTIL QUEUE-IDX > QUEUE-COUNT.
           PERFORM 210-WRITE-EXTRACT-TRAILER.
           CLOSE EXTRACT-FILE DISPOSITION-FILE.
           MOVE "REFEXT" TO RRG-REPORT-ID.
           MOVE WS-EXTRACT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           PERFORM 600-REWRITE-QUEUE.
           PERFORM 500-WRITE-AUDIT-LOG.
           DISPLAY "REFUND SESSION COMPLETE, APPROVED: " APPROVED-COUNT
           IF WS-REFDISB-PATH = SPACES
               MOVE "C:\Users\hamza\REFDISB.TXT" TO WS-REFDISB-PATH
           END-IF.
           ACCEPT WS-NOTIFYQ-PATH FROM ENVIRONMENT "NOTIFYQ_FILE".
           IF WS-NOTIFYQ-PATH = SPACES
               MOVE "C:\Users\hamza\NOTIFYQ.TXT" TO WS-NOTIFYQ-PATH
           END-IF.
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "AUDIT_LOG_FILE".
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\hamza\AUDITLOG.TXT" TO WS-AUDIT-LOG-PATH
           ELSE
               PERFORM 330-WRITE-DISPOSITION-A
               PERFORM 340-WRITE-EXTRACT-DETAIL
               PERFORM 350-QUEUE-REFUND-NOTICE
               MOVE "N" TO QUE-KEEP-FLAG (QUEUE-IDX)
               ADD 1 TO APPROVED-COUNT
               ADD QUE-OVERAGE (QUEUE-IDX) TO APPROVED-TOTAL
           MOVE "D" TO RFD-ACTION.
           MOVE ZERO TO RFD-CHECK-NUMBER.
           MOVE WS-RUN-DATE TO RFD-ISSUE-DATE.
           MOVE ZERO TO RFD-STATUS-DATE.
           WRITE REFUND-DISP-RECORD.
           MOVE "N" TO QUE-KEEP-FLAG (QUEUE-IDX).
           ADD 1 TO DENIED-COUNT.
           MOVE "A" TO RFD-ACTION.
           MOVE CHECK-INPUT TO RFD-CHECK-NUMBER.
           MOVE WS-RUN-DATE TO RFD-ISSUE-DATE.
           MOVE "O" TO RFD-CHECK-STATUS.
           MOVE WS-RUN-DATE TO RFD-STATUS-DATE.
           WRITE REFUND-DISP-RECORD.

       340-WRITE-EXTRACT-DETAIL.
           MOVE QUE-OVERAGE (QUEUE-IDX) TO EXD-AMOUNT.
           WRITE EXTRACT-DETAIL.

       350-QUEUE-REFUND-NOTICE.
           OPEN EXTEND NOTIFY-QUEUE.
           IF NTQ-STAT = "35"
               OPEN OUTPUT NOTIFY-QUEUE
           END-IF.
           IF NTQ-STAT = "00"
               MOVE SPACES TO NOTIFY-QUEUE-RECORD
               MOVE QUE-STUDENT-NUMBER (QUEUE-IDX) TO NTQ-STUDENT-NUMBER
               MOVE "RF" TO NTQ-EVENT-TYPE
               MOVE WS-RUN-DATE TO NTQ-DATE
               ACCEPT NTQ-TIME FROM TIME
               MOVE "REFUND-DISBURSEMENT" TO NTQ-SOURCE
               MOVE QUE-STUDENT-NAME (QUEUE-IDX) TO NTQ-STUDENT-NAME
               MOVE QUE-OVERAGE (QUEUE-IDX) TO NTQ-AMOUNT-1
               MOVE ZERO TO NTQ-AMOUNT-2
               STRING "CHECK " DELIMITED BY SIZE
                       CHECK-INPUT DELIMITED BY SIZE
                   INTO NTQ-REFERENCE
               WRITE NOTIFY-QUEUE-RECORD
               CLOSE NOTIFY-QUEUE
           ELSE
               DISPLAY "NOTIFYQ.TXT NOT AVAILABLE, FILE STATUS = "
                   NTQ-STAT " - REFUND NOTICE NOT QUEUED FOR EMAIL/SMS"
                   UPON CONSOLE
           END-IF.

       600-REWRITE-QUEUE.
           MOVE ZERO TO KEEP-COUNT.
           OPEN OUTPUT REFUND-QUEUE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "REFUND-DISBURSEMENT" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       END PROGRAM REFUND-DISBURSEMENT.
