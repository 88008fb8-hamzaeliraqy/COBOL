      *       business date on file belongs to the batch window, not
      *       the counter. Wall-clock time still goes to the time
      *       stamps.
      *   15/10/2026 HE  Sign-on now CALLs OPERATOR-SIGN-ON (see
      *       SIGNON.DAT) instead of reading OPERMAST.TXT here, so the
      *       operator's password is checked, an expired or reset
      *       password must be changed, and repeated failures lock the
      *       ID. The level checks made here are unchanged.
      *   15/10/2026 HE  The keyed student number is checked by
      *       STUDENT-NUMBER-CHECK before the master is read; a wrong
      *       check digit is refused at the desk instead of opening the
      *       wrong account.
      *   15/10/2026 HE  A returned payment now also queues an NS
      *       notification on NOTIFYQ.TXT (see NOTIFYQ.DAT) so the
      *       student hears about the reversal and the NSF fee by email
      *       or text as well as by letter.
      *   15/10/2026 HE  The session or batch post is refused when the
      *       business date falls in a fiscal year already closed by
      *       LEDGER-YEAR-CLOSE (asked of LEDGER-PERIOD-CHECK, see
      *       LEDGCHK.DAT), so no ledger entry is booked into a closed
      *       year.
      *   15/10/2026 HE  The notification queue open is checked: when
      *       NOTIFYQ.TXT cannot be opened the status is shown on the
      *       console and the notice is not queued, as BILLING-
      *       STATEMENTS does.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SP-PROJECT3.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LGR-STAT.

           SELECT TERM-MASTER ASSIGN TO WS-TERMMAST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRM-STAT.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NSF-STAT.

           SELECT NOTIFY-QUEUE ASSIGN TO WS-NOTIFYQ-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NTQ-STAT.

           SELECT RATE-RECORDS ASSIGN TO WS-TUITRATE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RATE-STAT.
       FD LEDGER-FILE.
           COPY "STULEDG.DAT".

       FD TERM-MASTER.
           COPY "TERMMAST.DAT".

           05 FILLER PIC X(2) VALUE SPACES.
           05 NSF-AMOUNT PIC 9(6)V99.

       FD NOTIFY-QUEUE.
           COPY "NOTIFYQ.DAT".

       FD RATE-RECORDS.
       01 RATE-IN-RECORD.
           05 RI-PROGRAM-CD PIC X(6).
           05 WS-LGR-TYPE PIC X(2).
           05 WS-LGR-DC PIC X(1).
           05 WS-LGR-AMOUNT PIC 9(6)V99.
           05 WS-OPERATOR-ID PIC X(8).
           05 WS-OPERATOR-LEVEL PIC X(1).
           05 WS-TERMMAST-PATH PIC X(60).
       01 NSF-FIELDS.
           05 WS-NSFNOTICE-PATH PIC X(60).
           05 NSF-STAT PIC X(2).
           05 WS-NOTIFYQ-PATH PIC X(60).
           05 NTQ-STAT PIC X(2).
           05 WS-NSF-FEE-INPUT PIC X(8).
           05 WS-NSF-FEE PIC 9(4)V99 VALUE 25.
           05 REVERSAL-POSTED-COUNT PIC 9(6) VALUE ZERO.
               10 CAT-TBL-CREDITS PIC 9(2).
               10 CAT-TBL-ACTIVE PIC X(1).

       COPY "SIGNON.DAT".

       COPY "STUNOCHK.DAT".

       COPY "LEDGCHK.DAT".

       SCREEN SECTION.
       01 INPUT-SCREEN.
           05 VALUE "STUDENT NUMBER" LINE 5 COL 5.
           ACCEPT MODE-CHOICE FROM CONSOLE.
           IF MODE-CHOICE = "B" OR MODE-CHOICE = "b"
               PERFORM 097-READ-BUSDATE-FILE
               PERFORM 096-CHECK-LEDGER-PERIOD
               PERFORM 300-BATCH-POST-PAYMENTS
           ELSE
               PERFORM 096-CHECK-LEDGER-PERIOD
               PERFORM 101-OPEN-FILE
               PERFORM 103-LOAD-CATALOG
               PERFORM 105-LOAD-TERMS
       090-OPERATOR-SIGN-ON.
           MOVE SPACES TO WS-OPERATOR-ID.
           MOVE "D" TO WS-OPERATOR-LEVEL.
           MOVE "SP-PROJECT3" TO SGN-CALLER.
           CALL "OPERATOR-SIGN-ON" USING SIGN-ON-AREA.
           IF SGN-NO-MASTER
               DISPLAY "NO OPERATOR MASTER ON FILE - SIGN-ON NOT "
                   "CHECKED" UPON CONSOLE
           ELSE
               MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
               MOVE SGN-OPERATOR-LEVEL TO WS-OPERATOR-LEVEL
               IF NOT SGN-ACCEPTED
                   PERFORM 810-CLEAR-LOCK
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "SIGNED ON: " SGN-OPERATOR-NAME
                   UPON CONSOLE
           END-IF.

       099-GET-FILE-PATHS.
           IF WS-STULEDG-PATH = SPACES
               MOVE "C:\Users\hamza\STULEDG.TXT" TO WS-STULEDG-PATH
           END-IF.
           ACCEPT WS-TERMMAST-PATH FROM ENVIRONMENT "TERMMAST_FILE".
           IF WS-TERMMAST-PATH = SPACES
               MOVE "C:\Users\hamza\TERMMAST.TXT"
               MOVE "C:\Users\hamza\NSFNOTICE.TXT"
                   TO WS-NSFNOTICE-PATH
           END-IF.
           ACCEPT WS-NOTIFYQ-PATH FROM ENVIRONMENT "NOTIFYQ_FILE".
           IF WS-NOTIFYQ-PATH = SPACES
               MOVE "C:\Users\hamza\NOTIFYQ.TXT" TO WS-NOTIFYQ-PATH
           END-IF.
           ACCEPT WS-NSF-FEE-INPUT FROM ENVIRONMENT "NSF_FEE".
           IF WS-NSF-FEE-INPUT IS NUMERIC
               MOVE WS-NSF-FEE-INPUT TO WS-NSF-FEE
               MOVE "C:\Users\hamza\BUSDATE.TXT" TO WS-BUSDATE-PATH
           END-IF.

       096-CHECK-LEDGER-PERIOD.
           MOVE WS-BUSINESS-DATE TO LPC-LEDGER-DATE.
           CALL "LEDGER-PERIOD-CHECK" USING LEDGER-PERIOD-AREA.
           IF LPC-CLOSED
               DISPLAY "LEDGER CLOSED THROUGH " LPC-CLOSED-YEAR
                   " - NOTHING POSTED FOR " WS-BUSINESS-DATE
                   UPON CONSOLE
               PERFORM 810-CLEAR-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       097-READ-BUSDATE-FILE.
           OPEN INPUT BUSDATE-FILE.
           IF BUSDATE-STAT = "00"
           END-IF.

       104-SEARCH.
           MOVE "V" TO SNK-FUNCTION.
           MOVE STUDENT-INPUT TO SNK-STUDENT-NUMBER.
           CALL "STUDENT-NUMBER-CHECK" USING STUNO-CHECK-AREA.
           IF SNK-BAD-CHECK-DIGIT
               MOVE "C" TO FOUND-FLAG
           ELSE
               MOVE STUDENT-INPUT TO STUDENT-NUMBER
               READ STUDENT-RECORD
                   INVALID KEY MOVE "N" TO FOUND-FLAG
                   NOT INVALID KEY MOVE "Y" TO FOUND-FLAG
               END-READ
           END-IF.

       105-FIND.
           IF FOUND-FLAG = "Y" THEN
               DISPLAY "FOUND" UPON CONSOLE
               PERFORM 201-UPDATE-RECORD
           ELSE
           IF FOUND-FLAG = "C"
               DISPLAY "STUDENT NUMBER CHECK DIGIT IS WRONG - "
                   "NOT LOOKED UP" UPON CONSOLE
           ELSE
               DISPLAY "NOT FOUND" UPON CONSOLE
           END-IF
           END-IF.

       201-UPDATE-RECORD.
           MOVE TXN-PAYMENT TO NSF-AMOUNT.
           WRITE NSF-NOTICE-RECORD.
           CLOSE NSF-NOTICE-FILE.
           PERFORM 312-QUEUE-NSF-NOTIFICATION.

       312-QUEUE-NSF-NOTIFICATION.
           OPEN EXTEND NOTIFY-QUEUE.
           IF NTQ-STAT = "35"
               OPEN OUTPUT NOTIFY-QUEUE
           END-IF.
           IF NTQ-STAT = "00"
               MOVE SPACES TO NOTIFY-QUEUE-RECORD
               MOVE TXN-STUDENT-NUMBER TO NTQ-STUDENT-NUMBER
               MOVE "NS" TO NTQ-EVENT-TYPE
               MOVE WS-RUN-DATE TO NTQ-DATE
               ACCEPT NTQ-TIME FROM TIME
               MOVE "SP-PROJECT3" TO NTQ-SOURCE
               MOVE STUDENT-NAME TO NTQ-STUDENT-NAME
               MOVE TXN-PAYMENT TO NTQ-AMOUNT-1
               MOVE WS-NSF-FEE TO NTQ-AMOUNT-2
               WRITE NOTIFY-QUEUE-RECORD
               CLOSE NOTIFY-QUEUE
           ELSE
               DISPLAY "NOTIFYQ.TXT NOT AVAILABLE, FILE STATUS = "
                   NTQ-STAT " - NSF NOTICE NOT QUEUED FOR EMAIL/SMS"
                   UPON CONSOLE
           END-IF.

       309-WRITE-REVERSAL-SECTION.
           IF REVERSAL-TAB-COUNT > ZERO
