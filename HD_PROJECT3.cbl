      *   02/09/2026 HE  Refuse the session when STUHOLD.TXT holds
      *       more than the 500 entries the table carries, instead
      *       of silently dropping the overflow on the rewrite.
      *   15/10/2026 HE  Sign-on now CALLs OPERATOR-SIGN-ON (see
      *       SIGNON.DAT) instead of reading OPERMAST.TXT here, so the
      *       operator's password is checked, an expired or reset
      *       password must be changed, and repeated failures lock the
      *       ID. The level checks made here are unchanged.
      *   15/10/2026 HE  The financial hold sweep leaves out what
      *       sponsors have been invoiced for and not yet paid
      *       (SPONCON.TXT, see SPONCON.DAT) - only the student's own
      *       part of the balance is held against the limit.
      *   15/10/2026 HE  STUHOLD.TXT is now indexed on student number
      *       plus hold number (converted once by KEYED-FILE-CONVERT).
      *       Holds are found with START/READ NEXT and placed or
      *       released one record at a time instead of through a
      *       500-entry table rewritten at end of session, so sessions
      *       can run side by side and there is no size ceiling. The
      *       listing comes out in student order.
      *   15/10/2026 HE  Each financial hold the sweep places is also
      *       queued on NOTIFYQ.TXT (see NOTIFYQ.DAT) as an HL
      *       notification, with the balance held against and the
      *       reason, for NOTIFY-EXTRACT to send by email or text.
      *   15/10/2026 HE  The HOLDLIST file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      *   15/10/2026 HE  The notification queue open is checked: when
      *       NOTIFYQ.TXT cannot be opened the status is shown on the
      *       console and the notice is not queued, as BILLING-
      *       STATEMENTS does.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-HOLDS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO WS-STUHOLD-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HLD-KEY
           FILE STATUS IS HOLD-STAT.

           SELECT STUDENT-RECORD ASSIGN TO WS-STUFILE-OUT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRN-STAT.

           SELECT CONTRACT-FILE ASSIGN TO WS-SPONCON-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCN-STAT.

           SELECT NOTIFY-QUEUE ASSIGN TO WS-NOTIFYQ-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NTQ-STAT.

           SELECT HOLD-REPORT ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.
       FD HOLD-FILE.
       FD JOURNAL-FILE.
           COPY "STUJRNL.DAT".

       FD CONTRACT-FILE.
           COPY "SPONCON.DAT".

       FD NOTIFY-QUEUE.
           COPY "NOTIFYQ.DAT".

       FD HOLD-REPORT.
       01 REPORT-LINE PIC X(80).

       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.DAT".

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 HOLD-STAT PIC X(2).
           05 JRN-STAT PIC X(2).
           05 HOLD-EOF PIC X(3).
           05 STU-EOF PIC X(3).
           05 WS-MATCH-SEQUENCE PIC 9(3).
           05 WS-LAST-SEQUENCE PIC 9(3).
           05 LIST-PASS PIC X(1).
           05 FOUND-FLAG PIC X(1).
           05 MENU-INPUT PIC X(1).
           05 REQUEST-INPUT PIC X(6).
           05 AUDIT-STATUS-FIELD PIC X(2).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).
           05 WS-OPERATOR-ID PIC X(8).
           05 WS-OPERATOR-LEVEL PIC X(1).
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
           05 WS-NOTIFYQ-PATH PIC X(60).
           05 NTQ-STAT PIC X(2).

       01 SPONSORED-VALUES.
           05 SPONSORED-ENTRY OCCURS 500 TIMES.
               10 SPD-TBL-STUDENT PIC 9(6).
               10 SPD-TBL-OPEN PIC 9(8)V99.

       01 DETAIL-LINE.
           05 DTL-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-STATE PIC X(17).

       COPY "SIGNON.DAT".

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-HOLDS.
           PERFORM 110-GET-FILE-PATHS.
           PERFORM 130-OPERATOR-SIGN-ON.
           PERFORM 140-OPEN-HOLD-FILE.
           IF HOLD-STAT NOT = "00"
               DISPLAY "HOLD-FILE OPEN FAILED, FILE STATUS = "
                   HOLD-STAT UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 150-LOAD-SPONSORED-ACCOUNTS.
           MOVE SPACE TO MENU-INPUT.
           PERFORM 200-WORK-MENU
               UNTIL MENU-INPUT = "Q" OR MENU-INPUT = "q".
           CLOSE HOLD-FILE.
           PERFORM 500-WRITE-AUDIT-LOG.
           DISPLAY "HOLDS SESSION ENDED, PLACED: " PLACED-COUNT
               " RELEASED: " RELEASED-COUNT UPON CONSOLE.
           IF WS-STUJRNL-PATH = SPACES
               MOVE "C:\Users\hamza\STUJRNL.TXT" TO WS-STUJRNL-PATH
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
           END-IF.
           ACCEPT WS-LIMIT-INPUT FROM ENVIRONMENT "HOLD_BALANCE_LIMIT".
           IF WS-LIMIT-INPUT IS NUMERIC
               MOVE WS-LIMIT-INPUT TO WS-BALANCE-LIMIT
       130-OPERATOR-SIGN-ON.
           MOVE SPACES TO WS-OPERATOR-ID.
           MOVE "D" TO WS-OPERATOR-LEVEL.
           MOVE "STUDENT-HOLDS" TO SGN-CALLER.
           CALL "OPERATOR-SIGN-ON" USING SIGN-ON-AREA.
           IF SGN-NO-MASTER
               DISPLAY "NO OPERATOR MASTER ON FILE - SIGN-ON NOT "
                   "CHECKED" UPON CONSOLE
           ELSE
               MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
               MOVE SGN-OPERATOR-LEVEL TO WS-OPERATOR-LEVEL
               IF NOT SGN-ACCEPTED
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "SIGNED ON: " SGN-OPERATOR-NAME
                   UPON CONSOLE
           END-IF.

       140-OPEN-HOLD-FILE.
           OPEN I-O HOLD-FILE.
           IF HOLD-STAT = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
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

       200-WORK-MENU.
           DISPLAY " " UPON CONSOLE.
           DISPLAY "(P)LACE FINANCIAL HOLDS (R)ELEASE HOLD "
                   UPON CONSOLE
           END-IF.

      * Only the student's own part of the balance counts toward the
      * limit - what a sponsor has been invoiced for is the sponsor's.
       320-CONSIDER-STUDENT.
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
           IF WS-OWN-OWED >= WS-BALANCE-LIMIT
               MOVE STUDENT-NUMBER TO REQUEST-NUMBER
               MOVE "F" TO TYPE-INPUT
               PERFORM 330-FIND-OPEN-HOLD
               END-IF
           END-IF.

      * Reads all of the student's holds: the open one of the type
      * asked for, if any, and the last hold number used so a new
      * hold takes the next one.
       330-FIND-OPEN-HOLD.
           MOVE 'N' TO FOUND-FLAG.
           MOVE ZERO TO WS-MATCH-SEQUENCE.
           MOVE ZERO TO WS-LAST-SEQUENCE.
           MOVE REQUEST-NUMBER TO HLD-STUDENT-NUMBER.
           MOVE ZERO TO HLD-SEQUENCE.
           MOVE "NO" TO HOLD-EOF.
           START HOLD-FILE KEY IS >= HLD-KEY
               INVALID KEY MOVE "YES" TO HOLD-EOF
           END-START.
           PERFORM UNTIL HOLD-EOF = "YES"
               READ HOLD-FILE NEXT RECORD
                   AT END MOVE "YES" TO HOLD-EOF
                   NOT AT END
                       IF HLD-STUDENT-NUMBER = REQUEST-NUMBER
                           MOVE HLD-SEQUENCE TO WS-LAST-SEQUENCE
                           IF HLD-TYPE = TYPE-INPUT
                               AND HLD-RELEASED-DATE = ZERO
                               AND FOUND-FLAG NOT = 'Y'
                               MOVE 'Y' TO FOUND-FLAG
                               MOVE HLD-SEQUENCE TO WS-MATCH-SEQUENCE
                           END-IF
                       ELSE
                           MOVE "YES" TO HOLD-EOF
                       END-IF
               END-READ
           END-PERFORM.

       340-ADD-HOLD.
           MOVE SPACES TO STUDENT-HOLD-RECORD.
           MOVE REQUEST-NUMBER TO HLD-STUDENT-NUMBER.
           ADD 1 WS-LAST-SEQUENCE GIVING HLD-SEQUENCE.
           MOVE TYPE-INPUT TO HLD-TYPE.
           MOVE "BALANCE OVER FINANCIAL LIMIT" TO HLD-REASON.
           MOVE WS-RUN-DATE TO HLD-PLACED-DATE.
           MOVE ZERO TO HLD-RELEASED-DATE.
           WRITE STUDENT-HOLD-RECORD
               INVALID KEY
                   DISPLAY "HOLD NOT PLACED, FILE STATUS = " HOLD-STAT
                       ": " REQUEST-NUMBER UPON CONSOLE
               NOT INVALID KEY
                   ADD 1 TO PLACED-COUNT
                   PERFORM 345-QUEUE-HOLD-NOTICE
           END-WRITE.

       345-QUEUE-HOLD-NOTICE.
           OPEN EXTEND NOTIFY-QUEUE.
           IF NTQ-STAT = "35"
               OPEN OUTPUT NOTIFY-QUEUE
           END-IF.
           IF NTQ-STAT = "00"
               MOVE SPACES TO NOTIFY-QUEUE-RECORD
               MOVE REQUEST-NUMBER TO NTQ-STUDENT-NUMBER
               MOVE "HL" TO NTQ-EVENT-TYPE
               MOVE WS-RUN-DATE TO NTQ-DATE
               ACCEPT NTQ-TIME FROM TIME
               MOVE "STUDENT-HOLDS" TO NTQ-SOURCE
               MOVE STUDENT-NAME TO NTQ-STUDENT-NAME
               MOVE WS-OWN-OWED TO NTQ-AMOUNT-1
               MOVE ZERO TO NTQ-AMOUNT-2
               MOVE HLD-REASON TO NTQ-REFERENCE
               WRITE NOTIFY-QUEUE-RECORD
               CLOSE NOTIFY-QUEUE
           ELSE
               DISPLAY "NOTIFYQ.TXT NOT AVAILABLE, FILE STATUS = "
                   NTQ-STAT " - HOLD NOTICE NOT QUEUED FOR EMAIL/SMS"
                   UPON CONSOLE
           END-IF.

       400-RELEASE-HOLD.
               ACCEPT TYPE-INPUT FROM CONSOLE
               PERFORM 330-FIND-OPEN-HOLD
               IF FOUND-FLAG = 'Y'
                   PERFORM 415-REWRITE-RELEASED-HOLD
               ELSE
                   DISPLAY "NO OPEN HOLD OF THAT TYPE ON FILE"
                       UPON CONSOLE
               END-IF
           END-IF.

       415-REWRITE-RELEASED-HOLD.
           MOVE REQUEST-NUMBER TO HLD-STUDENT-NUMBER.
           MOVE WS-MATCH-SEQUENCE TO HLD-SEQUENCE.
           READ HOLD-FILE
               INVALID KEY MOVE 'N' TO FOUND-FLAG
           END-READ.
           IF FOUND-FLAG = 'Y' AND HLD-RELEASED-DATE = ZERO
               MOVE WS-RUN-DATE TO HLD-RELEASED-DATE
               REWRITE STUDENT-HOLD-RECORD
                   INVALID KEY MOVE 'N' TO FOUND-FLAG
               END-REWRITE
           ELSE
               MOVE 'N' TO FOUND-FLAG
           END-IF.
           IF FOUND-FLAG = 'Y'
               ADD 1 TO RELEASED-COUNT
               PERFORM 420-JOURNAL-RELEASE
               DISPLAY "HOLD RELEASED" UPON CONSOLE
           ELSE
               DISPLAY "HOLD NOT RELEASED, FILE STATUS = " HOLD-STAT
                   " - RETRY" UPON CONSOLE
           END-IF.

       420-JOURNAL-RELEASE.
           OPEN EXTEND JOURNAL-FILE.
           IF JRN-STAT = "35"
           WRITE REPORT-LINE.
           MOVE "OPEN HOLDS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "O" TO LIST-PASS.
           PERFORM 455-LIST-ONE-PASS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RELEASED HOLDS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "R" TO LIST-PASS.
           PERFORM 455-LIST-ONE-PASS.
           CLOSE HOLD-REPORT.
           MOVE "HOLDLIST" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           DISPLAY "HOLD LISTING WRITTEN, OPEN HOLDS: "
               OPEN-HOLD-COUNT UPON CONSOLE.

       455-LIST-ONE-PASS.
           MOVE ZERO TO HLD-STUDENT-NUMBER.
           MOVE ZERO TO HLD-SEQUENCE.
           MOVE "NO" TO HOLD-EOF.
           START HOLD-FILE KEY IS >= HLD-KEY
               INVALID KEY MOVE "YES" TO HOLD-EOF
           END-START.
           PERFORM UNTIL HOLD-EOF = "YES"
               READ HOLD-FILE NEXT RECORD
                   AT END MOVE "YES" TO HOLD-EOF
                   NOT AT END
                       IF LIST-PASS = "O" AND HLD-RELEASED-DATE = ZERO
                           ADD 1 TO OPEN-HOLD-COUNT
                           PERFORM 460-WRITE-HOLD-LINE
                       END-IF
                       IF LIST-PASS = "R"
                           AND HLD-RELEASED-DATE NOT = ZERO
                           PERFORM 460-WRITE-HOLD-LINE
                       END-IF
               END-READ
           END-PERFORM.

       460-WRITE-HOLD-LINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE HLD-STUDENT-NUMBER TO DTL-STUDENT-NUMBER.
           MOVE HLD-TYPE TO DTL-TYPE.
           MOVE HLD-REASON TO DTL-REASON.
           MOVE HLD-PLACED-DATE TO DTL-PLACED.
           IF HLD-RELEASED-DATE = ZERO
               MOVE "OPEN" TO DTL-STATE
           ELSE
               MOVE SPACES TO DTL-STATE
               STRING "RELEASED " DELIMITED BY SIZE
                       HLD-RELEASED-DATE DELIMITED BY SIZE
                   INTO DTL-STATE
           END-IF.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       500-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "35"
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "STUDENT-HOLDS" TO RRG-PROGRAM-NAME.
           MOVE WS-OPERATOR-ID TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       END PROGRAM STUDENT-HOLDS.
