      *       rerun batch books to the night it belongs to; with no
      *       business date on file the system date applies as
      *       before.
      *   15/10/2026 HE  BATCH_PREVIEW Y runs the disbursement as a
      *       preview: the register is headed PREVIEW and shows every
      *       award that would post, but nothing is written to
      *       STUFILE-C.TXT, STULEDG.TXT, STUJRNL.TXT, REFUNDQ.TXT or
      *       AIDAWARD.TXT and the audit entry is marked PREVIEW.
      *   15/10/2026 HE  The AIDDISB file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      *   15/10/2026 HE  Refuses to run when the run date falls in a
      *       fiscal year already closed by LEDGER-YEAR-CLOSE (asked of
      *       LEDGER-PERIOD-CHECK, see LEDGCHK.DAT), so no ledger entry
      *       is ever booked into a closed year.
      *   15/10/2026 HE  A preview carries each student's balance from
      *       one award to the next, as a live run does through
      *       STUFILE-C.TXT, so a second award for the same student
      *       shows the overage it would really raise.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AID-DISBURSEMENT.
           05 WS-LGR-TYPE PIC X(2).
           05 WS-LGR-DC PIC X(1).
           05 WS-LGR-AMOUNT PIC 9(6)V99.
           05 WS-PREVIEW-FLAG PIC X(1) VALUE "N".
           05 PREVIEW-COUNT PIC 9(3) VALUE ZERO.
           05 PREVIEW-IDX PIC 9(3).
           05 PREVIEW-MATCH-IDX PIC 9(3).
           05 PREVIEW-FOUND-FLAG PIC X(1).

      * Balances as a preview has left them - nothing is rewritten, so
      * a student's next award starts from here, not from the file.
       01 PREVIEW-VALUES.
           05 PREVIEW-ENTRY OCCURS 500 TIMES.
               10 PVW-STUDENT PIC 9(6).
               10 PVW-OWED PIC 9(6)V99.

       01 AWARD-VALUES.
           05 AWARD-ENTRY OCCURS 500 TIMES.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RGL-RESULT PIC X(30).

       COPY "LEDGCHK.DAT".

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-DISBURSEMENT.
           PERFORM 110-GET-FILE-PATHS.
           MOVE WS-RUN-DATE TO LPC-LEDGER-DATE.
           CALL "LEDGER-PERIOD-CHECK" USING LEDGER-PERIOD-AREA.
           IF LPC-CLOSED
               DISPLAY "LEDGER CLOSED THROUGH " LPC-CLOSED-YEAR
                   " - NOTHING POSTED FOR " WS-RUN-DATE UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 800-CHECK-AND-SET-LOCK.
           IF LOCK-FREE-FLAG = "NO"
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-PREVIEW-FLAG = "Y"
               OPEN INPUT STUDENT-RECORD
           ELSE
               OPEN I-O STUDENT-RECORD
           END-IF.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "STUDENT-RECORD OPEN FAILED, FILE STATUS = "
                   STATUS-FIELD UPON CONSOLE
               GOBACK
           END-IF.
           OPEN OUTPUT DISBURSE-REGISTER.
           IF WS-PREVIEW-FLAG = "Y"
               MOVE "FINANCIAL AID DISBURSEMENT PREVIEW - NO CHANGES"
                   TO REPORT-LINE
           ELSE
               MOVE "FINANCIAL AID DISBURSEMENT REGISTER" TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
               VARYING AWD-IDX FROM 1 BY 1
               UNTIL AWD-IDX > AWARD-COUNT.
           CLOSE STUDENT-RECORD DISBURSE-REGISTER.
           MOVE "AIDDISB" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           IF WS-PREVIEW-FLAG = "N"
               PERFORM 600-REWRITE-AWARD-FILE
           END-IF.
           PERFORM 500-WRITE-AUDIT-LOG.
           PERFORM 810-CLEAR-LOCK.
           IF WS-PREVIEW-FLAG = "Y"
               DISPLAY "AID DISBURSEMENT PREVIEW COMPLETE, WOULD POST: "
                   POSTED-COUNT " SKIPPED: " SKIPPED-COUNT
                   " UNMATCHED: " UNMATCHED-COUNT UPON CONSOLE
           ELSE
               DISPLAY "AID DISBURSEMENT COMPLETE, POSTED: "
                   POSTED-COUNT " SKIPPED: " SKIPPED-COUNT
                   " UNMATCHED: " UNMATCHED-COUNT UPON CONSOLE
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.
           MOVE SPACE TO WS-PREVIEW-FLAG.
           ACCEPT WS-PREVIEW-FLAG FROM ENVIRONMENT "BATCH_PREVIEW".
           IF WS-PREVIEW-FLAG NOT = "Y"
               MOVE "N" TO WS-PREVIEW-FLAG
           END-IF.

       120-LOAD-AWARD-TABLE.
           MOVE ZERO TO AWARD-COUNT.
                       MOVE "STUDENT NOT ON FILE" TO WS-RESULT
                       ADD 1 TO UNMATCHED-COUNT
                   NOT INVALID KEY
                       IF WS-PREVIEW-FLAG = "Y"
                           PERFORM 305-FIND-PREVIEW-BALANCE
                       END-IF
                       PERFORM 310-APPLY-AWARD
               END-READ
           END-IF
           END-IF.
           PERFORM 400-WRITE-REGISTER-LINE.

       305-FIND-PREVIEW-BALANCE.
           MOVE 'N' TO PREVIEW-FOUND-FLAG.
           MOVE ZERO TO PREVIEW-MATCH-IDX.
           PERFORM VARYING PREVIEW-IDX FROM 1 BY 1
               UNTIL PREVIEW-FOUND-FLAG = 'Y'
               OR PREVIEW-IDX > PREVIEW-COUNT
               IF PVW-STUDENT (PREVIEW-IDX) = STUDENT-NUMBER
                   MOVE 'Y' TO PREVIEW-FOUND-FLAG
                   MOVE PREVIEW-IDX TO PREVIEW-MATCH-IDX
                   MOVE PVW-OWED (PREVIEW-IDX) TO TUITION-OWED
               END-IF
           END-PERFORM.

       306-KEEP-PREVIEW-BALANCE.
           IF PREVIEW-FOUND-FLAG = 'N'
               ADD 1 TO PREVIEW-COUNT
               MOVE PREVIEW-COUNT TO PREVIEW-MATCH-IDX
               MOVE STUDENT-NUMBER TO PVW-STUDENT (PREVIEW-MATCH-IDX)
           END-IF.
           MOVE TUITION-OWED TO PVW-OWED (PREVIEW-MATCH-IDX).

       310-APPLY-AWARD.
           MOVE TUITION-OWED TO WS-JRN-AMOUNT.
           MOVE WS-JRN-AMOUNT TO WS-JRN-BEFORE.
               SUBTRACT TUITION-OWED FROM AWD-AMOUNT
                   GIVING WS-OVERAGE
               MOVE ZERO TO TUITION-OWED
               MOVE "POSTED, OVERAGE TO REFUND Q" TO WS-RESULT
           ELSE
               MOVE ZERO TO WS-OVERAGE
               SUBTRACT AWD-AMOUNT FROM TUITION-OWED
               MOVE "POSTED" TO WS-RESULT
           END-IF.
           ADD 1 TO POSTED-COUNT.
           ADD AWD-AMOUNT TO POSTED-TOTAL.
           IF WS-PREVIEW-FLAG = "Y"
               IF WS-OVERAGE > ZERO
                   MOVE "WOULD POST, OVERAGE TO REFUND" TO WS-RESULT
               ELSE
                   MOVE "WOULD POST" TO WS-RESULT
               END-IF
               PERFORM 306-KEEP-PREVIEW-BALANCE
           ELSE
               PERFORM 315-POST-AWARD
           END-IF.

       315-POST-AWARD.
           IF WS-OVERAGE > ZERO
               PERFORM 320-WRITE-REFUND-QUEUE
           END-IF.
           REWRITE STUDENTS.
           MOVE TUITION-OWED TO WS-JRN-AMOUNT.
           MOVE WS-JRN-AMOUNT TO WS-JRN-AFTER.
           PERFORM 510-WRITE-JOURNAL.
           MOVE "AID-DISBURSEMENT" TO AUDIT-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           IF WS-PREVIEW-FLAG = "Y"
               STRING "PREVIEW WOULD-POST=" DELIMITED BY SIZE
                   POSTED-COUNT DELIMITED BY SIZE
                   " DOLLARS=" DELIMITED BY SIZE
                   POSTED-TOTAL DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
           ELSE
               STRING "POSTED=" DELIMITED BY SIZE
                   POSTED-COUNT DELIMITED BY SIZE
                   " DOLLARS=" DELIMITED BY SIZE
                   POSTED-TOTAL DELIMITED BY SIZE
                   " UNMATCH=" DELIMITED BY SIZE
                   UNMATCHED-COUNT DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "AID-DISBURSEMENT" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       800-CHECK-AND-SET-LOCK.
           ACCEPT WS-STULOCK-PATH FROM ENVIRONMENT "STULOCK_FILE".
           IF WS-STULOCK-PATH = SPACES
