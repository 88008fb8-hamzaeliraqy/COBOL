      *          keyed number of installments (2-4, remainder cents on
      *          the first), with a due date keyed per installment.
      *          An existing plan can be displayed, replaced or
      *          removed. Each plan is written to the indexed plan file
      *          as soon as it is set or removed; totals go to
      *          AUDITLOG.TXT. The master is opened INPUT only, so the
      *          session checks STULOCK.TXT like STUDENT-INQUIRY but
      *          does not take the lock.
      *   02/09/2026 HE  Refuse the session when PAYPLAN.TXT holds
      *       more than the 200 plans the table carries, instead of
      *       silently dropping the overflow on the rewrite.
      *   15/10/2026 HE  PAYPLAN.TXT is now indexed on student number
      *       (converted once by KEYED-FILE-CONVERT). Plans are read,
      *       written, rewritten and deleted one at a time instead of
      *       through a 200-plan table rewritten at end of session, so
      *       sessions can run side by side and there is no size
      *       ceiling.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-PLAN-MAINT.
           FILE STATUS IS STATUS-FIELD.

           SELECT PLAN-FILE ASSIGN TO WS-PAYPLAN-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLN-STUDENT-NUMBER
           FILE STATUS IS PLAN-STAT.

           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-LOG-PATH
       01 CONTROL-FIELDS.
           05 STATUS-FIELD PIC X(2).
           05 PLAN-STAT PIC X(2).
           05 FOUND-FLAG PIC X(1).
           05 INST-IDX PIC 9(1).
           05 REQUEST-INPUT PIC X(6).
           05 LOCK-STAT PIC X(2).
           05 LOCK-FREE-FLAG PIC X(3).

       PROCEDURE DIVISION.
       100-RUN-MAINTENANCE.
           PERFORM 110-GET-FILE-PATHS.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 120-OPEN-PLAN-FILE.
           IF PLAN-STAT NOT = "00"
               DISPLAY "PLAN-FILE OPEN FAILED, FILE STATUS = "
                   PLAN-STAT UPON CONSOLE
               CLOSE STUDENT-RECORD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 200-WORK-ONE-STUDENT
               UNTIL REQUEST-INPUT = "0" OR REQUEST-INPUT = "000000".
           CLOSE STUDENT-RECORD PLAN-FILE.
           PERFORM 500-WRITE-AUDIT-LOG.
           DISPLAY "PLAN MAINTENANCE ENDED, PLANS SET: " SET-COUNT
               " REMOVED: " REMOVED-COUNT UPON CONSOLE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

       120-OPEN-PLAN-FILE.
           OPEN I-O PLAN-FILE.
           IF PLAN-STAT = "35"
               OPEN OUTPUT PLAN-FILE
               CLOSE PLAN-FILE
               OPEN I-O PLAN-FILE
           END-IF.

       200-WORK-ONE-STUDENT.
           DISPLAY "STUDENT NUMBER (0 TO QUIT) : " UPON CONSOLE.
           ACCEPT REQUEST-INPUT FROM CONSOLE.
           END-EVALUATE.

       310-FIND-PLAN.
           MOVE STUDENT-NUMBER TO PLN-STUDENT-NUMBER.
           READ PLAN-FILE
               INVALID KEY MOVE 'N' TO FOUND-FLAG
               NOT INVALID KEY MOVE 'Y' TO FOUND-FLAG
           END-READ.

       320-SHOW-PLAN.
           DISPLAY "PLAN ON FILE, TERM " PLN-TERM
               ", " PLN-INST-COUNT " INSTALLMENTS:" UPON CONSOLE.
           PERFORM VARYING INST-IDX FROM 1 BY 1
               UNTIL INST-IDX > PLN-INST-COUNT
               MOVE PLN-INST-AMOUNT (INST-IDX) TO ED-AMOUNT
               DISPLAY "  " INST-IDX ": " ED-AMOUNT " DUE "
                   PLN-INST-DUE-DATE (INST-IDX) UPON CONSOLE
           END-PERFORM.

       400-SET-PLAN.
               END-IF
           END-IF.

      * The plan is read again just before it is replaced so a
      * session running alongside this one decides the rewrite.
       420-BUILD-PLAN.
           DISPLAY "PLAN TERM (E.G. 2026F) : " UPON CONSOLE.
           ACCEPT WS-PLAN-TERM FROM CONSOLE.
           PERFORM 310-FIND-PLAN.
           MOVE SPACES TO PAYMENT-PLAN-RECORD.
           MOVE STUDENT-NUMBER TO PLN-STUDENT-NUMBER.
           MOVE WS-INST-COUNT TO PLN-PLAN-TYPE.
           MOVE WS-PLAN-TERM TO PLN-TERM.
           MOVE WS-INST-COUNT TO PLN-INST-COUNT.
           DIVIDE TUITION-OWED BY WS-INST-COUNT
               GIVING WS-SPLIT-AMOUNT
               REMAINDER WS-REMAINDER.
           MOVE ZERO TO WS-PLAN-TOTAL.
           PERFORM 430-TAKE-ONE-INSTALLMENT
               VARYING INST-IDX FROM 1 BY 1
               UNTIL INST-IDX > WS-INST-COUNT.
           PERFORM VARYING INST-IDX FROM WS-INST-COUNT BY 1
               UNTIL INST-IDX >= 4
               MOVE ZERO TO PLN-INST-AMOUNT (INST-IDX + 1)
               MOVE ZERO TO PLN-INST-DUE-DATE (INST-IDX + 1)
           END-PERFORM.
           IF FOUND-FLAG = 'Y'
               REWRITE PAYMENT-PLAN-RECORD
                   INVALID KEY MOVE 'N' TO FOUND-FLAG
                   NOT INVALID KEY MOVE 'Y' TO FOUND-FLAG
               END-REWRITE
           ELSE
               WRITE PAYMENT-PLAN-RECORD
                   INVALID KEY MOVE 'N' TO FOUND-FLAG
                   NOT INVALID KEY MOVE 'Y' TO FOUND-FLAG
               END-WRITE
           END-IF.
           IF FOUND-FLAG = 'Y'
               ADD 1 TO SET-COUNT
               MOVE WS-PLAN-TOTAL TO ED-AMOUNT
               DISPLAY "PLAN SET, SCHEDULED TOTAL: " ED-AMOUNT
                   UPON CONSOLE
           ELSE
               DISPLAY "PLAN NOT SET, FILE STATUS = " PLAN-STAT
                   " - RETRY" UPON CONSOLE
           END-IF.

       430-TAKE-ONE-INSTALLMENT.
           IF INST-IDX = 1
               ADD WS-SPLIT-AMOUNT WS-REMAINDER
                   GIVING PLN-INST-AMOUNT (INST-IDX)
           ELSE
               MOVE WS-SPLIT-AMOUNT TO PLN-INST-AMOUNT (INST-IDX)
           END-IF.
           ADD PLN-INST-AMOUNT (INST-IDX) TO WS-PLAN-TOTAL.
           MOVE PLN-INST-AMOUNT (INST-IDX) TO ED-AMOUNT.
           DISPLAY "INSTALLMENT " INST-IDX " OF " ED-AMOUNT
               " DUE DATE (YYYYMMDD) : " UPON CONSOLE.
           ACCEPT DATE-INPUT FROM CONSOLE.
           IF DATE-INPUT IS NUMERIC
               MOVE DATE-INPUT TO PLN-INST-DUE-DATE (INST-IDX)
           ELSE
               DISPLAY "DATE NOT NUMERIC - USING RUN DATE" UPON CONSOLE
               MOVE WS-RUN-DATE TO PLN-INST-DUE-DATE (INST-IDX)
           END-IF.

       450-REMOVE-PLAN.
           PERFORM 310-FIND-PLAN.
           IF FOUND-FLAG NOT = 'Y'
               DISPLAY "NO PLAN TO REMOVE" UPON CONSOLE
           ELSE
               DELETE PLAN-FILE RECORD
                   INVALID KEY
                       DISPLAY "PLAN NOT REMOVED, FILE STATUS = "
                           PLAN-STAT UPON CONSOLE
                   NOT INVALID KEY
                       ADD 1 TO REMOVED-COUNT
                       DISPLAY "PLAN REMOVED" UPON CONSOLE
               END-DELETE
           END-IF.

       500-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "35"
                   SET-COUNT DELIMITED BY SIZE
                   " REMOVED=" DELIMITED BY SIZE
                   REMOVED-COUNT DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
