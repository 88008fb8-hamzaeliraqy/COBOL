      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: MONTHLY LATE-PAYMENT FEE RUN - charges a late fee to
      *          every student with an overdue balance. The overdue
      *          amount is worked out the way TUITION-AGING-REPORT and
      *          COLLECTION-LETTERS do for installment-plan students
      *          (installments due before the run date less what has
      *          been paid, per PAYPLAN.TXT); everyone else is overdue
      *          on the full balance once the billing term's
      *          TRM-BILL-DUE-DATE on TERMMAST.TXT has passed. The
      *          billing term is the latest term on the term master
      *          that has started by the run date.
      *          The fee is LATE_FEE_TYPE F (flat LATE_FEE_FLAT whole
      *          dollars, default 25) or P (LATE_FEE_PERCENT of the
      *          overdue amount, keyed as hundredths of a percent -
      *          0150 is 1.50%, the default). Students under an open
      *          hold on STUHOLD.TXT or placed with the agency on
      *          COLLSTAT.TXT are handled per LATE_FEE_HOLD_POLICY and
      *          LATE_FEE_PLACED_POLICY: S skips them, C caps the fee
      *          at LATE_FEE_CAP whole dollars (default 10). Defaults
      *          are cap for holds, skip for placed accounts - the
      *          agency works those now.
      *          Each fee is added to TUITION-OWED, journaled to
      *          STUJRNL.TXT, posted to STULEDG.TXT as type LF debit
      *          and recorded on the late-fee history LATEFEE.TXT (see
      *          LATEFEE.DAT). Students already on the history for
      *          the current month are not charged again, so a rerun
      *          in the same month is harmless. Every overdue student
      *          goes on the fee register LATEFEE_YYYYMMDD_HHMMSS.TXT
      *          with what was done and why; totals go to
      *          AUDITLOG.TXT. Runs as a month-end step of
      *          BATCH-DRIVER.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      *   15/10/2026 HE  PAYPLAN.TXT and STUHOLD.TXT are now indexed on
      *       student number: the plan and the open-hold check are read
      *       by key instead of from the plan and hold tables.
      *   15/10/2026 HE  The LATEFEE file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      *   15/10/2026 HE  Refuses to run when the run date falls in a
      *       fiscal year already closed by LEDGER-YEAR-CLOSE (asked of
      *       LEDGER-PERIOD-CHECK, see LEDGCHK.DAT), so no ledger entry
      *       is ever booked into a closed year.
      *   15/10/2026 HE  What sponsors have been invoiced for and not
      *       yet paid (SPONCON.TXT, see SPONCON.DAT) is left out of the
      *       balance aged - only the student's own part can be overdue
      *       and draw a fee, as in the financial hold sweep.
      *   15/10/2026 HE  More agency-placed accounts, sponsored students
      *       or fees already charged this month than the tables hold
      *       now refuses the run with return code 8 before anything
      *       is charged, instead of charging fees the guards would
      *       have stopped.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATE-FEE-ASSESSMENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-RECORD ASSIGN TO WS-STUFILE-OUT-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-NUMBER
           ALTERNATE RECORD KEY IS STUDENT-NAME
               WITH DUPLICATES
           FILE STATUS IS STATUS-FIELD.

           SELECT PLAN-FILE ASSIGN TO WS-PAYPLAN-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLN-STUDENT-NUMBER
           FILE STATUS IS PLAN-STAT.

           SELECT HOLD-FILE ASSIGN TO WS-STUHOLD-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HLD-KEY
           FILE STATUS IS HOLD-STAT.

           SELECT STATUS-FILE ASSIGN TO WS-COLLSTAT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CST-STAT.

           SELECT CONTRACT-FILE ASSIGN TO WS-SPONCON-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCN-STAT.

           SELECT TERM-MASTER ASSIGN TO WS-TERMMAST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRM-STAT.

           SELECT FEE-HISTORY ASSIGN TO WS-LATEFEE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LFH-STAT.

           SELECT FEE-REGISTER ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNAL-FILE ASSIGN TO WS-STUJRNL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRN-STAT.

           SELECT LEDGER-FILE ASSIGN TO WS-STULEDG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LGR-STAT.

           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS-FIELD.

           SELECT LOCK-FILE ASSIGN TO WS-STULOCK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOCK-STAT.

           SELECT BUSDATE-FILE ASSIGN TO WS-BUSDATE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUSDATE-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-RECORD.
       01 STUDENTS.
           05 STUDENT-NUMBER PIC 9(6).
           05 TUITION-OWED PIC 9(6)V99.
           05 STUDENT-NAME PIC X(40).
           05 PROGRAM-OF-STUDY PIC X(5).
           COPY "COURSDTL.DAT".
           05 STUDENT-STANDING PIC X(1).

       FD PLAN-FILE.
           COPY "PAYPLAN.DAT".

       FD HOLD-FILE.
           COPY "STUHOLD.DAT".

       FD STATUS-FILE.
           COPY "COLLSTAT.DAT".

       FD CONTRACT-FILE.
           COPY "SPONCON.DAT".

       FD TERM-MASTER.
           COPY "TERMMAST.DAT".

       FD FEE-HISTORY.
           COPY "LATEFEE.DAT".

       FD FEE-REGISTER.
       01 REPORT-LINE PIC X(100).

       FD JOURNAL-FILE.
           COPY "STUJRNL.DAT".

       FD LEDGER-FILE.
           COPY "STULEDG.DAT".

       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.DAT".

       FD LOCK-FILE.
       01 LOCK-RECORD.
           05 LOCK-HOLDER PIC X(20).
           05 FILLER PIC X(2).
           05 LOCK-DATE PIC 9(8).
           05 FILLER PIC X(2).
           05 LOCK-TIME PIC 9(8).

       FD BUSDATE-FILE.
           COPY "BUSDATE.DAT".

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 WS-BUSDATE-PATH PIC X(60).
           05 BUSDATE-STAT PIC X(2).
           05 STATUS-FIELD PIC X(2).
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 WS-STUFILE-OUT-PATH PIC X(60).
           05 WS-REPORT-DIR PIC X(40).
           05 WS-REPORT-FILENAME PIC X(60).
           05 WS-AUDIT-LOG-PATH PIC X(60).
           05 AUDIT-STATUS-FIELD PIC X(2).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).
           05 WS-FEE-MONTH PIC 9(6).
           05 WS-STULOCK-PATH PIC X(60).
           05 LOCK-STAT PIC X(2).
           05 LOCK-FREE-FLAG PIC X(3).
           05 UNDER-DRIVER-FLAG PIC X(3) VALUE "NO".
           05 WS-STUJRNL-PATH PIC X(60).
           05 JRN-STAT PIC X(2).
           05 WS-JRN-AMOUNT PIC Z(5)9.99.
           05 WS-JRN-BEFORE PIC X(40).
           05 WS-JRN-AFTER PIC X(40).
           05 WS-STULEDG-PATH PIC X(60).
           05 LGR-STAT PIC X(2).
           05 WS-PAYPLAN-PATH PIC X(60).
           05 PLAN-STAT PIC X(2).
           05 PLAN-OPEN-FLAG PIC X(3) VALUE "NO".
           05 PLAN-FOUND-FLAG PIC X(1).
           05 INST-IDX PIC 9(1).
           05 WS-PLAN-TOTAL PIC 9(8)V99.
           05 WS-PAID-SO-FAR PIC 9(8)V99.
           05 WS-DUE-BY-NOW PIC 9(8)V99.
           05 WS-AGE-AMOUNT PIC 9(8)V99.
           05 WS-STUHOLD-PATH PIC X(60).
           05 HOLD-STAT PIC X(2).
           05 HOLD-EOF PIC X(3).
           05 HOLD-OPEN-FLAG PIC X(3) VALUE "NO".
           05 HOLD-FOUND-FLAG PIC X(1).
           05 WS-COLLSTAT-PATH PIC X(60).
           05 CST-STAT PIC X(2).
           05 CST-EOF PIC X(3).
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
           05 WS-TERMMAST-PATH PIC X(60).
           05 TRM-STAT PIC X(2).
           05 TRM-EOF PIC X(3).
           05 WS-BILL-TERM PIC X(5) VALUE SPACES.
           05 WS-BILL-TERM-START PIC 9(8) VALUE ZERO.
           05 WS-BILL-DUE-DATE PIC 9(8) VALUE ZERO.
           05 WS-LATEFEE-PATH PIC X(60).
           05 LFH-STAT PIC X(2).
           05 LFH-EOF PIC X(3).
           05 CHARGED-TAB-COUNT PIC 9(3) VALUE ZERO.
           05 CHARGED-IDX PIC 9(3).
           05 CHARGED-FOUND-FLAG PIC X(1).
           05 OVERFLOW-FLAG PIC X(3) VALUE "NO".

       01 FEE-POLICY-FIELDS.
           05 WS-FEE-TYPE PIC X(1) VALUE "F".
           05 WS-FLAT-INPUT PIC X(8).
           05 WS-FLAT-FEE PIC 9(4)V99 VALUE 25.
           05 WS-PERCENT-INPUT PIC X(4).
           05 WS-PERCENT-HUNDREDTHS PIC 9(4).
           05 WS-FEE-PERCENT PIC 9(2)V99 VALUE 1.50.
           05 WS-CAP-INPUT PIC X(8).
           05 WS-FEE-CAP PIC 9(4)V99 VALUE 10.
           05 WS-HOLD-POLICY PIC X(1) VALUE "C".
           05 WS-PLACED-POLICY PIC X(1) VALUE "S".
           05 WS-POLICY-INPUT PIC X(1).
           05 WS-FEE PIC 9(6)V99.
           05 WS-FEE-BASIS PIC X(1).
           05 WS-RESULT PIC X(30).

       01 FEE-TOTALS.
           05 OVERDUE-COUNT PIC 9(6) VALUE ZERO.
           05 CHARGED-COUNT PIC 9(6) VALUE ZERO.
           05 CAPPED-COUNT PIC 9(6) VALUE ZERO.
           05 SKIPPED-HOLD-COUNT PIC 9(6) VALUE ZERO.
           05 SKIPPED-PLACED-COUNT PIC 9(6) VALUE ZERO.
           05 ALREADY-COUNT PIC 9(6) VALUE ZERO.
           05 FEE-TOTAL PIC 9(8)V99 VALUE ZERO.
           05 OVERDUE-TOTAL PIC 9(8)V99 VALUE ZERO.

       01 PLACED-VALUES.
           05 PLACED-STUDENT PIC 9(6) OCCURS 200 TIMES.

       01 SPONSORED-VALUES.
           05 SPONSORED-ENTRY OCCURS 500 TIMES.
               10 SPD-TBL-STUDENT PIC 9(6).
               10 SPD-TBL-OPEN PIC 9(8)V99.

       01 CHARGED-VALUES.
           05 CHARGED-STUDENT PIC 9(6) OCCURS 500 TIMES.

       01 REGISTER-HEAD-LINE.
           05 FILLER PIC X(30) VALUE "LATE-PAYMENT FEE REGISTER".
           05 FILLER PIC X(11) VALUE "RUN DATE: ".
           05 RHL-DATE PIC 9(8).
           05 FILLER PIC X(15) VALUE "   FEE MONTH: ".
           05 RHL-MONTH PIC 9(6).
           05 FILLER PIC X(30) VALUE SPACES.

       01 POLICY-LINE.
           05 FILLER PIC X(10) VALUE "FEE TYPE: ".
           05 PLL-TYPE PIC X(1).
           05 FILLER PIC X(8) VALUE "  FLAT: ".
           05 PLL-FLAT PIC $$,$$9.99.
           05 FILLER PIC X(11) VALUE "  PERCENT: ".
           05 PLL-PERCENT PIC Z9.99.
           05 FILLER PIC X(7) VALUE "  CAP: ".
           05 PLL-CAP PIC $$,$$9.99.
           05 FILLER PIC X(8) VALUE "  HOLD: ".
           05 PLL-HOLD PIC X(1).
           05 FILLER PIC X(10) VALUE "  PLACED: ".
           05 PLL-PLACED PIC X(1).
           05 FILLER PIC X(12) VALUE SPACES.

       01 REGISTER-LINE.
           05 RGL-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RGL-STUDENT-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RGL-OVERDUE PIC $$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RGL-FEE PIC $$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RGL-RESULT PIC X(30).
           05 FILLER PIC X(7) VALUE SPACES.

       01 TOTAL-LINE.
           05 TTL-LABEL PIC X(32).
           05 TTL-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 TTL-AMOUNT PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(42) VALUE SPACES.

       COPY "LEDGCHK.DAT".

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-LATE-FEES.
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
               GOBACK
           END-IF.
           PERFORM 120-OPEN-PLAN-FILE.
           PERFORM 125-OPEN-HOLD-FILE.
           PERFORM 128-LOAD-PLACED-ACCOUNTS.
           PERFORM 135-LOAD-SPONSORED-ACCOUNTS.
           PERFORM 130-FIND-BILLING-TERM.
           PERFORM 140-LOAD-MONTH-CHARGES.
           IF OVERFLOW-FLAG = "YES"
               IF PLAN-OPEN-FLAG = "YES"
                   CLOSE PLAN-FILE
               END-IF
               IF HOLD-OPEN-FLAG = "YES"
                   CLOSE HOLD-FILE
               END-IF
               PERFORM 810-CLEAR-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O STUDENT-RECORD.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "STUDENT-RECORD OPEN FAILED, FILE STATUS = "
                   STATUS-FIELD UPON CONSOLE
               IF PLAN-OPEN-FLAG = "YES"
                   CLOSE PLAN-FILE
               END-IF
               IF HOLD-OPEN-FLAG = "YES"
                   CLOSE HOLD-FILE
               END-IF
               PERFORM 810-CLEAR-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT FEE-REGISTER.
           PERFORM 150-OPEN-HISTORY-EXTEND.
           PERFORM 400-WRITE-REGISTER-HEADINGS.
           PERFORM 200-READ-STUDENT.
           PERFORM UNTIL EOF-FLAG = "YES"
               PERFORM 300-WORK-ONE-STUDENT
               PERFORM 200-READ-STUDENT
           END-PERFORM.
           PERFORM 450-WRITE-REGISTER-TOTALS.
           CLOSE STUDENT-RECORD FEE-REGISTER FEE-HISTORY.
           MOVE "LATEFEE" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           IF PLAN-OPEN-FLAG = "YES"
               CLOSE PLAN-FILE
           END-IF.
           IF HOLD-OPEN-FLAG = "YES"
               CLOSE HOLD-FILE
           END-IF.
           PERFORM 500-WRITE-AUDIT-LOG.
           PERFORM 810-CLEAR-LOCK.
           DISPLAY "LATE FEE RUN COMPLETE, CHARGED: " CHARGED-COUNT
               " ALREADY CHARGED: " ALREADY-COUNT UPON CONSOLE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       110-GET-FILE-PATHS.
           ACCEPT WS-STUFILE-OUT-PATH FROM ENVIRONMENT "STUFILE_OUT".
           IF WS-STUFILE-OUT-PATH = SPACES
               MOVE "C:\Users\hamza\STUFILE-C.txt"
                   TO WS-STUFILE-OUT-PATH
           END-IF.
           ACCEPT WS-PAYPLAN-PATH FROM ENVIRONMENT "PAYPLAN_FILE".
           IF WS-PAYPLAN-PATH = SPACES
               MOVE "C:\Users\hamza\PAYPLAN.TXT" TO WS-PAYPLAN-PATH
           END-IF.
           ACCEPT WS-STUHOLD-PATH FROM ENVIRONMENT "STUHOLD_FILE".
           IF WS-STUHOLD-PATH = SPACES
               MOVE "C:\Users\hamza\STUHOLD.TXT" TO WS-STUHOLD-PATH
           END-IF.
           ACCEPT WS-COLLSTAT-PATH FROM ENVIRONMENT "COLLSTAT_FILE".
           IF WS-COLLSTAT-PATH = SPACES
               MOVE "C:\Users\hamza\COLLSTAT.TXT"
                   TO WS-COLLSTAT-PATH
           END-IF.
           ACCEPT WS-SPONCON-PATH FROM ENVIRONMENT "SPONCON_FILE".
           IF WS-SPONCON-PATH = SPACES
               MOVE "C:\Users\hamza\SPONCON.TXT" TO WS-SPONCON-PATH
           END-IF.
           ACCEPT WS-TERMMAST-PATH FROM ENVIRONMENT "TERMMAST_FILE".
           IF WS-TERMMAST-PATH = SPACES
               MOVE "C:\Users\hamza\TERMMAST.TXT"
                   TO WS-TERMMAST-PATH
           END-IF.
           ACCEPT WS-LATEFEE-PATH FROM ENVIRONMENT "LATEFEE_FILE".
           IF WS-LATEFEE-PATH = SPACES
               MOVE "C:\Users\hamza\LATEFEE.TXT" TO WS-LATEFEE-PATH
           END-IF.
           ACCEPT WS-STUJRNL-PATH FROM ENVIRONMENT "STUJRNL_FILE".
           IF WS-STUJRNL-PATH = SPACES
               MOVE "C:\Users\hamza\STUJRNL.TXT" TO WS-STUJRNL-PATH
           END-IF.
           ACCEPT WS-STULEDG-PATH FROM ENVIRONMENT "STULEDG_FILE".
           IF WS-STULEDG-PATH = SPACES
               MOVE "C:\Users\hamza\STULEDG.TXT" TO WS-STULEDG-PATH
           END-IF.
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "AUDIT_LOG_FILE".
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\hamza\AUDITLOG.TXT" TO WS-AUDIT-LOG-PATH
           END-IF.
           PERFORM 115-GET-FEE-POLICY.
           ACCEPT WS-REPORT-DIR FROM ENVIRONMENT "LATEFEE_DIR".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 112-GET-BUSINESS-DATE.
           MOVE WS-RUN-DATE (1:6) TO WS-FEE-MONTH.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "LATEFEE_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.

       115-GET-FEE-POLICY.
           ACCEPT WS-POLICY-INPUT FROM ENVIRONMENT "LATE_FEE_TYPE".
           IF WS-POLICY-INPUT = "P" OR WS-POLICY-INPUT = "F"
               MOVE WS-POLICY-INPUT TO WS-FEE-TYPE
           END-IF.
           ACCEPT WS-FLAT-INPUT FROM ENVIRONMENT "LATE_FEE_FLAT".
           IF WS-FLAT-INPUT IS NUMERIC
               MOVE WS-FLAT-INPUT TO WS-FLAT-FEE
           END-IF.
           ACCEPT WS-PERCENT-INPUT FROM ENVIRONMENT "LATE_FEE_PERCENT".
           IF WS-PERCENT-INPUT IS NUMERIC
               MOVE WS-PERCENT-INPUT TO WS-PERCENT-HUNDREDTHS
               COMPUTE WS-FEE-PERCENT = WS-PERCENT-HUNDREDTHS / 100
           END-IF.
           ACCEPT WS-CAP-INPUT FROM ENVIRONMENT "LATE_FEE_CAP".
           IF WS-CAP-INPUT IS NUMERIC
               MOVE WS-CAP-INPUT TO WS-FEE-CAP
           END-IF.
           MOVE SPACE TO WS-POLICY-INPUT.
           ACCEPT WS-POLICY-INPUT FROM ENVIRONMENT
               "LATE_FEE_HOLD_POLICY".
           IF WS-POLICY-INPUT = "S" OR WS-POLICY-INPUT = "C"
               MOVE WS-POLICY-INPUT TO WS-HOLD-POLICY
           END-IF.
           MOVE SPACE TO WS-POLICY-INPUT.
           ACCEPT WS-POLICY-INPUT FROM ENVIRONMENT
               "LATE_FEE_PLACED_POLICY".
           IF WS-POLICY-INPUT = "S" OR WS-POLICY-INPUT = "C"
               MOVE WS-POLICY-INPUT TO WS-PLACED-POLICY
           END-IF.

       120-OPEN-PLAN-FILE.
           OPEN INPUT PLAN-FILE.
           IF PLAN-STAT = "00"
               MOVE "YES" TO PLAN-OPEN-FLAG
           END-IF.

       125-OPEN-HOLD-FILE.
           OPEN INPUT HOLD-FILE.
           IF HOLD-STAT = "00"
               MOVE "YES" TO HOLD-OPEN-FLAG
           END-IF.

       128-LOAD-PLACED-ACCOUNTS.
           MOVE ZERO TO PLACED-TAB-COUNT.
           MOVE "NO" TO CST-EOF.
           OPEN INPUT STATUS-FILE.
           IF CST-STAT = "00"
               PERFORM UNTIL CST-EOF = "YES"
                   OR OVERFLOW-FLAG = "YES"
                   READ STATUS-FILE
                       AT END MOVE "YES" TO CST-EOF
                       NOT AT END
                           IF CST-RECALLED-DATE = ZERO
                               PERFORM 129-TAKE-PLACED-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATUS-FILE
           END-IF.

       129-TAKE-PLACED-ACCOUNT.
           IF PLACED-TAB-COUNT < 200
               ADD 1 TO PLACED-TAB-COUNT
               MOVE CST-STUDENT-NUMBER
                   TO PLACED-STUDENT (PLACED-TAB-COUNT)
           ELSE
               MOVE "YES" TO OVERFLOW-FLAG
               DISPLAY "MORE THAN 200 ACCOUNTS PLACED WITH AGENCIES "
                   "- RUN REFUSED" UPON CONSOLE
           END-IF.

       130-FIND-BILLING-TERM.
           MOVE "NO" TO TRM-EOF.
           OPEN INPUT TERM-MASTER.
           IF TRM-STAT = "00"
               PERFORM UNTIL TRM-EOF = "YES"
                   READ TERM-MASTER
                       AT END MOVE "YES" TO TRM-EOF
                       NOT AT END
                           IF TRM-START-DATE <= WS-RUN-DATE
                               AND TRM-START-DATE > WS-BILL-TERM-START
                               MOVE TRM-CODE TO WS-BILL-TERM
                               MOVE TRM-START-DATE
                                   TO WS-BILL-TERM-START
                               MOVE TRM-BILL-DUE-DATE
                                   TO WS-BILL-DUE-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-MASTER
           END-IF.
           IF WS-BILL-TERM = SPACES
               DISPLAY "NO BILLING TERM ON THE TERM MASTER - ONLY "
                   "INSTALLMENT-PLAN STUDENTS CAN BE OVERDUE"
                   UPON CONSOLE
           ELSE
               DISPLAY "BILLING TERM " WS-BILL-TERM " DUE "
                   WS-BILL-DUE-DATE UPON CONSOLE
           END-IF.

      * One entry per student with what sponsors have been invoiced
      * for and not yet paid, over all of the student's contracts.
       135-LOAD-SPONSORED-ACCOUNTS.
           MOVE ZERO TO SPONSORED-TAB-COUNT.
           MOVE "NO" TO SCN-EOF.
           OPEN INPUT CONTRACT-FILE.
           IF SCN-STAT = "00"
               PERFORM UNTIL SCN-EOF = "YES"
                   OR OVERFLOW-FLAG = "YES"
                   READ CONTRACT-FILE
                       AT END MOVE "YES" TO SCN-EOF
                       NOT AT END
                           PERFORM 136-TAKE-CONTRACT
                   END-READ
               END-PERFORM
               CLOSE CONTRACT-FILE
           END-IF.

       136-TAKE-CONTRACT.
           MOVE ZERO TO WS-SPONSOR-OPEN.
           IF SCN-BILLED IS NUMERIC AND SCN-PAID IS NUMERIC
               IF SCN-BILLED > SCN-PAID
                   SUBTRACT SCN-PAID FROM SCN-BILLED
                       GIVING WS-SPONSOR-OPEN
               END-IF
           END-IF.
           IF WS-SPONSOR-OPEN > ZERO
               PERFORM 137-FIND-SPONSORED
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
               ELSE
                   MOVE "YES" TO OVERFLOW-FLAG
                   DISPLAY "MORE THAN 500 SPONSORED STUDENTS - RUN "
                       "REFUSED" UPON CONSOLE
               END-IF
               END-IF
           END-IF.

       137-FIND-SPONSORED.
           MOVE 'N' TO SPONSORED-FOUND-FLAG.
           PERFORM VARYING SPONSORED-IDX FROM 1 BY 1
               UNTIL SPONSORED-FOUND-FLAG = 'Y'
               OR SPONSORED-IDX > SPONSORED-TAB-COUNT
               IF SPD-TBL-STUDENT (SPONSORED-IDX) = SCN-STUDENT-NUMBER
                   MOVE 'Y' TO SPONSORED-FOUND-FLAG
                   MOVE SPONSORED-IDX TO SPONSORED-MATCH-IDX
               END-IF
           END-PERFORM.

       140-LOAD-MONTH-CHARGES.
           MOVE ZERO TO CHARGED-TAB-COUNT.
           MOVE "NO" TO LFH-EOF.
           OPEN INPUT FEE-HISTORY.
           IF LFH-STAT = "00"
               PERFORM UNTIL LFH-EOF = "YES"
                   OR OVERFLOW-FLAG = "YES"
                   READ FEE-HISTORY
                       AT END MOVE "YES" TO LFH-EOF
                       NOT AT END
                           IF LFH-FEE-MONTH = WS-FEE-MONTH
                               PERFORM 145-TAKE-MONTH-CHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-HISTORY
           END-IF.

       145-TAKE-MONTH-CHARGE.
           IF CHARGED-TAB-COUNT < 500
               ADD 1 TO CHARGED-TAB-COUNT
               MOVE LFH-STUDENT-NUMBER
                   TO CHARGED-STUDENT (CHARGED-TAB-COUNT)
           ELSE
               MOVE "YES" TO OVERFLOW-FLAG
               DISPLAY "MORE THAN 500 LATE FEES ALREADY CHARGED THIS "
                   "MONTH - RUN REFUSED" UPON CONSOLE
           END-IF.

       150-OPEN-HISTORY-EXTEND.
           OPEN EXTEND FEE-HISTORY.
           IF LFH-STAT = "35"
               OPEN OUTPUT FEE-HISTORY
           END-IF.

       200-READ-STUDENT.
           READ STUDENT-RECORD NEXT RECORD
               AT END MOVE "YES" TO EOF-FLAG
           END-READ.

       300-WORK-ONE-STUDENT.
           PERFORM 310-SET-AGE-AMOUNT.
           IF WS-AGE-AMOUNT > ZERO
               ADD 1 TO OVERDUE-COUNT
               ADD WS-AGE-AMOUNT TO OVERDUE-TOTAL
               PERFORM 330-DECIDE-FEE
               PERFORM 420-WRITE-REGISTER-LINE
           END-IF.

      * Only the student's own part of the balance is aged - what a
      * sponsor has been invoiced for is the sponsor's to pay.
       310-SET-AGE-AMOUNT.
           MOVE ZERO TO WS-AGE-AMOUNT.
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
               IF WS-BILL-DUE-DATE > ZERO
                   AND WS-RUN-DATE > WS-BILL-DUE-DATE
                   MOVE WS-OWN-OWED TO WS-AGE-AMOUNT
               END-IF
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
           IF WS-OWN-OWED >= WS-PLAN-TOTAL
               MOVE ZERO TO WS-PAID-SO-FAR
           ELSE
               SUBTRACT WS-OWN-OWED FROM WS-PLAN-TOTAL
                   GIVING WS-PAID-SO-FAR
           END-IF.
           IF WS-PAID-SO-FAR >= WS-DUE-BY-NOW
               MOVE ZERO TO WS-AGE-AMOUNT
           ELSE
               SUBTRACT WS-PAID-SO-FAR FROM WS-DUE-BY-NOW
                   GIVING WS-AGE-AMOUNT
           END-IF.
           IF WS-AGE-AMOUNT > WS-OWN-OWED
               MOVE WS-OWN-OWED TO WS-AGE-AMOUNT
           END-IF.

       330-DECIDE-FEE.
           MOVE ZERO TO WS-FEE.
           MOVE SPACES TO WS-RESULT.
           PERFORM 335-CHECK-ALREADY-CHARGED.
           PERFORM 340-CHECK-HOLD-AND-PLACED.
           IF WS-FEE-TYPE = "P"
               MOVE "P" TO WS-FEE-BASIS
               COMPUTE WS-FEE ROUNDED
                   = WS-AGE-AMOUNT * WS-FEE-PERCENT / 100
           ELSE
               MOVE "F" TO WS-FEE-BASIS
               MOVE WS-FLAT-FEE TO WS-FEE
           END-IF.
           EVALUATE TRUE
               WHEN CHARGED-FOUND-FLAG = 'Y'
                   MOVE ZERO TO WS-FEE
                   MOVE "ALREADY CHARGED THIS MONTH" TO WS-RESULT
                   ADD 1 TO ALREADY-COUNT
               WHEN PLACED-FOUND-FLAG = 'Y' AND WS-PLACED-POLICY = "S"
                   MOVE ZERO TO WS-FEE
                   MOVE "SKIPPED - PLACED WITH AGENCY" TO WS-RESULT
                   ADD 1 TO SKIPPED-PLACED-COUNT
               WHEN HOLD-FOUND-FLAG = 'Y' AND WS-HOLD-POLICY = "S"
                   MOVE ZERO TO WS-FEE
                   MOVE "SKIPPED - OPEN HOLD" TO WS-RESULT
                   ADD 1 TO SKIPPED-HOLD-COUNT
               WHEN PLACED-FOUND-FLAG = 'Y' OR HOLD-FOUND-FLAG = 'Y'
                   IF WS-FEE > WS-FEE-CAP
                       MOVE WS-FEE-CAP TO WS-FEE
                       MOVE "C" TO WS-FEE-BASIS
                       ADD 1 TO CAPPED-COUNT
                   END-IF
                   IF PLACED-FOUND-FLAG = 'Y'
                       MOVE "CHARGED - CAPPED, PLACED" TO WS-RESULT
                   ELSE
                       MOVE "CHARGED - CAPPED, OPEN HOLD" TO WS-RESULT
                   END-IF
                   PERFORM 350-CHARGE-FEE
               WHEN OTHER
                   MOVE "CHARGED" TO WS-RESULT
                   PERFORM 350-CHARGE-FEE
           END-EVALUATE.

       335-CHECK-ALREADY-CHARGED.
           MOVE 'N' TO CHARGED-FOUND-FLAG.
           PERFORM VARYING CHARGED-IDX FROM 1 BY 1
               UNTIL CHARGED-FOUND-FLAG = 'Y'
               OR CHARGED-IDX > CHARGED-TAB-COUNT
               IF CHARGED-STUDENT (CHARGED-IDX) = STUDENT-NUMBER
                   MOVE 'Y' TO CHARGED-FOUND-FLAG
               END-IF
           END-PERFORM.

       340-CHECK-HOLD-AND-PLACED.
           MOVE 'N' TO PLACED-FOUND-FLAG.
           PERFORM VARYING PLACED-IDX FROM 1 BY 1
               UNTIL PLACED-FOUND-FLAG = 'Y'
               OR PLACED-IDX > PLACED-TAB-COUNT
               IF PLACED-STUDENT (PLACED-IDX) = STUDENT-NUMBER
                   MOVE 'Y' TO PLACED-FOUND-FLAG
               END-IF
           END-PERFORM.
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

       350-CHARGE-FEE.
           IF WS-FEE = ZERO
               MOVE "NO FEE - AMOUNT ROUNDS TO ZERO" TO WS-RESULT
           ELSE
               MOVE TUITION-OWED TO WS-JRN-AMOUNT
               MOVE WS-JRN-AMOUNT TO WS-JRN-BEFORE
               ADD WS-FEE TO TUITION-OWED
               REWRITE STUDENTS
               MOVE TUITION-OWED TO WS-JRN-AMOUNT
               MOVE WS-JRN-AMOUNT TO WS-JRN-AFTER
               PERFORM 510-WRITE-JOURNAL
               PERFORM 520-WRITE-LEDGER
               PERFORM 360-WRITE-FEE-HISTORY
               ADD 1 TO CHARGED-COUNT
               ADD WS-FEE TO FEE-TOTAL
           END-IF.

       360-WRITE-FEE-HISTORY.
           MOVE SPACES TO LATE-FEE-HISTORY-RECORD.
           MOVE STUDENT-NUMBER TO LFH-STUDENT-NUMBER.
           MOVE WS-FEE-MONTH TO LFH-FEE-MONTH.
           MOVE WS-RUN-DATE TO LFH-DATE.
           MOVE WS-AGE-AMOUNT TO LFH-OVERDUE.
           MOVE WS-FEE TO LFH-FEE.
           MOVE WS-FEE-BASIS TO LFH-BASIS.
           WRITE LATE-FEE-HISTORY-RECORD.

       400-WRITE-REGISTER-HEADINGS.
           MOVE WS-RUN-DATE TO RHL-DATE.
           MOVE WS-FEE-MONTH TO RHL-MONTH.
           MOVE REGISTER-HEAD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FEE-TYPE TO PLL-TYPE.
           MOVE WS-FLAT-FEE TO PLL-FLAT.
           MOVE WS-FEE-PERCENT TO PLL-PERCENT.
           MOVE WS-FEE-CAP TO PLL-CAP.
           MOVE WS-HOLD-POLICY TO PLL-HOLD.
           MOVE WS-PLACED-POLICY TO PLL-PLACED.
           MOVE POLICY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STUDENT NAME                              OVERDUE    "
               TO REPORT-LINE.
           MOVE "     FEE  RESULT" TO REPORT-LINE (53:16).
           WRITE REPORT-LINE.

       420-WRITE-REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           MOVE STUDENT-NUMBER TO RGL-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO RGL-STUDENT-NAME.
           MOVE WS-AGE-AMOUNT TO RGL-OVERDUE.
           MOVE WS-FEE TO RGL-FEE.
           MOVE WS-RESULT TO RGL-RESULT.
           MOVE REGISTER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       450-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "STUDENTS OVERDUE" TO TTL-LABEL.
           MOVE OVERDUE-COUNT TO TTL-COUNT.
           MOVE OVERDUE-TOTAL TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "FEES CHARGED" TO TTL-LABEL.
           MOVE CHARGED-COUNT TO TTL-COUNT.
           MOVE FEE-TOTAL TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "  OF WHICH CAPPED" TO TTL-LABEL.
           MOVE CAPPED-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "SKIPPED - OPEN HOLD" TO TTL-LABEL.
           MOVE SKIPPED-HOLD-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "SKIPPED - PLACED WITH AGENCY" TO TTL-LABEL.
           MOVE SKIPPED-PLACED-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "ALREADY CHARGED THIS MONTH" TO TTL-LABEL.
           MOVE ALREADY-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       510-WRITE-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF JRN-STAT = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE STUDENT-NUMBER TO JRN-STUDENT-NUMBER.
           MOVE "TUITION-OWED" TO JRN-FIELD-NAME.
           MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE.
           MOVE WS-JRN-AFTER TO JRN-AFTER-IMAGE.
           MOVE WS-RUN-DATE TO JRN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME TO JRN-TIME.
           MOVE "B" TO JRN-MODE.
           WRITE JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.

       520-WRITE-LEDGER.
           OPEN EXTEND LEDGER-FILE.
           IF LGR-STAT = "35"
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           MOVE SPACES TO LEDGER-RECORD.
           MOVE STUDENT-NUMBER TO LGR-STUDENT-NUMBER.
           MOVE WS-RUN-DATE TO LGR-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME TO LGR-TIME.
           MOVE "LATE-FEE-ASSESSMENT" TO LGR-SOURCE.
           MOVE "LF" TO LGR-TYPE.
           MOVE "D" TO LGR-DC.
           MOVE WS-FEE TO LGR-AMOUNT.
           WRITE LEDGER-RECORD.
           CLOSE LEDGER-FILE.

       500-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "LATE-FEE-ASSESSMENT" TO AUDIT-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           STRING "CHARGED=" DELIMITED BY SIZE
                   CHARGED-COUNT DELIMITED BY SIZE
                   " FEES=" DELIMITED BY SIZE
                   FEE-TOTAL DELIMITED BY SIZE
                   " ALREADY=" DELIMITED BY SIZE
                   ALREADY-COUNT DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "LATE-FEE-ASSESSMENT" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       800-CHECK-AND-SET-LOCK.
           ACCEPT WS-STULOCK-PATH FROM ENVIRONMENT "STULOCK_FILE".
           IF WS-STULOCK-PATH = SPACES
               MOVE "C:\Users\hamza\STULOCK.TXT" TO WS-STULOCK-PATH
           END-IF.
           MOVE "YES" TO LOCK-FREE-FLAG.
           OPEN INPUT LOCK-FILE.
           IF LOCK-STAT = "00"
               READ LOCK-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LOCK-HOLDER = "BATCH-DRIVER"
                           MOVE "YES" TO UNDER-DRIVER-FLAG
                       ELSE
                       IF LOCK-HOLDER NOT = SPACES
                           MOVE "NO" TO LOCK-FREE-FLAG
                       END-IF
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF.
           IF LOCK-FREE-FLAG = "NO"
               DISPLAY "STUFILE-C.TXT IN USE BY " LOCK-HOLDER
                   " SINCE " LOCK-DATE " " LOCK-TIME UPON CONSOLE
           ELSE
           IF UNDER-DRIVER-FLAG = "YES"
               CONTINUE
           ELSE
               OPEN OUTPUT LOCK-FILE
               MOVE SPACES TO LOCK-RECORD
               MOVE "LATE-FEE-ASSESSMENT" TO LOCK-HOLDER
               ACCEPT LOCK-DATE FROM DATE YYYYMMDD
               ACCEPT LOCK-TIME FROM TIME
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
           END-IF
           END-IF.

       810-CLEAR-LOCK.
           IF UNDER-DRIVER-FLAG = "YES"
               CONTINUE
           ELSE
               OPEN OUTPUT LOCK-FILE
               CLOSE LOCK-FILE
           END-IF.

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

       END PROGRAM LATE-FEE-ASSESSMENT.
