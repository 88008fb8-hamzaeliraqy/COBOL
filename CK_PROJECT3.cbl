      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: REFUND CHECK RECONCILIATION - matches the bank's
      *          cleared/paid-checks file (BANKCHK.TXT, see
      *          BANKCHK.DAT) against the approved refund checks on
      *          REFDISB.TXT that REFUND-DISBURSEMENT issued, and
      *          stamps each one with RFD-CHECK-STATUS: C cleared,
      *          M paid for a different amount than was issued, or
      *          O still outstanding. Outstanding checks are listed
      *          aged by issue date (0-30, 31-60, 61-90 and over 90
      *          days). A check outstanding longer than
      *          REFCHK_STALE_DAYS (default 180) is stale; with
      *          REFCHK_VOID=Y the run voids it (status V) and puts
      *          the refund back on the student's account as a
      *          credit - TUITION-OWED down, ledger type VC, journal
      *          entry - the way COURSE-DROP credits a drop. Any part
      *          the balance cannot absorb goes back on REFUNDQ.TXT
      *          (mode V) for the bursar. Without REFCHK_VOID=Y stale
      *          checks are only flagged and the master is not
      *          touched. Bank items that match no issued check, a
      *          check presented again after clearing and a voided
      *          check the bank paid anyway are listed as exceptions.
      *          Report REFCHK_YYYYMMDD_HHMMSS.TXT, totals to
      *          AUDITLOG.TXT; RC 4 when there are mismatches or
      *          exceptions to follow up.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      *   15/10/2026 HE  The REFCHK file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      *   15/10/2026 HE  A void run refuses to start when the run
      *       date falls in a fiscal year already closed by
      *       LEDGER-YEAR-CLOSE (asked of LEDGER-PERIOD-CHECK, see
      *       LEDGCHK.DAT), so no VC entry is booked into a closed year.
      *   15/10/2026 HE  Refunds REFUND-DISBURSEMENT approves while the
      *       run works are kept: the lines on REFDISB.TXT past those
      *       the run loaded are carried through a work file
      *       (REFDISB_WORK_FILE) and written back after the stamped
      *       ones. If the work file cannot be opened REFDISB.TXT is
      *       left as it was.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUND-CHECK-RECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-CHECK-FILE ASSIGN TO WS-BANKCHK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BNK-STAT.

           SELECT DISPOSITION-FILE ASSIGN TO WS-REFDISB-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DISP-STAT.

           SELECT WORK-FILE ASSIGN TO WS-WORK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORK-STAT.

           SELECT STUDENT-RECORD ASSIGN TO WS-STUFILE-OUT-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-NUMBER
           ALTERNATE RECORD KEY IS STUDENT-NAME
               WITH DUPLICATES
           FILE STATUS IS STATUS-FIELD.

           SELECT CHECK-REPORT ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNAL-FILE ASSIGN TO WS-STUJRNL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRN-STAT.

           SELECT LEDGER-FILE ASSIGN TO WS-STULEDG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LGR-STAT.

           SELECT REFUND-QUEUE ASSIGN TO WS-REFUNDQ-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REFUNDQ-STAT.

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
       FD BANK-CHECK-FILE.
           COPY "BANKCHK.DAT".

       FD DISPOSITION-FILE.
       01 DISPOSITION-LINE PIC X(102).

       FD WORK-FILE.
       01 WORK-RECORD PIC X(102).

       FD STUDENT-RECORD.
       01 STUDENTS.
           05 STUDENT-NUMBER PIC 9(6).
           05 TUITION-OWED PIC 9(6)V99.
           05 STUDENT-NAME PIC X(40).
           05 PROGRAM-OF-STUDY PIC X(5).
           COPY "COURSDTL.DAT".
           05 STUDENT-STANDING PIC X(1).

       FD CHECK-REPORT.
       01 REPORT-LINE PIC X(132).

       FD JOURNAL-FILE.
           COPY "STUJRNL.DAT".

       FD LEDGER-FILE.
           COPY "STULEDG.DAT".

       FD REFUND-QUEUE.
           COPY "REFUNDQ.DAT".

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
           05 BNK-STAT PIC X(2).
           05 DISP-STAT PIC X(2).
           05 WORK-STAT PIC X(2).
           05 STATUS-FIELD PIC X(2).
           05 JRN-STAT PIC X(2).
           05 LGR-STAT PIC X(2).
           05 REFUNDQ-STAT PIC X(2).
           05 BNK-EOF PIC X(3).
           05 DISP-EOF PIC X(3).
           05 BANK-COUNT PIC 9(4) VALUE ZERO.
           05 BANK-IDX PIC 9(4).
           05 BANK-BAD-COUNT PIC 9(4) VALUE ZERO.
           05 DISB-COUNT PIC 9(4) VALUE ZERO.
           05 DISB-IDX PIC 9(4).
           05 SKIP-COUNT PIC 9(4).
           05 LATE-COUNT PIC 9(4) VALUE ZERO.
           05 OVERFLOW-FLAG PIC X(3) VALUE "NO".
           05 FOUND-FLAG PIC X(1).
           05 MATCH-IDX PIC 9(4).
           05 WS-VOID-INPUT PIC X(1).
           05 WS-VOID-FLAG PIC X(3) VALUE "NO".
           05 WS-PARM-INPUT PIC X(4).
           05 WS-PARM-LENGTH PIC 9(1).
           05 WS-STALE-DAYS PIC 9(4) VALUE 180.
           05 WS-AGE-DAYS PIC 9(5).
           05 WS-AGE-ED PIC ZZZZ9.
           05 WS-RESULT PIC X(30).
           05 WS-SECTION-TITLE PIC X(50).
           05 WS-VOID-AMOUNT PIC 9(6)V99.
           05 WS-OVERAGE PIC 9(6)V99.
           05 CLEARED-COUNT PIC 9(6) VALUE ZERO.
           05 CLEARED-TOTAL PIC 9(8)V99 VALUE ZERO.
           05 MISMATCH-COUNT PIC 9(6) VALUE ZERO.
           05 MISMATCH-TOTAL PIC 9(8)V99 VALUE ZERO.
           05 OUTSTANDING-COUNT PIC 9(6) VALUE ZERO.
           05 OUTSTANDING-TOTAL PIC 9(8)V99 VALUE ZERO.
           05 STALE-COUNT PIC 9(6) VALUE ZERO.
           05 STALE-TOTAL PIC 9(8)V99 VALUE ZERO.
           05 VOIDED-COUNT PIC 9(6) VALUE ZERO.
           05 VOIDED-TOTAL PIC 9(8)V99 VALUE ZERO.
           05 REFUND-COUNT PIC 9(6) VALUE ZERO.
           05 OVERAGE-TOTAL PIC 9(8)V99 VALUE ZERO.
           05 EXCEPTION-COUNT PIC 9(6) VALUE ZERO.
           05 EXCEPTION-TOTAL PIC 9(8)V99 VALUE ZERO.
           05 WS-BANKCHK-PATH PIC X(60).
           05 WS-REFDISB-PATH PIC X(60).
           05 WS-WORK-PATH PIC X(60).
           05 WS-STUFILE-OUT-PATH PIC X(60).
           05 WS-STUJRNL-PATH PIC X(60).
           05 WS-STULEDG-PATH PIC X(60).
           05 WS-REFUNDQ-PATH PIC X(60).
           05 WS-REPORT-DIR PIC X(40).
           05 WS-REPORT-FILENAME PIC X(60).
           05 WS-AUDIT-LOG-PATH PIC X(60).
           05 AUDIT-STATUS-FIELD PIC X(2).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).
           05 WS-JRN-FIELD PIC X(12).
           05 WS-JRN-AMOUNT PIC Z(5)9.99.
           05 WS-JRN-BEFORE PIC X(40).
           05 WS-JRN-AFTER PIC X(40).
           05 WS-LGR-TYPE PIC X(2).
           05 WS-LGR-DC PIC X(1).
           05 WS-LGR-AMOUNT PIC 9(6)V99.
           05 WS-STULOCK-PATH PIC X(60).
           05 LOCK-STAT PIC X(2).
           05 LOCK-FREE-FLAG PIC X(3).
           05 WS-DATE-IN PIC 9(8).
           05 WS-DATE-PARTS REDEFINES WS-DATE-IN.
               10 WS-DI-YEAR PIC 9(4).
               10 WS-DI-MONTH PIC 9(2).
               10 WS-DI-DAY PIC 9(2).
           05 WS-DAY-NUMBER PIC 9(7).
           05 WS-RUN-DAYS PIC 9(7).

       01 MONTH-DAY-VALUES.
           05 FILLER PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01 MONTH-DAYS REDEFINES MONTH-DAY-VALUES.
           05 MONTH-START-DAY PIC 9(3) OCCURS 12 TIMES.

       01 AGING-BUCKETS.
           05 BUCKET-30-COUNT PIC 9(6) VALUE ZERO.
           05 BUCKET-30-TOTAL PIC 9(8)V99 VALUE ZERO.
           05 BUCKET-60-COUNT PIC 9(6) VALUE ZERO.
           05 BUCKET-60-TOTAL PIC 9(8)V99 VALUE ZERO.
           05 BUCKET-90-COUNT PIC 9(6) VALUE ZERO.
           05 BUCKET-90-TOTAL PIC 9(8)V99 VALUE ZERO.
           05 BUCKET-OVER-90-COUNT PIC 9(6) VALUE ZERO.
           05 BUCKET-OVER-90-TOTAL PIC 9(8)V99 VALUE ZERO.

           COPY "REFDISB.DAT".

       01 BANK-VALUES.
           05 BANK-ENTRY OCCURS 2000 TIMES.
               10 BANK-TBL-CHECK PIC 9(6).
               10 BANK-TBL-AMOUNT PIC 9(6)V99.
               10 BANK-TBL-PAID-DATE PIC 9(8).
               10 BANK-TBL-USED PIC X(1).

       01 DISB-VALUES.
           05 DISB-ENTRY PIC X(102) OCCURS 2000 TIMES.

       01 DETAIL-LINE.
           05 DTL-CHECK-NUMBER PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-STUDENT-NUMBER PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-STUDENT-NAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-ISSUE-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-AMOUNT PIC $$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-BANK-AMOUNT PIC $$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-PAID-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-AGE PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-RESULT PIC X(30).

       01 HEADING-LINE.
           05 FILLER PIC X(6) VALUE "CHECK".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "STU NO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "STUDENT NAME".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "ISSUED".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "    ISSUED".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE " BANK PAID".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "PAID ON".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE " DAYS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "RESULT".

       01 TOTAL-LINE.
           05 TTL-LABEL PIC X(32).
           05 TTL-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 TTL-AMOUNT PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(74) VALUE SPACES.

       COPY "LEDGCHK.DAT".

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-CHECK-RECON.
           PERFORM 110-GET-FILE-PATHS.
           IF WS-VOID-FLAG = "YES"
               MOVE WS-RUN-DATE TO LPC-LEDGER-DATE
               CALL "LEDGER-PERIOD-CHECK" USING LEDGER-PERIOD-AREA
               IF LPC-CLOSED
                   DISPLAY "LEDGER CLOSED THROUGH " LPC-CLOSED-YEAR
                       " - NOTHING POSTED FOR " WS-RUN-DATE UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM 800-CHECK-AND-SET-LOCK
               IF LOCK-FREE-FLAG = "NO"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM 120-LOAD-BANK-FILE.
           IF BNK-STAT NOT = "00" OR OVERFLOW-FLAG = "YES"
               PERFORM 190-ABANDON-RUN
               GOBACK
           END-IF.
           PERFORM 130-LOAD-DISPOSITIONS.
           IF DISP-STAT NOT = "00" OR OVERFLOW-FLAG = "YES"
               PERFORM 190-ABANDON-RUN
               GOBACK
           END-IF.
           IF WS-VOID-FLAG = "YES"
               OPEN I-O STUDENT-RECORD
               IF STATUS-FIELD NOT = "00"
                   DISPLAY "STUDENT-RECORD OPEN FAILED, FILE STATUS = "
                       STATUS-FIELD UPON CONSOLE
                   PERFORM 190-ABANDON-RUN
                   GOBACK
               END-IF
           END-IF.
           OPEN OUTPUT CHECK-REPORT.
           PERFORM 140-WRITE-HEADINGS.
           MOVE "CHECKS PAID BY THE BANK" TO WS-SECTION-TITLE.
           PERFORM 410-WRITE-SECTION-HEADING.
           PERFORM 300-MATCH-ONE-CHECK
               VARYING DISB-IDX FROM 1 BY 1
               UNTIL DISB-IDX > DISB-COUNT.
           MOVE "OUTSTANDING CHECKS AGED BY ISSUE DATE"
               TO WS-SECTION-TITLE.
           PERFORM 410-WRITE-SECTION-HEADING.
           PERFORM 320-AGE-ONE-CHECK
               VARYING DISB-IDX FROM 1 BY 1
               UNTIL DISB-IDX > DISB-COUNT.
           MOVE "BANK ITEMS NOT MATCHED TO AN ISSUED CHECK"
               TO WS-SECTION-TITLE.
           PERFORM 410-WRITE-SECTION-HEADING.
           PERFORM 360-LIST-UNMATCHED-BANK
               VARYING BANK-IDX FROM 1 BY 1
               UNTIL BANK-IDX > BANK-COUNT.
           PERFORM 450-WRITE-TOTALS.
           CLOSE CHECK-REPORT.
           MOVE "REFCHK" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           IF WS-VOID-FLAG = "YES"
               CLOSE STUDENT-RECORD
           END-IF.
           PERFORM 600-REWRITE-DISPOSITIONS.
           PERFORM 500-WRITE-AUDIT-LOG.
           IF WS-VOID-FLAG = "YES"
               PERFORM 810-CLEAR-LOCK
           END-IF.
           DISPLAY "REFUND CHECK RECON COMPLETE, CLEARED: "
               CLEARED-COUNT " MISMATCHED: " MISMATCH-COUNT
               " OUTSTANDING: " OUTSTANDING-COUNT
               " VOIDED: " VOIDED-COUNT UPON CONSOLE.
           IF MISMATCH-COUNT > ZERO OR EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       110-GET-FILE-PATHS.
           ACCEPT WS-BANKCHK-PATH FROM ENVIRONMENT "BANKCHK_FILE".
           IF WS-BANKCHK-PATH = SPACES
               MOVE "C:\Users\hamza\BANKCHK.TXT" TO WS-BANKCHK-PATH
           END-IF.
           ACCEPT WS-REFDISB-PATH FROM ENVIRONMENT "REFDISB_FILE".
           IF WS-REFDISB-PATH = SPACES
               MOVE "C:\Users\hamza\REFDISB.TXT" TO WS-REFDISB-PATH
           END-IF.
           ACCEPT WS-WORK-PATH FROM ENVIRONMENT "REFDISB_WORK_FILE".
           IF WS-WORK-PATH = SPACES
               MOVE "C:\Users\hamza\REFDISB.TMP" TO WS-WORK-PATH
           END-IF.
           ACCEPT WS-STUFILE-OUT-PATH FROM ENVIRONMENT "STUFILE_OUT".
           IF WS-STUFILE-OUT-PATH = SPACES
               MOVE "C:\Users\hamza\STUFILE-C.txt"
                   TO WS-STUFILE-OUT-PATH
           END-IF.
           ACCEPT WS-STUJRNL-PATH FROM ENVIRONMENT "STUJRNL_FILE".
           IF WS-STUJRNL-PATH = SPACES
               MOVE "C:\Users\hamza\STUJRNL.TXT" TO WS-STUJRNL-PATH
           END-IF.
           ACCEPT WS-STULEDG-PATH FROM ENVIRONMENT "STULEDG_FILE".
           IF WS-STULEDG-PATH = SPACES
               MOVE "C:\Users\hamza\STULEDG.TXT" TO WS-STULEDG-PATH
           END-IF.
           ACCEPT WS-REFUNDQ-PATH FROM ENVIRONMENT "REFUNDQ_FILE".
           IF WS-REFUNDQ-PATH = SPACES
               MOVE "C:\Users\hamza\REFUNDQ.TXT" TO WS-REFUNDQ-PATH
           END-IF.
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "AUDIT_LOG_FILE".
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\hamza\AUDITLOG.TXT" TO WS-AUDIT-LOG-PATH
           END-IF.
           ACCEPT WS-VOID-INPUT FROM ENVIRONMENT "REFCHK_VOID".
           IF WS-VOID-INPUT = "Y" OR WS-VOID-INPUT = "y"
               MOVE "YES" TO WS-VOID-FLAG
           END-IF.
           ACCEPT WS-PARM-INPUT FROM ENVIRONMENT "REFCHK_STALE_DAYS".
           PERFORM 115-MEASURE-PARM.
           IF WS-PARM-LENGTH > 0
               MOVE WS-PARM-INPUT (1:WS-PARM-LENGTH) TO WS-STALE-DAYS
           END-IF.
           IF WS-STALE-DAYS = ZERO
               MOVE 180 TO WS-STALE-DAYS
           END-IF.
           ACCEPT WS-REPORT-DIR FROM ENVIRONMENT "REFCHK_DIR".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 112-GET-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-DATE-IN.
           PERFORM 231-DATE-TO-DAYS.
           MOVE WS-DAY-NUMBER TO WS-RUN-DAYS.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "REFCHK_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.

      * Length of a numeric parameter up to the first space; zero
      * when it is missing or not all digits, so the default stands.
       115-MEASURE-PARM.
           MOVE ZERO TO WS-PARM-LENGTH.
           INSPECT WS-PARM-INPUT TALLYING WS-PARM-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-PARM-LENGTH > 0
               IF WS-PARM-INPUT (1:WS-PARM-LENGTH) NOT NUMERIC
                   MOVE ZERO TO WS-PARM-LENGTH
               END-IF
           END-IF.

       120-LOAD-BANK-FILE.
           MOVE ZERO TO BANK-COUNT.
           MOVE "NO" TO BNK-EOF.
           OPEN INPUT BANK-CHECK-FILE.
           IF BNK-STAT NOT = "00"
               DISPLAY "BANKCHK.TXT NOT AVAILABLE, FILE STATUS = "
                   BNK-STAT " - NOTHING RECONCILED" UPON CONSOLE
           ELSE
               PERFORM UNTIL BNK-EOF = "YES"
                   OR OVERFLOW-FLAG = "YES"
                   READ BANK-CHECK-FILE
                       AT END MOVE "YES" TO BNK-EOF
                       NOT AT END
                           PERFORM 125-ADD-BANK-ITEM
                   END-READ
               END-PERFORM
               CLOSE BANK-CHECK-FILE
               IF OVERFLOW-FLAG = "YES"
                   DISPLAY "BANKCHK.TXT HOLDS MORE THAN 2000 ITEMS - "
                       "RUN REFUSED" UPON CONSOLE
               END-IF
               IF BANK-BAD-COUNT > ZERO
                   DISPLAY "BANKCHK.TXT LINES NOT NUMERIC, SKIPPED: "
                       BANK-BAD-COUNT UPON CONSOLE
               END-IF
           END-IF.

       125-ADD-BANK-ITEM.
           IF BNK-CHECK-NUMBER IS NOT NUMERIC
               OR BNK-AMOUNT IS NOT NUMERIC
               OR BNK-PAID-DATE IS NOT NUMERIC
               ADD 1 TO BANK-BAD-COUNT
           ELSE
           IF BANK-COUNT >= 2000
               MOVE "YES" TO OVERFLOW-FLAG
           ELSE
               ADD 1 TO BANK-COUNT
               MOVE BNK-CHECK-NUMBER TO BANK-TBL-CHECK (BANK-COUNT)
               MOVE BNK-AMOUNT TO BANK-TBL-AMOUNT (BANK-COUNT)
               MOVE BNK-PAID-DATE TO BANK-TBL-PAID-DATE (BANK-COUNT)
               MOVE "N" TO BANK-TBL-USED (BANK-COUNT)
           END-IF
           END-IF.

       130-LOAD-DISPOSITIONS.
           MOVE ZERO TO DISB-COUNT.
           MOVE "NO" TO DISP-EOF.
           OPEN INPUT DISPOSITION-FILE.
           IF DISP-STAT NOT = "00"
               DISPLAY "REFDISB.TXT NOT AVAILABLE, FILE STATUS = "
                   DISP-STAT " - NOTHING RECONCILED" UPON CONSOLE
           ELSE
               PERFORM UNTIL DISP-EOF = "YES"
                   OR OVERFLOW-FLAG = "YES"
                   READ DISPOSITION-FILE
                       AT END MOVE "YES" TO DISP-EOF
                       NOT AT END
                           IF DISB-COUNT >= 2000
                               MOVE "YES" TO OVERFLOW-FLAG
                           ELSE
                               ADD 1 TO DISB-COUNT
                               MOVE DISPOSITION-LINE
                                   TO DISB-ENTRY (DISB-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPOSITION-FILE
               IF OVERFLOW-FLAG = "YES"
                   DISPLAY "REFDISB.TXT HOLDS MORE THAN 2000 ENTRIES "
                       "- RUN REFUSED SO NONE ARE LOST" UPON CONSOLE
               END-IF
           END-IF.

       140-WRITE-HEADINGS.
           MOVE "REFUND CHECK RECONCILIATION - RUN DATE "
               TO REPORT-LINE.
           MOVE WS-RUN-DATE TO REPORT-LINE (40:8).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-STALE-DAYS TO WS-AGE-ED.
           STRING "STALE AFTER " DELIMITED BY SIZE
                   WS-AGE-ED DELIMITED BY SIZE
                   " DAYS" DELIMITED BY SIZE
               INTO REPORT-LINE.
           IF WS-VOID-FLAG = "YES"
               MOVE "- STALE CHECKS VOIDED AND CREDITED BACK"
                   TO REPORT-LINE (30:40)
           ELSE
               MOVE "- STALE CHECKS FLAGGED ONLY, NOT VOIDED"
                   TO REPORT-LINE (30:40)
           END-IF.
           WRITE REPORT-LINE.

      * Lock taken but the run cannot go on - release it so the next
      * master-updating run is not held up.
       190-ABANDON-RUN.
           IF WS-VOID-FLAG = "YES"
               PERFORM 810-CLEAR-LOCK
           END-IF.
           MOVE 8 TO RETURN-CODE.

      * Approved checks only - denied entries never had a check.
      * Cleared and voided checks are settled, but the bank file is
      * still searched for them so a second presentment or a paid
      * void is caught.
       300-MATCH-ONE-CHECK.
           MOVE DISB-ENTRY (DISB-IDX) TO REFUND-DISP-RECORD.
           IF RFD-ACTION = "A"
               PERFORM 310-FIND-BANK-ITEM
               IF FOUND-FLAG = 'Y'
                   MOVE "Y" TO BANK-TBL-USED (MATCH-IDX)
                   PERFORM 315-SET-PAID-STATUS
               END-IF
           END-IF.
           MOVE REFUND-DISP-RECORD TO DISB-ENTRY (DISB-IDX).

       310-FIND-BANK-ITEM.
           MOVE 'N' TO FOUND-FLAG.
           MOVE ZERO TO MATCH-IDX.
           PERFORM VARYING BANK-IDX FROM 1 BY 1
               UNTIL FOUND-FLAG = 'Y' OR BANK-IDX > BANK-COUNT
               IF BANK-TBL-CHECK (BANK-IDX) = RFD-CHECK-NUMBER
                   AND BANK-TBL-USED (BANK-IDX) = "N"
                   MOVE 'Y' TO FOUND-FLAG
                   MOVE BANK-IDX TO MATCH-IDX
               END-IF
           END-PERFORM.

       315-SET-PAID-STATUS.
           MOVE SPACES TO WS-RESULT.
           IF RFD-CHECK-CLEARED
               MOVE "PRESENTED AGAIN - ALREADY PAID" TO WS-RESULT
               ADD 1 TO EXCEPTION-COUNT
               ADD BANK-TBL-AMOUNT (MATCH-IDX) TO EXCEPTION-TOTAL
           ELSE
           IF RFD-CHECK-VOIDED
               MOVE "VOIDED CHECK PAID - RECOVER" TO WS-RESULT
               ADD 1 TO EXCEPTION-COUNT
               ADD BANK-TBL-AMOUNT (MATCH-IDX) TO EXCEPTION-TOTAL
           ELSE
           IF BANK-TBL-AMOUNT (MATCH-IDX) = RFD-AMOUNT
               MOVE "C" TO RFD-CHECK-STATUS
               MOVE BANK-TBL-PAID-DATE (MATCH-IDX) TO RFD-STATUS-DATE
               MOVE "CLEARED" TO WS-RESULT
               ADD 1 TO CLEARED-COUNT
               ADD RFD-AMOUNT TO CLEARED-TOTAL
           ELSE
               MOVE "M" TO RFD-CHECK-STATUS
               MOVE BANK-TBL-PAID-DATE (MATCH-IDX) TO RFD-STATUS-DATE
               MOVE "AMOUNT MISMATCH" TO WS-RESULT
               ADD 1 TO MISMATCH-COUNT
               ADD BANK-TBL-AMOUNT (MATCH-IDX) TO MISMATCH-TOTAL
           END-IF
           END-IF
           END-IF.
           MOVE SPACES TO DETAIL-LINE.
           PERFORM 400-FILL-CHECK-FIELDS.
           MOVE BANK-TBL-AMOUNT (MATCH-IDX) TO DTL-BANK-AMOUNT.
           MOVE BANK-TBL-PAID-DATE (MATCH-IDX) TO DTL-PAID-DATE.
           MOVE WS-RESULT TO DTL-RESULT.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       320-AGE-ONE-CHECK.
           MOVE DISB-ENTRY (DISB-IDX) TO REFUND-DISP-RECORD.
           IF RFD-ACTION = "A" AND RFD-CHECK-OUTSTANDING
               PERFORM 330-AGE-AND-LIST
               MOVE REFUND-DISP-RECORD TO DISB-ENTRY (DISB-IDX)
           END-IF.

       330-AGE-AND-LIST.
           MOVE "O" TO RFD-CHECK-STATUS.
           IF RFD-STATUS-DATE IS NOT NUMERIC
               MOVE RFD-ISSUE-DATE TO RFD-STATUS-DATE
           END-IF.
           MOVE ZERO TO WS-AGE-DAYS.
           IF RFD-ISSUE-DATE IS NUMERIC AND RFD-ISSUE-DATE > ZERO
               MOVE RFD-ISSUE-DATE TO WS-DATE-IN
               PERFORM 231-DATE-TO-DAYS
               IF WS-RUN-DAYS > WS-DAY-NUMBER
                   SUBTRACT WS-DAY-NUMBER FROM WS-RUN-DAYS
                       GIVING WS-AGE-DAYS
               END-IF
           END-IF.
           ADD 1 TO OUTSTANDING-COUNT.
           ADD RFD-AMOUNT TO OUTSTANDING-TOTAL.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   ADD 1 TO BUCKET-30-COUNT
                   ADD RFD-AMOUNT TO BUCKET-30-TOTAL
               WHEN WS-AGE-DAYS <= 60
                   ADD 1 TO BUCKET-60-COUNT
                   ADD RFD-AMOUNT TO BUCKET-60-TOTAL
               WHEN WS-AGE-DAYS <= 90
                   ADD 1 TO BUCKET-90-COUNT
                   ADD RFD-AMOUNT TO BUCKET-90-TOTAL
               WHEN OTHER
                   ADD 1 TO BUCKET-OVER-90-COUNT
                   ADD RFD-AMOUNT TO BUCKET-OVER-90-TOTAL
           END-EVALUATE.
           MOVE "OUTSTANDING" TO WS-RESULT.
           IF WS-AGE-DAYS > WS-STALE-DAYS
               ADD 1 TO STALE-COUNT
               ADD RFD-AMOUNT TO STALE-TOTAL
               IF WS-VOID-FLAG = "YES"
                   PERFORM 340-VOID-STALE-CHECK
               ELSE
                   MOVE "STALE - VOID NOT REQUESTED" TO WS-RESULT
               END-IF
           END-IF.
           MOVE SPACES TO DETAIL-LINE.
           PERFORM 400-FILL-CHECK-FIELDS.
           MOVE WS-AGE-DAYS TO WS-AGE-ED.
           MOVE WS-AGE-ED TO DTL-AGE.
           MOVE WS-RESULT TO DTL-RESULT.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * The refund left the account as an RF debit when it was
      * queued; voiding the check credits it back. A student who
      * has left the master cannot be credited, so the check stays
      * outstanding for the bursar to deal with by hand.
       340-VOID-STALE-CHECK.
           MOVE RFD-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ STUDENT-RECORD
               INVALID KEY
                   MOVE "STALE - STUDENT NOT ON FILE" TO WS-RESULT
               NOT INVALID KEY
                   PERFORM 350-CREDIT-BACK-REFUND
                   REWRITE STUDENTS
                   MOVE "V" TO RFD-CHECK-STATUS
                   MOVE WS-RUN-DATE TO RFD-STATUS-DATE
                   MOVE "VOIDED - CREDITED TO ACCOUNT" TO WS-RESULT
                   ADD 1 TO VOIDED-COUNT
                   ADD RFD-AMOUNT TO VOIDED-TOTAL
           END-READ.

       350-CREDIT-BACK-REFUND.
           MOVE RFD-AMOUNT TO WS-VOID-AMOUNT.
           MOVE TUITION-OWED TO WS-JRN-AMOUNT.
           MOVE WS-JRN-AMOUNT TO WS-JRN-BEFORE.
           IF WS-VOID-AMOUNT > TUITION-OWED
               SUBTRACT TUITION-OWED FROM WS-VOID-AMOUNT
                   GIVING WS-OVERAGE
               MOVE ZERO TO TUITION-OWED
               PERFORM 530-WRITE-REFUND-QUEUE
               MOVE "RF" TO WS-LGR-TYPE
               MOVE "D" TO WS-LGR-DC
               MOVE WS-OVERAGE TO WS-LGR-AMOUNT
               PERFORM 520-WRITE-LEDGER
               ADD WS-OVERAGE TO OVERAGE-TOTAL
           ELSE
               SUBTRACT WS-VOID-AMOUNT FROM TUITION-OWED
           END-IF.
           MOVE TUITION-OWED TO WS-JRN-AMOUNT.
           MOVE WS-JRN-AMOUNT TO WS-JRN-AFTER.
           MOVE "TUITION-OWED" TO WS-JRN-FIELD.
           PERFORM 510-WRITE-JOURNAL.
           MOVE "VC" TO WS-LGR-TYPE.
           MOVE "C" TO WS-LGR-DC.
           MOVE WS-VOID-AMOUNT TO WS-LGR-AMOUNT.
           PERFORM 520-WRITE-LEDGER.

       360-LIST-UNMATCHED-BANK.
           IF BANK-TBL-USED (BANK-IDX) = "N"
               MOVE SPACES TO DETAIL-LINE
               MOVE BANK-TBL-CHECK (BANK-IDX) TO DTL-CHECK-NUMBER
               MOVE BANK-TBL-AMOUNT (BANK-IDX) TO DTL-BANK-AMOUNT
               MOVE BANK-TBL-PAID-DATE (BANK-IDX) TO DTL-PAID-DATE
               MOVE "NO SUCH REFUND CHECK ISSUED" TO DTL-RESULT
               MOVE DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO EXCEPTION-COUNT
               ADD BANK-TBL-AMOUNT (BANK-IDX) TO EXCEPTION-TOTAL
           END-IF.

       231-DATE-TO-DAYS.
           COMPUTE WS-DAY-NUMBER = WS-DI-YEAR * 365
               + MONTH-START-DAY (WS-DI-MONTH)
               + WS-DI-DAY.

       400-FILL-CHECK-FIELDS.
           MOVE RFD-CHECK-NUMBER TO DTL-CHECK-NUMBER.
           MOVE RFD-STUDENT-NUMBER TO DTL-STUDENT-NUMBER.
           MOVE RFD-STUDENT-NAME TO DTL-STUDENT-NAME.
           MOVE RFD-ISSUE-DATE TO DTL-ISSUE-DATE.
           MOVE RFD-AMOUNT TO DTL-AMOUNT.

       410-WRITE-SECTION-HEADING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       450-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "CLEARED THIS RUN" TO TTL-LABEL.
           MOVE CLEARED-COUNT TO TTL-COUNT.
           MOVE CLEARED-TOTAL TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "AMOUNT MISMATCHED (BANK PAID)" TO TTL-LABEL.
           MOVE MISMATCH-COUNT TO TTL-COUNT.
           MOVE MISMATCH-TOTAL TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "OUTSTANDING" TO TTL-LABEL.
           MOVE OUTSTANDING-COUNT TO TTL-COUNT.
           MOVE OUTSTANDING-TOTAL TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "  0 - 30 DAYS" TO TTL-LABEL.
           MOVE BUCKET-30-COUNT TO TTL-COUNT.
           MOVE BUCKET-30-TOTAL TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE " 31 - 60 DAYS" TO TTL-LABEL.
           MOVE BUCKET-60-COUNT TO TTL-COUNT.
           MOVE BUCKET-60-TOTAL TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE " 61 - 90 DAYS" TO TTL-LABEL.
           MOVE BUCKET-90-COUNT TO TTL-COUNT.
           MOVE BUCKET-90-TOTAL TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE " OVER 90 DAYS" TO TTL-LABEL.
           MOVE BUCKET-OVER-90-COUNT TO TTL-COUNT.
           MOVE BUCKET-OVER-90-TOTAL TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "STALE (PAST STALE-DATE LIMIT)" TO TTL-LABEL.
           MOVE STALE-COUNT TO TTL-COUNT.
           MOVE STALE-TOTAL TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "VOIDED AND CREDITED BACK" TO TTL-LABEL.
           MOVE VOIDED-COUNT TO TTL-COUNT.
           MOVE VOIDED-TOTAL TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "OVERAGE SENT TO REFUND QUEUE" TO TTL-LABEL.
           MOVE REFUND-COUNT TO TTL-COUNT.
           MOVE OVERAGE-TOTAL TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "BANK EXCEPTIONS" TO TTL-LABEL.
           MOVE EXCEPTION-COUNT TO TTL-COUNT.
           MOVE EXCEPTION-TOTAL TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       510-WRITE-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF JRN-STAT = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE STUDENT-NUMBER TO JRN-STUDENT-NUMBER.
           MOVE WS-JRN-FIELD TO JRN-FIELD-NAME.
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
           MOVE "REFUND-CHECK-RECON" TO LGR-SOURCE.
           MOVE WS-LGR-TYPE TO LGR-TYPE.
           MOVE WS-LGR-DC TO LGR-DC.
           MOVE WS-LGR-AMOUNT TO LGR-AMOUNT.
           WRITE LEDGER-RECORD.
           CLOSE LEDGER-FILE.

       530-WRITE-REFUND-QUEUE.
           OPEN EXTEND REFUND-QUEUE.
           IF REFUNDQ-STAT = "35"
               OPEN OUTPUT REFUND-QUEUE
           END-IF.
           MOVE SPACES TO REFUND-QUEUE-RECORD.
           MOVE "V" TO RFQ-MODE.
           MOVE STUDENT-NUMBER TO RFQ-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO RFQ-STUDENT-NAME.
           MOVE WS-VOID-AMOUNT TO RFQ-PAYMENT.
           MOVE WS-OVERAGE TO RFQ-OVERAGE.
           MOVE WS-RUN-DATE TO RFQ-DATE.
           WRITE REFUND-QUEUE-RECORD.
           CLOSE REFUND-QUEUE.
           ADD 1 TO REFUND-COUNT.

       500-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "REFUND-CHECK-RECON" TO AUDIT-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           STRING "CLR=" DELIMITED BY SIZE
                   CLEARED-COUNT DELIMITED BY SIZE
                   " MIS=" DELIMITED BY SIZE
                   MISMATCH-COUNT DELIMITED BY SIZE
                   " OUT=" DELIMITED BY SIZE
                   OUTSTANDING-COUNT DELIMITED BY SIZE
                   " VOID=" DELIMITED BY SIZE
                   VOIDED-COUNT DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "REFUND-CHECK-RECON" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

      * REFUND-DISBURSEMENT appends to REFDISB.TXT without the lock,
      * so the lines past the ones this run loaded are set aside on
      * the work file and written back, unchanged, after the stamped
      * ones.
       600-REWRITE-DISPOSITIONS.
           PERFORM 605-CARRY-LATE-ENTRIES.
           IF WORK-STAT NOT = "00"
               DISPLAY "REFDISB WORK FILE NOT AVAILABLE, FILE STATUS = "
                   WORK-STAT " - REFDISB.TXT NOT UPDATED" UPON CONSOLE
           ELSE
               OPEN OUTPUT DISPOSITION-FILE
               PERFORM VARYING DISB-IDX FROM 1 BY 1
                   UNTIL DISB-IDX > DISB-COUNT
                   MOVE DISB-ENTRY (DISB-IDX) TO DISPOSITION-LINE
                   WRITE DISPOSITION-LINE
               END-PERFORM
               MOVE "NO" TO DISP-EOF
               OPEN INPUT WORK-FILE
               PERFORM UNTIL DISP-EOF = "YES"
                   READ WORK-FILE
                       AT END MOVE "YES" TO DISP-EOF
                       NOT AT END
                           MOVE WORK-RECORD TO DISPOSITION-LINE
                           WRITE DISPOSITION-LINE
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE DISPOSITION-FILE
               IF LATE-COUNT > ZERO
                   DISPLAY "REFUNDS APPROVED DURING THE RUN KEPT: "
                       LATE-COUNT UPON CONSOLE
               END-IF
           END-IF.

       605-CARRY-LATE-ENTRIES.
           MOVE ZERO TO SKIP-COUNT.
           MOVE ZERO TO LATE-COUNT.
           MOVE "NO" TO DISP-EOF.
           OPEN OUTPUT WORK-FILE.
           IF WORK-STAT = "00"
               OPEN INPUT DISPOSITION-FILE
               IF DISP-STAT = "00"
                   PERFORM UNTIL DISP-EOF = "YES"
                       READ DISPOSITION-FILE
                           AT END MOVE "YES" TO DISP-EOF
                           NOT AT END
                               PERFORM 606-TAKE-LATE-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE DISPOSITION-FILE
               END-IF
               CLOSE WORK-FILE
           END-IF.

       606-TAKE-LATE-ENTRY.
           IF SKIP-COUNT < DISB-COUNT
               ADD 1 TO SKIP-COUNT
           ELSE
               MOVE DISPOSITION-LINE TO WORK-RECORD
               WRITE WORK-RECORD
               ADD 1 TO LATE-COUNT
           END-IF.

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
                       IF LOCK-HOLDER NOT = SPACES
                           MOVE "NO" TO LOCK-FREE-FLAG
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF.
           IF LOCK-FREE-FLAG = "NO"
               DISPLAY "STUFILE-C.TXT IN USE BY " LOCK-HOLDER
                   " SINCE " LOCK-DATE " " LOCK-TIME UPON CONSOLE
           ELSE
               OPEN OUTPUT LOCK-FILE
               MOVE SPACES TO LOCK-RECORD
               MOVE "REFUND-CHECK-RECON" TO LOCK-HOLDER
               ACCEPT LOCK-DATE FROM DATE YYYYMMDD
               ACCEPT LOCK-TIME FROM TIME
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
           END-IF.

       810-CLEAR-LOCK.
           OPEN OUTPUT LOCK-FILE.
           CLOSE LOCK-FILE.

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

       END PROGRAM REFUND-CHECK-RECON.
