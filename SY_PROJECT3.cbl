      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: SPONSOR PAYMENT - applies sponsor remittances keyed
      *          into SPONPAY.TXT (see SPONPAY.DAT) to the students'
      *          accounts. Each line is matched to its contract on
      *          SPONCON.TXT by sponsor, student and term and is
      *          applied only when the sponsor owes at least that much
      *          on the contract (SCN-BILLED less SCN-PAID) and the
      *          account balance can take it: TUITION-OWED down,
      *          ledger type SS credit, journal entry, and the amount
      *          added to SCN-PAID so the receivable closes. Anything
      *          else is rejected and listed for the bursar - nothing
      *          is ever applied in part. Each applied line is
      *          marked SPY-APPLIED-FLAG Y and SPONPAY.TXT rewritten
      *          through a work file (SPONPAY_WORK_FILE), so a rerun
      *          lists marked lines as already applied instead of
      *          crediting them again. Report
      *          SPPAY_YYYYMMDD_HHMMSS.TXT, totals to AUDITLOG.TXT;
      *          RC 4 when any line was rejected.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      *   15/10/2026 HE  The SPPAY file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      *   15/10/2026 HE  Refuses to run when the run date falls in a
      *       fiscal year already closed by LEDGER-YEAR-CLOSE (asked of
      *       LEDGER-PERIOD-CHECK, see LEDGCHK.DAT), so no ledger entry
      *       is ever booked into a closed year.
      *   15/10/2026 HE  Applied lines are marked SPY-APPLIED-FLAG Y and
      *       SPONPAY.TXT is rewritten through SPONPAY_WORK_FILE, so
      *       running the same remittance again skips them instead of
      *       crediting every student twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPONSOR-PAYMENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-FILE ASSIGN TO WS-SPONPAY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SPY-STAT.

           SELECT PAYMENT-WORK-FILE ASSIGN TO WS-WORK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORK-STAT.

           SELECT CONTRACT-FILE ASSIGN TO WS-SPONCON-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCN-STAT.

           SELECT STUDENT-RECORD ASSIGN TO WS-STUFILE-OUT-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-NUMBER
           ALTERNATE RECORD KEY IS STUDENT-NAME
               WITH DUPLICATES
           FILE STATUS IS STATUS-FIELD.

           SELECT PAYMENT-REPORT ASSIGN TO WS-REPORT-FILENAME
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
       FD PAYMENT-FILE.
           COPY "SPONPAY.DAT".

       FD PAYMENT-WORK-FILE.
       01 PAYMENT-WORK-RECORD PIC X(48).

       FD CONTRACT-FILE.
           COPY "SPONCON.DAT".

       FD STUDENT-RECORD.
       01 STUDENTS.
           05 STUDENT-NUMBER PIC 9(6).
           05 TUITION-OWED PIC 9(6)V99.
           05 STUDENT-NAME PIC X(40).
           05 PROGRAM-OF-STUDY PIC X(5).
           COPY "COURSDTL.DAT".
           05 STUDENT-STANDING PIC X(1).

       FD PAYMENT-REPORT.
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
           05 SPY-STAT PIC X(2).
           05 WORK-STAT PIC X(2).
           05 SCN-STAT PIC X(2).
           05 STATUS-FIELD PIC X(2).
           05 JRN-STAT PIC X(2).
           05 LGR-STAT PIC X(2).
           05 SPY-EOF PIC X(3).
           05 SCN-EOF PIC X(3).
           05 CONTRACT-COUNT PIC 9(4) VALUE ZERO.
           05 CTR-IDX PIC 9(4).
           05 MATCH-IDX PIC 9(4).
           05 OVERFLOW-FLAG PIC X(3) VALUE "NO".
           05 FOUND-FLAG PIC X(1).
           05 WS-PAY-AMOUNT PIC 9(6)V99.
           05 WS-OPEN-AMOUNT PIC 9(6)V99.
           05 WS-RESULT PIC X(30).
           05 READ-COUNT PIC 9(6) VALUE ZERO.
           05 APPLIED-COUNT PIC 9(6) VALUE ZERO.
           05 APPLIED-TOTAL PIC 9(8)V99 VALUE ZERO.
           05 REJECT-COUNT PIC 9(6) VALUE ZERO.
           05 REJECT-TOTAL PIC 9(8)V99 VALUE ZERO.
           05 SKIPPED-COUNT PIC 9(6) VALUE ZERO.
           05 SKIPPED-TOTAL PIC 9(8)V99 VALUE ZERO.
           05 WS-SPONPAY-PATH PIC X(60).
           05 WS-WORK-PATH PIC X(60).
           05 WS-SPONCON-PATH PIC X(60).
           05 WS-STUFILE-OUT-PATH PIC X(60).
           05 WS-STUJRNL-PATH PIC X(60).
           05 WS-STULEDG-PATH PIC X(60).
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
           05 WS-STULOCK-PATH PIC X(60).
           05 LOCK-STAT PIC X(2).
           05 LOCK-FREE-FLAG PIC X(3).

       01 CONTRACT-VALUES.
           05 CONTRACT-ENTRY OCCURS 2000 TIMES.
               10 CTR-STUDENT PIC 9(6).
               10 CTR-SPONSOR PIC X(6).
               10 CTR-TERM PIC X(5).
               10 CTR-COVER-TYPE PIC X(1).
               10 CTR-COVER-AMOUNT PIC 9(6)V99.
               10 CTR-COVER-PCT PIC 9(3).
               10 CTR-CAP PIC 9(6)V99.
               10 CTR-BILLED PIC 9(6)V99.
               10 CTR-PAID PIC 9(6)V99.
               10 CTR-INVOICE-NUMBER PIC 9(6).
               10 CTR-INVOICE-DATE PIC 9(8).

       01 DETAIL-LINE.
           05 DTL-SPONSOR PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-STUDENT-NUMBER PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-STUDENT-NAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-TERM PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-AMOUNT PIC $$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-REFERENCE PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-RESULT PIC X(24).

       01 HEADING-LINE.
           05 FILLER PIC X(6) VALUE "SPONSR".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "STU NO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "STUDENT NAME".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "TERM".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "    AMOUNT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "REFERENCE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "RESULT".

       01 TOTAL-LINE.
           05 TTL-LABEL PIC X(32).
           05 TTL-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 TTL-AMOUNT PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(42) VALUE SPACES.

       COPY "LEDGCHK.DAT".

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-SPONSOR-PAYMENT.
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
           PERFORM 130-LOAD-CONTRACTS.
           IF SCN-STAT NOT = "00" OR OVERFLOW-FLAG = "YES"
               PERFORM 190-ABANDON-RUN
               GOBACK
           END-IF.
           OPEN INPUT PAYMENT-FILE.
           IF SPY-STAT NOT = "00"
               DISPLAY "SPONPAY.TXT NOT AVAILABLE, FILE STATUS = "
                   SPY-STAT " - NOTHING APPLIED" UPON CONSOLE
               PERFORM 190-ABANDON-RUN
               GOBACK
           END-IF.
           OPEN OUTPUT PAYMENT-WORK-FILE.
           IF WORK-STAT NOT = "00"
               DISPLAY "SPONPAY WORK FILE NOT AVAILABLE, FILE STATUS = "
                   WORK-STAT " - NOTHING APPLIED" UPON CONSOLE
               CLOSE PAYMENT-FILE
               PERFORM 190-ABANDON-RUN
               GOBACK
           END-IF.
           OPEN I-O STUDENT-RECORD.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "STUDENT-RECORD OPEN FAILED, FILE STATUS = "
                   STATUS-FIELD UPON CONSOLE
               CLOSE PAYMENT-FILE PAYMENT-WORK-FILE
               PERFORM 190-ABANDON-RUN
               GOBACK
           END-IF.
           OPEN OUTPUT PAYMENT-REPORT.
           PERFORM 140-WRITE-HEADINGS.
           MOVE "NO" TO SPY-EOF.
           PERFORM 200-READ-PAYMENT.
           PERFORM 300-PROCESS-PAYMENT UNTIL SPY-EOF = "YES".
           PERFORM 450-WRITE-TOTALS.
           CLOSE PAYMENT-REPORT.
           MOVE "SPPAY" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           CLOSE STUDENT-RECORD.
           CLOSE PAYMENT-FILE PAYMENT-WORK-FILE.
           PERFORM 600-REWRITE-CONTRACTS.
           PERFORM 610-REWRITE-PAYMENTS.
           PERFORM 500-WRITE-AUDIT-LOG.
           PERFORM 810-CLEAR-LOCK.
           DISPLAY "SPONSOR PAYMENT COMPLETE, APPLIED: " APPLIED-COUNT
               " REJECTED: " REJECT-COUNT " ALREADY APPLIED: "
               SKIPPED-COUNT UPON CONSOLE.
           IF REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       110-GET-FILE-PATHS.
           ACCEPT WS-SPONPAY-PATH FROM ENVIRONMENT "SPONPAY_FILE".
           IF WS-SPONPAY-PATH = SPACES
               MOVE "C:\Users\hamza\SPONPAY.TXT" TO WS-SPONPAY-PATH
           END-IF.
           ACCEPT WS-WORK-PATH FROM ENVIRONMENT "SPONPAY_WORK_FILE".
           IF WS-WORK-PATH = SPACES
               MOVE "C:\Users\hamza\SPONPAY.TMP" TO WS-WORK-PATH
           END-IF.
           ACCEPT WS-SPONCON-PATH FROM ENVIRONMENT "SPONCON_FILE".
           IF WS-SPONCON-PATH = SPACES
               MOVE "C:\Users\hamza\SPONCON.TXT" TO WS-SPONCON-PATH
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
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "AUDIT_LOG_FILE".
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\hamza\AUDITLOG.TXT" TO WS-AUDIT-LOG-PATH
           END-IF.
           ACCEPT WS-REPORT-DIR FROM ENVIRONMENT "SPPAY_DIR".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 112-GET-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "SPPAY_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.

       130-LOAD-CONTRACTS.
           MOVE ZERO TO CONTRACT-COUNT.
           MOVE "NO" TO SCN-EOF.
           OPEN INPUT CONTRACT-FILE.
           IF SCN-STAT NOT = "00"
               DISPLAY "SPONCON.TXT NOT AVAILABLE, FILE STATUS = "
                   SCN-STAT " - NOTHING APPLIED" UPON CONSOLE
           ELSE
               PERFORM UNTIL SCN-EOF = "YES" OR OVERFLOW-FLAG = "YES"
                   READ CONTRACT-FILE
                       AT END MOVE "YES" TO SCN-EOF
                       NOT AT END
                           IF CONTRACT-COUNT >= 2000
                               MOVE "YES" TO OVERFLOW-FLAG
                           ELSE
                               ADD 1 TO CONTRACT-COUNT
                               PERFORM 135-TAKE-CONTRACT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTRACT-FILE
               IF OVERFLOW-FLAG = "YES"
                   DISPLAY "SPONCON.TXT HOLDS MORE THAN 2000 "
                       "CONTRACTS - RUN REFUSED SO NONE ARE LOST"
                       UPON CONSOLE
               END-IF
           END-IF.

       135-TAKE-CONTRACT.
           MOVE SCN-STUDENT-NUMBER TO CTR-STUDENT (CONTRACT-COUNT).
           MOVE SCN-SPONSOR-ID TO CTR-SPONSOR (CONTRACT-COUNT).
           MOVE SCN-TERM TO CTR-TERM (CONTRACT-COUNT).
           MOVE SCN-COVER-TYPE TO CTR-COVER-TYPE (CONTRACT-COUNT).
           MOVE ZERO TO CTR-COVER-AMOUNT (CONTRACT-COUNT)
               CTR-COVER-PCT (CONTRACT-COUNT)
               CTR-CAP (CONTRACT-COUNT)
               CTR-BILLED (CONTRACT-COUNT)
               CTR-PAID (CONTRACT-COUNT)
               CTR-INVOICE-NUMBER (CONTRACT-COUNT)
               CTR-INVOICE-DATE (CONTRACT-COUNT).
           IF SCN-COVER-AMOUNT IS NUMERIC
               MOVE SCN-COVER-AMOUNT
                   TO CTR-COVER-AMOUNT (CONTRACT-COUNT)
           END-IF.
           IF SCN-COVER-PCT IS NUMERIC
               MOVE SCN-COVER-PCT TO CTR-COVER-PCT (CONTRACT-COUNT)
           END-IF.
           IF SCN-CAP IS NUMERIC
               MOVE SCN-CAP TO CTR-CAP (CONTRACT-COUNT)
           END-IF.
           IF SCN-BILLED IS NUMERIC
               MOVE SCN-BILLED TO CTR-BILLED (CONTRACT-COUNT)
           END-IF.
           IF SCN-PAID IS NUMERIC
               MOVE SCN-PAID TO CTR-PAID (CONTRACT-COUNT)
           END-IF.
           IF SCN-INVOICE-NUMBER IS NUMERIC
               MOVE SCN-INVOICE-NUMBER
                   TO CTR-INVOICE-NUMBER (CONTRACT-COUNT)
           END-IF.
           IF SCN-INVOICE-DATE IS NUMERIC
               MOVE SCN-INVOICE-DATE
                   TO CTR-INVOICE-DATE (CONTRACT-COUNT)
           END-IF.

       140-WRITE-HEADINGS.
           MOVE "SPONSOR PAYMENTS APPLIED - RUN DATE " TO REPORT-LINE.
           MOVE WS-RUN-DATE TO REPORT-LINE (37:8).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * Lock taken but the run cannot go on - release it so the next
      * master-updating run is not held up.
       190-ABANDON-RUN.
           PERFORM 810-CLEAR-LOCK.
           MOVE 8 TO RETURN-CODE.

       200-READ-PAYMENT.
           READ PAYMENT-FILE
               AT END MOVE "YES" TO SPY-EOF
               NOT AT END ADD 1 TO READ-COUNT
           END-READ.

       300-PROCESS-PAYMENT.
           MOVE SPACES TO DETAIL-LINE.
           MOVE SPACES TO WS-RESULT.
           MOVE ZERO TO WS-PAY-AMOUNT.
           MOVE SPY-SPONSOR-ID TO DTL-SPONSOR.
           MOVE SPY-STUDENT-NUMBER TO DTL-STUDENT-NUMBER.
           MOVE SPY-TERM TO DTL-TERM.
           MOVE SPY-REFERENCE TO DTL-REFERENCE.
           IF SPY-APPLIED-FLAG = "Y"
               MOVE "ALREADY APPLIED" TO WS-RESULT
               IF SPY-AMOUNT IS NUMERIC
                   MOVE SPY-AMOUNT TO WS-PAY-AMOUNT
               END-IF
           ELSE
           IF SPY-STUDENT-NUMBER IS NOT NUMERIC
               OR SPY-AMOUNT IS NOT NUMERIC
               MOVE "LINE NOT NUMERIC" TO WS-RESULT
           ELSE
           IF SPY-AMOUNT = ZERO
               MOVE "ZERO AMOUNT" TO WS-RESULT
           ELSE
               MOVE SPY-AMOUNT TO WS-PAY-AMOUNT
               PERFORM 310-FIND-CONTRACT
               IF FOUND-FLAG = 'N'
                   MOVE "NO SPONSOR CONTRACT" TO WS-RESULT
               ELSE
                   PERFORM 320-APPLY-TO-ACCOUNT
               END-IF
           END-IF
           END-IF
           END-IF.
           MOVE WS-PAY-AMOUNT TO DTL-AMOUNT.
           MOVE WS-RESULT TO DTL-RESULT.
           IF WS-RESULT = "ALREADY APPLIED"
               ADD 1 TO SKIPPED-COUNT
               ADD WS-PAY-AMOUNT TO SKIPPED-TOTAL
           ELSE
           IF WS-RESULT NOT = "APPLIED"
               ADD 1 TO REJECT-COUNT
               ADD WS-PAY-AMOUNT TO REJECT-TOTAL
           END-IF
           END-IF.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPONSOR-PAYMENT-RECORD TO PAYMENT-WORK-RECORD.
           WRITE PAYMENT-WORK-RECORD.
           PERFORM 200-READ-PAYMENT.

       310-FIND-CONTRACT.
           MOVE 'N' TO FOUND-FLAG.
           MOVE ZERO TO MATCH-IDX.
           PERFORM VARYING CTR-IDX FROM 1 BY 1
               UNTIL FOUND-FLAG = 'Y' OR CTR-IDX > CONTRACT-COUNT
               IF CTR-SPONSOR (CTR-IDX) = SPY-SPONSOR-ID
                   AND CTR-STUDENT (CTR-IDX) = SPY-STUDENT-NUMBER
                   AND CTR-TERM (CTR-IDX) = SPY-TERM
                   MOVE 'Y' TO FOUND-FLAG
                   MOVE CTR-IDX TO MATCH-IDX
               END-IF
           END-PERFORM.

      * The sponsor can only settle what it has been invoiced for, and
      * a payment is never allowed to push the account into credit -
      * an overpayment goes back to the sponsor by hand, not to the
      * student.
       320-APPLY-TO-ACCOUNT.
           MOVE ZERO TO WS-OPEN-AMOUNT.
           IF CTR-BILLED (MATCH-IDX) > CTR-PAID (MATCH-IDX)
               SUBTRACT CTR-PAID (MATCH-IDX) FROM CTR-BILLED (MATCH-IDX)
                   GIVING WS-OPEN-AMOUNT
           END-IF.
           IF WS-PAY-AMOUNT > WS-OPEN-AMOUNT
               MOVE "MORE THAN SPONSOR OWES" TO WS-RESULT
           ELSE
               MOVE CTR-STUDENT (MATCH-IDX) TO STUDENT-NUMBER
               READ STUDENT-RECORD
                   INVALID KEY
                       MOVE "STUDENT NOT ON FILE" TO WS-RESULT
                   NOT INVALID KEY
                       MOVE STUDENT-NAME TO DTL-STUDENT-NAME
                       IF WS-PAY-AMOUNT > TUITION-OWED
                           MOVE "MORE THAN ACCOUNT BALANCE"
                               TO WS-RESULT
                       ELSE
                           PERFORM 330-CREDIT-ACCOUNT
                           REWRITE STUDENTS
                           ADD WS-PAY-AMOUNT TO CTR-PAID (MATCH-IDX)
                           MOVE "Y" TO SPY-APPLIED-FLAG
                           MOVE "APPLIED" TO WS-RESULT
                           ADD 1 TO APPLIED-COUNT
                           ADD WS-PAY-AMOUNT TO APPLIED-TOTAL
                       END-IF
               END-READ
           END-IF.

       330-CREDIT-ACCOUNT.
           MOVE TUITION-OWED TO WS-JRN-AMOUNT.
           MOVE WS-JRN-AMOUNT TO WS-JRN-BEFORE.
           SUBTRACT WS-PAY-AMOUNT FROM TUITION-OWED.
           MOVE TUITION-OWED TO WS-JRN-AMOUNT.
           MOVE WS-JRN-AMOUNT TO WS-JRN-AFTER.
           MOVE "TUITION-OWED" TO WS-JRN-FIELD.
           PERFORM 510-WRITE-JOURNAL.
           PERFORM 520-WRITE-LEDGER.

       450-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "PAYMENT LINES READ" TO TTL-LABEL.
           MOVE READ-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "APPLIED TO ACCOUNTS" TO TTL-LABEL.
           MOVE APPLIED-COUNT TO TTL-COUNT.
           MOVE APPLIED-TOTAL TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "REJECTED - NOT APPLIED" TO TTL-LABEL.
           MOVE REJECT-COUNT TO TTL-COUNT.
           MOVE REJECT-TOTAL TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "ALREADY APPLIED - SKIPPED" TO TTL-LABEL.
           MOVE SKIPPED-COUNT TO TTL-COUNT.
           MOVE SKIPPED-TOTAL TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       500-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "SPONSOR-PAYMENT" TO AUDIT-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           STRING "READ=" DELIMITED BY SIZE
                   READ-COUNT DELIMITED BY SIZE
                   " APPLIED=" DELIMITED BY SIZE
                   APPLIED-COUNT DELIMITED BY SIZE
                   " REJ=" DELIMITED BY SIZE
                   REJECT-COUNT DELIMITED BY SIZE
                   " SKP=" DELIMITED BY SIZE
                   SKIPPED-COUNT DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "SPONSOR-PAYMENT" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

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
           MOVE "SPONSOR-PAYMENT" TO LGR-SOURCE.
           MOVE "SS" TO LGR-TYPE.
           MOVE "C" TO LGR-DC.
           MOVE WS-PAY-AMOUNT TO LGR-AMOUNT.
           WRITE LEDGER-RECORD.
           CLOSE LEDGER-FILE.

       600-REWRITE-CONTRACTS.
           OPEN OUTPUT CONTRACT-FILE.
           PERFORM VARYING CTR-IDX FROM 1 BY 1
               UNTIL CTR-IDX > CONTRACT-COUNT
               MOVE SPACES TO SPONSOR-CONTRACT-RECORD
               MOVE CTR-STUDENT (CTR-IDX) TO SCN-STUDENT-NUMBER
               MOVE CTR-SPONSOR (CTR-IDX) TO SCN-SPONSOR-ID
               MOVE CTR-TERM (CTR-IDX) TO SCN-TERM
               MOVE CTR-COVER-TYPE (CTR-IDX) TO SCN-COVER-TYPE
               MOVE CTR-COVER-AMOUNT (CTR-IDX) TO SCN-COVER-AMOUNT
               MOVE CTR-COVER-PCT (CTR-IDX) TO SCN-COVER-PCT
               MOVE CTR-CAP (CTR-IDX) TO SCN-CAP
               MOVE CTR-BILLED (CTR-IDX) TO SCN-BILLED
               MOVE CTR-PAID (CTR-IDX) TO SCN-PAID
               MOVE CTR-INVOICE-NUMBER (CTR-IDX) TO SCN-INVOICE-NUMBER
               MOVE CTR-INVOICE-DATE (CTR-IDX) TO SCN-INVOICE-DATE
               WRITE SPONSOR-CONTRACT-RECORD
           END-PERFORM.
           CLOSE CONTRACT-FILE.

      * SPONPAY.TXT is replaced by the work file, which holds every
      * line as read with the applied ones marked Y.
       610-REWRITE-PAYMENTS.
           MOVE "NO" TO SPY-EOF.
           OPEN INPUT PAYMENT-WORK-FILE.
           OPEN OUTPUT PAYMENT-FILE.
           PERFORM UNTIL SPY-EOF = "YES"
               READ PAYMENT-WORK-FILE
                   AT END MOVE "YES" TO SPY-EOF
                   NOT AT END
                       MOVE PAYMENT-WORK-RECORD
                           TO SPONSOR-PAYMENT-RECORD
                       WRITE SPONSOR-PAYMENT-RECORD
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-WORK-FILE PAYMENT-FILE.

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
               MOVE "SPONSOR-PAYMENT" TO LOCK-HOLDER
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

       END PROGRAM SPONSOR-PAYMENT.
