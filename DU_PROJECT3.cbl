      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: DE-REGISTRATION OF UNPAID STUDENTS - once the billing
      *          term's TRM-BILL-DUE-DATE on TERMMAST.TXT is more than
      *          DEREG_GRACE_DAYS days past (default 14), every student
      *          still owing a balance and still registered in the
      *          billing term is de-registered, unless the balance is
      *          covered some other way: a payment plan on PAYPLAN.TXT,
      *          a sponsor contract for the term on SPONCON.TXT, or an
      *          aid award for the term on AIDAWARD.TXT not yet
      *          disbursed. The billing term is picked the way
      *          LATE-FEE-ASSESSMENT picks it - the latest term on the
      *          term master that has started by the run date.
      *          De-registering a student removes each of the term's
      *          COURSE-DETAIL entries (withdrawn W grades are kept)
      *          and journals each one to STUJRNL.TXT the way
      *          COURSE-DROP does, so the seats are free on the next
      *          recount; then reverses the term's TUITION-ASSESSMENT
      *          charge, found on STULEDG.TXT, with an AS credit and a
      *          journaled TUITION-OWED change. Any part of the
      *          reversal the balance cannot absorb goes to REFUNDQ.TXT
      *          with RFQ-MODE U. A de-registration notice is written
      *          to DEREGNOT_YYYYMMDD_HHMMSS.TXT with the student's
      *          STUADDR.TXT address block, and every student owing in
      *          the term goes on the register DEREG_YYYYMMDD_HHMMSS.TXT
      *          with what was done and why. WAITLIST-PROMOTION is
      *          called once seats have been freed.
      *          DEREG_PREVIEW Y lists who would be de-registered and
      *          changes nothing - no notices, no ledger or journal
      *          entries, no rewrite of STUFILE-C.TXT - whether or not
      *          the grace period has run out, so the registrar can
      *          review the list before the calendar date. A live run
      *          before the grace period has run out does nothing.
      *          Runs as a calendar-date step of BATCH-DRIVER.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      *   15/10/2026 HE  PAYPLAN.TXT and STUADDR.TXT are now indexed on
      *       student number: plan cover and the notice address are read
      *       by key instead of from the plan and address tables.
      *   15/10/2026 HE  The shop-wide BATCH_PREVIEW Y also puts the run
      *       in preview, as DEREG_PREVIEW does.
      *   15/10/2026 HE  The DEREG and DEREGNOT files are now entered in
      *       the report catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      *   15/10/2026 HE  Refuses to run when the run date falls in a
      *       fiscal year already closed by LEDGER-YEAR-CLOSE (asked of
      *       LEDGER-PERIOD-CHECK, see LEDGCHK.DAT), so no ledger entry
      *       is ever booked into a closed year.
      *   15/10/2026 HE  COURSE-DROP's DR credits in the term are netted
      *       against the term's AS charge along with any earlier AS
      *       reversal, so de-registering reverses only what is left of
      *       the assessment and never credits a dropped course twice.
      *   15/10/2026 HE  More sponsored students, pending aid awards or
      *       term assessments than the tables hold now refuses the
      *       run with return code 8 before anyone is de-registered,
      *       instead of dropping covered students or leaving their
      *       assessment unreversed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEREGISTER-UNPAID.
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

           SELECT CONTRACT-FILE ASSIGN TO WS-SPONCON-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCN-STAT.

           SELECT AID-AWARDS ASSIGN TO WS-AIDAWARD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AWD-STAT.

           SELECT ADDRESS-FILE ASSIGN TO WS-STUADDR-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADR-STUDENT-NUMBER
           FILE STATUS IS ADR-STAT.

           SELECT TERM-MASTER ASSIGN TO WS-TERMMAST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRM-STAT.

           SELECT DEREG-REGISTER ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NOTICE-FILE ASSIGN TO WS-NOTICE-FILENAME
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

       FD CONTRACT-FILE.
           COPY "SPONCON.DAT".

       FD AID-AWARDS.
           COPY "AIDAWARD.DAT".

       FD ADDRESS-FILE.
           COPY "STUADDR.DAT".

       FD TERM-MASTER.
           COPY "TERMMAST.DAT".

       FD DEREG-REGISTER.
       01 REPORT-LINE PIC X(100).

       FD NOTICE-FILE.
       01 NOTICE-LINE PIC X(80).

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
           05 STATUS-FIELD PIC X(2).
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 WS-STUFILE-OUT-PATH PIC X(60).
           05 WS-REPORT-DIR PIC X(40).
           05 WS-REPORT-FILENAME PIC X(60).
           05 WS-NOTICE-FILENAME PIC X(60).
           05 WS-AUDIT-LOG-PATH PIC X(60).
           05 AUDIT-STATUS-FIELD PIC X(2).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).
           05 WS-STULOCK-PATH PIC X(60).
           05 LOCK-STAT PIC X(2).
           05 LOCK-FREE-FLAG PIC X(3).
           05 UNDER-DRIVER-FLAG PIC X(3) VALUE "NO".
           05 WS-STUJRNL-PATH PIC X(60).
           05 JRN-STAT PIC X(2).
           05 WS-JRN-FIELD PIC X(12).
           05 WS-JRN-AMOUNT PIC Z(5)9.99.
           05 WS-JRN-BEFORE PIC X(40).
           05 WS-JRN-AFTER PIC X(40).
           05 WS-STULEDG-PATH PIC X(60).
           05 LGR-STAT PIC X(2).
           05 LGR-EOF PIC X(3).
           05 WS-LGR-TYPE PIC X(2).
           05 WS-LGR-DC PIC X(1).
           05 WS-LGR-AMOUNT PIC 9(6)V99.
           05 WS-REFUNDQ-PATH PIC X(60).
           05 REFUNDQ-STAT PIC X(2).
           05 WS-PAYPLAN-PATH PIC X(60).
           05 PLAN-STAT PIC X(2).
           05 PLAN-OPEN-FLAG PIC X(3) VALUE "NO".
           05 PLAN-FOUND-FLAG PIC X(1).
           05 WS-SPONCON-PATH PIC X(60).
           05 SCN-STAT PIC X(2).
           05 SCN-EOF PIC X(3).
           05 SPONSORED-COUNT PIC 9(3) VALUE ZERO.
           05 SPONSORED-IDX PIC 9(3).
           05 SPONSORED-FOUND-FLAG PIC X(1).
           05 WS-AIDAWARD-PATH PIC X(60).
           05 AWD-STAT PIC X(2).
           05 AWD-EOF PIC X(3).
           05 AID-COUNT PIC 9(3) VALUE ZERO.
           05 AID-IDX PIC 9(3).
           05 AID-FOUND-FLAG PIC X(1).
           05 WS-STUADDR-PATH PIC X(60).
           05 ADR-STAT PIC X(2).
           05 ADR-OPEN-FLAG PIC X(3) VALUE "NO".
           05 ADDR-FOUND-FLAG PIC X(1).
           05 ASSESS-COUNT PIC 9(4) VALUE ZERO.
           05 ASSESS-IDX PIC 9(4).
           05 ASSESS-MATCH-IDX PIC 9(4).
           05 ASSESS-FOUND-FLAG PIC X(1).
           05 OVERFLOW-FLAG PIC X(3) VALUE "NO".
           05 WS-ASSESS-KEY PIC 9(6).
           05 WS-TERMMAST-PATH PIC X(60).
           05 TRM-STAT PIC X(2).
           05 TRM-EOF PIC X(3).
           05 WS-BILL-TERM PIC X(5) VALUE SPACES.
           05 WS-BILL-TERM-START PIC 9(8) VALUE ZERO.
           05 WS-BILL-DUE-DATE PIC 9(8) VALUE ZERO.
           05 SLOT-IDX PIC 9(2).
           05 SHIFT-IDX PIC 9(2).
           05 WS-TERM-SLOTS PIC 9(2).
           05 WS-OLD-DETAIL PIC X(15).
           05 WS-DATE-IN PIC 9(8).
           05 WS-DATE-PARTS REDEFINES WS-DATE-IN.
               10 WS-DI-YEAR PIC 9(4).
               10 WS-DI-MONTH PIC 9(2).
               10 WS-DI-DAY PIC 9(2).
           05 WS-DAY-NUMBER PIC 9(7).
           05 WS-DUE-DAYS PIC 9(7).
           05 WS-RUN-DAYS PIC 9(7).

       01 DEREG-OPTION-FIELDS.
           05 WS-PREVIEW-FLAG PIC X(1) VALUE "N".
           05 WS-GRACE-INPUT PIC X(3).
           05 WS-GRACE-DAYS PIC 9(3) VALUE 14.
           05 WS-CUTOFF-PASSED PIC X(1) VALUE "N".
           05 WS-REVERSAL PIC 9(6)V99.
           05 WS-OVERAGE PIC 9(6)V99.
           05 WS-RESULT PIC X(30).

       01 DEREG-TOTALS.
           05 OWING-COUNT PIC 9(6) VALUE ZERO.
           05 DEREG-COUNT PIC 9(6) VALUE ZERO.
           05 COURSES-RELEASED PIC 9(6) VALUE ZERO.
           05 SKIPPED-PLAN-COUNT PIC 9(6) VALUE ZERO.
           05 SKIPPED-SPONSOR-COUNT PIC 9(6) VALUE ZERO.
           05 SKIPPED-AID-COUNT PIC 9(6) VALUE ZERO.
           05 NO-ASSESS-COUNT PIC 9(6) VALUE ZERO.
           05 REFUND-COUNT PIC 9(6) VALUE ZERO.
           05 OWING-TOTAL PIC 9(8)V99 VALUE ZERO.
           05 REVERSAL-TOTAL PIC 9(8)V99 VALUE ZERO.
           05 OVERAGE-TOTAL PIC 9(8)V99 VALUE ZERO.

       01 MONTH-DAY-VALUES.
           05 FILLER PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01 MONTH-DAYS REDEFINES MONTH-DAY-VALUES.
           05 MONTH-START-DAY PIC 9(3) OCCURS 12 TIMES.

       01 SPONSORED-VALUES.
           05 SPONSORED-STUDENT PIC 9(6) OCCURS 500 TIMES.

       01 AID-VALUES.
           05 AID-STUDENT PIC X(6) OCCURS 500 TIMES.

       01 ASSESS-VALUES.
           05 ASSESS-ENTRY OCCURS 1000 TIMES.
               10 ASM-TBL-STUDENT PIC 9(6).
               10 ASM-TBL-DEBIT PIC 9(7)V99.
               10 ASM-TBL-CREDIT PIC 9(7)V99.

       01 REGISTER-HEAD-LINE.
           05 RHL-CAPTION PIC X(36).
           05 FILLER PIC X(11) VALUE "RUN DATE: ".
           05 RHL-DATE PIC 9(8).
           05 FILLER PIC X(9) VALUE "   TERM: ".
           05 RHL-TERM PIC X(5).
           05 FILLER PIC X(31) VALUE SPACES.

       01 OPTION-LINE.
           05 FILLER PIC X(10) VALUE "DUE DATE: ".
           05 OPL-DUE-DATE PIC 9(8).
           05 FILLER PIC X(15) VALUE "   GRACE DAYS: ".
           05 OPL-GRACE PIC ZZ9.
           05 FILLER PIC X(20) VALUE "   GRACE RUN OUT: ".
           05 OPL-CUTOFF PIC X(1).
           05 FILLER PIC X(12) VALUE "   PREVIEW: ".
           05 OPL-PREVIEW PIC X(1).
           05 FILLER PIC X(30) VALUE SPACES.

       01 REGISTER-LINE.
           05 RGL-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RGL-STUDENT-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RGL-OWED PIC $$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RGL-COURSES PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RGL-REVERSAL PIC $$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RGL-RESULT PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.

       01 TOTAL-LINE.
           05 TTL-LABEL PIC X(32).
           05 TTL-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 TTL-AMOUNT PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(42) VALUE SPACES.

       01 NOTICE-HEAD-LINE.
           05 FILLER PIC X(28) VALUE "NOTICE OF DE-REGISTRATION".
           05 FILLER PIC X(14) VALUE "    RUN DATE: ".
           05 NTH-DATE PIC 9(8).
           05 FILLER PIC X(30) VALUE SPACES.

       01 STUDENT-LINE.
           05 FILLER PIC X(9) VALUE "STUDENT: ".
           05 LTS-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LTS-STUDENT-NAME PIC X(40).
           05 FILLER PIC X(23) VALUE SPACES.

       01 ADDRESS-LINE.
           05 FILLER PIC X(9) VALUE "MAIL TO: ".
           05 ADL-TEXT PIC X(30).
           05 FILLER PIC X(41) VALUE SPACES.

       01 NOTICE-TERM-LINE.
           05 FILLER PIC X(6) VALUE "TERM: ".
           05 NTL-TERM PIC X(5).
           05 FILLER PIC X(14) VALUE "   DUE DATE: ".
           05 NTL-DUE-DATE PIC 9(8).
           05 FILLER PIC X(47) VALUE SPACES.

       01 NOTICE-AMOUNT-LINE.
           05 NAL-LABEL PIC X(24).
           05 NAL-AMOUNT PIC $$$,$$9.99.
           05 FILLER PIC X(46) VALUE SPACES.

       01 SEPARATOR-LINE.
           05 FILLER PIC X(80) VALUE ALL "-".

       COPY "LEDGCHK.DAT".

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-DEREGISTRATION.
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
           PERFORM 130-FIND-BILLING-TERM.
           IF WS-BILL-TERM = SPACES OR WS-BILL-DUE-DATE = ZERO
               DISPLAY "NO BILLING TERM WITH A DUE DATE ON THE TERM "
                   "MASTER - NOTHING TO DE-REGISTER" UPON CONSOLE
               PERFORM 810-CLEAR-LOCK
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 135-CHECK-GRACE-PERIOD.
           IF WS-CUTOFF-PASSED = "N" AND WS-PREVIEW-FLAG = "N"
               DISPLAY "TERM " WS-BILL-TERM " DUE " WS-BILL-DUE-DATE
                   " - GRACE PERIOD NOT OVER, NOTHING DE-REGISTERED"
                   UPON CONSOLE
               PERFORM 810-CLEAR-LOCK
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 120-OPEN-PLAN-FILE.
           PERFORM 125-OPEN-ADDRESS-FILE.
           PERFORM 140-LOAD-SPONSORED-STUDENTS.
           PERFORM 145-LOAD-PENDING-AID.
           PERFORM 150-LOAD-TERM-ASSESSMENTS.
           IF OVERFLOW-FLAG = "YES"
               IF PLAN-OPEN-FLAG = "YES"
                   CLOSE PLAN-FILE
               END-IF
               IF ADR-OPEN-FLAG = "YES"
                   CLOSE ADDRESS-FILE
               END-IF
               PERFORM 810-CLEAR-LOCK
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
               IF PLAN-OPEN-FLAG = "YES"
                   CLOSE PLAN-FILE
               END-IF
               IF ADR-OPEN-FLAG = "YES"
                   CLOSE ADDRESS-FILE
               END-IF
               PERFORM 810-CLEAR-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT DEREG-REGISTER.
           IF WS-PREVIEW-FLAG = "N"
               OPEN OUTPUT NOTICE-FILE
           END-IF.
           PERFORM 400-WRITE-REGISTER-HEADINGS.
           PERFORM 200-READ-STUDENT.
           PERFORM UNTIL EOF-FLAG = "YES"
               PERFORM 300-WORK-ONE-STUDENT
               PERFORM 200-READ-STUDENT
           END-PERFORM.
           PERFORM 450-WRITE-REGISTER-TOTALS.
           CLOSE STUDENT-RECORD DEREG-REGISTER.
           MOVE "DEREG" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           IF PLAN-OPEN-FLAG = "YES"
               CLOSE PLAN-FILE
           END-IF.
           IF ADR-OPEN-FLAG = "YES"
               CLOSE ADDRESS-FILE
           END-IF.
           IF WS-PREVIEW-FLAG = "N"
               CLOSE NOTICE-FILE
               MOVE "DEREGNOT" TO RRG-REPORT-ID
               MOVE WS-NOTICE-FILENAME TO RRG-FILE-NAME
               PERFORM 590-REGISTER-REPORT
           END-IF.
           PERFORM 500-WRITE-AUDIT-LOG.
           IF DEREG-COUNT > ZERO AND WS-PREVIEW-FLAG = "N"
               CALL "WAITLIST-PROMOTION"
           END-IF.
           PERFORM 810-CLEAR-LOCK.
           IF WS-PREVIEW-FLAG = "Y"
               DISPLAY "DE-REGISTRATION PREVIEW COMPLETE, WOULD DROP: "
                   DEREG-COUNT UPON CONSOLE
           ELSE
               DISPLAY "DE-REGISTRATION RUN COMPLETE, DROPPED: "
                   DEREG-COUNT " COURSES: " COURSES-RELEASED
                   UPON CONSOLE
           END-IF.
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
           ACCEPT WS-SPONCON-PATH FROM ENVIRONMENT "SPONCON_FILE".
           IF WS-SPONCON-PATH = SPACES
               MOVE "C:\Users\hamza\SPONCON.TXT" TO WS-SPONCON-PATH
           END-IF.
           ACCEPT WS-AIDAWARD-PATH FROM ENVIRONMENT "AIDAWARD_FILE".
           IF WS-AIDAWARD-PATH = SPACES
               MOVE "C:\Users\hamza\AIDAWARD.TXT" TO WS-AIDAWARD-PATH
           END-IF.
           ACCEPT WS-STUADDR-PATH FROM ENVIRONMENT "STUADDR_FILE".
           IF WS-STUADDR-PATH = SPACES
               MOVE "C:\Users\hamza\STUADDR.TXT" TO WS-STUADDR-PATH
           END-IF.
           ACCEPT WS-TERMMAST-PATH FROM ENVIRONMENT "TERMMAST_FILE".
           IF WS-TERMMAST-PATH = SPACES
               MOVE "C:\Users\hamza\TERMMAST.TXT"
                   TO WS-TERMMAST-PATH
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
           PERFORM 115-GET-DEREG-OPTIONS.
           ACCEPT WS-REPORT-DIR FROM ENVIRONMENT "DEREG_DIR".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 112-GET-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "DEREG_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "DEREGNOT_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-NOTICE-FILENAME.

       115-GET-DEREG-OPTIONS.
           MOVE SPACE TO WS-PREVIEW-FLAG.
           ACCEPT WS-PREVIEW-FLAG FROM ENVIRONMENT "DEREG_PREVIEW".
           IF WS-PREVIEW-FLAG NOT = "Y"
               MOVE SPACE TO WS-PREVIEW-FLAG
               ACCEPT WS-PREVIEW-FLAG FROM ENVIRONMENT "BATCH_PREVIEW"
           END-IF.
           IF WS-PREVIEW-FLAG NOT = "Y"
               MOVE "N" TO WS-PREVIEW-FLAG
           END-IF.
           ACCEPT WS-GRACE-INPUT FROM ENVIRONMENT "DEREG_GRACE_DAYS".
           IF WS-GRACE-INPUT IS NUMERIC
               MOVE WS-GRACE-INPUT TO WS-GRACE-DAYS
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

       135-CHECK-GRACE-PERIOD.
           MOVE WS-BILL-DUE-DATE TO WS-DATE-IN.
           PERFORM 231-DATE-TO-DAYS.
           MOVE WS-DAY-NUMBER TO WS-DUE-DAYS.
           MOVE WS-RUN-DATE TO WS-DATE-IN.
           PERFORM 231-DATE-TO-DAYS.
           MOVE WS-DAY-NUMBER TO WS-RUN-DAYS.
           IF WS-RUN-DAYS > WS-DUE-DAYS + WS-GRACE-DAYS
               MOVE "Y" TO WS-CUTOFF-PASSED
           ELSE
               MOVE "N" TO WS-CUTOFF-PASSED
           END-IF.
           DISPLAY "BILLING TERM " WS-BILL-TERM " DUE "
               WS-BILL-DUE-DATE " GRACE DAYS " WS-GRACE-DAYS
               " GRACE RUN OUT " WS-CUTOFF-PASSED UPON CONSOLE.

       140-LOAD-SPONSORED-STUDENTS.
           MOVE ZERO TO SPONSORED-COUNT.
           MOVE "NO" TO SCN-EOF.
           OPEN INPUT CONTRACT-FILE.
           IF SCN-STAT = "00"
               PERFORM UNTIL SCN-EOF = "YES"
                   OR OVERFLOW-FLAG = "YES"
                   READ CONTRACT-FILE
                       AT END MOVE "YES" TO SCN-EOF
                       NOT AT END
                           IF SCN-TERM = WS-BILL-TERM
                               PERFORM 141-TAKE-SPONSORED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTRACT-FILE
           END-IF.

       141-TAKE-SPONSORED.
           IF SPONSORED-COUNT < 500
               ADD 1 TO SPONSORED-COUNT
               MOVE SCN-STUDENT-NUMBER
                   TO SPONSORED-STUDENT (SPONSORED-COUNT)
           ELSE
               MOVE "YES" TO OVERFLOW-FLAG
               DISPLAY "MORE THAN 500 SPONSORED STUDENTS - RUN "
                   "REFUSED" UPON CONSOLE
           END-IF.

       145-LOAD-PENDING-AID.
           MOVE ZERO TO AID-COUNT.
           MOVE "NO" TO AWD-EOF.
           OPEN INPUT AID-AWARDS.
           IF AWD-STAT = "00"
               PERFORM UNTIL AWD-EOF = "YES"
                   OR OVERFLOW-FLAG = "YES"
                   READ AID-AWARDS
                       AT END MOVE "YES" TO AWD-EOF
                       NOT AT END
                           IF AWD-TERM = WS-BILL-TERM
                               AND AWD-POSTED-FLAG NOT = "Y"
                               PERFORM 146-TAKE-PENDING-AID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AID-AWARDS
           END-IF.

       146-TAKE-PENDING-AID.
           IF AID-COUNT < 500
               ADD 1 TO AID-COUNT
               MOVE AWD-STUDENT-NUMBER TO AID-STUDENT (AID-COUNT)
           ELSE
               MOVE "YES" TO OVERFLOW-FLAG
               DISPLAY "MORE THAN 500 PENDING AID AWARDS - RUN "
                   "REFUSED" UPON CONSOLE
           END-IF.

      * What is left of each student's assessment for the term: AS
      * charges less AS reversals and COURSE-DROP's DR credits.
       150-LOAD-TERM-ASSESSMENTS.
           MOVE ZERO TO ASSESS-COUNT.
           MOVE "NO" TO LGR-EOF.
           OPEN INPUT LEDGER-FILE.
           IF LGR-STAT = "00"
               PERFORM UNTIL LGR-EOF = "YES"
                   OR OVERFLOW-FLAG = "YES"
                   READ LEDGER-FILE
                       AT END MOVE "YES" TO LGR-EOF
                       NOT AT END
                           IF (LGR-TYPE = "AS" OR LGR-TYPE = "DR")
                               AND LGR-DATE >= WS-BILL-TERM-START
                               PERFORM 155-TAKE-ASSESSMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       155-TAKE-ASSESSMENT.
           MOVE LGR-STUDENT-NUMBER TO WS-ASSESS-KEY.
           PERFORM 320-FIND-ASSESSMENT.
           IF ASSESS-FOUND-FLAG = 'N'
               IF ASSESS-COUNT < 1000
                   ADD 1 TO ASSESS-COUNT
                   MOVE ASSESS-COUNT TO ASSESS-MATCH-IDX
                   MOVE LGR-STUDENT-NUMBER
                       TO ASM-TBL-STUDENT (ASSESS-MATCH-IDX)
                   MOVE ZERO TO ASM-TBL-DEBIT (ASSESS-MATCH-IDX)
                   MOVE ZERO TO ASM-TBL-CREDIT (ASSESS-MATCH-IDX)
                   MOVE 'Y' TO ASSESS-FOUND-FLAG
               ELSE
                   MOVE "YES" TO OVERFLOW-FLAG
                   DISPLAY "MORE THAN 1000 STUDENTS ASSESSED FOR THE "
                       "TERM - RUN REFUSED" UPON CONSOLE
               END-IF
           END-IF.
           IF ASSESS-FOUND-FLAG = 'Y'
               IF LGR-DC = "C"
                   ADD LGR-AMOUNT TO ASM-TBL-CREDIT (ASSESS-MATCH-IDX)
               ELSE
                   ADD LGR-AMOUNT TO ASM-TBL-DEBIT (ASSESS-MATCH-IDX)
               END-IF
           END-IF.

       200-READ-STUDENT.
           READ STUDENT-RECORD NEXT RECORD
               AT END MOVE "YES" TO EOF-FLAG
           END-READ.

       300-WORK-ONE-STUDENT.
           MOVE ZERO TO WS-TERM-SLOTS.
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > COURSE-COUNT
               IF COURSE-TERM (SLOT-IDX) = WS-BILL-TERM
                   AND NOT COURSE-WITHDRAWN (SLOT-IDX)
                   ADD 1 TO WS-TERM-SLOTS
               END-IF
           END-PERFORM.
           IF TUITION-OWED > ZERO AND WS-TERM-SLOTS > ZERO
               ADD 1 TO OWING-COUNT
               ADD TUITION-OWED TO OWING-TOTAL
               PERFORM 310-CHECK-COVER
               MOVE STUDENT-NUMBER TO WS-ASSESS-KEY
               PERFORM 320-FIND-ASSESSMENT
               PERFORM 325-SET-REVERSAL
               PERFORM 330-DECIDE-DEREGISTRATION
               PERFORM 420-WRITE-REGISTER-LINE
           END-IF.

       310-CHECK-COVER.
           MOVE 'N' TO PLAN-FOUND-FLAG.
           IF PLAN-OPEN-FLAG = "YES"
               MOVE STUDENT-NUMBER TO PLN-STUDENT-NUMBER
               READ PLAN-FILE
                   INVALID KEY MOVE 'N' TO PLAN-FOUND-FLAG
                   NOT INVALID KEY MOVE 'Y' TO PLAN-FOUND-FLAG
               END-READ
           END-IF.
           MOVE 'N' TO SPONSORED-FOUND-FLAG.
           PERFORM VARYING SPONSORED-IDX FROM 1 BY 1
               UNTIL SPONSORED-FOUND-FLAG = 'Y'
               OR SPONSORED-IDX > SPONSORED-COUNT
               IF SPONSORED-STUDENT (SPONSORED-IDX) = STUDENT-NUMBER
                   MOVE 'Y' TO SPONSORED-FOUND-FLAG
               END-IF
           END-PERFORM.
           MOVE 'N' TO AID-FOUND-FLAG.
           PERFORM VARYING AID-IDX FROM 1 BY 1
               UNTIL AID-FOUND-FLAG = 'Y' OR AID-IDX > AID-COUNT
               IF AID-STUDENT (AID-IDX) = STUDENT-NUMBER
                   MOVE 'Y' TO AID-FOUND-FLAG
               END-IF
           END-PERFORM.

       320-FIND-ASSESSMENT.
           MOVE 'N' TO ASSESS-FOUND-FLAG.
           PERFORM VARYING ASSESS-IDX FROM 1 BY 1
               UNTIL ASSESS-FOUND-FLAG = 'Y'
               OR ASSESS-IDX > ASSESS-COUNT
               IF ASM-TBL-STUDENT (ASSESS-IDX) = WS-ASSESS-KEY
                   MOVE 'Y' TO ASSESS-FOUND-FLAG
                   MOVE ASSESS-IDX TO ASSESS-MATCH-IDX
               END-IF
           END-PERFORM.

       325-SET-REVERSAL.
           MOVE ZERO TO WS-REVERSAL.
           IF ASSESS-FOUND-FLAG = 'Y'
               IF ASM-TBL-DEBIT (ASSESS-MATCH-IDX)
                   > ASM-TBL-CREDIT (ASSESS-MATCH-IDX)
                   SUBTRACT ASM-TBL-CREDIT (ASSESS-MATCH-IDX)
                       FROM ASM-TBL-DEBIT (ASSESS-MATCH-IDX)
                       GIVING WS-REVERSAL
               END-IF
           END-IF.

       330-DECIDE-DEREGISTRATION.
           MOVE SPACES TO WS-RESULT.
           EVALUATE TRUE
               WHEN PLAN-FOUND-FLAG = 'Y'
                   MOVE ZERO TO WS-REVERSAL
                   MOVE "SKIPPED - PAYMENT PLAN" TO WS-RESULT
                   ADD 1 TO SKIPPED-PLAN-COUNT
               WHEN SPONSORED-FOUND-FLAG = 'Y'
                   MOVE ZERO TO WS-REVERSAL
                   MOVE "SKIPPED - SPONSOR COVER" TO WS-RESULT
                   ADD 1 TO SKIPPED-SPONSOR-COUNT
               WHEN AID-FOUND-FLAG = 'Y'
                   MOVE ZERO TO WS-REVERSAL
                   MOVE "SKIPPED - AID PENDING" TO WS-RESULT
                   ADD 1 TO SKIPPED-AID-COUNT
               WHEN WS-PREVIEW-FLAG = "Y"
                   IF WS-REVERSAL = ZERO
                       MOVE "WOULD DROP - NO AS ON LEDGER" TO WS-RESULT
                       ADD 1 TO NO-ASSESS-COUNT
                   ELSE
                       MOVE "WOULD BE DE-REGISTERED" TO WS-RESULT
                   END-IF
                   ADD 1 TO DEREG-COUNT
                   ADD WS-TERM-SLOTS TO COURSES-RELEASED
                   ADD WS-REVERSAL TO REVERSAL-TOTAL
               WHEN OTHER
                   IF WS-REVERSAL = ZERO
                       MOVE "DROPPED - NO AS ON LEDGER" TO WS-RESULT
                       ADD 1 TO NO-ASSESS-COUNT
                   ELSE
                       MOVE "DE-REGISTERED" TO WS-RESULT
                   END-IF
                   PERFORM 350-DEREGISTER-STUDENT
           END-EVALUATE.

       350-DEREGISTER-STUDENT.
           PERFORM VARYING SLOT-IDX FROM COURSE-COUNT BY -1
               UNTIL SLOT-IDX = ZERO
               IF COURSE-TERM (SLOT-IDX) = WS-BILL-TERM
                   AND NOT COURSE-WITHDRAWN (SLOT-IDX)
                   PERFORM 352-RELEASE-COURSE
               END-IF
           END-PERFORM.
           IF WS-REVERSAL > ZERO
               PERFORM 360-REVERSE-ASSESSMENT
           END-IF.
           REWRITE STUDENTS.
           PERFORM 370-WRITE-NOTICE.
           ADD 1 TO DEREG-COUNT.

       352-RELEASE-COURSE.
           MOVE COURSE-DETAIL (SLOT-IDX) TO WS-OLD-DETAIL.
           MOVE SPACES TO WS-JRN-FIELD.
           STRING "COURSE-" DELIMITED BY SIZE
                   SLOT-IDX DELIMITED BY SIZE
               INTO WS-JRN-FIELD.
           MOVE WS-OLD-DETAIL TO WS-JRN-BEFORE.
           PERFORM 354-REMOVE-SLOT.
           MOVE "(EMPTY SLOT)" TO WS-JRN-AFTER.
           PERFORM 510-WRITE-JOURNAL.
           ADD 1 TO COURSES-RELEASED.

       354-REMOVE-SLOT.
           PERFORM VARYING SHIFT-IDX FROM SLOT-IDX BY 1
               UNTIL SHIFT-IDX >= COURSE-COUNT
               MOVE COURSE-DETAIL (SHIFT-IDX + 1)
                   TO COURSE-DETAIL (SHIFT-IDX)
           END-PERFORM.
           MOVE SPACES TO COURSE-CODE (COURSE-COUNT).
           MOVE ZERO TO COURSE-AVERAGE (COURSE-COUNT).
           MOVE SPACES TO COURSE-TERM (COURSE-COUNT).
           SUBTRACT 1 FROM COURSE-COUNT.

       360-REVERSE-ASSESSMENT.
           MOVE TUITION-OWED TO WS-JRN-AMOUNT.
           MOVE WS-JRN-AMOUNT TO WS-JRN-BEFORE.
           MOVE ZERO TO WS-OVERAGE.
           IF WS-REVERSAL > TUITION-OWED
               SUBTRACT TUITION-OWED FROM WS-REVERSAL
                   GIVING WS-OVERAGE
               MOVE ZERO TO TUITION-OWED
           ELSE
               SUBTRACT WS-REVERSAL FROM TUITION-OWED
           END-IF.
           MOVE TUITION-OWED TO WS-JRN-AMOUNT.
           MOVE WS-JRN-AMOUNT TO WS-JRN-AFTER.
           MOVE "TUITION-OWED" TO WS-JRN-FIELD.
           PERFORM 510-WRITE-JOURNAL.
           MOVE "AS" TO WS-LGR-TYPE.
           MOVE "C" TO WS-LGR-DC.
           MOVE WS-REVERSAL TO WS-LGR-AMOUNT.
           PERFORM 520-WRITE-LEDGER.
           ADD WS-REVERSAL TO REVERSAL-TOTAL.
           IF WS-OVERAGE > ZERO
               PERFORM 530-WRITE-REFUND-QUEUE
               MOVE "RF" TO WS-LGR-TYPE
               MOVE "D" TO WS-LGR-DC
               MOVE WS-OVERAGE TO WS-LGR-AMOUNT
               PERFORM 520-WRITE-LEDGER
               ADD WS-OVERAGE TO OVERAGE-TOTAL
           END-IF.

       370-WRITE-NOTICE.
           MOVE WS-RUN-DATE TO NTH-DATE.
           MOVE NOTICE-HEAD-LINE TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE STUDENT-NUMBER TO LTS-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO LTS-STUDENT-NAME.
           MOVE STUDENT-LINE TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           PERFORM 372-PRINT-ADDRESS-BLOCK.
           MOVE WS-BILL-TERM TO NTL-TERM.
           MOVE WS-BILL-DUE-DATE TO NTL-DUE-DATE.
           MOVE NOTICE-TERM-LINE TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE "TERM TUITION REVERSED: " TO NAL-LABEL.
           MOVE WS-REVERSAL TO NAL-AMOUNT.
           MOVE NOTICE-AMOUNT-LINE TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE "BALANCE NOW OWING: " TO NAL-LABEL.
           MOVE TUITION-OWED TO NAL-AMOUNT.
           MOVE NOTICE-AMOUNT-LINE TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE "THE TERM BALANCE WAS NOT PAID BY THE DUE DATE AND NO"
               TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE "PAYMENT PLAN, SPONSOR OR AID IS ON FILE. YOUR COURSES"
               TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE "FOR THE TERM HAVE BEEN CANCELLED AND THE SEATS"
               TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE "RELEASED. CONTACT THE REGISTRAR TO RE-REGISTER."
               TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SEPARATOR-LINE TO NOTICE-LINE.
           WRITE NOTICE-LINE.

       372-PRINT-ADDRESS-BLOCK.
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
               MOVE ADDRESS-LINE TO NOTICE-LINE
               WRITE NOTICE-LINE
               IF ADR-LINE-2 NOT = SPACES
                   MOVE ADR-LINE-2 TO ADL-TEXT
                   MOVE "         " TO ADDRESS-LINE (1:9)
                   MOVE ADDRESS-LINE TO NOTICE-LINE
                   WRITE NOTICE-LINE
               END-IF
               MOVE ADR-CITY TO ADL-TEXT
               MOVE "         " TO ADDRESS-LINE (1:9)
               MOVE ADDRESS-LINE TO NOTICE-LINE
               WRITE NOTICE-LINE
               MOVE "MAIL TO: " TO ADDRESS-LINE (1:9)
           ELSE
               MOVE "(NO ADDRESS ON FILE)" TO ADL-TEXT
               MOVE ADDRESS-LINE TO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF.

       400-WRITE-REGISTER-HEADINGS.
           IF WS-PREVIEW-FLAG = "Y"
               MOVE "DE-REGISTRATION PREVIEW - NO CHANGES"
                   TO RHL-CAPTION
           ELSE
               MOVE "DE-REGISTRATION REGISTER" TO RHL-CAPTION
           END-IF.
           MOVE WS-RUN-DATE TO RHL-DATE.
           MOVE WS-BILL-TERM TO RHL-TERM.
           MOVE REGISTER-HEAD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BILL-DUE-DATE TO OPL-DUE-DATE.
           MOVE WS-GRACE-DAYS TO OPL-GRACE.
           MOVE WS-CUTOFF-PASSED TO OPL-CUTOFF.
           MOVE WS-PREVIEW-FLAG TO OPL-PREVIEW.
           MOVE OPTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "STUDENT NAME" TO REPORT-LINE (1:12).
           MOVE "OWED" TO REPORT-LINE (47:4).
           MOVE "CRS" TO REPORT-LINE (52:3).
           MOVE "REVERSED" TO REPORT-LINE (59:8).
           MOVE "RESULT" TO REPORT-LINE (69:6).
           WRITE REPORT-LINE.

       420-WRITE-REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           MOVE STUDENT-NUMBER TO RGL-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO RGL-STUDENT-NAME.
           MOVE TUITION-OWED TO RGL-OWED.
           MOVE WS-TERM-SLOTS TO RGL-COURSES.
           MOVE WS-REVERSAL TO RGL-REVERSAL.
           MOVE WS-RESULT TO RGL-RESULT.
           MOVE REGISTER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       450-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "STUDENTS OWING IN THE TERM" TO TTL-LABEL.
           MOVE OWING-COUNT TO TTL-COUNT.
           MOVE OWING-TOTAL TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           IF WS-PREVIEW-FLAG = "Y"
               MOVE "WOULD BE DE-REGISTERED" TO TTL-LABEL
           ELSE
               MOVE "DE-REGISTERED" TO TTL-LABEL
           END-IF.
           MOVE DEREG-COUNT TO TTL-COUNT.
           MOVE REVERSAL-TOTAL TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "  COURSE SEATS RELEASED" TO TTL-LABEL.
           MOVE COURSES-RELEASED TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "  NO ASSESSMENT ON LEDGER" TO TTL-LABEL.
           MOVE NO-ASSESS-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "  OVERAGE SENT TO REFUND QUEUE" TO TTL-LABEL.
           MOVE REFUND-COUNT TO TTL-COUNT.
           MOVE OVERAGE-TOTAL TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "SKIPPED - PAYMENT PLAN" TO TTL-LABEL.
           MOVE SKIPPED-PLAN-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "SKIPPED - SPONSOR COVER" TO TTL-LABEL.
           MOVE SKIPPED-SPONSOR-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "SKIPPED - AID PENDING" TO TTL-LABEL.
           MOVE SKIPPED-AID-COUNT TO TTL-COUNT.
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
           MOVE "DEREGISTER-UNPAID" TO LGR-SOURCE.
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
           MOVE "U" TO RFQ-MODE.
           MOVE STUDENT-NUMBER TO RFQ-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO RFQ-STUDENT-NAME.
           MOVE WS-REVERSAL TO RFQ-PAYMENT.
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
           MOVE "DEREGISTER-UNPAID" TO AUDIT-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           IF WS-PREVIEW-FLAG = "Y"
               STRING "PREVIEW WOULD-DROP=" DELIMITED BY SIZE
                   DEREG-COUNT DELIMITED BY SIZE
                   " OWING=" DELIMITED BY SIZE
                   OWING-COUNT DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
           ELSE
               STRING "DEREG=" DELIMITED BY SIZE
                   DEREG-COUNT DELIMITED BY SIZE
                   " COURSES=" DELIMITED BY SIZE
                   COURSES-RELEASED DELIMITED BY SIZE
                   " REVERSED=" DELIMITED BY SIZE
                   REVERSAL-TOTAL DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "DEREGISTER-UNPAID" TO RRG-PROGRAM-NAME.
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
               MOVE "DEREGISTER-UNPAID" TO LOCK-HOLDER
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

       231-DATE-TO-DAYS.
           COMPUTE WS-DAY-NUMBER = WS-DI-YEAR * 365
               + MONTH-START-DAY (WS-DI-MONTH)
               + WS-DI-DAY.

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

       END PROGRAM DEREGISTER-UNPAID.
