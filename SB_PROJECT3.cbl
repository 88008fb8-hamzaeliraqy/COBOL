      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: SPONSOR BILLING - invoices employers, agencies and
      *          embassies for the students they sponsor. For every
      *          contract on SPONCON.TXT (see SPONCON.DAT) for the
      *          billing term - SPONSOR_TERM, or the term the run date
      *          falls in on TERMMAST.TXT - the covered portion of the
      *          student's TUITION-OWED is worked out: the fixed
      *          amount, or the percentage of the balance, limited by
      *          the contract cap. Whatever of that has not been
      *          invoiced before is moved into the sponsor receivable
      *          (added to SCN-BILLED) - never more than the part of
      *          the balance not already owed by a sponsor. The
      *          student's balance stays on STUFILE-C.TXT as the total
      *          the account owes, so the ledger still reconciles; the
      *          receivable is the part of it the student is no
      *          longer chased for (see TUITION-AGING-REPORT,
      *          COLLECTION-LETTERS, STUDENT-HOLDS) until the sponsor
      *          pays it through SPONSOR-PAYMENT. One consolidated
      *          invoice per sponsor (SPONSOR.TXT, see SPONSOR.DAT)
      *          lists each student billed on it and goes to
      *          SPINV_YYYYMMDD_HHMMSS.TXT; the run register with every
      *          contract of the term and its result goes to
      *          SPBILL_YYYYMMDD_HHMMSS.TXT, totals to AUDITLOG.TXT.
      *          Holds STULOCK.TXT for the run, as SPONSOR-PAYMENT does,
      *          since both rewrite SPONCON.TXT.
      *          RC 4 when a contract could not be billed because the
      *          student or sponsor is not on file; RC 8 when the run
      *          cannot start or the lock is held.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      *   15/10/2026 HE  The SPINV and SPBILL files are now entered in
      *       the report catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      *   15/10/2026 HE  Takes STULOCK.TXT for the run and refuses with
      *       return code 8 when it is held, so a SPONSOR-PAYMENT run
      *       rewriting SPONCON.TXT at the same time cannot lose the
      *       other's SCN-BILLED or SCN-PAID updates.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPONSOR-BILLING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPONSOR-FILE ASSIGN TO WS-SPONSOR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SPN-STAT.

           SELECT CONTRACT-FILE ASSIGN TO WS-SPONCON-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCN-STAT.

           SELECT TERM-MASTER ASSIGN TO WS-TERMMAST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRM-STAT.

           SELECT STUDENT-RECORD ASSIGN TO WS-STUFILE-OUT-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-NUMBER
           ALTERNATE RECORD KEY IS STUDENT-NAME
               WITH DUPLICATES
           FILE STATUS IS STATUS-FIELD.

           SELECT INVOICE-FILE ASSIGN TO WS-INVOICE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BILLING-REPORT ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

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
       FD SPONSOR-FILE.
           COPY "SPONSOR.DAT".

       FD CONTRACT-FILE.
           COPY "SPONCON.DAT".

       FD TERM-MASTER.
           COPY "TERMMAST.DAT".

       FD STUDENT-RECORD.
       01 STUDENTS.
           05 STUDENT-NUMBER PIC 9(6).
           05 TUITION-OWED PIC 9(6)V99.
           05 STUDENT-NAME PIC X(40).
           05 PROGRAM-OF-STUDY PIC X(5).
           COPY "COURSDTL.DAT".
           05 STUDENT-STANDING PIC X(1).

       FD INVOICE-FILE.
       01 INVOICE-LINE PIC X(80).

       FD BILLING-REPORT.
       01 REPORT-LINE PIC X(100).

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
           05 SPN-STAT PIC X(2).
           05 SCN-STAT PIC X(2).
           05 TRM-STAT PIC X(2).
           05 STATUS-FIELD PIC X(2).
           05 SPN-EOF PIC X(3).
           05 SCN-EOF PIC X(3).
           05 TRM-EOF PIC X(3).
           05 SPONSOR-COUNT PIC 9(3) VALUE ZERO.
           05 SPN-IDX PIC 9(3).
           05 SPN-MATCH-IDX PIC 9(3).
           05 CONTRACT-COUNT PIC 9(4) VALUE ZERO.
           05 CTR-IDX PIC 9(4).
           05 OTHER-IDX PIC 9(4).
           05 OVERFLOW-FLAG PIC X(3) VALUE "NO".
           05 FOUND-FLAG PIC X(1).
           05 WS-BILLING-TERM PIC X(5).
           05 WS-TERM-FOUND PIC X(1) VALUE 'N'.
           05 WS-TARGET PIC 9(6)V99.
           05 WS-PCT-BASE PIC 9(7)V99.
           05 WS-ROOM PIC 9(7)V99.
           05 WS-STUDENT-OPEN PIC 9(7)V99.
           05 WS-NEXT-INVOICE PIC 9(6) VALUE ZERO.
           05 WS-INVOICE-TOTAL PIC 9(8)V99.
           05 WS-INVOICE-OPEN PIC X(1).
           05 WS-TERMS-DAYS PIC 9(3).
           05 TERM-CONTRACT-COUNT PIC 9(6) VALUE ZERO.
           05 BILLED-COUNT PIC 9(6) VALUE ZERO.
           05 BILLED-TOTAL PIC 9(8)V99 VALUE ZERO.
           05 NOTHING-COUNT PIC 9(6) VALUE ZERO.
           05 EXCEPTION-COUNT PIC 9(6) VALUE ZERO.
           05 INVOICE-COUNT PIC 9(6) VALUE ZERO.
           05 WS-SPONSOR-PATH PIC X(60).
           05 WS-SPONCON-PATH PIC X(60).
           05 WS-TERMMAST-PATH PIC X(60).
           05 WS-STUFILE-OUT-PATH PIC X(60).
           05 WS-REPORT-DIR PIC X(40).
           05 WS-INVOICE-FILENAME PIC X(60).
           05 WS-REPORT-FILENAME PIC X(60).
           05 WS-AUDIT-LOG-PATH PIC X(60).
           05 AUDIT-STATUS-FIELD PIC X(2).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).
           05 WS-STULOCK-PATH PIC X(60).
           05 LOCK-STAT PIC X(2).
           05 LOCK-FREE-FLAG PIC X(3).

       01 SPONSOR-VALUES.
           05 SPONSOR-ENTRY OCCURS 200 TIMES.
               10 SPT-ID PIC X(6).
               10 SPT-NAME PIC X(40).
               10 SPT-CONTACT PIC X(30).
               10 SPT-ADDRESS-1 PIC X(30).
               10 SPT-ADDRESS-2 PIC X(30).
               10 SPT-CITY PIC X(20).
               10 SPT-TERMS-DAYS PIC 9(3).
               10 SPT-STATUS PIC X(1).

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
               10 CTR-STUDENT-NAME PIC X(40).
               10 CTR-BILL-NOW PIC 9(6)V99.
               10 CTR-RESULT PIC X(30).

       01 INVOICE-HEAD-LINE.
           05 FILLER PIC X(18) VALUE "SPONSOR INVOICE NO".
           05 FILLER PIC X(1) VALUE SPACE.
           05 IVH-NUMBER PIC 9(6).
           05 FILLER PIC X(10) VALUE "    DATE: ".
           05 IVH-DATE PIC 9(8).
           05 FILLER PIC X(10) VALUE "    TERM: ".
           05 IVH-TERM PIC X(5).
           05 FILLER PIC X(22) VALUE SPACES.

       01 INVOICE-ADDRESS-LINE.
           05 IVA-CAPTION PIC X(9).
           05 IVA-TEXT PIC X(40).
           05 FILLER PIC X(31) VALUE SPACES.

       01 INVOICE-COLUMN-LINE.
           05 FILLER PIC X(8) VALUE "STUDENT".
           05 FILLER PIC X(27) VALUE "NAME".
           05 FILLER PIC X(14) VALUE "COVER".
           05 FILLER PIC X(13) VALUE "  BILLED NOW".
           05 FILLER PIC X(18) VALUE "  BILLED TO DATE".

       01 INVOICE-DETAIL-LINE.
           05 IVD-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 IVD-STUDENT-NAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 IVD-COVER PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 IVD-AMOUNT PIC $$$,$$9.99.
           05 FILLER PIC X(5) VALUE SPACES.
           05 IVD-TO-DATE PIC $$$,$$9.99.
           05 FILLER PIC X(6) VALUE SPACES.

       01 INVOICE-TOTAL-LINE.
           05 FILLER PIC X(49) VALUE
               "INVOICE TOTAL - AMOUNT NOW DUE FROM THE SPONSOR".
           05 IVT-AMOUNT PIC $$,$$$,$$9.99.
           05 FILLER PIC X(18) VALUE SPACES.

       01 COVER-TEXT.
           05 CVT-PCT PIC ZZ9.
           05 FILLER PIC X(9) VALUE "% OF BAL.".

       01 SEPARATOR-LINE.
           05 FILLER PIC X(80) VALUE ALL "-".

       01 DETAIL-LINE.
           05 DTL-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-STUDENT-NAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-SPONSOR PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-INVOICE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-AMOUNT PIC $$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-OPEN PIC $$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-RESULT PIC X(25).

       01 TOTAL-LINE.
           05 TTL-LABEL PIC X(32).
           05 TTL-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 TTL-AMOUNT PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(42) VALUE SPACES.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-SPONSOR-BILLING.
           PERFORM 110-GET-FILE-PATHS.
           PERFORM 800-CHECK-AND-SET-LOCK.
           IF LOCK-FREE-FLAG = "NO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 120-LOAD-SPONSORS.
           PERFORM 130-LOAD-CONTRACTS.
           IF OVERFLOW-FLAG = "YES"
               PERFORM 810-CLEAR-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 140-FIND-BILLING-TERM.
           IF WS-TERM-FOUND NOT = 'Y'
               PERFORM 810-CLEAR-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT STUDENT-RECORD.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "STUDENT-RECORD OPEN FAILED, FILE STATUS = "
                   STATUS-FIELD UPON CONSOLE
               PERFORM 810-CLEAR-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 300-PRICE-CONTRACT
               VARYING CTR-IDX FROM 1 BY 1
               UNTIL CTR-IDX > CONTRACT-COUNT.
           CLOSE STUDENT-RECORD.
           OPEN OUTPUT INVOICE-FILE.
           PERFORM 400-INVOICE-ONE-SPONSOR
               VARYING SPN-IDX FROM 1 BY 1
               UNTIL SPN-IDX > SPONSOR-COUNT.
           CLOSE INVOICE-FILE.
           MOVE "SPINV" TO RRG-REPORT-ID.
           MOVE WS-INVOICE-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           OPEN OUTPUT BILLING-REPORT.
           PERFORM 440-WRITE-REGISTER.
           PERFORM 450-WRITE-TOTALS.
           CLOSE BILLING-REPORT.
           MOVE "SPBILL" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           PERFORM 600-REWRITE-CONTRACTS.
           PERFORM 500-WRITE-AUDIT-LOG.
           PERFORM 810-CLEAR-LOCK.
           DISPLAY "SPONSOR BILLING COMPLETE, INVOICES: " INVOICE-COUNT
               " STUDENTS BILLED: " BILLED-COUNT UPON CONSOLE.
           IF EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       110-GET-FILE-PATHS.
           ACCEPT WS-SPONSOR-PATH FROM ENVIRONMENT "SPONSOR_FILE".
           IF WS-SPONSOR-PATH = SPACES
               MOVE "C:\Users\hamza\SPONSOR.TXT" TO WS-SPONSOR-PATH
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
           ACCEPT WS-STUFILE-OUT-PATH FROM ENVIRONMENT "STUFILE_OUT".
           IF WS-STUFILE-OUT-PATH = SPACES
               MOVE "C:\Users\hamza\STUFILE-C.txt"
                   TO WS-STUFILE-OUT-PATH
           END-IF.
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "AUDIT_LOG_FILE".
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\hamza\AUDITLOG.TXT" TO WS-AUDIT-LOG-PATH
           END-IF.
           ACCEPT WS-BILLING-TERM FROM ENVIRONMENT "SPONSOR_TERM".
           ACCEPT WS-REPORT-DIR FROM ENVIRONMENT "SPINV_DIR".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 112-GET-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "SPINV_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-INVOICE-FILENAME.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "SPBILL_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.

       120-LOAD-SPONSORS.
           MOVE ZERO TO SPONSOR-COUNT.
           MOVE "NO" TO SPN-EOF.
           OPEN INPUT SPONSOR-FILE.
           IF SPN-STAT NOT = "00"
               DISPLAY "SPONSOR.TXT NOT AVAILABLE, FILE STATUS = "
                   SPN-STAT " - NO INVOICES PRODUCED" UPON CONSOLE
           ELSE
               PERFORM UNTIL SPN-EOF = "YES" OR SPONSOR-COUNT >= 200
                   READ SPONSOR-FILE
                       AT END MOVE "YES" TO SPN-EOF
                       NOT AT END
                           ADD 1 TO SPONSOR-COUNT
                           MOVE SPN-SPONSOR-ID TO SPT-ID (SPONSOR-COUNT)
                           MOVE SPN-NAME TO SPT-NAME (SPONSOR-COUNT)
                           MOVE SPN-CONTACT
                               TO SPT-CONTACT (SPONSOR-COUNT)
                           MOVE SPN-ADDRESS-1
                               TO SPT-ADDRESS-1 (SPONSOR-COUNT)
                           MOVE SPN-ADDRESS-2
                               TO SPT-ADDRESS-2 (SPONSOR-COUNT)
                           MOVE SPN-CITY TO SPT-CITY (SPONSOR-COUNT)
                           MOVE SPN-TERMS-DAYS
                               TO SPT-TERMS-DAYS (SPONSOR-COUNT)
                           MOVE SPN-STATUS TO SPT-STATUS (SPONSOR-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SPONSOR-FILE
           END-IF.

       130-LOAD-CONTRACTS.
           MOVE ZERO TO CONTRACT-COUNT.
           MOVE "NO" TO SCN-EOF.
           OPEN INPUT CONTRACT-FILE.
           IF SCN-STAT NOT = "00"
               DISPLAY "SPONCON.TXT NOT AVAILABLE, FILE STATUS = "
                   SCN-STAT " - NOTHING TO BILL" UPON CONSOLE
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

      * Blank or damaged amounts load as zero so one bad line cannot
      * stop the run; the contract simply bills nothing.
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
               CTR-INVOICE-DATE (CONTRACT-COUNT)
               CTR-BILL-NOW (CONTRACT-COUNT).
           IF SCN-COVER-AMOUNT IS NUMERIC
               MOVE SCN-COVER-AMOUNT
                   TO CTR-COVER-AMOUNT (CONTRACT-COUNT)
           END-IF.
           IF SCN-COVER-PCT IS NUMERIC AND SCN-COVER-PCT <= 100
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
               IF SCN-INVOICE-NUMBER > WS-NEXT-INVOICE
                   MOVE SCN-INVOICE-NUMBER TO WS-NEXT-INVOICE
               END-IF
           END-IF.
           IF SCN-INVOICE-DATE IS NUMERIC
               MOVE SCN-INVOICE-DATE
                   TO CTR-INVOICE-DATE (CONTRACT-COUNT)
           END-IF.
           MOVE SPACES TO CTR-STUDENT-NAME (CONTRACT-COUNT).
           MOVE SPACES TO CTR-RESULT (CONTRACT-COUNT).

       140-FIND-BILLING-TERM.
           MOVE "NO" TO TRM-EOF.
           OPEN INPUT TERM-MASTER.
           IF TRM-STAT NOT = "00"
               DISPLAY "TERMMAST.TXT NOT AVAILABLE, FILE STATUS = "
                   TRM-STAT " - NO INVOICES PRODUCED" UPON CONSOLE
           ELSE
               PERFORM UNTIL TRM-EOF = "YES" OR WS-TERM-FOUND = 'Y'
                   READ TERM-MASTER
                       AT END MOVE "YES" TO TRM-EOF
                       NOT AT END
                           IF WS-BILLING-TERM = SPACES
                               IF WS-RUN-DATE >= TRM-START-DATE
                                   AND WS-RUN-DATE <= TRM-END-DATE
                                   MOVE TRM-CODE TO WS-BILLING-TERM
                                   MOVE 'Y' TO WS-TERM-FOUND
                               END-IF
                           ELSE
                           IF WS-BILLING-TERM = TRM-CODE
                               MOVE 'Y' TO WS-TERM-FOUND
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-MASTER
               IF WS-TERM-FOUND NOT = 'Y'
                   DISPLAY "NO MATCHING TERM ON THE TERM MASTER - "
                       "NO INVOICES PRODUCED" UPON CONSOLE
               ELSE
                   DISPLAY "BILLING SPONSORS FOR TERM "
                       WS-BILLING-TERM UPON CONSOLE
               END-IF
           END-IF.

       300-PRICE-CONTRACT.
           IF CTR-TERM (CTR-IDX) = WS-BILLING-TERM
               ADD 1 TO TERM-CONTRACT-COUNT
               PERFORM 310-FIND-SPONSOR
               IF SPN-MATCH-IDX = ZERO
                   MOVE "SPONSOR NOT ON MASTER" TO CTR-RESULT (CTR-IDX)
                   ADD 1 TO EXCEPTION-COUNT
               ELSE
               IF SPT-STATUS (SPN-MATCH-IDX) = "I"
                   MOVE "SPONSOR INACTIVE" TO CTR-RESULT (CTR-IDX)
                   ADD 1 TO NOTHING-COUNT
               ELSE
                   MOVE CTR-STUDENT (CTR-IDX) TO STUDENT-NUMBER
                   READ STUDENT-RECORD
                       INVALID KEY
                           MOVE "STUDENT NOT ON FILE"
                               TO CTR-RESULT (CTR-IDX)
                           ADD 1 TO EXCEPTION-COUNT
                       NOT INVALID KEY
                           MOVE STUDENT-NAME
                               TO CTR-STUDENT-NAME (CTR-IDX)
                           PERFORM 320-WORK-OUT-BILLING
                   END-READ
               END-IF
               END-IF
           END-IF.

       310-FIND-SPONSOR.
           MOVE ZERO TO SPN-MATCH-IDX.
           PERFORM VARYING SPN-IDX FROM 1 BY 1
               UNTIL SPN-MATCH-IDX > ZERO OR SPN-IDX > SPONSOR-COUNT
               IF SPT-ID (SPN-IDX) = CTR-SPONSOR (CTR-IDX)
                   MOVE SPN-IDX TO SPN-MATCH-IDX
               END-IF
           END-PERFORM.

      * The percentage is of the balance before any of this sponsor's
      * payments came off it, so a rerun after a payment does not
      * bill the same cover twice.
       320-WORK-OUT-BILLING.
           IF CTR-COVER-TYPE (CTR-IDX) = "P"
               ADD TUITION-OWED CTR-PAID (CTR-IDX) GIVING WS-PCT-BASE
               COMPUTE WS-TARGET ROUNDED
                   = WS-PCT-BASE * CTR-COVER-PCT (CTR-IDX) / 100
           ELSE
               MOVE CTR-COVER-AMOUNT (CTR-IDX) TO WS-TARGET
           END-IF.
           IF CTR-CAP (CTR-IDX) > ZERO
               AND WS-TARGET > CTR-CAP (CTR-IDX)
               MOVE CTR-CAP (CTR-IDX) TO WS-TARGET
           END-IF.
           IF WS-TARGET > CTR-BILLED (CTR-IDX)
               SUBTRACT CTR-BILLED (CTR-IDX) FROM WS-TARGET
                   GIVING CTR-BILL-NOW (CTR-IDX)
           ELSE
               MOVE ZERO TO CTR-BILL-NOW (CTR-IDX)
           END-IF.
           PERFORM 330-TOTAL-STUDENT-OPEN.
           IF WS-STUDENT-OPEN >= TUITION-OWED
               MOVE ZERO TO WS-ROOM
           ELSE
               SUBTRACT WS-STUDENT-OPEN FROM TUITION-OWED
                   GIVING WS-ROOM
           END-IF.
           IF CTR-BILL-NOW (CTR-IDX) > WS-ROOM
               MOVE WS-ROOM TO CTR-BILL-NOW (CTR-IDX)
           END-IF.
           IF CTR-BILL-NOW (CTR-IDX) = ZERO
               MOVE "NOTHING NEW TO BILL" TO CTR-RESULT (CTR-IDX)
               ADD 1 TO NOTHING-COUNT
           ELSE
               ADD CTR-BILL-NOW (CTR-IDX) TO CTR-BILLED (CTR-IDX)
               MOVE "BILLED" TO CTR-RESULT (CTR-IDX)
               ADD 1 TO BILLED-COUNT
               ADD CTR-BILL-NOW (CTR-IDX) TO BILLED-TOTAL
           END-IF.

      * Everything any sponsor already owes on this student's account,
      * whatever the term, including what this run has billed so far.
       330-TOTAL-STUDENT-OPEN.
           MOVE ZERO TO WS-STUDENT-OPEN.
           PERFORM VARYING OTHER-IDX FROM 1 BY 1
               UNTIL OTHER-IDX > CONTRACT-COUNT
               IF CTR-STUDENT (OTHER-IDX) = CTR-STUDENT (CTR-IDX)
                   AND CTR-BILLED (OTHER-IDX) > CTR-PAID (OTHER-IDX)
                   COMPUTE WS-STUDENT-OPEN = WS-STUDENT-OPEN
                       + CTR-BILLED (OTHER-IDX) - CTR-PAID (OTHER-IDX)
               END-IF
           END-PERFORM.

       400-INVOICE-ONE-SPONSOR.
           MOVE 'N' TO WS-INVOICE-OPEN.
           MOVE ZERO TO WS-INVOICE-TOTAL.
           PERFORM VARYING CTR-IDX FROM 1 BY 1
               UNTIL CTR-IDX > CONTRACT-COUNT
               IF CTR-SPONSOR (CTR-IDX) = SPT-ID (SPN-IDX)
                   AND CTR-TERM (CTR-IDX) = WS-BILLING-TERM
                   AND CTR-BILL-NOW (CTR-IDX) > ZERO
                   IF WS-INVOICE-OPEN = 'N'
                       PERFORM 410-START-INVOICE
                   END-IF
                   PERFORM 420-WRITE-INVOICE-LINE
               END-IF
           END-PERFORM.
           IF WS-INVOICE-OPEN = 'Y'
               PERFORM 430-FINISH-INVOICE
           END-IF.

       410-START-INVOICE.
           MOVE 'Y' TO WS-INVOICE-OPEN.
           ADD 1 TO WS-NEXT-INVOICE.
           ADD 1 TO INVOICE-COUNT.
           MOVE WS-NEXT-INVOICE TO IVH-NUMBER.
           MOVE WS-RUN-DATE TO IVH-DATE.
           MOVE WS-BILLING-TERM TO IVH-TERM.
           MOVE INVOICE-HEAD-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE SPACES TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE "BILL TO: " TO IVA-CAPTION.
           MOVE SPT-NAME (SPN-IDX) TO IVA-TEXT.
           MOVE INVOICE-ADDRESS-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE SPACES TO IVA-CAPTION.
           IF SPT-CONTACT (SPN-IDX) NOT = SPACES
               MOVE SPACES TO IVA-TEXT
               STRING "ATTN: " DELIMITED BY SIZE
                       SPT-CONTACT (SPN-IDX) DELIMITED BY SIZE
                   INTO IVA-TEXT
               MOVE INVOICE-ADDRESS-LINE TO INVOICE-LINE
               WRITE INVOICE-LINE
           END-IF.
           MOVE SPT-ADDRESS-1 (SPN-IDX) TO IVA-TEXT.
           MOVE INVOICE-ADDRESS-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           IF SPT-ADDRESS-2 (SPN-IDX) NOT = SPACES
               MOVE SPT-ADDRESS-2 (SPN-IDX) TO IVA-TEXT
               MOVE INVOICE-ADDRESS-LINE TO INVOICE-LINE
               WRITE INVOICE-LINE
           END-IF.
           MOVE SPT-CITY (SPN-IDX) TO IVA-TEXT.
           MOVE INVOICE-ADDRESS-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE SPACES TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE INVOICE-COLUMN-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.

       420-WRITE-INVOICE-LINE.
           MOVE WS-NEXT-INVOICE TO CTR-INVOICE-NUMBER (CTR-IDX).
           MOVE WS-RUN-DATE TO CTR-INVOICE-DATE (CTR-IDX).
           MOVE CTR-STUDENT (CTR-IDX) TO IVD-STUDENT-NUMBER.
           MOVE CTR-STUDENT-NAME (CTR-IDX) TO IVD-STUDENT-NAME.
           IF CTR-COVER-TYPE (CTR-IDX) = "P"
               MOVE CTR-COVER-PCT (CTR-IDX) TO CVT-PCT
               MOVE COVER-TEXT TO IVD-COVER
           ELSE
               MOVE "FIXED AMOUNT" TO IVD-COVER
           END-IF.
           MOVE CTR-BILL-NOW (CTR-IDX) TO IVD-AMOUNT.
           MOVE CTR-BILLED (CTR-IDX) TO IVD-TO-DATE.
           MOVE INVOICE-DETAIL-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           ADD CTR-BILL-NOW (CTR-IDX) TO WS-INVOICE-TOTAL.

       430-FINISH-INVOICE.
           MOVE SPACES TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE WS-INVOICE-TOTAL TO IVT-AMOUNT.
           MOVE INVOICE-TOTAL-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE SPT-TERMS-DAYS (SPN-IDX) TO WS-TERMS-DAYS.
           IF WS-TERMS-DAYS IS NOT NUMERIC OR WS-TERMS-DAYS = ZERO
               MOVE 30 TO WS-TERMS-DAYS
           END-IF.
           MOVE SPACES TO INVOICE-LINE.
           STRING "PAYMENT IS DUE WITHIN " DELIMITED BY SIZE
                   WS-TERMS-DAYS DELIMITED BY SIZE
                   " DAYS. PLEASE QUOTE THE INVOICE NUMBER."
                       DELIMITED BY SIZE
               INTO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE SEPARATOR-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.

       440-WRITE-REGISTER.
           MOVE "SPONSOR BILLING REGISTER - TERM " TO REPORT-LINE.
           MOVE WS-BILLING-TERM TO REPORT-LINE (33:5).
           MOVE "RUN DATE" TO REPORT-LINE (40:8).
           MOVE WS-RUN-DATE TO REPORT-LINE (49:8).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STU NO  NAME" TO REPORT-LINE.
           MOVE "SPONSR  INV NO" TO REPORT-LINE (36:14).
           MOVE "BILLED NOW" TO REPORT-LINE (54:10).
           MOVE "  SPONSOR OWES" TO REPORT-LINE (64:14).
           MOVE "RESULT" TO REPORT-LINE (78:6).
           WRITE REPORT-LINE.
           PERFORM VARYING CTR-IDX FROM 1 BY 1
               UNTIL CTR-IDX > CONTRACT-COUNT
               IF CTR-TERM (CTR-IDX) = WS-BILLING-TERM
                   MOVE SPACES TO DETAIL-LINE
                   MOVE CTR-STUDENT (CTR-IDX) TO DTL-STUDENT-NUMBER
                   MOVE CTR-STUDENT-NAME (CTR-IDX) TO DTL-STUDENT-NAME
                   MOVE CTR-SPONSOR (CTR-IDX) TO DTL-SPONSOR
                   IF CTR-BILL-NOW (CTR-IDX) > ZERO
                       MOVE CTR-INVOICE-NUMBER (CTR-IDX) TO DTL-INVOICE
                   END-IF
                   MOVE CTR-BILL-NOW (CTR-IDX) TO DTL-AMOUNT
                   COMPUTE DTL-OPEN
                       = CTR-BILLED (CTR-IDX) - CTR-PAID (CTR-IDX)
                   MOVE CTR-RESULT (CTR-IDX) TO DTL-RESULT
                   MOVE DETAIL-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       450-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "CONTRACTS FOR THE TERM" TO TTL-LABEL.
           MOVE TERM-CONTRACT-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "BILLED TO SPONSORS" TO TTL-LABEL.
           MOVE BILLED-COUNT TO TTL-COUNT.
           MOVE BILLED-TOTAL TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "INVOICES PRODUCED" TO TTL-LABEL.
           MOVE INVOICE-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "NOTHING NEW TO BILL" TO TTL-LABEL.
           MOVE NOTHING-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "NOT BILLED - NOT ON FILE" TO TTL-LABEL.
           MOVE EXCEPTION-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       500-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "SPONSOR-BILLING" TO AUDIT-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           STRING "TERM=" DELIMITED BY SIZE
                   WS-BILLING-TERM DELIMITED BY SIZE
                   " INV=" DELIMITED BY SIZE
                   INVOICE-COUNT DELIMITED BY SIZE
                   " STU=" DELIMITED BY SIZE
                   BILLED-COUNT DELIMITED BY SIZE
                   " AMT=" DELIMITED BY SIZE
                   BILLED-TOTAL DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "SPONSOR-BILLING" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

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
               MOVE "SPONSOR-BILLING" TO LOCK-HOLDER
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

       END PROGRAM SPONSOR-BILLING.
