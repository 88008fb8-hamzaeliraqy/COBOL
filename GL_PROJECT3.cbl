      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: GENERAL LEDGER INTERFACE - summarizes the student
      *          ledger (STULEDG.TXT, see STULEDG.DAT) for one
      *          accounting period into journal entries for the
      *          general ledger, so finance no longer keys the month's
      *          entries by hand from CASH-JOURNAL-REPORT totals. The
      *          period is GL_FROM_DATE to GL_TO_DATE (YYYYMMDD); with
      *          neither given it is the calendar month before the run
      *          date. Every ledger entry dated in the period is mapped
      *          by LGR-TYPE and LGR-SOURCE through GLMAP.TXT (see
      *          GLMAP.DAT) to a debit and a credit account, and the
      *          amounts are totalled per account. The interface file
      *          GLJE_YYYYMMDD_HHMMSS.TXT carries a header (source
      *          system and period), one line per GL account with its
      *          debit and credit totals, and a trailer with the line
      *          count and total debits and credits, which always
      *          agree. GLJNL_YYYYMMDD_HHMMSS.TXT shows the
      *          working: count and amount per mapping line, then the
      *          account totals. Nothing is sent, and the run GOBACKs
      *          with return code 8, when:
      *            - any ledger type/source in the period has no
      *              mapping (they are all listed on the report),
      *            - the period overlaps one already sent - every run
      *              that sends a file logs its period to AUDITLOG.TXT
      *              and that log is checked first, so a month can
      *              never be posted to the general ledger twice,
      *            - the mapping file or the ledger cannot be read.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      *   15/10/2026 HE  The GLJE and GLJNL files are now entered in the
      *       report catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      *   15/10/2026 HE  Opening balances (type OB) posted by
      *       LEDGER-YEAR-CLOSE are skipped - the balances are already
      *       in the general ledger, only the year's activity moves.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-INTERFACE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO WS-STULEDG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LGR-STAT.

           SELECT GL-MAP-FILE ASSIGN TO WS-GLMAP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLM-STAT.

           SELECT INTERFACE-FILE ASSIGN TO WS-INTERFACE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-REPORT ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS-FIELD.

           SELECT BUSDATE-FILE ASSIGN TO WS-BUSDATE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUSDATE-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
           COPY "STULEDG.DAT".

       FD GL-MAP-FILE.
           COPY "GLMAP.DAT".

       FD INTERFACE-FILE.
       01 INTERFACE-RECORD PIC X(60).
       01 INTERFACE-HEADER.
           05 GLH-RECORD-TYPE PIC X(1).
           05 GLH-SOURCE-SYSTEM PIC X(10).
           05 GLH-PERIOD-FROM PIC 9(8).
           05 GLH-PERIOD-TO PIC 9(8).
           05 GLH-RUN-DATE PIC 9(8).
           05 GLH-RUN-TIME PIC 9(8).
           05 FILLER PIC X(17).
       01 INTERFACE-DETAIL.
           05 GLD-RECORD-TYPE PIC X(1).
           05 GLD-ACCOUNT PIC X(12).
           05 GLD-DEBIT-AMOUNT PIC 9(10)V99.
           05 GLD-CREDIT-AMOUNT PIC 9(10)V99.
           05 FILLER PIC X(23).
       01 INTERFACE-TRAILER.
           05 GLT-RECORD-TYPE PIC X(1).
           05 GLT-LINE-COUNT PIC 9(6).
           05 GLT-TOTAL-DEBITS PIC 9(12)V99.
           05 GLT-TOTAL-CREDITS PIC 9(12)V99.
           05 FILLER PIC X(25).

       FD GL-REPORT.
       01 REPORT-LINE PIC X(100).

       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.DAT".

       FD BUSDATE-FILE.
           COPY "BUSDATE.DAT".

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 LGR-STAT PIC X(2).
           05 GLM-STAT PIC X(2).
           05 AUDIT-STATUS-FIELD PIC X(2).
           05 BUSDATE-STAT PIC X(2).
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 MAP-EOF PIC X(3) VALUE "NO".
           05 AUDIT-EOF PIC X(3) VALUE "NO".
           05 MAP-OVERFLOW-FLAG PIC X(3) VALUE "NO".
           05 ACCOUNT-OVERFLOW-FLAG PIC X(3) VALUE "NO".
           05 PERIOD-SENT-FLAG PIC X(3) VALUE "NO".
           05 MAP-FOUND-FLAG PIC X(1).
           05 FOUND-FLAG PIC X(1).
           05 SELECTED-COUNT PIC 9(6) VALUE ZERO.
           05 MAPPED-COUNT PIC 9(6) VALUE ZERO.
           05 UNMAPPED-TOTAL PIC 9(6) VALUE ZERO.
           05 TOTAL-DEBITS PIC 9(12)V99 VALUE ZERO.
           05 TOTAL-CREDITS PIC 9(12)V99 VALUE ZERO.
           05 WS-DEBIT-ACCOUNT PIC X(12).
           05 WS-CREDIT-ACCOUNT PIC X(12).
           05 WS-POST-ACCOUNT PIC X(12).
           05 WS-POST-DC PIC X(1).
           05 WS-LINE-COUNT PIC 9(4).
           05 WS-STULEDG-PATH PIC X(60).
           05 WS-GLMAP-PATH PIC X(60).
           05 WS-AUDIT-LOG-PATH PIC X(60).
           05 WS-BUSDATE-PATH PIC X(60).
           05 WS-REPORT-DIR PIC X(40).
           05 WS-REPORT-FILENAME PIC X(60).
           05 WS-INTERFACE-FILENAME PIC X(60).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).
           05 WS-DATE-INPUT PIC X(8).
           05 WS-SENT-FROM PIC 9(8).
           05 WS-SENT-TO PIC 9(8).
           05 WS-LEAP-QUOTIENT PIC 9(4).
           05 WS-LEAP-REMAINDER PIC 9(3).

       01 WS-PERIOD-FROM PIC 9(8).
       01 WS-PERIOD-TO PIC 9(8).
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD-TO.
           05 WS-PERIOD-YEAR PIC 9(4).
           05 WS-PERIOD-MONTH PIC 9(2).
           05 WS-PERIOD-DAY PIC 9(2).

       01 MONTH-LENGTH-VALUES.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
           05 MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.

       01 MAP-VALUES.
           05 MAP-COUNT PIC 9(3) VALUE ZERO.
           05 MAP-IDX PIC 9(3).
           05 MAP-MATCH-IDX PIC 9(3).
           05 MAP-ENTRY OCCURS 100 TIMES.
               10 MAP-TYPE PIC X(2).
               10 MAP-SOURCE PIC X(20).
               10 MAP-DC PIC X(1).
               10 MAP-DEBIT-ACCOUNT PIC X(12).
               10 MAP-CREDIT-ACCOUNT PIC X(12).
               10 MAP-ENTRY-COUNT PIC 9(6).
               10 MAP-ENTRY-AMOUNT PIC 9(10)V99.

       01 UNMAPPED-VALUES.
           05 UNM-COUNT PIC 9(2) VALUE ZERO.
           05 UNM-IDX PIC 9(2).
           05 UNMAPPED-ENTRY OCCURS 50 TIMES.
               10 UNM-TYPE PIC X(2).
               10 UNM-SOURCE PIC X(20).
               10 UNM-ENTRY-COUNT PIC 9(6).
               10 UNM-ENTRY-AMOUNT PIC 9(10)V99.

       01 ACCOUNT-VALUES.
           05 ACC-COUNT PIC 9(3) VALUE ZERO.
           05 ACC-IDX PIC 9(3).
           05 ACCOUNT-ENTRY OCCURS 100 TIMES.
               10 ACC-ACCOUNT PIC X(12).
               10 ACC-DEBIT-TOTAL PIC 9(10)V99.
               10 ACC-CREDIT-TOTAL PIC 9(10)V99.

       01 HEADING-LINE.
           05 FILLER PIC X(28) VALUE "GL JOURNAL INTERFACE PERIOD ".
           05 HDR-FROM PIC 9(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 HDR-TO PIC 9(8).
           05 FILLER PIC X(12) VALUE "  RUN DATE ".
           05 HDR-RUN-DATE PIC 9(8).
           05 FILLER PIC X(32) VALUE SPACES.

       01 MAP-HEADING.
           05 FILLER PIC X(36) VALUE
               "TY SOURCE               DC DEBIT ACC".
           05 FILLER PIC X(40) VALUE
               "T    CREDIT ACCT  ENTRIES         AMOUNT".
           05 FILLER PIC X(24) VALUE SPACES.

       01 MAP-LINE.
           05 MPL-TYPE PIC X(2).
           05 FILLER PIC X(1) VALUE SPACES.
           05 MPL-SOURCE PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 MPL-DC PIC X(2).
           05 FILLER PIC X(1) VALUE SPACES.
           05 MPL-DEBIT-ACCOUNT PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MPL-CREDIT-ACCOUNT PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 MPL-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 MPL-AMOUNT PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(24) VALUE SPACES.

       01 ACCOUNT-LINE.
           05 ACL-ACCOUNT PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ACL-DEBIT-TOTAL PIC $$$,$$$,$$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ACL-CREDIT-TOTAL PIC $$$,$$$,$$$,$$9.99.
           05 FILLER PIC X(48) VALUE SPACES.

       01 TOTAL-LINE.
           05 TTL-LABEL PIC X(32).
           05 TTL-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(61) VALUE SPACES.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-GL-INTERFACE.
           PERFORM 110-GET-FILE-PATHS.
           IF WS-PERIOD-FROM > WS-PERIOD-TO
               DISPLAY "GL PERIOD INVALID: " WS-PERIOD-FROM " TO "
                   WS-PERIOD-TO " - NOTHING SENT" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 120-LOAD-MAPPING.
           IF GLM-STAT NOT = "00"
               DISPLAY "GLMAP.TXT NOT AVAILABLE, FILE STATUS = "
                   GLM-STAT " - NOTHING SENT" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF MAP-OVERFLOW-FLAG = "YES"
               DISPLAY "GLMAP.TXT HOLDS MORE THAN 100 MAPPINGS - "
                   "NOTHING SENT" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 130-CHECK-PERIOD-SENT.
           IF PERIOD-SENT-FLAG = "YES"
               DISPLAY "GL PERIOD " WS-PERIOD-FROM " TO " WS-PERIOD-TO
                   " OVERLAPS " WS-SENT-FROM " TO " WS-SENT-TO
                   " ALREADY SENT - NOTHING SENT" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LEDGER-FILE.
           IF LGR-STAT NOT = "00"
               DISPLAY "STULEDG.TXT NOT AVAILABLE, FILE STATUS = "
                   LGR-STAT " - NOTHING SENT" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT GL-REPORT.
           MOVE WS-PERIOD-FROM TO HDR-FROM.
           MOVE WS-PERIOD-TO TO HDR-TO.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE.
           MOVE HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 200-READ-LEDGER.
           PERFORM UNTIL EOF-FLAG = "YES"
               IF LGR-DATE >= WS-PERIOD-FROM
                   AND LGR-DATE <= WS-PERIOD-TO
                   AND LGR-TYPE NOT = "OB"
                   PERFORM 300-MAP-ENTRY
               END-IF
               PERFORM 200-READ-LEDGER
           END-PERFORM.
           CLOSE LEDGER-FILE.
           PERFORM 400-WRITE-MAP-SUMMARY.
           IF UNM-COUNT > ZERO OR ACCOUNT-OVERFLOW-FLAG = "YES"
               OR TOTAL-DEBITS NOT = TOTAL-CREDITS
               PERFORM 410-WRITE-UNMAPPED
               PERFORM 450-WRITE-TOTALS
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "*** NO INTERFACE FILE WRITTEN - PERIOD NOT "
                   TO REPORT-LINE
               MOVE "SENT ***" TO REPORT-LINE (44:8)
               WRITE REPORT-LINE
               CLOSE GL-REPORT
               MOVE "GLJNL" TO RRG-REPORT-ID
               MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME
               PERFORM 590-REGISTER-REPORT
               DISPLAY "GL INTERFACE STOPPED, UNMAPPED TYPES: "
                   UNM-COUNT " - NOTHING SENT" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 420-WRITE-ACCOUNT-SUMMARY.
           PERFORM 450-WRITE-TOTALS.
           CLOSE GL-REPORT.
           MOVE "GLJNL" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           PERFORM 600-WRITE-INTERFACE-FILE.
           PERFORM 500-WRITE-AUDIT-LOG.
           DISPLAY "GL INTERFACE COMPLETE, ENTRIES: " MAPPED-COUNT
               " ACCOUNTS: " ACC-COUNT " DEBITS: " TOTAL-DEBITS
               UPON CONSOLE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       110-GET-FILE-PATHS.
           ACCEPT WS-STULEDG-PATH FROM ENVIRONMENT "STULEDG_FILE".
           IF WS-STULEDG-PATH = SPACES
               MOVE "C:\Users\hamza\STULEDG.TXT" TO WS-STULEDG-PATH
           END-IF.
           ACCEPT WS-GLMAP-PATH FROM ENVIRONMENT "GLMAP_FILE".
           IF WS-GLMAP-PATH = SPACES
               MOVE "C:\Users\hamza\GLMAP.TXT" TO WS-GLMAP-PATH
           END-IF.
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "AUDIT_LOG_FILE".
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\hamza\AUDITLOG.TXT" TO WS-AUDIT-LOG-PATH
           END-IF.
           ACCEPT WS-REPORT-DIR FROM ENVIRONMENT "GLJE_DIR".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 112-GET-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 115-SET-PERIOD.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "GLJE_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-INTERFACE-FILENAME.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "GLJNL_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.

      * The period defaults to the whole calendar month before the
      * run date - the usual month-end run.
       115-SET-PERIOD.
           MOVE WS-RUN-DATE TO WS-PERIOD-TO.
           IF WS-PERIOD-MONTH = 1
               MOVE 12 TO WS-PERIOD-MONTH
               SUBTRACT 1 FROM WS-PERIOD-YEAR
           ELSE
               SUBTRACT 1 FROM WS-PERIOD-MONTH
           END-IF.
           MOVE 1 TO WS-PERIOD-DAY.
           MOVE WS-PERIOD-TO TO WS-PERIOD-FROM.
           MOVE MONTH-DAYS (WS-PERIOD-MONTH) TO WS-PERIOD-DAY.
           IF WS-PERIOD-MONTH = 2
               DIVIDE WS-PERIOD-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-PERIOD-DAY
                   DIVIDE WS-PERIOD-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 28 TO WS-PERIOD-DAY
                       DIVIDE WS-PERIOD-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = ZERO
                           MOVE 29 TO WS-PERIOD-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF.
           ACCEPT WS-DATE-INPUT FROM ENVIRONMENT "GL_FROM_DATE".
           IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-PERIOD-FROM
           END-IF.
           ACCEPT WS-DATE-INPUT FROM ENVIRONMENT "GL_TO_DATE".
           IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-PERIOD-TO
           END-IF.

       120-LOAD-MAPPING.
           MOVE ZERO TO MAP-COUNT.
           OPEN INPUT GL-MAP-FILE.
           IF GLM-STAT = "00"
               PERFORM UNTIL MAP-EOF = "YES"
                   OR MAP-OVERFLOW-FLAG = "YES"
                   READ GL-MAP-FILE
                       AT END MOVE "YES" TO MAP-EOF
                       NOT AT END
                           IF GLM-TYPE NOT = SPACES
                               PERFORM 125-TAKE-MAPPING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
           END-IF.

       125-TAKE-MAPPING.
           IF MAP-COUNT >= 100
               MOVE "YES" TO MAP-OVERFLOW-FLAG
           ELSE
               ADD 1 TO MAP-COUNT
               MOVE GLM-TYPE TO MAP-TYPE (MAP-COUNT)
               MOVE GLM-SOURCE TO MAP-SOURCE (MAP-COUNT)
               MOVE GLM-DC TO MAP-DC (MAP-COUNT)
               IF NOT GLM-FOR-CREDIT
                   MOVE "D" TO MAP-DC (MAP-COUNT)
               END-IF
               MOVE GLM-DEBIT-ACCOUNT TO MAP-DEBIT-ACCOUNT (MAP-COUNT)
               MOVE GLM-CREDIT-ACCOUNT
                   TO MAP-CREDIT-ACCOUNT (MAP-COUNT)
               MOVE ZERO TO MAP-ENTRY-COUNT (MAP-COUNT)
               MOVE ZERO TO MAP-ENTRY-AMOUNT (MAP-COUNT)
           END-IF.

      * AUDIT-DETAIL was built by this program as
      * PERIOD=yyyymmdd-yyyymmdd LN=nnnn AMT=nnnnnnnnnnnn - any sent
      * period that overlaps this one refuses the run.
       130-CHECK-PERIOD-SENT.
           OPEN INPUT AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "00"
               PERFORM UNTIL AUDIT-EOF = "YES"
                   OR PERIOD-SENT-FLAG = "YES"
                   READ AUDIT-LOG-FILE
                       AT END MOVE "YES" TO AUDIT-EOF
                       NOT AT END
                           IF AUDIT-PROGRAM-NAME = "GL-INTERFACE"
                               AND AUDIT-DETAIL (1:7) = "PERIOD="
                               AND AUDIT-DETAIL (8:8) IS NUMERIC
                               AND AUDIT-DETAIL (17:8) IS NUMERIC
                               PERFORM 135-COMPARE-SENT-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

       135-COMPARE-SENT-PERIOD.
           MOVE AUDIT-DETAIL (8:8) TO WS-SENT-FROM.
           MOVE AUDIT-DETAIL (17:8) TO WS-SENT-TO.
           IF WS-SENT-FROM <= WS-PERIOD-TO
               AND WS-SENT-TO >= WS-PERIOD-FROM
               MOVE "YES" TO PERIOD-SENT-FLAG
           END-IF.

       200-READ-LEDGER.
           READ LEDGER-FILE
               AT END MOVE "YES" TO EOF-FLAG
           END-READ.

      * A mapping line naming the source wins over the line for the
      * whole type (GLM-SOURCE spaces).
       300-MAP-ENTRY.
           ADD 1 TO SELECTED-COUNT.
           MOVE 'N' TO MAP-FOUND-FLAG.
           PERFORM VARYING MAP-IDX FROM 1 BY 1
               UNTIL MAP-FOUND-FLAG = 'Y' OR MAP-IDX > MAP-COUNT
               IF MAP-TYPE (MAP-IDX) = LGR-TYPE
                   AND MAP-SOURCE (MAP-IDX) = LGR-SOURCE
                   MOVE 'Y' TO MAP-FOUND-FLAG
                   MOVE MAP-IDX TO MAP-MATCH-IDX
               END-IF
           END-PERFORM.
           PERFORM VARYING MAP-IDX FROM 1 BY 1
               UNTIL MAP-FOUND-FLAG = 'Y' OR MAP-IDX > MAP-COUNT
               IF MAP-TYPE (MAP-IDX) = LGR-TYPE
                   AND MAP-SOURCE (MAP-IDX) = SPACES
                   MOVE 'Y' TO MAP-FOUND-FLAG
                   MOVE MAP-IDX TO MAP-MATCH-IDX
               END-IF
           END-PERFORM.
           IF MAP-FOUND-FLAG NOT = 'Y'
               PERFORM 310-NOTE-UNMAPPED
           ELSE
               ADD 1 TO MAPPED-COUNT
               ADD 1 TO MAP-ENTRY-COUNT (MAP-MATCH-IDX)
               ADD LGR-AMOUNT TO MAP-ENTRY-AMOUNT (MAP-MATCH-IDX)
               IF LGR-DC = MAP-DC (MAP-MATCH-IDX)
                   MOVE MAP-DEBIT-ACCOUNT (MAP-MATCH-IDX)
                       TO WS-DEBIT-ACCOUNT
                   MOVE MAP-CREDIT-ACCOUNT (MAP-MATCH-IDX)
                       TO WS-CREDIT-ACCOUNT
               ELSE
                   MOVE MAP-CREDIT-ACCOUNT (MAP-MATCH-IDX)
                       TO WS-DEBIT-ACCOUNT
                   MOVE MAP-DEBIT-ACCOUNT (MAP-MATCH-IDX)
                       TO WS-CREDIT-ACCOUNT
               END-IF
               MOVE WS-DEBIT-ACCOUNT TO WS-POST-ACCOUNT
               MOVE "D" TO WS-POST-DC
               PERFORM 320-POST-TO-ACCOUNT
               MOVE WS-CREDIT-ACCOUNT TO WS-POST-ACCOUNT
               MOVE "C" TO WS-POST-DC
               PERFORM 320-POST-TO-ACCOUNT
           END-IF.

       310-NOTE-UNMAPPED.
           ADD 1 TO UNMAPPED-TOTAL.
           MOVE 'N' TO FOUND-FLAG.
           PERFORM VARYING UNM-IDX FROM 1 BY 1
               UNTIL FOUND-FLAG = 'Y' OR UNM-IDX > UNM-COUNT
               IF UNM-TYPE (UNM-IDX) = LGR-TYPE
                   AND UNM-SOURCE (UNM-IDX) = LGR-SOURCE
                   MOVE 'Y' TO FOUND-FLAG
                   ADD 1 TO UNM-ENTRY-COUNT (UNM-IDX)
                   ADD LGR-AMOUNT TO UNM-ENTRY-AMOUNT (UNM-IDX)
               END-IF
           END-PERFORM.
           IF FOUND-FLAG NOT = 'Y'
               IF UNM-COUNT < 50
                   ADD 1 TO UNM-COUNT
                   MOVE LGR-TYPE TO UNM-TYPE (UNM-COUNT)
                   MOVE LGR-SOURCE TO UNM-SOURCE (UNM-COUNT)
                   MOVE 1 TO UNM-ENTRY-COUNT (UNM-COUNT)
                   MOVE LGR-AMOUNT TO UNM-ENTRY-AMOUNT (UNM-COUNT)
               ELSE
                   DISPLAY "UNMAPPED TABLE FULL - NOT LISTED: "
                       LGR-TYPE " " LGR-SOURCE UPON CONSOLE
               END-IF
           END-IF.

       320-POST-TO-ACCOUNT.
           MOVE 'N' TO FOUND-FLAG.
           PERFORM VARYING ACC-IDX FROM 1 BY 1
               UNTIL FOUND-FLAG = 'Y' OR ACC-IDX > ACC-COUNT
               IF ACC-ACCOUNT (ACC-IDX) = WS-POST-ACCOUNT
                   MOVE 'Y' TO FOUND-FLAG
               END-IF
           END-PERFORM.
           IF FOUND-FLAG = 'Y'
               SUBTRACT 1 FROM ACC-IDX
           ELSE
               IF ACC-COUNT < 100
                   ADD 1 TO ACC-COUNT
                   MOVE ACC-COUNT TO ACC-IDX
                   MOVE WS-POST-ACCOUNT TO ACC-ACCOUNT (ACC-IDX)
                   MOVE ZERO TO ACC-DEBIT-TOTAL (ACC-IDX)
                   MOVE ZERO TO ACC-CREDIT-TOTAL (ACC-IDX)
                   MOVE 'Y' TO FOUND-FLAG
               ELSE
                   IF ACCOUNT-OVERFLOW-FLAG NOT = "YES"
                       DISPLAY "MORE THAN 100 GL ACCOUNTS - RUN "
                           "STOPPED" UPON CONSOLE
                   END-IF
                   MOVE "YES" TO ACCOUNT-OVERFLOW-FLAG
               END-IF
           END-IF.
           IF FOUND-FLAG = 'Y'
               IF WS-POST-DC = "D"
                   ADD LGR-AMOUNT TO ACC-DEBIT-TOTAL (ACC-IDX)
                   ADD LGR-AMOUNT TO TOTAL-DEBITS
               ELSE
                   ADD LGR-AMOUNT TO ACC-CREDIT-TOTAL (ACC-IDX)
                   ADD LGR-AMOUNT TO TOTAL-CREDITS
               END-IF
           END-IF.

       400-WRITE-MAP-SUMMARY.
           MOVE "LEDGER ENTRIES BY MAPPING" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE MAP-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING MAP-IDX FROM 1 BY 1
               UNTIL MAP-IDX > MAP-COUNT
               IF MAP-ENTRY-COUNT (MAP-IDX) > ZERO
                   MOVE MAP-TYPE (MAP-IDX) TO MPL-TYPE
                   MOVE MAP-SOURCE (MAP-IDX) TO MPL-SOURCE
                   IF MAP-SOURCE (MAP-IDX) = SPACES
                       MOVE "(ANY SOURCE)" TO MPL-SOURCE
                   END-IF
                   MOVE MAP-DC (MAP-IDX) TO MPL-DC
                   MOVE MAP-DEBIT-ACCOUNT (MAP-IDX)
                       TO MPL-DEBIT-ACCOUNT
                   MOVE MAP-CREDIT-ACCOUNT (MAP-IDX)
                       TO MPL-CREDIT-ACCOUNT
                   MOVE MAP-ENTRY-COUNT (MAP-IDX) TO MPL-COUNT
                   MOVE MAP-ENTRY-AMOUNT (MAP-IDX) TO MPL-AMOUNT
                   MOVE MAP-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
           IF MAPPED-COUNT = ZERO
               MOVE "    NO MAPPED LEDGER ENTRIES IN THE PERIOD"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       410-WRITE-UNMAPPED.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "LEDGER TYPES WITH NO GL MAPPING - ADD THEM TO "
               TO REPORT-LINE.
           MOVE "GLMAP.TXT" TO REPORT-LINE (47:9).
           WRITE REPORT-LINE.
           PERFORM VARYING UNM-IDX FROM 1 BY 1
               UNTIL UNM-IDX > UNM-COUNT
               MOVE SPACES TO MAP-LINE
               MOVE UNM-TYPE (UNM-IDX) TO MPL-TYPE
               MOVE UNM-SOURCE (UNM-IDX) TO MPL-SOURCE
               MOVE "*UNMAPPED*" TO MPL-DEBIT-ACCOUNT
               MOVE UNM-ENTRY-COUNT (UNM-IDX) TO MPL-COUNT
               MOVE UNM-ENTRY-AMOUNT (UNM-IDX) TO MPL-AMOUNT
               MOVE MAP-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

       420-WRITE-ACCOUNT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "JOURNAL ENTRY BY GL ACCOUNT" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "GL ACCOUNT" TO REPORT-LINE.
           MOVE "DEBITS" TO REPORT-LINE (27:6).
           MOVE "CREDITS" TO REPORT-LINE (46:7).
           WRITE REPORT-LINE.
           PERFORM VARYING ACC-IDX FROM 1 BY 1
               UNTIL ACC-IDX > ACC-COUNT
               MOVE ACC-ACCOUNT (ACC-IDX) TO ACL-ACCOUNT
               MOVE ACC-DEBIT-TOTAL (ACC-IDX) TO ACL-DEBIT-TOTAL
               MOVE ACC-CREDIT-TOTAL (ACC-IDX) TO ACL-CREDIT-TOTAL
               MOVE ACCOUNT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE "TOTAL" TO ACL-ACCOUNT.
           MOVE TOTAL-DEBITS TO ACL-DEBIT-TOTAL.
           MOVE TOTAL-CREDITS TO ACL-CREDIT-TOTAL.
           MOVE ACCOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       450-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "LEDGER ENTRIES IN PERIOD" TO TTL-LABEL.
           MOVE SELECTED-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ENTRIES MAPPED" TO TTL-LABEL.
           MOVE MAPPED-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ENTRIES WITH NO MAPPING" TO TTL-LABEL.
           MOVE UNMAPPED-TOTAL TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "GL ACCOUNTS" TO TTL-LABEL.
           MOVE ACC-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       500-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "GL-INTERFACE" TO AUDIT-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE ACC-COUNT TO WS-LINE-COUNT.
           STRING "PERIOD=" DELIMITED BY SIZE
                   WS-PERIOD-FROM DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-PERIOD-TO DELIMITED BY SIZE
                   " LN=" DELIMITED BY SIZE
                   WS-LINE-COUNT DELIMITED BY SIZE
                   " AMT=" DELIMITED BY SIZE
                   TOTAL-DEBITS (3:12) DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "GL-INTERFACE" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       600-WRITE-INTERFACE-FILE.
           OPEN OUTPUT INTERFACE-FILE.
           MOVE SPACES TO INTERFACE-HEADER.
           MOVE "H" TO GLH-RECORD-TYPE.
           MOVE "STUDENTREC" TO GLH-SOURCE-SYSTEM.
           MOVE WS-PERIOD-FROM TO GLH-PERIOD-FROM.
           MOVE WS-PERIOD-TO TO GLH-PERIOD-TO.
           MOVE WS-RUN-DATE TO GLH-RUN-DATE.
           MOVE WS-RUN-TIME TO GLH-RUN-TIME.
           WRITE INTERFACE-HEADER.
           PERFORM VARYING ACC-IDX FROM 1 BY 1
               UNTIL ACC-IDX > ACC-COUNT
               MOVE SPACES TO INTERFACE-DETAIL
               MOVE "D" TO GLD-RECORD-TYPE
               MOVE ACC-ACCOUNT (ACC-IDX) TO GLD-ACCOUNT
               MOVE ACC-DEBIT-TOTAL (ACC-IDX) TO GLD-DEBIT-AMOUNT
               MOVE ACC-CREDIT-TOTAL (ACC-IDX) TO GLD-CREDIT-AMOUNT
               WRITE INTERFACE-DETAIL
           END-PERFORM.
           MOVE SPACES TO INTERFACE-TRAILER.
           MOVE "T" TO GLT-RECORD-TYPE.
           MOVE ACC-COUNT TO GLT-LINE-COUNT.
           MOVE TOTAL-DEBITS TO GLT-TOTAL-DEBITS.
           MOVE TOTAL-CREDITS TO GLT-TOTAL-CREDITS.
           WRITE INTERFACE-TRAILER.
           CLOSE INTERFACE-FILE.
           MOVE "GLJE" TO RRG-REPORT-ID.
           MOVE WS-INTERFACE-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.

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

       END PROGRAM GL-INTERFACE.
