      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: LEDGER YEAR-END CLOSE - closes one fiscal year of the
      *          student-account ledger STULEDG.TXT (see STULEDG.DAT).
      *          The fiscal year is the calendar year given in
      *          LEDGER_CLOSE_YEAR (YYYY); it can only be closed once
      *          the business date has reached the first day of the
      *          year after it, and never twice. Every entry dated
      *          before that first day - the closed year and any
      *          earlier year still on the ledger - is copied to the
      *          dated ledger archive
      *          LEDGARCH_YYYY_YYYYMMDD_HHMMSS.TXT (LEDGARCH_DIR) and
      *          sorted by student; each student's entries are netted
      *          and one opening-balance entry (type OB, debit for a
      *          balance owed, credit for a credit balance, none for a
      *          nil balance) is written dated the first day of the
      *          new year. The new ledger - opening balances, then the
      *          entries already dated into the new year - passes
      *          through a work file (STULEDG_WORK_FILE) and is copied
      *          back over STULEDG.TXT, and the close is recorded on
      *          LEDGCLOS.TXT (see LEDGCLOS.DAT), after which
      *          LEDGER-PERIOD-CHECK refuses any posting dated into the
      *          closed year.
      *          The close report LEDGCLOSE_YYYYMMDD_HHMMSS.TXT gives
      *          the closed year's debits and credits by type, any
      *          earlier-dated entries swept up with them, the opening
      *          balances carried forward, and proves the net archived
      *          equals the net carried forward. When it does not,
      *          nothing is changed, the archive is removed and the
      *          run ends with RETURN-CODE 8. The same applies when a
      *          student nets to 1,000,000.00 or more either way, too
      *          large for an OB entry; such students are listed on
      *          the report. BATCH_PREVIEW Y produces
      *          the report and changes nothing.
      *          Holds STULOCK.TXT for the run. Run on demand by
      *          finance after the last posting run of the year.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      *   15/10/2026 HE  The net carried forward is proved from the OB
      *       amounts actually written to the new ledger, and a student
      *       net too large for an OB entry (1,000,000.00 or more) is
      *       counted and listed on the report and leaves the ledger
      *       unchanged with RETURN-CODE 8, instead of being carried
      *       forward cut short.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-YEAR-CLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO WS-STULEDG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LGR-STAT.

           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARC-STAT.

           SELECT WORK-FILE ASSIGN TO WS-WORK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORK-STAT.

           SELECT CLOSE-FILE ASSIGN TO WS-LEDGCLOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LCL-STAT.

           SELECT SORT-WORK-FILE ASSIGN TO "YCSORT.TMP".

           SELECT CLOSE-REPORT ASSIGN TO WS-REPORT-FILENAME
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
       FD LEDGER-FILE.
           COPY "STULEDG.DAT".

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD PIC X(65).

       FD WORK-FILE.
       01 WORK-RECORD PIC X(65).

       FD CLOSE-FILE.
           COPY "LEDGCLOS.DAT".

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-STUDENT-NUMBER PIC 9(6).
           05 SORT-DC PIC X(1).
           05 SORT-AMOUNT PIC 9(6)V99.

       FD CLOSE-REPORT.
       01 REPORT-LINE PIC X(132).

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
           05 WS-STULEDG-PATH PIC X(60).
           05 WS-WORK-PATH PIC X(60).
           05 WS-LEDGCLOS-PATH PIC X(60).
           05 WS-ARCHIVE-DIR PIC X(40).
           05 WS-ARCHIVE-FILENAME PIC X(60).
           05 WS-REPORT-DIR PIC X(40).
           05 WS-REPORT-FILENAME PIC X(60).
           05 WS-AUDIT-LOG-PATH PIC X(60).
           05 WS-STULOCK-PATH PIC X(60).
           05 WS-BUSDATE-PATH PIC X(60).
           05 LGR-STAT PIC X(2).
           05 ARC-STAT PIC X(2).
           05 WORK-STAT PIC X(2).
           05 LCL-STAT PIC X(2).
           05 AUDIT-STATUS-FIELD PIC X(2).
           05 LOCK-STAT PIC X(2).
           05 BUSDATE-STAT PIC X(2).
           05 LGR-EOF PIC X(3) VALUE "NO".
           05 SORT-EOF-FLAG PIC X(3) VALUE "NO".
           05 LOCK-FREE-FLAG PIC X(3).
           05 UNDER-DRIVER-FLAG PIC X(3) VALUE "NO".
           05 WS-PREVIEW-FLAG PIC X(1) VALUE "N".
           05 TIED-FLAG PIC X(1).
           05 FOUND-FLAG PIC X(1).
           05 WS-YEAR-INPUT PIC X(4).
           05 WS-CLOSE-YEAR PIC 9(4).
           05 WS-YEAR-START-DATE PIC 9(8).
           05 WS-YEAR-START-PARTS REDEFINES WS-YEAR-START-DATE.
               10 YEAR-START-YEAR PIC 9(4).
               10 YEAR-START-MMDD PIC 9(4).
           05 WS-YEAR-END-DATE PIC 9(8).
           05 WS-YEAR-END-PARTS REDEFINES WS-YEAR-END-DATE.
               10 YEAR-END-YEAR PIC 9(4).
               10 YEAR-END-MMDD PIC 9(4).
           05 WS-OPEN-DATE PIC 9(8).
           05 WS-OPEN-PARTS REDEFINES WS-OPEN-DATE.
               10 OPEN-YEAR PIC 9(4).
               10 OPEN-MMDD PIC 9(4).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).
           05 WS-BUSINESS-DATE PIC 9(8).
           05 WS-CURRENT-STUDENT PIC 9(6).
           05 WS-STUDENT-NET PIC S9(8)V99.
           05 TYPE-COUNT PIC 9(2) VALUE ZERO.
           05 TYPE-IDX PIC 9(2).
           05 MATCH-IDX PIC 9(2).
           05 OVERSIZE-IDX PIC 9(2).

       01 CLOSE-COUNTS.
           05 READ-COUNT PIC 9(8) VALUE ZERO.
           05 ARCHIVED-COUNT PIC 9(8) VALUE ZERO.
           05 KEPT-COUNT PIC 9(8) VALUE ZERO.
           05 YEAR-COUNT PIC 9(8) VALUE ZERO.
           05 PRIOR-COUNT PIC 9(8) VALUE ZERO.
           05 STUDENT-COUNT PIC 9(6) VALUE ZERO.
           05 OB-DEBIT-COUNT PIC 9(6) VALUE ZERO.
           05 OB-CREDIT-COUNT PIC 9(6) VALUE ZERO.
           05 NIL-BALANCE-COUNT PIC 9(6) VALUE ZERO.
           05 OB-COUNT PIC 9(6) VALUE ZERO.
           05 OVERSIZE-COUNT PIC 9(6) VALUE ZERO.

       01 CLOSE-TOTALS.
           05 YEAR-DEBIT-TOTAL PIC 9(10)V99 VALUE ZERO.
           05 YEAR-CREDIT-TOTAL PIC 9(10)V99 VALUE ZERO.
           05 PRIOR-DEBIT-TOTAL PIC 9(10)V99 VALUE ZERO.
           05 PRIOR-CREDIT-TOTAL PIC 9(10)V99 VALUE ZERO.
           05 ARCHIVED-DEBIT-TOTAL PIC 9(10)V99 VALUE ZERO.
           05 ARCHIVED-CREDIT-TOTAL PIC 9(10)V99 VALUE ZERO.
           05 OB-DEBIT-TOTAL PIC 9(10)V99 VALUE ZERO.
           05 OB-CREDIT-TOTAL PIC 9(10)V99 VALUE ZERO.
           05 OB-WRITTEN-DEBIT-TOTAL PIC 9(10)V99 VALUE ZERO.
           05 OB-WRITTEN-CREDIT-TOTAL PIC 9(10)V99 VALUE ZERO.
           05 ARCHIVED-NET PIC S9(10)V99 VALUE ZERO.
           05 CARRIED-NET PIC S9(10)V99 VALUE ZERO.

      * Closed-year debits and credits by ledger type. A type beyond
      * the 19th seen is added to the last entry, shown as **.
       01 TYPE-TOTAL-VALUES.
           05 TYPE-TOTAL-ENTRY OCCURS 20 TIMES.
               10 TYP-CODE PIC X(2).
               10 TYP-ENTRY-COUNT PIC 9(8).
               10 TYP-DEBIT-TOTAL PIC 9(10)V99.
               10 TYP-CREDIT-TOTAL PIC 9(10)V99.

      * Students whose net will not fit OPN-AMOUNT - the first 50 are
      * listed on the report, the rest only counted.
       01 OVERSIZE-VALUES.
           05 OVERSIZE-ENTRY OCCURS 50 TIMES.
               10 OVS-STUDENT PIC 9(6).
               10 OVS-NET PIC S9(8)V99.

       01 OPENING-ENTRY.
           05 OPN-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 OPN-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 OPN-TIME PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 OPN-SOURCE PIC X(20) VALUE "LEDGER-YEAR-CLOSE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 OPN-TYPE PIC X(2) VALUE "OB".
           05 FILLER PIC X(2) VALUE SPACES.
           05 OPN-DC PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 OPN-AMOUNT PIC 9(6)V99.

       01 COLUMN-HEADING.
           05 FILLER PIC X(40) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "     COUNT".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "            DEBITS".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "           CREDITS".
           05 FILLER PIC X(38) VALUE SPACES.

       01 TOTAL-LINE.
           05 TTL-LABEL PIC X(40).
           05 TTL-COUNT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TTL-DEBITS PIC $$$,$$$,$$$,$$9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TTL-CREDITS PIC $$$,$$$,$$$,$$9.99.
           05 FILLER PIC X(38) VALUE SPACES.

       01 NET-LINE.
           05 NTL-LABEL PIC X(40).
           05 FILLER PIC X(14) VALUE SPACES.
           05 NTL-AMOUNT PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER PIC X(59) VALUE SPACES.

       01 COUNT-LINE.
           05 CTL-LABEL PIC X(40).
           05 CTL-COUNT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(82) VALUE SPACES.

       COPY "LEDGCHK.DAT".

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-YEAR-CLOSE.
           PERFORM 110-GET-FILE-PATHS.
           IF WS-YEAR-INPUT IS NOT NUMERIC
               DISPLAY "LEDGER_CLOSE_YEAR MUST BE THE YEAR TO CLOSE "
                   "(YYYY) - NOTHING CLOSED" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 120-CHECK-CLOSE-YEAR.
           IF FOUND-FLAG = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 800-CHECK-AND-SET-LOCK.
           IF LOCK-FREE-FLAG = "NO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT LEDGER-FILE.
           IF LGR-STAT NOT = "00"
               DISPLAY "STULEDG.TXT NOT AVAILABLE, FILE STATUS = "
                   LGR-STAT UPON CONSOLE
               PERFORM 810-CLEAR-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE LEDGER-FILE.
           PERFORM VARYING TYPE-IDX FROM 1 BY 1 UNTIL TYPE-IDX > 20
               MOVE SPACES TO TYP-CODE (TYPE-IDX)
               MOVE ZERO TO TYP-ENTRY-COUNT (TYPE-IDX)
               MOVE ZERO TO TYP-DEBIT-TOTAL (TYPE-IDX)
               MOVE ZERO TO TYP-CREDIT-TOTAL (TYPE-IDX)
           END-PERFORM.
           IF WS-PREVIEW-FLAG = "N"
               PERFORM 130-OPEN-OUTPUT-FILES
               IF FOUND-FLAG = 'N'
                   PERFORM 810-CLEAR-LOCK
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-STUDENT-NUMBER
               INPUT PROCEDURE IS 200-SELECT-CLOSED-ENTRIES
               OUTPUT PROCEDURE IS 300-CARRY-FORWARD.
           COMPUTE ARCHIVED-NET = ARCHIVED-DEBIT-TOTAL
               - ARCHIVED-CREDIT-TOTAL.
           IF WS-PREVIEW-FLAG = "Y"
               COMPUTE CARRIED-NET = OB-DEBIT-TOTAL - OB-CREDIT-TOTAL
           ELSE
               COMPUTE CARRIED-NET = OB-WRITTEN-DEBIT-TOTAL
                   - OB-WRITTEN-CREDIT-TOTAL
           END-IF.
           IF ARCHIVED-NET = CARRIED-NET
               MOVE 'Y' TO TIED-FLAG
           ELSE
               MOVE 'N' TO TIED-FLAG
           END-IF.
           IF WS-PREVIEW-FLAG = "N"
               CLOSE ARCHIVE-FILE
               IF TIED-FLAG = 'Y' AND OVERSIZE-COUNT = ZERO
                   PERFORM 350-COPY-KEPT-ENTRIES
                   PERFORM 600-COPY-LEDGER-BACK
                   PERFORM 610-WRITE-CLOSE-RECORD
                   MOVE "LEDGARCH" TO RRG-REPORT-ID
                   MOVE WS-ARCHIVE-FILENAME TO RRG-FILE-NAME
                   PERFORM 590-REGISTER-REPORT
               ELSE
                   CLOSE WORK-FILE
                   CALL "CBL_DELETE_FILE" USING WS-ARCHIVE-FILENAME
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 400-WRITE-CLOSE-REPORT.
           MOVE "LEDGCLOSE" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           PERFORM 500-WRITE-AUDIT-LOG.
           PERFORM 810-CLEAR-LOCK.
           IF OVERSIZE-COUNT > ZERO
               DISPLAY OVERSIZE-COUNT " STUDENT NET(S) OF 1,000,000.00 "
                   "OR MORE CANNOT BE CARRIED FORWARD - LEDGER NOT "
                   "CLOSED, SEE LEDGCLOSE REPORT" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF TIED-FLAG = 'N'
               DISPLAY "ARCHIVED NET DOES NOT AGREE WITH THE NET "
                   "CARRIED FORWARD - LEDGER NOT CLOSED, SEE "
                   "LEDGCLOSE REPORT" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PREVIEW-FLAG = "Y"
               DISPLAY "LEDGER CLOSE PREVIEW COMPLETE, WOULD ARCHIVE: "
                   ARCHIVED-COUNT " WOULD CARRY FORWARD: " OB-COUNT
                   UPON CONSOLE
           ELSE
               DISPLAY "LEDGER CLOSED THROUGH " WS-YEAR-END-DATE
                   ", ARCHIVED: " ARCHIVED-COUNT
                   " OPENING BALANCES: " OB-COUNT UPON CONSOLE
           END-IF.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       110-GET-FILE-PATHS.
           ACCEPT WS-STULEDG-PATH FROM ENVIRONMENT "STULEDG_FILE".
           IF WS-STULEDG-PATH = SPACES
               MOVE "C:\Users\hamza\STULEDG.TXT" TO WS-STULEDG-PATH
           END-IF.
           ACCEPT WS-WORK-PATH FROM ENVIRONMENT "STULEDG_WORK_FILE".
           IF WS-WORK-PATH = SPACES
               MOVE "C:\Users\hamza\STULEDG.TMP" TO WS-WORK-PATH
           END-IF.
           ACCEPT WS-LEDGCLOS-PATH FROM ENVIRONMENT "LEDGCLOS_FILE".
           IF WS-LEDGCLOS-PATH = SPACES
               MOVE "C:\Users\hamza\LEDGCLOS.TXT" TO WS-LEDGCLOS-PATH
           END-IF.
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "AUDIT_LOG_FILE".
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\hamza\AUDITLOG.TXT" TO WS-AUDIT-LOG-PATH
           END-IF.
           MOVE SPACE TO WS-PREVIEW-FLAG.
           ACCEPT WS-PREVIEW-FLAG FROM ENVIRONMENT "BATCH_PREVIEW".
           IF WS-PREVIEW-FLAG NOT = "Y"
               MOVE "N" TO WS-PREVIEW-FLAG
           END-IF.
           ACCEPT WS-YEAR-INPUT FROM ENVIRONMENT "LEDGER_CLOSE_YEAR".
           IF WS-YEAR-INPUT IS NUMERIC
               MOVE WS-YEAR-INPUT TO WS-CLOSE-YEAR
           ELSE
               MOVE ZERO TO WS-CLOSE-YEAR
           END-IF.
           MOVE WS-CLOSE-YEAR TO YEAR-START-YEAR.
           MOVE 0101 TO YEAR-START-MMDD.
           MOVE WS-CLOSE-YEAR TO YEAR-END-YEAR.
           MOVE 1231 TO YEAR-END-MMDD.
           ADD 1 TO WS-CLOSE-YEAR GIVING OPEN-YEAR.
           MOVE 0101 TO OPEN-MMDD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
           PERFORM 112-GET-BUSINESS-DATE.
           ACCEPT WS-ARCHIVE-DIR FROM ENVIRONMENT "LEDGARCH_DIR".
           STRING WS-ARCHIVE-DIR DELIMITED BY SPACE
                   "LEDGARCH_" DELIMITED BY SIZE
                   WS-YEAR-INPUT DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILENAME.
           ACCEPT WS-REPORT-DIR FROM ENVIRONMENT "LEDGCLOSE_DIR".
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "LEDGCLOSE_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.

      * A year is closed once, and only after it has ended by the
      * business date. LEDGER-PERIOD-CHECK on the year's last day
      * says whether this year or a later one is already closed.
       120-CHECK-CLOSE-YEAR.
           MOVE 'Y' TO FOUND-FLAG.
           IF WS-BUSINESS-DATE < WS-OPEN-DATE
               DISPLAY "FISCAL YEAR " WS-YEAR-INPUT " HAS NOT ENDED - "
                   "BUSINESS DATE " WS-BUSINESS-DATE
                   " - NOTHING CLOSED" UPON CONSOLE
               MOVE 'N' TO FOUND-FLAG
           ELSE
               MOVE WS-YEAR-END-DATE TO LPC-LEDGER-DATE
               CALL "LEDGER-PERIOD-CHECK" USING LEDGER-PERIOD-AREA
               IF LPC-CLOSED
                   DISPLAY "LEDGER ALREADY CLOSED THROUGH "
                       LPC-CLOSED-YEAR " - NOTHING CLOSED"
                       UPON CONSOLE
                   MOVE 'N' TO FOUND-FLAG
               END-IF
           END-IF.

       130-OPEN-OUTPUT-FILES.
           MOVE 'Y' TO FOUND-FLAG.
           OPEN OUTPUT ARCHIVE-FILE.
           IF ARC-STAT NOT = "00"
               DISPLAY "LEDGER ARCHIVE " WS-ARCHIVE-FILENAME
                   " NOT WRITTEN, FILE STATUS = " ARC-STAT
                   UPON CONSOLE
               MOVE 'N' TO FOUND-FLAG
           ELSE
               OPEN OUTPUT WORK-FILE
               IF WORK-STAT NOT = "00"
                   DISPLAY "LEDGER WORK FILE NOT AVAILABLE, "
                       "FILE STATUS = " WORK-STAT UPON CONSOLE
                   CLOSE ARCHIVE-FILE
                   MOVE 'N' TO FOUND-FLAG
               END-IF
           END-IF.

       200-SELECT-CLOSED-ENTRIES.
           OPEN INPUT LEDGER-FILE.
           MOVE "NO" TO LGR-EOF.
           PERFORM 210-READ-LEDGER.
           PERFORM UNTIL LGR-EOF = "YES"
               PERFORM 220-TAKE-LEDGER-ENTRY
               PERFORM 210-READ-LEDGER
           END-PERFORM.
           CLOSE LEDGER-FILE.

       210-READ-LEDGER.
           READ LEDGER-FILE
               AT END MOVE "YES" TO LGR-EOF
           END-READ.

       220-TAKE-LEDGER-ENTRY.
           ADD 1 TO READ-COUNT.
           IF LGR-DATE IS NUMERIC AND LGR-DATE < WS-OPEN-DATE
               PERFORM 230-ARCHIVE-ENTRY
           ELSE
               ADD 1 TO KEPT-COUNT
           END-IF.

       230-ARCHIVE-ENTRY.
           ADD 1 TO ARCHIVED-COUNT.
           IF WS-PREVIEW-FLAG = "N"
               MOVE LEDGER-RECORD TO ARCHIVE-RECORD
               WRITE ARCHIVE-RECORD
           END-IF.
           MOVE LGR-STUDENT-NUMBER TO SORT-STUDENT-NUMBER.
           MOVE LGR-DC TO SORT-DC.
           IF LGR-AMOUNT IS NUMERIC
               MOVE LGR-AMOUNT TO SORT-AMOUNT
           ELSE
               MOVE ZERO TO SORT-AMOUNT
           END-IF.
           IF LGR-DC = "D"
               ADD SORT-AMOUNT TO ARCHIVED-DEBIT-TOTAL
           ELSE
               ADD SORT-AMOUNT TO ARCHIVED-CREDIT-TOTAL
           END-IF.
           IF LGR-DATE < WS-YEAR-START-DATE
               ADD 1 TO PRIOR-COUNT
               IF LGR-DC = "D"
                   ADD SORT-AMOUNT TO PRIOR-DEBIT-TOTAL
               ELSE
                   ADD SORT-AMOUNT TO PRIOR-CREDIT-TOTAL
               END-IF
           ELSE
               ADD 1 TO YEAR-COUNT
               IF LGR-DC = "D"
                   ADD SORT-AMOUNT TO YEAR-DEBIT-TOTAL
               ELSE
                   ADD SORT-AMOUNT TO YEAR-CREDIT-TOTAL
               END-IF
               PERFORM 240-ADD-TO-TYPE-TOTALS
           END-IF.
           RELEASE SORT-RECORD.

       240-ADD-TO-TYPE-TOTALS.
           MOVE 'N' TO FOUND-FLAG.
           PERFORM VARYING TYPE-IDX FROM 1 BY 1
               UNTIL FOUND-FLAG = 'Y' OR TYPE-IDX > TYPE-COUNT
               IF TYP-CODE (TYPE-IDX) = LGR-TYPE
                   MOVE 'Y' TO FOUND-FLAG
                   MOVE TYPE-IDX TO MATCH-IDX
               END-IF
           END-PERFORM.
           IF FOUND-FLAG NOT = 'Y'
               IF TYPE-COUNT < 19
                   ADD 1 TO TYPE-COUNT
                   MOVE TYPE-COUNT TO MATCH-IDX
                   MOVE LGR-TYPE TO TYP-CODE (MATCH-IDX)
               ELSE
                   MOVE 20 TO MATCH-IDX
                   IF TYPE-COUNT = 19
                       ADD 1 TO TYPE-COUNT
                       MOVE "**" TO TYP-CODE (MATCH-IDX)
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO TYP-ENTRY-COUNT (MATCH-IDX).
           IF LGR-DC = "D"
               ADD SORT-AMOUNT TO TYP-DEBIT-TOTAL (MATCH-IDX)
           ELSE
               ADD SORT-AMOUNT TO TYP-CREDIT-TOTAL (MATCH-IDX)
           END-IF.

       300-CARRY-FORWARD.
           MOVE WS-OPEN-DATE TO OPN-DATE.
           MOVE WS-RUN-TIME TO OPN-TIME.
           PERFORM 310-RETURN-SORTED.
           PERFORM UNTIL SORT-EOF-FLAG = "YES"
               MOVE SORT-STUDENT-NUMBER TO WS-CURRENT-STUDENT
               MOVE ZERO TO WS-STUDENT-NET
               PERFORM UNTIL SORT-EOF-FLAG = "YES"
                   OR SORT-STUDENT-NUMBER NOT = WS-CURRENT-STUDENT
                   IF SORT-DC = "D"
                       ADD SORT-AMOUNT TO WS-STUDENT-NET
                   ELSE
                       SUBTRACT SORT-AMOUNT FROM WS-STUDENT-NET
                   END-IF
                   PERFORM 310-RETURN-SORTED
               END-PERFORM
               PERFORM 320-POST-OPENING-BALANCE
           END-PERFORM.

       310-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END MOVE "YES" TO SORT-EOF-FLAG
           END-RETURN.

       320-POST-OPENING-BALANCE.
           ADD 1 TO STUDENT-COUNT.
           IF WS-STUDENT-NET = ZERO
               ADD 1 TO NIL-BALANCE-COUNT
           ELSE
           IF WS-STUDENT-NET > 999999.99
               OR WS-STUDENT-NET < -999999.99
               PERFORM 330-TAKE-OVERSIZE-NET
           ELSE
               MOVE WS-CURRENT-STUDENT TO OPN-STUDENT-NUMBER
               IF WS-STUDENT-NET > ZERO
                   MOVE "D" TO OPN-DC
                   MOVE WS-STUDENT-NET TO OPN-AMOUNT
                   ADD 1 TO OB-DEBIT-COUNT
                   ADD OPN-AMOUNT TO OB-DEBIT-TOTAL
               ELSE
                   MOVE "C" TO OPN-DC
                   COMPUTE OPN-AMOUNT = 0 - WS-STUDENT-NET
                   ADD 1 TO OB-CREDIT-COUNT
                   ADD OPN-AMOUNT TO OB-CREDIT-TOTAL
               END-IF
               ADD 1 TO OB-COUNT
               IF WS-PREVIEW-FLAG = "N"
                   MOVE OPENING-ENTRY TO WORK-RECORD
                   WRITE WORK-RECORD
                   IF WORK-STAT = "00" AND OPN-DC = "D"
                       ADD OPN-AMOUNT TO OB-WRITTEN-DEBIT-TOTAL
                   END-IF
                   IF WORK-STAT = "00" AND OPN-DC = "C"
                       ADD OPN-AMOUNT TO OB-WRITTEN-CREDIT-TOTAL
                   END-IF
               END-IF
           END-IF
           END-IF.

       330-TAKE-OVERSIZE-NET.
           ADD 1 TO OVERSIZE-COUNT.
           IF OVERSIZE-COUNT <= 50
               MOVE WS-CURRENT-STUDENT TO OVS-STUDENT (OVERSIZE-COUNT)
               MOVE WS-STUDENT-NET TO OVS-NET (OVERSIZE-COUNT)
           END-IF.

      * The entries already dated into the new year follow the
      * opening balances on the new ledger, in the order written.
       350-COPY-KEPT-ENTRIES.
           OPEN INPUT LEDGER-FILE.
           MOVE "NO" TO LGR-EOF.
           PERFORM 210-READ-LEDGER.
           PERFORM UNTIL LGR-EOF = "YES"
               IF LGR-DATE IS NUMERIC AND LGR-DATE < WS-OPEN-DATE
                   CONTINUE
               ELSE
                   MOVE LEDGER-RECORD TO WORK-RECORD
                   WRITE WORK-RECORD
               END-IF
               PERFORM 210-READ-LEDGER
           END-PERFORM.
           CLOSE LEDGER-FILE WORK-FILE.

       400-WRITE-CLOSE-REPORT.
           OPEN OUTPUT CLOSE-REPORT.
           MOVE SPACES TO REPORT-LINE.
           IF WS-PREVIEW-FLAG = "Y"
               STRING "STUDENT LEDGER YEAR-END CLOSE PREVIEW - NO "
                       DELIMITED BY SIZE
                   "CHANGES - FISCAL YEAR " DELIMITED BY SIZE
                   WS-YEAR-INPUT DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "STUDENT LEDGER YEAR-END CLOSE - FISCAL YEAR "
                       DELIMITED BY SIZE
                   WS-YEAR-INPUT DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           MOVE "RUN DATE " TO REPORT-LINE (75:9).
           MOVE WS-RUN-DATE TO REPORT-LINE (84:8).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ENTRIES DATED BEFORE " DELIMITED BY SIZE
                   WS-OPEN-DATE DELIMITED BY SIZE
                   " - LEDGER ARCHIVE " DELIMITED BY SIZE
                   WS-ARCHIVE-FILENAME DELIMITED BY SPACE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ENTRIES DATED IN " DELIMITED BY SIZE
                   WS-YEAR-INPUT DELIMITED BY SIZE
                   " BY TYPE" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 410-WRITE-TYPE-LINE
               VARYING TYPE-IDX FROM 1 BY 1
               UNTIL TYPE-IDX > TYPE-COUNT.
           MOVE SPACES TO TTL-LABEL.
           STRING "  TOTAL DATED IN " DELIMITED BY SIZE
                   WS-YEAR-INPUT DELIMITED BY SIZE
               INTO TTL-LABEL.
           MOVE YEAR-COUNT TO TTL-COUNT.
           MOVE YEAR-DEBIT-TOTAL TO TTL-DEBITS.
           MOVE YEAR-CREDIT-TOTAL TO TTL-CREDITS.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TTL-LABEL.
           STRING "  DATED BEFORE " DELIMITED BY SIZE
                   WS-YEAR-INPUT DELIMITED BY SIZE
                   ", NOT CLOSED EARLIER" DELIMITED BY SIZE
               INTO TTL-LABEL.
           MOVE PRIOR-COUNT TO TTL-COUNT.
           MOVE PRIOR-DEBIT-TOTAL TO TTL-DEBITS.
           MOVE PRIOR-CREDIT-TOTAL TO TTL-CREDITS.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  TOTAL ARCHIVED" TO TTL-LABEL.
           MOVE ARCHIVED-COUNT TO TTL-COUNT.
           MOVE ARCHIVED-DEBIT-TOTAL TO TTL-DEBITS.
           MOVE ARCHIVED-CREDIT-TOTAL TO TTL-CREDITS.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  NET BALANCE ARCHIVED" TO NTL-LABEL.
           MOVE ARCHIVED-NET TO NTL-AMOUNT.
           MOVE NET-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 420-WRITE-CARRY-FORWARD.
           PERFORM 430-WRITE-RECORD-COUNTS.
           CLOSE CLOSE-REPORT.

       410-WRITE-TYPE-LINE.
           MOVE SPACES TO TTL-LABEL.
           STRING "    TYPE " DELIMITED BY SIZE
                   TYP-CODE (TYPE-IDX) DELIMITED BY SIZE
               INTO TTL-LABEL.
           MOVE TYP-ENTRY-COUNT (TYPE-IDX) TO TTL-COUNT.
           MOVE TYP-DEBIT-TOTAL (TYPE-IDX) TO TTL-DEBITS.
           MOVE TYP-CREDIT-TOTAL (TYPE-IDX) TO TTL-CREDITS.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       420-WRITE-CARRY-FORWARD.
           MOVE SPACES TO REPORT-LINE.
           STRING "OPENING BALANCES (TYPE OB) DATED "
                   DELIMITED BY SIZE
                   WS-OPEN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  BALANCES OWED CARRIED FORWARD" TO TTL-LABEL.
           MOVE OB-DEBIT-COUNT TO TTL-COUNT.
           MOVE OB-DEBIT-TOTAL TO TTL-DEBITS.
           MOVE ZERO TO TTL-CREDITS.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  CREDIT BALANCES CARRIED FORWARD" TO TTL-LABEL.
           MOVE OB-CREDIT-COUNT TO TTL-COUNT.
           MOVE ZERO TO TTL-DEBITS.
           MOVE OB-CREDIT-TOTAL TO TTL-CREDITS.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  NET BALANCE CARRIED FORWARD" TO NTL-LABEL.
           MOVE CARRIED-NET TO NTL-AMOUNT.
           MOVE NET-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  STUDENTS WITH A NIL BALANCE" TO CTL-LABEL.
           MOVE NIL-BALANCE-COUNT TO CTL-COUNT.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF TIED-FLAG = 'Y'
               MOVE "NET ARCHIVED AGREES WITH NET CARRIED FORWARD"
                   TO REPORT-LINE
           ELSE
               MOVE "*** NET ARCHIVED DOES NOT AGREE WITH NET CARRIED "
                   TO REPORT-LINE
               MOVE "FORWARD ***" TO REPORT-LINE (50:11)
           END-IF.
           WRITE REPORT-LINE.
           IF OVERSIZE-COUNT > ZERO
               PERFORM 425-WRITE-OVERSIZE-NETS
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       425-WRITE-OVERSIZE-NETS.
           MOVE SPACES TO REPORT-LINE.
           MOVE "*** STUDENTS NETTING 1,000,000.00 OR MORE, TOO "
               TO REPORT-LINE.
           MOVE "LARGE TO CARRY FORWARD AS TYPE OB ***"
               TO REPORT-LINE (48:37).
           WRITE REPORT-LINE.
           PERFORM VARYING OVERSIZE-IDX FROM 1 BY 1
               UNTIL OVERSIZE-IDX > OVERSIZE-COUNT
               OR OVERSIZE-IDX > 50
               MOVE SPACES TO NTL-LABEL
               STRING "    STUDENT " DELIMITED BY SIZE
                       OVS-STUDENT (OVERSIZE-IDX) DELIMITED BY SIZE
                   INTO NTL-LABEL
               MOVE OVS-NET (OVERSIZE-IDX) TO NTL-AMOUNT
               MOVE NET-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE "  STUDENTS NOT CARRIED FORWARD" TO CTL-LABEL.
           MOVE OVERSIZE-COUNT TO CTL-COUNT.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       430-WRITE-RECORD-COUNTS.
           MOVE "LEDGER RECORDS READ" TO CTL-LABEL.
           MOVE READ-COUNT TO CTL-COUNT.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  ARCHIVED" TO CTL-LABEL.
           MOVE ARCHIVED-COUNT TO CTL-COUNT.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO CTL-LABEL.
           STRING "  KEPT ON LEDGER, DATED " DELIMITED BY SIZE
                   WS-OPEN-DATE DELIMITED BY SIZE
                   " ON" DELIMITED BY SIZE
               INTO CTL-LABEL.
           MOVE KEPT-COUNT TO CTL-COUNT.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "OPENING BALANCE ENTRIES ADDED" TO CTL-LABEL.
           MOVE OB-COUNT TO CTL-COUNT.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-PREVIEW-FLAG = "Y"
               MOVE "*** PREVIEW - LEDGER NOT CHANGED, YEAR NOT CLOSED "
                   TO REPORT-LINE
               MOVE "***" TO REPORT-LINE (51:3)
           ELSE
           IF TIED-FLAG = 'N' OR OVERSIZE-COUNT > ZERO
               MOVE "*** LEDGER NOT CHANGED, YEAR NOT CLOSED, ARCHIVE "
                   TO REPORT-LINE
               MOVE "REMOVED ***" TO REPORT-LINE (51:11)
           ELSE
               STRING "LEDGER CLOSED THROUGH " DELIMITED BY SIZE
                       WS-YEAR-END-DATE DELIMITED BY SIZE
                       " - POSTING OPEN FROM " DELIMITED BY SIZE
                       WS-OPEN-DATE DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           END-IF.
           WRITE REPORT-LINE.

       500-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "LEDGER-YEAR-CLOSE" TO AUDIT-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           IF WS-PREVIEW-FLAG = "Y"
               STRING "PREVIEW YEAR=" DELIMITED BY SIZE
                       WS-YEAR-INPUT DELIMITED BY SIZE
                       " ARCH=" DELIMITED BY SIZE
                       ARCHIVED-COUNT DELIMITED BY SIZE
                       " OB=" DELIMITED BY SIZE
                       OB-COUNT DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
           ELSE
           IF OVERSIZE-COUNT > ZERO
               STRING "YEAR=" DELIMITED BY SIZE
                       WS-YEAR-INPUT DELIMITED BY SIZE
                       " NOT CLOSED - NET TOO LARGE=" DELIMITED BY SIZE
                       OVERSIZE-COUNT DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
           ELSE
           IF TIED-FLAG = 'N'
               STRING "YEAR=" DELIMITED BY SIZE
                       WS-YEAR-INPUT DELIMITED BY SIZE
                       " NOT CLOSED - OUT OF BALANCE" DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
           ELSE
               STRING "YEAR=" DELIMITED BY SIZE
                       WS-YEAR-INPUT DELIMITED BY SIZE
                       " ARCHIVED=" DELIMITED BY SIZE
                       ARCHIVED-COUNT DELIMITED BY SIZE
                       " OPENING=" DELIMITED BY SIZE
                       OB-COUNT DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
           END-IF
           END-IF
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "LEDGER-YEAR-CLOSE" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       600-COPY-LEDGER-BACK.
           MOVE "NO" TO LGR-EOF.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT LEDGER-FILE.
           PERFORM UNTIL LGR-EOF = "YES"
               READ WORK-FILE
                   AT END MOVE "YES" TO LGR-EOF
                   NOT AT END
                       MOVE WORK-RECORD TO LEDGER-RECORD
                       WRITE LEDGER-RECORD
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE LEDGER-FILE.

       610-WRITE-CLOSE-RECORD.
           OPEN EXTEND CLOSE-FILE.
           IF LCL-STAT = "35"
               OPEN OUTPUT CLOSE-FILE
           END-IF.
           MOVE SPACES TO LEDGER-CLOSE-RECORD.
           MOVE WS-YEAR-INPUT TO LCL-FISCAL-YEAR.
           MOVE WS-OPEN-DATE TO LCL-OPEN-DATE.
           MOVE WS-BUSINESS-DATE TO LCL-CLOSE-DATE.
           MOVE WS-RUN-TIME TO LCL-CLOSE-TIME.
           MOVE ARCHIVED-COUNT TO LCL-ENTRY-COUNT.
           MOVE ARCHIVED-DEBIT-TOTAL TO LCL-DEBIT-TOTAL.
           MOVE ARCHIVED-CREDIT-TOTAL TO LCL-CREDIT-TOTAL.
           MOVE OB-COUNT TO LCL-OPENING-COUNT.
           MOVE WS-ARCHIVE-FILENAME TO LCL-ARCHIVE-NAME.
           WRITE LEDGER-CLOSE-RECORD.
           CLOSE CLOSE-FILE.

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
               MOVE "LEDGER-YEAR-CLOSE" TO LOCK-HOLDER
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
                           MOVE BUS-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

       END PROGRAM LEDGER-YEAR-CLOSE.
