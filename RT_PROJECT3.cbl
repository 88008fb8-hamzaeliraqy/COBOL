      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: REPORT RETENTION - applies the per-report retention
      *          rules in RPTRETN.TXT (see RPTRETN.DAT) to the report
      *          catalog RPTCAT.TXT (see RPTCAT.DAT). Every catalogued
      *          file still on file whose business date is more than
      *          the rule's days before today's business date is
      *          archived (copied to RPTARCH_DIR as
      *          REPORTID_RUNDATE_RUNTIME.TXT, then removed) or purged
      *          (removed), and its catalog entry marked A or P; a file
      *          no longer on disk is marked M. Report IDs with no
      *          rule are never touched, and billing statements,
      *          year-end summaries and agency placements are kept by
      *          law whatever the rules say. The catalog passes through
      *          a work file (RPTCAT_WORK_FILE) and is copied back.
      *          BATCH_PREVIEW Y lists what would be done and changes
      *          nothing. The run is listed on
      *          RETAIN_YYYYMMDD_HHMMSS.TXT.
      *          A live run holds STULOCK.TXT while it works.
      *          RETURN-CODE 4 when a file was missing or could not be
      *          archived or removed, 8 when the catalog is unavailable
      *          or the lock is held.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      *   15/10/2026 HE  Ledger archives and ledger close reports
      *       (LEDGARCH, LEDGCLOSE) are financial records and are kept
      *       whatever the rules say, like billing statements.
      *   15/10/2026 HE  A live run holds STULOCK.TXT from reading the
      *       catalog to copying it back, and entries REPORT-REGISTER
      *       appended to RPTCAT.TXT while the run worked are carried
      *       over to the copy instead of being overwritten.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-RETENTION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO WS-RPTCAT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-STAT.

           SELECT RETENTION-FILE ASSIGN TO WS-RPTRETN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RTN-STAT.

           SELECT WORK-FILE ASSIGN TO WS-WORK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORK-STAT.

           SELECT SOURCE-FILE ASSIGN TO WS-SOURCE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SRC-STAT.

           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARC-STAT.

           SELECT RETAIN-REPORT ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS-FIELD.

           SELECT BUSDATE-FILE ASSIGN TO WS-BUSDATE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUSDATE-STAT.

           SELECT LOCK-FILE ASSIGN TO WS-STULOCK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOCK-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOG-FILE.
           COPY "RPTCAT.DAT".

       FD RETENTION-FILE.
           COPY "RPTRETN.DAT".

       FD WORK-FILE.
       01 WORK-RECORD PIC X(220).

       FD SOURCE-FILE.
       01 SOURCE-RECORD PIC X(300).

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD PIC X(300).

       FD RETAIN-REPORT.
       01 REPORT-LINE PIC X(132).

       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.DAT".

       FD BUSDATE-FILE.
           COPY "BUSDATE.DAT".

       FD LOCK-FILE.
       01 LOCK-RECORD.
           05 LOCK-HOLDER PIC X(20).
           05 FILLER PIC X(2).
           05 LOCK-DATE PIC 9(8).
           05 FILLER PIC X(2).
           05 LOCK-TIME PIC 9(8).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 CAT-STAT PIC X(2).
           05 RTN-STAT PIC X(2).
           05 WORK-STAT PIC X(2).
           05 SRC-STAT PIC X(2).
           05 ARC-STAT PIC X(2).
           05 AUDIT-STATUS-FIELD PIC X(2).
           05 BUSDATE-STAT PIC X(2).
           05 LOCK-STAT PIC X(2).
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 LOCK-FREE-FLAG PIC X(3).
           05 UNDER-DRIVER-FLAG PIC X(3) VALUE "NO".
           05 RTN-EOF PIC X(3) VALUE "NO".
           05 SRC-EOF PIC X(3) VALUE "NO".
           05 RULE-FOUND PIC X(1).
           05 EXEMPT-FOUND PIC X(1).
           05 FILE-DONE PIC X(1).
           05 DUE-FLAG PIC X(1).
           05 WS-PREVIEW-FLAG PIC X(1) VALUE "N".
           05 RULE-COUNT PIC 9(3) VALUE ZERO.
           05 RULE-IDX PIC 9(3).
           05 EXM-IDX PIC 9(2).
           05 READ-COUNT PIC 9(6) VALUE ZERO.
           05 SKIP-COUNT PIC 9(6).
           05 LATE-COUNT PIC 9(6) VALUE ZERO.
           05 ARCHIVED-COUNT PIC 9(6) VALUE ZERO.
           05 PURGED-COUNT PIC 9(6) VALUE ZERO.
           05 MISSING-COUNT PIC 9(6) VALUE ZERO.
           05 FAILED-COUNT PIC 9(6) VALUE ZERO.
           05 EXEMPT-COUNT PIC 9(6) VALUE ZERO.
           05 WS-RPTCAT-PATH PIC X(60).
           05 WS-RPTRETN-PATH PIC X(60).
           05 WS-WORK-PATH PIC X(60).
           05 WS-SOURCE-PATH PIC X(60).
           05 WS-ARCHIVE-DIR PIC X(40).
           05 WS-ARCHIVE-FILENAME PIC X(60).
           05 WS-REPORT-DIR PIC X(40).
           05 WS-REPORT-FILENAME PIC X(60).
           05 WS-AUDIT-LOG-PATH PIC X(60).
           05 WS-BUSDATE-PATH PIC X(60).
           05 WS-STULOCK-PATH PIC X(60).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).
           05 WS-BUSINESS-DATE PIC 9(8).
           05 WS-BUSINESS-DAYS PIC 9(7).
           05 WS-AGE-DAYS PIC S9(7).
           05 WS-DATE-IN PIC 9(8).
           05 WS-DATE-PARTS REDEFINES WS-DATE-IN.
               10 WS-DI-YEAR PIC 9(4).
               10 WS-DI-MONTH PIC 9(2).
               10 WS-DI-DAY PIC 9(2).
           05 WS-DAY-NUMBER PIC 9(7).
           05 WS-ACTION-TEXT PIC X(24).

       01 MONTH-DAY-VALUES.
           05 FILLER PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01 MONTH-DAYS REDEFINES MONTH-DAY-VALUES.
           05 MONTH-START-DAY PIC 9(3) OCCURS 12 TIMES.

      * Reports the college must keep by law - never archived or
      * purged, whatever RPTRETN.TXT says.
       01 EXEMPT-REPORT-VALUES.
           05 FILLER PIC X(12) VALUE "BILLSTMT".
           05 FILLER PIC X(12) VALUE "YEARSUM".
           05 FILLER PIC X(12) VALUE "AGYPLACE".
           05 FILLER PIC X(12) VALUE "LEDGARCH".
           05 FILLER PIC X(12) VALUE "LEDGCLOSE".
       01 EXEMPT-REPORTS REDEFINES EXEMPT-REPORT-VALUES.
           05 EXEMPT-REPORT-ID PIC X(12) OCCURS 5 TIMES.

       01 RULE-VALUES.
           05 RULE-ENTRY OCCURS 100 TIMES.
               10 RUL-REPORT-ID PIC X(12).
               10 RUL-DAYS PIC 9(5).
               10 RUL-ACTION PIC X(1).

       01 DETAIL-LINE.
           05 DTL-ACTION PIC X(24).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-REPORT-ID PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-BUS-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-AGE PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-FILE-NAME PIC X(60).
           05 FILLER PIC X(15) VALUE SPACES.

       01 TOTAL-LINE.
           05 TTL-CAPTION PIC X(30).
           05 TTL-COUNT PIC ZZZZZ9.
           05 FILLER PIC X(96) VALUE SPACES.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-RETENTION.
           PERFORM 110-GET-FILE-PATHS.
           PERFORM 112-GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-DATE-IN.
           PERFORM 231-DATE-TO-DAYS.
           MOVE WS-DAY-NUMBER TO WS-BUSINESS-DAYS.
           PERFORM 120-LOAD-RETENTION-RULES.
           IF RULE-COUNT = ZERO
               DISPLAY "NO RETENTION RULES ON FILE - NOTHING DONE"
                   UPON CONSOLE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PREVIEW-FLAG = "N"
               PERFORM 800-CHECK-AND-SET-LOCK
               IF LOCK-FREE-FLAG = "NO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT CATALOG-FILE.
           IF CAT-STAT NOT = "00"
               DISPLAY "REPORT CATALOG NOT AVAILABLE, FILE STATUS = "
                   CAT-STAT UPON CONSOLE
               IF WS-PREVIEW-FLAG = "N"
                   PERFORM 810-CLEAR-LOCK
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PREVIEW-FLAG = "N"
               OPEN OUTPUT WORK-FILE
               IF WORK-STAT NOT = "00"
                   DISPLAY "CATALOG WORK FILE NOT AVAILABLE, "
                       "FILE STATUS = " WORK-STAT UPON CONSOLE
                   CLOSE CATALOG-FILE
                   PERFORM 810-CLEAR-LOCK
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT RETAIN-REPORT.
           MOVE SPACES TO REPORT-LINE.
           IF WS-PREVIEW-FLAG = "Y"
               STRING "REPORT RETENTION PREVIEW - NO CHANGES - "
                       DELIMITED BY SIZE
                   "BUSINESS DATE " DELIMITED BY SIZE
                   WS-BUSINESS-DATE DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "REPORT RETENTION - BUSINESS DATE "
                       DELIMITED BY SIZE
                   WS-BUSINESS-DATE DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 200-READ-CATALOG.
           PERFORM UNTIL EOF-FLAG = "YES"
               PERFORM 300-APPLY-RETENTION
               IF WS-PREVIEW-FLAG = "N"
                   MOVE REPORT-CATALOG-RECORD TO WORK-RECORD
                   WRITE WORK-RECORD
               END-IF
               PERFORM 200-READ-CATALOG
           END-PERFORM.
           PERFORM 450-WRITE-TOTALS.
           IF WS-PREVIEW-FLAG = "N"
               CLOSE CATALOG-FILE WORK-FILE
               PERFORM 600-COPY-CATALOG-BACK
               PERFORM 810-CLEAR-LOCK
           ELSE
               CLOSE CATALOG-FILE
           END-IF.
           CLOSE RETAIN-REPORT.
           MOVE "RETAIN" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           PERFORM 500-WRITE-AUDIT-LOG.
           IF WS-PREVIEW-FLAG = "Y"
               DISPLAY "RETENTION PREVIEW COMPLETE, WOULD ARCHIVE: "
                   ARCHIVED-COUNT " WOULD PURGE: " PURGED-COUNT
                   " MISSING: " MISSING-COUNT UPON CONSOLE
           ELSE
               DISPLAY "RETENTION COMPLETE, ARCHIVED: " ARCHIVED-COUNT
                   " PURGED: " PURGED-COUNT " MISSING: "
                   MISSING-COUNT " FAILED: " FAILED-COUNT
                   UPON CONSOLE
           END-IF.
           IF MISSING-COUNT > ZERO OR FAILED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       110-GET-FILE-PATHS.
           ACCEPT WS-RPTCAT-PATH FROM ENVIRONMENT "RPTCAT_FILE".
           IF WS-RPTCAT-PATH = SPACES
               MOVE "C:\Users\hamza\RPTCAT.TXT" TO WS-RPTCAT-PATH
           END-IF.
           ACCEPT WS-RPTRETN-PATH FROM ENVIRONMENT "RPTRETN_FILE".
           IF WS-RPTRETN-PATH = SPACES
               MOVE "C:\Users\hamza\RPTRETN.TXT" TO WS-RPTRETN-PATH
           END-IF.
           ACCEPT WS-WORK-PATH FROM ENVIRONMENT "RPTCAT_WORK_FILE".
           IF WS-WORK-PATH = SPACES
               MOVE "C:\Users\hamza\RPTCAT.TMP" TO WS-WORK-PATH
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
           ACCEPT WS-ARCHIVE-DIR FROM ENVIRONMENT "RPTARCH_DIR".
           ACCEPT WS-REPORT-DIR FROM ENVIRONMENT "RETAIN_DIR".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "RETAIN_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.

       120-LOAD-RETENTION-RULES.
           OPEN INPUT RETENTION-FILE.
           IF RTN-STAT NOT = "00"
               DISPLAY "RPTRETN.TXT NOT AVAILABLE, FILE STATUS = "
                   RTN-STAT UPON CONSOLE
           ELSE
               PERFORM UNTIL RTN-EOF = "YES"
                   READ RETENTION-FILE
                       AT END MOVE "YES" TO RTN-EOF
                       NOT AT END PERFORM 125-STORE-RULE
                   END-READ
               END-PERFORM
               CLOSE RETENTION-FILE
           END-IF.

       125-STORE-RULE.
           IF RTN-REPORT-ID = SPACES
               CONTINUE
           ELSE
           IF RTN-DAYS IS NOT NUMERIC
               OR (RTN-ACTION NOT = "A" AND RTN-ACTION NOT = "P")
               DISPLAY "RETENTION RULE IGNORED - BAD DAYS OR ACTION: "
                   RTN-REPORT-ID UPON CONSOLE
           ELSE
           IF RULE-COUNT NOT < 100
               DISPLAY "RETENTION TABLE FULL - RULE IGNORED: "
                   RTN-REPORT-ID UPON CONSOLE
           ELSE
               ADD 1 TO RULE-COUNT
               MOVE RTN-REPORT-ID TO RUL-REPORT-ID (RULE-COUNT)
               MOVE RTN-DAYS TO RUL-DAYS (RULE-COUNT)
               MOVE RTN-ACTION TO RUL-ACTION (RULE-COUNT)
           END-IF
           END-IF
           END-IF.

       200-READ-CATALOG.
           READ CATALOG-FILE
               AT END MOVE "YES" TO EOF-FLAG
               NOT AT END ADD 1 TO READ-COUNT
           END-READ.

       300-APPLY-RETENTION.
           MOVE 'N' TO DUE-FLAG.
           IF CAT-ON-FILE
               PERFORM 305-CHECK-DUE
           END-IF.
           IF DUE-FLAG = 'Y'
               PERFORM 320-DISPOSE-FILE
           END-IF.

       305-CHECK-DUE.
           MOVE 'N' TO RULE-FOUND.
           PERFORM VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-FOUND = 'Y' OR RULE-IDX > RULE-COUNT
               IF RUL-REPORT-ID (RULE-IDX) = CAT-REPORT-ID
                   MOVE 'Y' TO RULE-FOUND
               END-IF
           END-PERFORM.
           IF RULE-FOUND = 'Y' AND CAT-BUSINESS-DATE IS NUMERIC
               AND CAT-BUSINESS-DATE > ZERO
               SUBTRACT 1 FROM RULE-IDX
               MOVE CAT-BUSINESS-DATE TO WS-DATE-IN
               PERFORM 231-DATE-TO-DAYS
               COMPUTE WS-AGE-DAYS = WS-BUSINESS-DAYS - WS-DAY-NUMBER
               IF WS-AGE-DAYS > RUL-DAYS (RULE-IDX)
                   MOVE 'Y' TO DUE-FLAG
               END-IF
           END-IF.

       320-DISPOSE-FILE.
           MOVE 'N' TO EXEMPT-FOUND.
           PERFORM VARYING EXM-IDX FROM 1 BY 1 UNTIL EXM-IDX > 5
               IF EXEMPT-REPORT-ID (EXM-IDX) = CAT-REPORT-ID
                   MOVE 'Y' TO EXEMPT-FOUND
               END-IF
           END-PERFORM.
           IF EXEMPT-FOUND = 'Y'
               MOVE "KEPT - LEGAL RETENTION" TO WS-ACTION-TEXT
               ADD 1 TO EXEMPT-COUNT
           ELSE
               MOVE CAT-FILE-NAME TO WS-SOURCE-PATH
               OPEN INPUT SOURCE-FILE
               IF SRC-STAT NOT = "00"
                   MOVE "FILE NOT FOUND" TO WS-ACTION-TEXT
                   ADD 1 TO MISSING-COUNT
                   IF WS-PREVIEW-FLAG = "N"
                       MOVE "M" TO CAT-STATUS
                       MOVE WS-BUSINESS-DATE TO CAT-STATUS-DATE
                   END-IF
               ELSE
               IF WS-PREVIEW-FLAG = "Y"
                   CLOSE SOURCE-FILE
                   PERFORM 325-PREVIEW-ACTION
               ELSE
               IF RUL-ACTION (RULE-IDX) = "A"
                   PERFORM 310-ARCHIVE-FILE
               ELSE
                   CLOSE SOURCE-FILE
                   PERFORM 315-PURGE-FILE
               END-IF
               END-IF
               END-IF
           END-IF.
           PERFORM 400-WRITE-DETAIL.

       310-ARCHIVE-FILE.
           MOVE SPACES TO WS-ARCHIVE-FILENAME.
           STRING WS-ARCHIVE-DIR DELIMITED BY SPACE
                   CAT-REPORT-ID DELIMITED BY SPACE
                   "_" DELIMITED BY SIZE
                   CAT-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   CAT-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILENAME.
           OPEN OUTPUT ARCHIVE-FILE.
           IF ARC-STAT NOT = "00"
               CLOSE SOURCE-FILE
               MOVE "ARCHIVE NOT WRITTEN" TO WS-ACTION-TEXT
               ADD 1 TO FAILED-COUNT
           ELSE
               MOVE "NO" TO SRC-EOF
               PERFORM UNTIL SRC-EOF = "YES"
                   READ SOURCE-FILE
                       AT END MOVE "YES" TO SRC-EOF
                       NOT AT END
                           MOVE SOURCE-RECORD TO ARCHIVE-RECORD
                           WRITE ARCHIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE ARCHIVE-FILE
               PERFORM 330-REMOVE-FILE
               IF FILE-DONE = 'Y'
                   MOVE "ARCHIVED" TO WS-ACTION-TEXT
                   MOVE "A" TO CAT-STATUS
                   MOVE WS-BUSINESS-DATE TO CAT-STATUS-DATE
                   MOVE WS-ARCHIVE-FILENAME TO CAT-ARCHIVE-NAME
                   ADD 1 TO ARCHIVED-COUNT
               END-IF
           END-IF.

       315-PURGE-FILE.
           PERFORM 330-REMOVE-FILE.
           IF FILE-DONE = 'Y'
               MOVE "PURGED" TO WS-ACTION-TEXT
               MOVE "P" TO CAT-STATUS
               MOVE WS-BUSINESS-DATE TO CAT-STATUS-DATE
               ADD 1 TO PURGED-COUNT
           END-IF.

       325-PREVIEW-ACTION.
           IF RUL-ACTION (RULE-IDX) = "A"
               MOVE "WOULD ARCHIVE" TO WS-ACTION-TEXT
               ADD 1 TO ARCHIVED-COUNT
           ELSE
               MOVE "WOULD PURGE" TO WS-ACTION-TEXT
               ADD 1 TO PURGED-COUNT
           END-IF.

       330-REMOVE-FILE.
           CALL "CBL_DELETE_FILE" USING WS-SOURCE-PATH.
           IF RETURN-CODE = 0
               MOVE 'Y' TO FILE-DONE
           ELSE
               MOVE 'N' TO FILE-DONE
               MOVE "FILE NOT REMOVED" TO WS-ACTION-TEXT
               ADD 1 TO FAILED-COUNT
           END-IF.
           MOVE 0 TO RETURN-CODE.

       400-WRITE-DETAIL.
           MOVE WS-ACTION-TEXT TO DTL-ACTION.
           MOVE CAT-REPORT-ID TO DTL-REPORT-ID.
           MOVE CAT-BUSINESS-DATE TO DTL-BUS-DATE.
           MOVE WS-AGE-DAYS TO DTL-AGE.
           MOVE CAT-FILE-NAME TO DTL-FILE-NAME.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       450-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CATALOG ENTRIES READ:" TO TTL-CAPTION.
           MOVE READ-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-PREVIEW-FLAG = "Y"
               MOVE "WOULD ARCHIVE:" TO TTL-CAPTION
           ELSE
               MOVE "ARCHIVED:" TO TTL-CAPTION
           END-IF.
           MOVE ARCHIVED-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-PREVIEW-FLAG = "Y"
               MOVE "WOULD PURGE:" TO TTL-CAPTION
           ELSE
               MOVE "PURGED:" TO TTL-CAPTION
           END-IF.
           MOVE PURGED-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FILES NOT FOUND:" TO TTL-CAPTION.
           MOVE MISSING-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "NOT ARCHIVED OR NOT REMOVED:" TO TTL-CAPTION.
           MOVE FAILED-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "KEPT FOR LEGAL RETENTION:" TO TTL-CAPTION.
           MOVE EXEMPT-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       500-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "REPORT-RETENTION" TO AUDIT-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           IF WS-PREVIEW-FLAG = "Y"
               STRING "PREVIEW ARCH=" DELIMITED BY SIZE
                       ARCHIVED-COUNT DELIMITED BY SIZE
                       " PURGE=" DELIMITED BY SIZE
                       PURGED-COUNT DELIMITED BY SIZE
                       " MISSING=" DELIMITED BY SIZE
                       MISSING-COUNT DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
           ELSE
               STRING "ARCHIVED=" DELIMITED BY SIZE
                       ARCHIVED-COUNT DELIMITED BY SIZE
                       " PURGED=" DELIMITED BY SIZE
                       PURGED-COUNT DELIMITED BY SIZE
                       " MISSING=" DELIMITED BY SIZE
                       MISSING-COUNT DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "REPORT-RETENTION" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

      * REPORT-REGISTER appends to the catalog without the lock, so
      * any entries past the ones this run read are added to the work
      * file, unchanged, before it replaces the catalog.
       600-COPY-CATALOG-BACK.
           PERFORM 605-CARRY-LATE-ENTRIES.
           MOVE "NO" TO EOF-FLAG.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT CATALOG-FILE.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ WORK-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       MOVE WORK-RECORD TO REPORT-CATALOG-RECORD
                       WRITE REPORT-CATALOG-RECORD
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE CATALOG-FILE.

       605-CARRY-LATE-ENTRIES.
           MOVE "NO" TO EOF-FLAG.
           MOVE ZERO TO SKIP-COUNT.
           OPEN INPUT CATALOG-FILE.
           OPEN EXTEND WORK-FILE.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ CATALOG-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       IF SKIP-COUNT < READ-COUNT
                           ADD 1 TO SKIP-COUNT
                       ELSE
                           MOVE REPORT-CATALOG-RECORD TO WORK-RECORD
                           WRITE WORK-RECORD
                           ADD 1 TO LATE-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE WORK-FILE.
           IF LATE-COUNT > ZERO
               DISPLAY "CATALOG ENTRIES ADDED DURING THE RUN KEPT: "
                   LATE-COUNT UPON CONSOLE
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
               MOVE "REPORT-RETENTION" TO LOCK-HOLDER
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
                           MOVE BUS-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

       END PROGRAM REPORT-RETENTION.
