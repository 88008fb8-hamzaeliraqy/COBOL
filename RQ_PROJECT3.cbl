      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: REPORT CATALOG QUERY - reads RPTCAT.TXT (the shared
      *          REPORT-CATALOG-RECORD layout in RPTCAT.DAT), selects
      *          by program name or report ID and/or business date
      *          range, prints the matching files in catalog order
      *          with their line count, operator and status, and
      *          finishes with a files-per-report summary. Set
      *          RPTQ_PROGRAM (program name or report ID),
      *          RPTQ_FROM_DATE and/or RPTQ_TO_DATE (YYYYMMDD); leave
      *          unset for no filter.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-CATALOG-QUERY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO WS-RPTCAT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-STAT.

           SELECT CATALOG-REPORT ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOG-FILE.
           COPY "RPTCAT.DAT".

       FD CATALOG-REPORT.
       01 REPORT-LINE PIC X(140).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 CAT-STAT PIC X(2).
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 SELECT-FLAG PIC X(3).
           05 SELECTED-COUNT PIC 9(6) VALUE ZERO.
           05 SELECTED-LINES PIC 9(9) VALUE ZERO.
           05 SUMMARY-COUNT PIC 9(3) VALUE ZERO.
           05 SUM-IDX PIC 9(3).
           05 SUM-FOUND PIC X(1).
           05 WS-PROGRAM-FILTER PIC X(20).
           05 WS-FROM-DATE PIC X(8).
           05 WS-TO-DATE PIC X(8).
           05 WS-RPTCAT-PATH PIC X(60).
           05 WS-REPORT-DIR PIC X(40).
           05 WS-REPORT-FILENAME PIC X(60).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).

       01 SUMMARY-VALUES.
           05 SUMMARY-ENTRY OCCURS 200 TIMES.
               10 SUM-PROGRAM PIC X(20).
               10 SUM-REPORT-ID PIC X(12).
               10 SUM-FILES PIC 9(5).
               10 SUM-LINES PIC 9(9).
               10 SUM-ON-FILE PIC 9(5).
               10 SUM-ARCHIVED PIC 9(5).
               10 SUM-PURGED PIC 9(5).
               10 SUM-MISSING PIC 9(5).

       01 HEADING-LINE.
           05 FILLER PIC X(8) VALUE "BUS DATE".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "RUN TIME".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "PROGRAM".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "REPORT ID".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "    LINES".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "OPERATOR".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(2) VALUE "ST".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(60) VALUE "FILE".

       01 DETAIL-LINE.
           05 DTL-BUS-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DTL-RUN-TIME PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-PROGRAM PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-REPORT-ID PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-LINES PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-OPERATOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-STATUS PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DTL-FILE-NAME PIC X(60).

       01 SUMMARY-LINE.
           05 SML-PROGRAM PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SML-REPORT-ID PIC X(12).
           05 FILLER PIC X(9) VALUE "  FILES: ".
           05 SML-FILES PIC ZZZZ9.
           05 FILLER PIC X(9) VALUE "  LINES: ".
           05 SML-LINES PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(11) VALUE "  ON FILE: ".
           05 SML-ON-FILE PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE "  ARCHIVED: ".
           05 SML-ARCHIVED PIC ZZZZ9.
           05 FILLER PIC X(10) VALUE "  PURGED: ".
           05 SML-PURGED PIC ZZZZ9.
           05 FILLER PIC X(11) VALUE "  MISSING: ".
           05 SML-MISSING PIC ZZZZ9.

       01 TOTAL-LINE.
           05 FILLER PIC X(16) VALUE "FILES SELECTED: ".
           05 TTL-FILES PIC ZZZZZ9.
           05 FILLER PIC X(15) VALUE "  TOTAL LINES: ".
           05 TTL-LINES PIC ZZZ,ZZZ,ZZ9.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-REPORT.
           PERFORM 110-GET-FILE-PATHS.
           OPEN INPUT CATALOG-FILE.
           IF CAT-STAT NOT = "00"
               DISPLAY "REPORT CATALOG NOT AVAILABLE, FILE STATUS = "
                   CAT-STAT UPON CONSOLE
               STOP RUN
           END-IF.
           OPEN OUTPUT CATALOG-REPORT.
           MOVE "REPORT CATALOG QUERY" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 200-READ-CATALOG.
           PERFORM UNTIL EOF-FLAG = "YES"
               PERFORM 300-SELECT-ENTRY
               IF SELECT-FLAG = "YES"
                   PERFORM 400-PRINT-ENTRY
                   PERFORM 410-TALLY-SUMMARY
               END-IF
               PERFORM 200-READ-CATALOG
           END-PERFORM.
           PERFORM 500-PRINT-SUMMARY.
           CLOSE CATALOG-FILE CATALOG-REPORT.
           MOVE "RPTCATQ" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           DISPLAY "REPORT CATALOG QUERY COMPLETE, FILES LISTED: "
               SELECTED-COUNT UPON CONSOLE.
           STOP RUN.

       110-GET-FILE-PATHS.
           ACCEPT WS-RPTCAT-PATH FROM ENVIRONMENT "RPTCAT_FILE".
           IF WS-RPTCAT-PATH = SPACES
               MOVE "C:\Users\hamza\RPTCAT.TXT" TO WS-RPTCAT-PATH
           END-IF.
           ACCEPT WS-PROGRAM-FILTER FROM ENVIRONMENT "RPTQ_PROGRAM".
           ACCEPT WS-FROM-DATE FROM ENVIRONMENT "RPTQ_FROM_DATE".
           ACCEPT WS-TO-DATE FROM ENVIRONMENT "RPTQ_TO_DATE".
           ACCEPT WS-REPORT-DIR FROM ENVIRONMENT "RPTCATQ_DIR".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "RPTCATQ_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.

       200-READ-CATALOG.
           READ CATALOG-FILE
               AT END MOVE "YES" TO EOF-FLAG
           END-READ.

       300-SELECT-ENTRY.
           MOVE "YES" TO SELECT-FLAG.
           IF WS-PROGRAM-FILTER NOT = SPACES
               IF CAT-PROGRAM-NAME NOT = WS-PROGRAM-FILTER
                   AND CAT-REPORT-ID NOT = WS-PROGRAM-FILTER
                   MOVE "NO" TO SELECT-FLAG
               END-IF
           END-IF.
           IF WS-FROM-DATE NOT = SPACES
               IF CAT-BUSINESS-DATE < WS-FROM-DATE
                   MOVE "NO" TO SELECT-FLAG
               END-IF
           END-IF.
           IF WS-TO-DATE NOT = SPACES
               IF CAT-BUSINESS-DATE > WS-TO-DATE
                   MOVE "NO" TO SELECT-FLAG
               END-IF
           END-IF.

       400-PRINT-ENTRY.
           MOVE CAT-BUSINESS-DATE TO DTL-BUS-DATE.
           MOVE CAT-RUN-TIME TO DTL-RUN-TIME.
           MOVE CAT-PROGRAM-NAME TO DTL-PROGRAM.
           MOVE CAT-REPORT-ID TO DTL-REPORT-ID.
           MOVE CAT-LINE-COUNT TO DTL-LINES.
           IF CAT-OPERATOR = SPACES
               MOVE "BATCH" TO DTL-OPERATOR
           ELSE
               MOVE CAT-OPERATOR TO DTL-OPERATOR
           END-IF.
           MOVE CAT-STATUS TO DTL-STATUS.
           IF CAT-ARCHIVED
               MOVE CAT-ARCHIVE-NAME TO DTL-FILE-NAME
           ELSE
               MOVE CAT-FILE-NAME TO DTL-FILE-NAME
           END-IF.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO SELECTED-COUNT.
           ADD CAT-LINE-COUNT TO SELECTED-LINES.

       410-TALLY-SUMMARY.
           MOVE 'N' TO SUM-FOUND.
           PERFORM VARYING SUM-IDX FROM 1 BY 1
               UNTIL SUM-FOUND = 'Y' OR SUM-IDX > SUMMARY-COUNT
               IF SUM-PROGRAM (SUM-IDX) = CAT-PROGRAM-NAME
                   AND SUM-REPORT-ID (SUM-IDX) = CAT-REPORT-ID
                   MOVE 'Y' TO SUM-FOUND
               END-IF
           END-PERFORM.
           IF SUM-FOUND = 'Y'
               SUBTRACT 1 FROM SUM-IDX
           ELSE
               IF SUMMARY-COUNT < 200
                   ADD 1 TO SUMMARY-COUNT
                   MOVE SUMMARY-COUNT TO SUM-IDX
                   MOVE CAT-PROGRAM-NAME TO SUM-PROGRAM (SUM-IDX)
                   MOVE CAT-REPORT-ID TO SUM-REPORT-ID (SUM-IDX)
                   MOVE ZERO TO SUM-FILES (SUM-IDX)
                       SUM-LINES (SUM-IDX) SUM-ON-FILE (SUM-IDX)
                       SUM-ARCHIVED (SUM-IDX) SUM-PURGED (SUM-IDX)
                       SUM-MISSING (SUM-IDX)
                   MOVE 'Y' TO SUM-FOUND
               ELSE
                   DISPLAY "SUMMARY TABLE FULL - FILE NOT SUMMARIZED: "
                       CAT-PROGRAM-NAME " " CAT-REPORT-ID
                       UPON CONSOLE
               END-IF
           END-IF.
           IF SUM-FOUND = 'Y'
               ADD 1 TO SUM-FILES (SUM-IDX)
               ADD CAT-LINE-COUNT TO SUM-LINES (SUM-IDX)
               EVALUATE TRUE
                   WHEN CAT-ON-FILE
                       ADD 1 TO SUM-ON-FILE (SUM-IDX)
                   WHEN CAT-ARCHIVED
                       ADD 1 TO SUM-ARCHIVED (SUM-IDX)
                   WHEN CAT-PURGED
                       ADD 1 TO SUM-PURGED (SUM-IDX)
                   WHEN CAT-MISSING
                       ADD 1 TO SUM-MISSING (SUM-IDX)
               END-EVALUATE
           END-IF.

       500-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FILES PER REPORT" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING SUM-IDX FROM 1 BY 1
               UNTIL SUM-IDX > SUMMARY-COUNT
               MOVE SUM-PROGRAM (SUM-IDX) TO SML-PROGRAM
               MOVE SUM-REPORT-ID (SUM-IDX) TO SML-REPORT-ID
               MOVE SUM-FILES (SUM-IDX) TO SML-FILES
               MOVE SUM-LINES (SUM-IDX) TO SML-LINES
               MOVE SUM-ON-FILE (SUM-IDX) TO SML-ON-FILE
               MOVE SUM-ARCHIVED (SUM-IDX) TO SML-ARCHIVED
               MOVE SUM-PURGED (SUM-IDX) TO SML-PURGED
               MOVE SUM-MISSING (SUM-IDX) TO SML-MISSING
               MOVE SUMMARY-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SELECTED-COUNT TO TTL-FILES.
           MOVE SELECTED-LINES TO TTL-LINES.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       590-REGISTER-REPORT.
           MOVE "REPORT-CATALOG-QUERY" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       END PROGRAM REPORT-CATALOG-QUERY.
