      *       account merge) from both sides of the summary, like the
      *       RF refund offset - a merge is a transfer between the
      *       same person's numbers, not a charge or a payment.
      *   15/10/2026 HE  A refund check voided as stale by
      *       REFUND-CHECK-RECON is no longer counted as refunded - the
      *       money went back on the account.
      *   15/10/2026 HE  STUADDR.TXT is now indexed on student number:
      *       the mailing address is read by key instead of from the
      *       500-entry address table.
      *   15/10/2026 HE  The YEARSUM file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      *   15/10/2026 HE  A year closed by LEDGER-YEAR-CLOSE is read
      *       from the ledger archive named on LEDGCLOS.TXT (see
      *       LEDGCLOS.DAT) instead of STULEDG.TXT, so a prior-year
      *       summary still works after the close. Opening balances
      *       (type OB) are left out like MG - they are not charges or
      *       payments.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAR-END-SUMMARY.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LGR-STAT.

           SELECT CLOSE-FILE ASSIGN TO WS-LEDGCLOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LCL-STAT.

           SELECT DISPOSITION-FILE ASSIGN TO WS-REFDISB-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DISP-STAT.
           FILE STATUS IS STATUS-FIELD.

           SELECT ADDRESS-FILE ASSIGN TO WS-STUADDR-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADR-STUDENT-NUMBER
           FILE STATUS IS ADR-STAT.

           SELECT SUMMARY-FILE ASSIGN TO WS-REPORT-FILENAME
       FD LEDGER-FILE.
           COPY "STULEDG.DAT".

       FD CLOSE-FILE.
           COPY "LEDGCLOS.DAT".

       FD DISPOSITION-FILE.
           COPY "REFDISB.DAT".

       01 CONTROL-FIELDS.
           05 LGR-STAT PIC X(2).
           05 DISP-STAT PIC X(2).
           05 LCL-STAT PIC X(2).
           05 WS-ARCHIVE-YEAR PIC 9(4).
           05 STATUS-FIELD PIC X(2).
           05 ADR-STAT PIC X(2).
           05 EOF-FLAG PIC X(3).
           05 SUM-IDX PIC 9(3).
           05 MATCH-IDX PIC 9(3).
           05 FOUND-FLAG PIC X(1).
           05 ADR-OPEN-FLAG PIC X(3) VALUE "NO".
           05 ADDR-FOUND-FLAG PIC X(1).
           05 GRAND-CHARGES PIC 9(10)V99 VALUE ZERO.
           05 GRAND-PAYMENTS PIC 9(10)V99 VALUE ZERO.
           05 GRAND-REFUNDS PIC 9(10)V99 VALUE ZERO.
           05 WS-STULEDG-PATH PIC X(60).
           05 WS-REFDISB-PATH PIC X(60).
           05 WS-LEDGCLOS-PATH PIC X(60).
           05 WS-STUFILE-OUT-PATH PIC X(60).
           05 WS-STUADDR-PATH PIC X(60).
           05 WS-REPORT-DIR PIC X(40).
               10 SUM-AID PIC 9(8)V99.
               10 SUM-REFUNDS PIC 9(8)V99.

       01 HEADING-LINE.
           05 FILLER PIC X(30) VALUE
               "STUDENT ACCOUNT SUMMARY FOR ".
       01 SEPARATOR-LINE.
           05 FILLER PIC X(80) VALUE ALL "-".

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-SUMMARY.
           PERFORM 110-GET-FILE-PATHS.
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 140-OPEN-ADDRESS-FILE.
           OPEN INPUT STUDENT-RECORD.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "STUDENT-RECORD OPEN FAILED, FILE STATUS = "
                   STATUS-FIELD UPON CONSOLE
               IF ADR-OPEN-FLAG = "YES"
                   CLOSE ADDRESS-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
               UNTIL SUM-IDX > SUM-COUNT.
           PERFORM 400-PRINT-CONTROL-TOTALS.
           CLOSE STUDENT-RECORD SUMMARY-FILE.
           MOVE "YEARSUM" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           IF ADR-OPEN-FLAG = "YES"
               CLOSE ADDRESS-FILE
           END-IF.
           PERFORM 500-WRITE-AUDIT-LOG.
           DISPLAY "YEAR-END SUMMARY COMPLETE, STUDENTS: " SUM-COUNT
               UPON CONSOLE.
           ELSE
               SUBTRACT 1 FROM RUN-YEAR GIVING WS-SUMMARY-YEAR
           END-IF.
           PERFORM 115-FIND-LEDGER-ARCHIVE.
           ACCEPT WS-REPORT-DIR FROM ENVIRONMENT "YEARSUM_DIR".
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "YEARSUM_" DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.

      * A closed year's entries are on the archive of the first close
      * at or after it - that close swept every earlier year still on
      * STULEDG.TXT.
       115-FIND-LEDGER-ARCHIVE.
           ACCEPT WS-LEDGCLOS-PATH FROM ENVIRONMENT "LEDGCLOS_FILE".
           IF WS-LEDGCLOS-PATH = SPACES
               MOVE "C:\Users\hamza\LEDGCLOS.TXT" TO WS-LEDGCLOS-PATH
           END-IF.
           MOVE ZERO TO WS-ARCHIVE-YEAR.
           MOVE "NO" TO EOF-FLAG.
           OPEN INPUT CLOSE-FILE.
           IF LCL-STAT = "00"
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ CLOSE-FILE
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END
                           IF LCL-FISCAL-YEAR IS NUMERIC
                               AND LCL-FISCAL-YEAR >= WS-SUMMARY-YEAR
                               AND (WS-ARCHIVE-YEAR = ZERO
                               OR LCL-FISCAL-YEAR < WS-ARCHIVE-YEAR)
                               MOVE LCL-FISCAL-YEAR TO WS-ARCHIVE-YEAR
                               MOVE LCL-ARCHIVE-NAME TO WS-STULEDG-PATH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSE-FILE
           END-IF.
           IF WS-ARCHIVE-YEAR NOT = ZERO
               DISPLAY "LEDGER CLOSED FOR " WS-SUMMARY-YEAR
                   " - READING ARCHIVE " WS-STULEDG-PATH UPON CONSOLE
           END-IF.

       120-TALLY-LEDGER.
           MOVE "NO" TO EOF-FLAG.
           OPEN INPUT LEDGER-FILE.
           IF LGR-STAT NOT = "00"
               DISPLAY "LEDGER " WS-STULEDG-PATH " NOT AVAILABLE, "
                   "FILE STATUS = " LGR-STAT UPON CONSOLE
           ELSE
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ LEDGER-FILE
           PERFORM 200-FIND-OR-ADD-SUMMARY.
           IF FOUND-FLAG = 'Y'
               EVALUATE TRUE
                   WHEN LGR-TYPE = "MG" OR LGR-TYPE = "OB"
                       CONTINUE
                   WHEN LGR-DC = "C" AND LGR-TYPE = "AD"
                       ADD LGR-AMOUNT TO SUM-AID (MATCH-IDX)
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END
                           IF RFD-ACTION = "A"
                               AND NOT RFD-CHECK-VOIDED
                               AND RFD-ISSUE-DATE (1:4)
                                   = WS-SUMMARY-YEAR
                               MOVE RFD-STUDENT-NUMBER
               END-IF
           END-IF.

       140-OPEN-ADDRESS-FILE.
           OPEN INPUT ADDRESS-FILE.
           IF ADR-STAT = "00"
               MOVE "YES" TO ADR-OPEN-FLAG
           END-IF.

       300-PRINT-ONE-SUMMARY.

       350-PRINT-ADDRESS-BLOCK.
           MOVE 'N' TO ADDR-FOUND-FLAG.
           IF ADR-OPEN-FLAG = "YES"
               MOVE SUM-STUDENT (SUM-IDX) TO ADR-STUDENT-NUMBER
               READ ADDRESS-FILE
                   INVALID KEY MOVE 'N' TO ADDR-FOUND-FLAG
                   NOT INVALID KEY MOVE 'Y' TO ADDR-FOUND-FLAG
               END-READ
           END-IF.
           IF ADDR-FOUND-FLAG = 'Y'
               MOVE ADR-LINE-1 TO ADL-TEXT
               MOVE ADDRESS-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               IF ADR-LINE-2 NOT = SPACES
                   MOVE ADR-LINE-2 TO ADL-TEXT
                   MOVE "         " TO ADDRESS-LINE (1:9)
                   MOVE ADDRESS-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               MOVE ADR-CITY TO ADL-TEXT
               MOVE "         " TO ADDRESS-LINE (1:9)
               MOVE ADDRESS-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "YEAR-END-SUMMARY" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       END PROGRAM YEAR-END-SUMMARY.
