      * Tectonics: cobc
      * Mod-history:
      *   02/09/2026 HE  Original.
      *   15/10/2026 HE  The CASHJRNL file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      *   15/10/2026 HE  Opening balances (type OB) posted by
      *       LEDGER-YEAR-CLOSE are not cash and are left off the day's
      *       journal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-JOURNAL-REPORT.
           05 SML-CREDIT-TOTAL PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(10) VALUE SPACES.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-REPORT.
           PERFORM 110-GET-FILE-PATHS.
           PERFORM 200-READ-LEDGER.
           PERFORM UNTIL EOF-FLAG = "YES"
               IF LGR-DATE = WS-SELECT-DATE
                   AND LGR-TYPE NOT = "OB"
                   PERFORM 300-PRINT-ENTRY
                   PERFORM 310-TALLY-ENTRY
               END-IF
           END-PERFORM.
           PERFORM 400-PRINT-SUMMARY.
           CLOSE LEDGER-FILE JOURNAL-REPORT-FILE.
           MOVE "CASHJRNL" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           DISPLAY "CASH JOURNAL COMPLETE, TRANSACTIONS: "
               SELECTED-COUNT UPON CONSOLE.
           MOVE 0 TO RETURN-CODE.
           MOVE SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       590-REGISTER-REPORT.
           MOVE "CASH-JOURNAL-REPORT" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       END PROGRAM CASH-JOURNAL-REPORT.
