      * Tectonics: cobc
      * Mod-history:
      *   22/08/2026 HE  Original.
      *   15/10/2026 HE  The REFUNDRPT file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUND-REPORT.
           05 TOT-AMOUNT PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(45) VALUE SPACES.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-REPORT.
           PERFORM 110-GET-FILE-PATHS.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REFUND-QUEUE REFUND-REPORT-FILE.
           MOVE "REFUNDRPT" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           DISPLAY "REFUND REPORT COMPLETE, REFUNDS: " REFUND-COUNT
               UPON CONSOLE.
           STOP RUN.
           ADD 1 TO REFUND-COUNT.
           ADD RFQ-OVERAGE TO REFUND-TOTAL.

       590-REGISTER-REPORT.
           MOVE "REFUND-REPORT" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       END PROGRAM REFUND-REPORT.
