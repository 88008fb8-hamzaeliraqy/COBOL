      * Tectonics: cobc
      * Mod-history:
      *   22/08/2026 HE  Original.
      *   15/10/2026 HE  The AUDITRPT file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-QUERY-REPORT.
           05 SML-RUNS PIC ZZZ9.
           05 FILLER PIC X(58) VALUE SPACES.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-REPORT.
           PERFORM 110-GET-FILE-PATHS.
           END-PERFORM.
           PERFORM 500-PRINT-SUMMARY.
           CLOSE AUDIT-LOG-FILE AUDIT-REPORT.
           MOVE "AUDITRPT" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           DISPLAY "AUDIT QUERY COMPLETE, RUNS LISTED: "
               SELECTED-COUNT UPON CONSOLE.
           STOP RUN.
               WRITE REPORT-LINE
           END-PERFORM.

       590-REGISTER-REPORT.
           MOVE "AUDIT-QUERY-REPORT" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       END PROGRAM AUDIT-QUERY-REPORT.
