      * Tectonics: cobc
      * Mod-history:
      *   22/08/2026 HE  Original.
      *   15/10/2026 HE  The PROGSTATS file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM-STATS-REPORT.
           05 MNY-AVERAGE PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(19) VALUE SPACES.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-REPORT.
           PERFORM 110-GET-FILE-PATHS.
           END-IF.
           PERFORM 600-PRINT-GRAND-TOTALS.
           CLOSE STATS-REPORT.
           MOVE "PROGSTATS" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.

       410-RETURN-SORTED.
           RETURN SORT-WORK-FILE
           MOVE MONEY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       590-REGISTER-REPORT.
           MOVE "PROGRAM-STATS-REPORT" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       END PROGRAM PROGRAM-STATS-REPORT.
