      * Tectonics: cobc
      * Mod-history:
      *   02/09/2026 HE  Original.
      *   15/10/2026 HE  The PRGCHGRPT file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM-CHANGE-REPORT.
           05 TOT-AMOUNT PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(46) VALUE SPACES.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-REPORT.
           PERFORM 110-GET-FILE-PATHS.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE CHANGE-HISTORY CHANGE-REPORT.
           MOVE "PRGCHGRPT" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           DISPLAY "PROGRAM CHANGE REPORT COMPLETE, CHANGES: "
               CHANGE-COUNT UPON CONSOLE.
           MOVE 0 TO RETURN-CODE.
               WHEN OTHER CONTINUE
           END-EVALUATE.

       590-REGISTER-REPORT.
           MOVE "PROGRAM-CHANGE-REPOR" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       END PROGRAM PROGRAM-CHANGE-REPORT.
