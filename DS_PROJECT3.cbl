      * Tectonics: cobc
      * Mod-history:
      *   02/09/2026 HE  Original.
      *   15/10/2026 HE  The DUPSCAN file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPLICATE-SCAN.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRL-MATCH-KIND PIC X(14).

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-SCAN.
           PERFORM 110-GET-FILE-PATHS.
               WRITE REPORT-LINE
           END-IF.
           CLOSE STUDENT-RECORD SCAN-REPORT.
           MOVE "DUPSCAN" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           PERFORM 500-WRITE-AUDIT-LOG.
           DISPLAY "DUPLICATE SCAN COMPLETE, STUDENTS: " READ-COUNT
               " SUSPECT PAIRS: " SUSPECT-COUNT UPON CONSOLE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "DUPLICATE-SCAN" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       END PROGRAM DUPLICATE-SCAN.
