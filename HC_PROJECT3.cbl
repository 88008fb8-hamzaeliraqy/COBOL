      * Tectonics: cobc
      * Mod-history:
      *   02/09/2026 HE  Original.
      *   15/10/2026 HE  The HISTCONV file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSHIST-CONVERT.
           05 REJ-REASON PIC X(30).
           05 FILLER PIC X(30) VALUE SPACES.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-CONVERSION.
           PERFORM 110-GET-FILE-PATHS.
               PERFORM 200-READ-OLD-RECORD
           END-PERFORM.
           CLOSE OLD-HISTORY COURSE-HISTORY CONVERT-REPORT.
           MOVE "HISTCONV" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           PERFORM 500-WRITE-AUDIT-LOG.
           DISPLAY "CONVERSION COMPLETE, READ: " READ-COUNT
               " WRITTEN: " WRITE-COUNT
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "COURSHIST-CONVERT" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       END PROGRAM COURSHIST-CONVERT.
