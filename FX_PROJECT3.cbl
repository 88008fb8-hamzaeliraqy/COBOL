      *       rerun batch books to the night it belongs to; with no
      *       business date on file the system date applies as
      *       before.
      *   15/10/2026 HE  The FINEXT file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINANCE-EXTRACT.
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-EXTRACT.
           PERFORM 110-GET-FILE-PATHS.
           END-PERFORM.
           PERFORM 400-WRITE-TRAILER.
           CLOSE STUDENT-RECORD EXTRACT-FILE.
           MOVE "FINEXT" TO RRG-REPORT-ID.
           MOVE WS-EXTRACT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           PERFORM 500-WRITE-AUDIT-LOG.
           DISPLAY "FINANCE EXTRACT COMPLETE, RECORDS: "
               EXTRACT-COUNT " DOLLARS: " DOLLARS-TOTAL UPON CONSOLE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "FINANCE-EXTRACT" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.


       112-GET-BUSINESS-DATE.
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_FILE".
