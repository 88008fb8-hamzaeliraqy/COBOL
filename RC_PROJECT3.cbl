      *       rerun batch books to the night it belongs to; with no
      *       business date on file the system date applies as
      *       before.
      *   15/10/2026 HE  The RECONCILE file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONCILE-REPORT.
           05 ED-DISP-COUNT PIC ZZZ,ZZ9.
           05 ED-UNRESOLVED PIC -ZZZ,ZZ9.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-RECONCILIATION.
           PERFORM 110-GET-FILE-PATHS.
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE RECONCILE-REPORT-FILE.
           MOVE "RECONCILE" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.

       590-REGISTER-REPORT.
           MOVE "RECONCILE-REPORT" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.


       112-GET-BUSINESS-DATE.
