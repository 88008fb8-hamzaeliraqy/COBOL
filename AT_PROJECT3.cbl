      *   22/08/2026 HE  Original.
      *   02/09/2026 HE  Pass-through records widened for the
      *       AUDIT-OPERATOR field added to AUDITLOG.DAT.
      *   15/10/2026 HE  The AUDITARCH file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-RETENTION.
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-RETENTION.
           PERFORM 110-GET-FILE-PATHS.
               PERFORM 200-READ-AUDIT
           END-PERFORM.
           CLOSE AUDIT-LOG-FILE ARCHIVE-FILE WORK-FILE.
           MOVE "AUDITARCH" TO RRG-REPORT-ID.
           MOVE WS-ARCHIVE-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           PERFORM 300-COPY-KEEPERS-BACK.
           DISPLAY "AUDIT RETENTION COMPLETE, ARCHIVED: "
               ARCHIVED-COUNT " KEPT: " KEPT-COUNT UPON CONSOLE.
           END-PERFORM.
           CLOSE WORK-FILE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "AUDIT-RETENTION" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       END PROGRAM AUDIT-RETENTION.
