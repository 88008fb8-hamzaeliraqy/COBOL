      *       rerun batch books to the night it belongs to; with no
      *       business date on file the system date applies as
      *       before.
      *   15/10/2026 HE  The ACKMATCH file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACT-ACK-MATCH.
           05 DTL-RESULT PIC X(16).
           05 FILLER PIC X(41) VALUE SPACES.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-MATCH.
           PERFORM 110-GET-FILE-PATHS.
               VARYING EXT-IDX FROM 1 BY 1 UNTIL EXT-IDX > EXT-COUNT.
           PERFORM 300-REPORT-ORPHAN-ACKS.
           CLOSE MATCH-REPORT.
           MOVE "ACKMATCH" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           PERFORM 500-WRITE-AUDIT-LOG.
           DISPLAY "ACK MATCH COMPLETE, MATCHED: " MATCHED-COUNT
               " MISMATCHED: " MISMATCH-COUNT
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "EXTRACT-ACK-MATCH" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.


       112-GET-BUSINESS-DATE.
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_FILE".
