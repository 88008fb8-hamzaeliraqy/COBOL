      * Tectonics: cobc
      * Mod-history:
      *   02/09/2026 HE  Original.
      *   15/10/2026 HE  The REPLAY file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURNAL-REPLAY.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-RESULT PIC X(30).

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-REPLAY.
           PERFORM 110-GET-FILE-PATHS.
               PERFORM 200-READ-JOURNAL
           END-PERFORM.
           CLOSE JOURNAL-FILE STUDENT-RECORD REPLAY-REPORT.
           MOVE "REPLAY" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           PERFORM 500-WRITE-AUDIT-LOG.
           PERFORM 810-CLEAR-LOCK.
           DISPLAY "REPLAY COMPLETE, APPLIED: " APPLIED-COUNT
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "JOURNAL-REPLAY" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       800-CHECK-AND-SET-LOCK.
           ACCEPT WS-STULOCK-PATH FROM ENVIRONMENT "STULOCK_FILE".
           IF WS-STULOCK-PATH = SPACES
