      *       the RUNCTL and audit rows are keyed to it since the
      *       business-date change - falling back to the system date
      *       when none is on file. HEALTH_DATE still overrides.
      *   15/10/2026 HE  The MORNING file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-HEALTH-REPORT.
           05 EXL-NEW PIC ZZZ,ZZ9.
           05 FILLER PIC X(58) VALUE SPACES.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-REPORT.
           PERFORM 110-GET-FILE-PATHS.
           PERFORM 400-REPORT-EXCEPTION-FILES.
           PERFORM 450-WRITE-VERDICT.
           CLOSE HEALTH-REPORT.
           MOVE "MORNING" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           PERFORM 600-SAVE-TODAYS-COUNTS.
           IF FAILED-STEP-COUNT > ZERO
               OR NEW-EXCEPTION-COUNT > ZERO
           END-PERFORM.
           CLOSE PREVIOUS-COUNTS.

       590-REGISTER-REPORT.
           MOVE "RUN-HEALTH-REPORT" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       END PROGRAM RUN-HEALTH-REPORT.
