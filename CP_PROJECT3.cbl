      *   02/09/2026 HE  Refuse the session when COLLSTAT.TXT holds
      *       more than the 200 entries the table carries, instead
      *       of silently dropping the overflow on the rewrite.
      *   15/10/2026 HE  The AGYPLACE file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECTIONS-PLACEMENT.
               10 DMD-STUDENT PIC 9(6).
               10 DMD-DATE PIC 9(8).

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-PLACEMENT.
           PERFORM 110-GET-FILE-PATHS.
               END-PERFORM
               PERFORM 330-WRITE-PLACEMENT-TRAILER
               CLOSE PLACEMENT-FILE STUDENT-RECORD
               MOVE "AGYPLACE" TO RRG-REPORT-ID
               MOVE WS-EXTRACT-FILENAME TO RRG-FILE-NAME
               PERFORM 590-REGISTER-REPORT
               DISPLAY "PLACEMENT RUN COMPLETE, PLACED: "
                   RUN-PLACED-COUNT
                   " TO " WS-EXTRACT-FILENAME UPON CONSOLE
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "COLLECTIONS-PLACE" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       900-DATE-TO-DAYS.
           COMPUTE WS-DAY-NUMBER = WS-DI-YEAR * 365
               + MONTH-START-DAY (WS-DI-MONTH)
