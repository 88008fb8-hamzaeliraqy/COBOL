      *       rerun batch books to the night it belongs to; with no
      *       business date on file the system date applies as
      *       before.
      *   15/10/2026 HE  Accept the withdrawn marker (average 999, see
      *       COURSDTL.DAT) as a valid course average.
      *   15/10/2026 HE  The INTEGRITY file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUFILE-INTEGRITY.
           05 EXL-PROBLEM PIC X(40).
           05 FILLER PIC X(32) VALUE SPACES.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-CHECK.
           PERFORM 110-GET-FILE-PATHS.
               PERFORM 200-READ-STUDENT
           END-PERFORM.
           CLOSE STUDENT-RECORD INTEGRITY-REPORT.
           MOVE "INTEGRITY" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           DISPLAY "INTEGRITY CHECK COMPLETE, RECORDS: " RECORD-COUNT
               " EXCEPTIONS: " EXCEPTION-COUNT UPON CONSOLE.
           IF EXCEPTION-COUNT > ZERO

       310-CHECK-ONE-COURSE.
           IF COURSE-AVERAGE (COURSE-IDX) IS NOT NUMERIC
               OR (COURSE-AVERAGE (COURSE-IDX) > 100
                   AND NOT COURSE-WITHDRAWN (COURSE-IDX))
               MOVE SPACES TO EXL-PROBLEM
               STRING "COURSE AVERAGE BAD IN SLOT " DELIMITED BY SIZE
                       COURSE-IDX DELIMITED BY SIZE
           DISPLAY "INTEGRITY: " STUDENT-NUMBER " " EXL-PROBLEM
               UPON CONSOLE.

       590-REGISTER-REPORT.
           MOVE "STUFILE-INTEGRITY" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.


       112-GET-BUSINESS-DATE.
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_FILE".
