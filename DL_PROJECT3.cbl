      *       rerun batch books to the night it belongs to; with no
      *       business date on file the system date applies as
      *       before.
      *   15/10/2026 HE  A withdrawn course's 999 marker is not an out-
      *       of-range average; TP_PROJECT3_CALL leaves it out.
      *   15/10/2026 HE  The DEANLIST file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEAN-LIST-REPORT.
           05 COURSE-IDX PIC 9(2).
           05 REQUESTED-TERM PIC X(5) VALUE SPACES.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-REPORT.
           PERFORM 110-GET-FILE-PATHS.

       225-VALIDATE-ONE-COURSE.
           IF COURSE-AVERAGE (COURSE-IDX) > 100
               AND NOT COURSE-WITHDRAWN (COURSE-IDX)
               DISPLAY "COURSE AVERAGE OUT OF RANGE FOR STUDENT "
                   STUDENT-NUMBER " - EXCLUDED" UPON CONSOLE
               MOVE ZERO TO COURSE-AVERAGE (COURSE-IDX)
               PERFORM 410-RETURN-SORTED
           END-PERFORM.
           CLOSE HONOR-ROLL-REPORT.
           MOVE "DEANLIST" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.

       410-RETURN-SORTED.
           RETURN SORT-WORK-FILE
           WRITE REPORT-LINE.
           ADD 1 TO HONOR-COUNT.

       590-REGISTER-REPORT.
           MOVE "DEAN-LIST-REPORT" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.


       112-GET-BUSINESS-DATE.
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_FILE".
