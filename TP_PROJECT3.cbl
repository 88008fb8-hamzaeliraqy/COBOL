      *       rerun batch books to the night it belongs to; with no
      *       business date on file the system date applies as
      *       before.
      *   15/10/2026 HE  Accept the withdrawn marker (average 999, see
      *       COURSDTL.DAT) instead of zeroing it as out of range.
      *   15/10/2026 HE  The OUTPUT file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-RECORDER.
               10 CAT-TBL-CREDITS PIC 9(2).
               10 CAT-TBL-ACTIVE PIC X(1).

       COPY "RPTREG.DAT".





       316-VALIDATE-ONE-COURSE.
           IF COURSE-AVERAGE (COURSE-IDX) > 100
               AND NOT COURSE-WITHDRAWN (COURSE-IDX)
               PERFORM 308-INVALID-COURSE-AVERAGE
               MOVE ZERO TO COURSE-AVERAGE (COURSE-IDX)
           END-IF.

       317-CLOSE-OUTPUTS.
           CLOSE OUTPUT-RECORD.
           MOVE "OUTPUT" TO RRG-REPORT-ID.
           MOVE WS-OUTPUT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.

       321-CLOSE-EXCEPTIONS.
           CLOSE PROGRAM-EXCEPTIONS.
           END-IF.
           GOBACK.

       590-REGISTER-REPORT.
           MOVE "STUDENT-RECORDER" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.


       112-GET-BUSINESS-DATE.
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_FILE".
