      * Tectonics: cobc
      * Mod-history:
      *   22/08/2026 HE  Original.
      *   15/10/2026 HE  Withdrawn courses (see COURSDTL.DAT) are left
      *       out of the enrollment counts and the distribution.
      *   15/10/2026 HE  The GRADEDIST file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-DISTRIBUTION-REPORT.
           05 DTL-F PIC ZZZ9.
           05 FILLER PIC X(31) VALUE SPACES.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-REPORT.
           PERFORM 110-GET-FILE-PATHS.
       300-TALLY-STUDENT.
           IF COURSE-COUNT IS NUMERIC AND COURSE-COUNT >= 1
               AND COURSE-COUNT <= 10
               PERFORM 305-CHECK-ONE-COURSE
                   VARYING COURSE-IDX FROM 1 BY 1
                   UNTIL COURSE-IDX > COURSE-COUNT
           END-IF.

       305-CHECK-ONE-COURSE.
           IF NOT COURSE-WITHDRAWN (COURSE-IDX)
               PERFORM 310-TALLY-ONE-COURSE
           END-IF.

       310-TALLY-ONE-COURSE.
           MOVE 'N' TO TBL-FOUND.
           MOVE ZERO TO TBL-JDX.
               WRITE REPORT-LINE
           END-PERFORM.
           CLOSE DISTRIBUTION-REPORT.
           MOVE "GRADEDIST" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.

       590-REGISTER-REPORT.
           MOVE "GRADE-DISTRIBUTION-R" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       END PROGRAM GRADE-DISTRIBUTION-REPORT.
