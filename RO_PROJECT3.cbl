      *       rerun batch books to the night it belongs to; with no
      *       business date on file the system date applies as
      *       before.
      *   15/10/2026 HE  Carry the new TRM-CENSUS-DATE (see
      *       TERMMAST.DAT) through the term master rewrite.
      *   15/10/2026 HE  The ROLLOVER file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-ROLLOVER.
               10 TRM-TBL-BILL-DUE PIC 9(8).
               10 TRM-TBL-STATUS PIC X(1).
               10 TRM-TBL-ASSESSED PIC X(1).
               10 TRM-TBL-CENSUS PIC 9(8).

       01 DETAIL-LINE.
           05 DTL-STUDENT-NUMBER PIC 9(6).
           05 DTL-MOVED PIC Z9.
           05 FILLER PIC X(13) VALUE SPACES.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-ROLLOVER.
           PERFORM 110-GET-FILE-PATHS.
               PERFORM 200-READ-STUDENT
           END-PERFORM.
           CLOSE STUDENT-RECORD COURSE-HISTORY ROLLOVER-REPORT.
           MOVE "ROLLOVER" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           PERFORM 118-CLOSE-ROLLED-TERM.
           PERFORM 500-WRITE-AUDIT-LOG.
           PERFORM 810-CLEAR-LOCK.
                               TO TRM-TBL-STATUS (TERM-COUNT)
                           MOVE TRM-ASSESSED-FLAG
                               TO TRM-TBL-ASSESSED (TERM-COUNT)
                           IF TRM-CENSUS-DATE IS NUMERIC
                               MOVE TRM-CENSUS-DATE
                                   TO TRM-TBL-CENSUS (TERM-COUNT)
                           ELSE
                               MOVE ZERO TO TRM-TBL-CENSUS (TERM-COUNT)
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE TRM-TBL-BILL-DUE (TERM-IDX) TO TRM-BILL-DUE-DATE
               MOVE TRM-TBL-STATUS (TERM-IDX) TO TRM-STATUS
               MOVE TRM-TBL-ASSESSED (TERM-IDX) TO TRM-ASSESSED-FLAG
               MOVE TRM-TBL-CENSUS (TERM-IDX) TO TRM-CENSUS-DATE
               WRITE TERM-MASTER-RECORD
           END-PERFORM.
           CLOSE TERM-MASTER.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "TERM-ROLLOVER" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       800-CHECK-AND-SET-LOCK.
           ACCEPT WS-STULOCK-PATH FROM ENVIRONMENT "STULOCK_FILE".
           IF WS-STULOCK-PATH = SPACES
