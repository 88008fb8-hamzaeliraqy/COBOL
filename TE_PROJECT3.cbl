      *       rerun batch books to the night it belongs to; with no
      *       business date on file the system date applies as
      *       before.
      *   15/10/2026 HE  Detail and reversal lines whose student number
      *       fails the STUDENT-NUMBER-CHECK check digit are rejected
      *       before the master is read.
      *   15/10/2026 HE  The TXNEDIT file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION-TXN-EDIT.
           05 REJ-REASON PIC X(30).
           05 FILLER PIC X(23) VALUE SPACES.

       COPY "STUNOCHK.DAT".

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-EDIT.
           PERFORM 110-GET-FILE-PATHS.
               PERFORM 410-WITHHOLD-CLEAN-FILE
           END-IF.
           CLOSE EDIT-REPORT.
           MOVE "TXNEDIT" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           PERFORM 500-WRITE-AUDIT-LOG.
           IF BALANCED-FLAG = "NO"
               DISPLAY "TRANSACTION FILE OUT OF BALANCE - NOT RELEASED"
                   MOVE "AMOUNT IS ZERO" TO REJ-REASON
                   PERFORM 330-WRITE-REJECT
               ELSE
                   PERFORM 315-EDIT-NUMBERED-DETAIL
               END-IF
           END-IF
           END-IF.

       315-EDIT-NUMBERED-DETAIL.
           MOVE "V" TO SNK-FUNCTION.
           MOVE TXD-STUDENT-NUMBER TO SNK-STUDENT-NUMBER.
           CALL "STUDENT-NUMBER-CHECK" USING STUNO-CHECK-AREA.
           IF SNK-BAD-CHECK-DIGIT
               MOVE "STUDENT NUMBER CHECK DIGIT BAD" TO REJ-REASON
               PERFORM 330-WRITE-REJECT
           ELSE
           IF WS-EDIT-TYPE = "R"
               PERFORM 350-CHECK-REVERSAL
           ELSE
               PERFORM 340-CHECK-STUDENT
           END-IF
           END-IF.

       320-TAKE-TRAILER.
           IF TXT-RECORD-COUNT IS NOT NUMERIC
               OR TXT-HASH-TOTAL IS NOT NUMERIC
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "TUITION-TXN-EDIT" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.


       112-GET-BUSINESS-DATE.
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_FILE".
