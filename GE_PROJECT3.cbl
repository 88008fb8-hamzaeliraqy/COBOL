      *       rerun batch books to the night it belongs to; with no
      *       business date on file the system date applies as
      *       before.
      *   15/10/2026 HE  A student who has withdrawn from the course is
      *       not enrolled in it for grading purposes.
      *   15/10/2026 HE  Accept the turnaround grade sheets CLASS-ROSTER
      *       writes (header source ROSTER): a student left without a
      *       mark is rejected as NO MARK ENTERED without holding back
      *       the rest of the sheet, and a trailer with a blank hash
      *       total is checked on the record count alone.
      *   15/10/2026 HE  The GRDEDIT file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-TXN-EDIT.
           05 HEADER-SEEN-FLAG PIC X(3) VALUE "NO".
           05 TRAILER-SEEN-FLAG PIC X(3) VALUE "NO".
           05 BALANCED-FLAG PIC X(3) VALUE "YES".
           05 ROSTER-FEED-FLAG PIC X(3) VALUE "NO".
           05 HASH-SUPPLIED-FLAG PIC X(3) VALUE "YES".
           05 DETAIL-READ-COUNT PIC 9(6) VALUE ZERO.
           05 VALID-COUNT PIC 9(6) VALUE ZERO.
           05 REJECT-COUNT PIC 9(6) VALUE ZERO.
           05 REJ-REASON PIC X(30).
           05 FILLER PIC X(23) VALUE SPACES.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-EDIT.
           PERFORM 110-GET-FILE-PATHS.
               PERFORM 410-WITHHOLD-CLEAN-FILE
           END-IF.
           CLOSE EDIT-REPORT.
           MOVE "GRDEDIT" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           PERFORM 500-WRITE-AUDIT-LOG.
           IF BALANCED-FLAG = "NO"
               DISPLAY "GRADE FEED OUT OF BALANCE - NOT RELEASED"
           EVALUATE RAW-RECORD-TYPE
               WHEN "H"
                   MOVE "YES" TO HEADER-SEEN-FLAG
                   IF GRH-SOURCE = "ROSTER"
                       MOVE "YES" TO ROSTER-FEED-FLAG
                   END-IF
                   DISPLAY "GRADE FEED FROM " GRH-SOURCE
                       " CREATED " GRH-CREATE-DATE UPON CONSOLE
               WHEN "D"
               PERFORM 330-WRITE-REJECT
               MOVE "NO" TO BALANCED-FLAG
           ELSE
           IF GRD-AVERAGE = SPACES AND ROSTER-FEED-FLAG = "YES"
               MOVE "NO MARK ENTERED" TO REJ-REASON
               PERFORM 330-WRITE-REJECT
           ELSE
           IF GRD-AVERAGE IS NOT NUMERIC
               MOVE "MARK NOT NUMERIC" TO REJ-REASON
               PERFORM 330-WRITE-REJECT
                   PERFORM 340-CHECK-STUDENT
               END-IF
           END-IF
           END-IF
           END-IF.

       320-TAKE-TRAILER.
           IF GRT-RECORD-COUNT IS NUMERIC
               AND GRT-HASH-TOTAL = SPACES
               AND ROSTER-FEED-FLAG = "YES"
               MOVE GRT-COUNT-NUM TO WS-TRAILER-COUNT
               MOVE "NO" TO HASH-SUPPLIED-FLAG
           ELSE
           IF GRT-RECORD-COUNT IS NOT NUMERIC
               OR GRT-HASH-TOTAL IS NOT NUMERIC
               MOVE "TRAILER NOT NUMERIC" TO REJ-REASON
           ELSE
               MOVE GRT-COUNT-NUM TO WS-TRAILER-COUNT
               MOVE GRT-HASH-NUM TO WS-TRAILER-HASH
           END-IF
           END-IF.

       330-WRITE-REJECT.
                   OR COURSE-IDX > COURSE-COUNT
                   IF COURSE-CODE (COURSE-IDX) = GRD-COURSE-CODE
                       AND COURSE-TERM (COURSE-IDX) = GRD-TERM
                       AND NOT COURSE-WITHDRAWN (COURSE-IDX)
                       MOVE 'Y' TO CRS-FOUND-FLAG
                   END-IF
               END-PERFORM
                       DETAIL-READ-COUNT UPON CONSOLE
                   MOVE "NO" TO BALANCED-FLAG
               END-IF
               IF HASH-SUPPLIED-FLAG = "NO"
                   DISPLAY "ROSTER GRADE SHEET - NO HASH TOTAL, "
                       "RECORD COUNT CHECKED ONLY" UPON CONSOLE
               ELSE
               IF WS-TRAILER-HASH NOT = HASH-ACCUM
                   DISPLAY "TRAILER HASH DOES NOT MATCH MARK TOTAL"
                       UPON CONSOLE
                   MOVE "NO" TO BALANCED-FLAG
               END-IF
               END-IF
           END-IF.

       410-WITHHOLD-CLEAN-FILE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "GRADE-TXN-EDIT" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.


       112-GET-BUSINESS-DATE.
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_FILE".
