      *       rerun batch books to the night it belongs to; with no
      *       business date on file the system date applies as
      *       before.
      *   15/10/2026 HE  Refuse to post a grade to a withdrawn course
      *       slot (see COURSDTL.DAT).
      *   15/10/2026 HE  BATCH_PREVIEW Y runs the posting as a preview:
      *       the load report is headed PREVIEW and shows every grade
      *       that would post, but nothing is written to STUFILE-C.TXT
      *       or STUJRNL.TXT and the audit entry is marked PREVIEW.
      *   15/10/2026 HE  The GRDPOST file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-POSTING.
           05 LOCK-STAT PIC X(2).
           05 LOCK-FREE-FLAG PIC X(3).
           05 UNDER-DRIVER-FLAG PIC X(3) VALUE "NO".
           05 WS-PREVIEW-FLAG PIC X(1) VALUE "N".

       01 LOAD-LINE.
           05 LDL-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LDL-RESULT PIC X(30).

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-POSTING.
           PERFORM 110-GET-FILE-PATHS.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-PREVIEW-FLAG = "Y"
               OPEN INPUT STUDENT-RECORD
           ELSE
               OPEN I-O STUDENT-RECORD
           END-IF.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "STUDENT-RECORD OPEN FAILED, FILE STATUS = "
                   STATUS-FIELD UPON CONSOLE
               GOBACK
           END-IF.
           OPEN OUTPUT LOAD-REPORT.
           IF WS-PREVIEW-FLAG = "Y"
               MOVE "GRADE LOAD PREVIEW - NO CHANGES" TO REPORT-LINE
           ELSE
               MOVE "GRADE LOAD REPORT" TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
               PERFORM 200-READ-GRADE
           END-PERFORM.
           CLOSE CLEAN-GRADE-FILE STUDENT-RECORD LOAD-REPORT.
           MOVE "GRDPOST" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           PERFORM 500-WRITE-AUDIT-LOG.
           PERFORM 810-CLEAR-LOCK.
           IF WS-PREVIEW-FLAG = "Y"
               DISPLAY "GRADE POSTING PREVIEW COMPLETE, WOULD POST: "
                   POSTED-COUNT " UNPOSTED: " UNPOSTED-COUNT
                   UPON CONSOLE
           ELSE
               DISPLAY "GRADE POSTING COMPLETE, POSTED: " POSTED-COUNT
                   " UNPOSTED: " UNPOSTED-COUNT UPON CONSOLE
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.
           MOVE SPACE TO WS-PREVIEW-FLAG.
           ACCEPT WS-PREVIEW-FLAG FROM ENVIRONMENT "BATCH_PREVIEW".
           IF WS-PREVIEW-FLAG NOT = "Y"
               MOVE "N" TO WS-PREVIEW-FLAG
           END-IF.

       200-READ-GRADE.
           READ CLEAN-GRADE-FILE
                   END-IF
               END-PERFORM
           END-IF.
           IF CRS-FOUND-FLAG = 'Y'
               AND COURSE-WITHDRAWN (MATCH-IDX)
               MOVE "COURSE WITHDRAWN - NOT GRADED" TO WS-RESULT
               ADD 1 TO UNPOSTED-COUNT
           ELSE
           IF CRS-FOUND-FLAG = 'Y' AND WS-PREVIEW-FLAG = "Y"
               ADD 1 TO POSTED-COUNT
               MOVE "WOULD POST" TO WS-RESULT
           ELSE
           IF CRS-FOUND-FLAG = 'Y'
               MOVE COURSE-DETAIL (MATCH-IDX) TO WS-JRN-BEFORE
               MOVE CLG-AVERAGE TO COURSE-AVERAGE (MATCH-IDX)
           ELSE
               MOVE "COURSE/TERM NOT ON RECORD" TO WS-RESULT
               ADD 1 TO UNPOSTED-COUNT
           END-IF
           END-IF
           END-IF.

       400-WRITE-LOAD-LINE.
           MOVE "GRADE-POSTING" TO AUDIT-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           IF WS-PREVIEW-FLAG = "Y"
               STRING "PREVIEW WOULD-POST=" DELIMITED BY SIZE
                   POSTED-COUNT DELIMITED BY SIZE
                   " UNPOSTED=" DELIMITED BY SIZE
                   UNPOSTED-COUNT DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
           ELSE
               STRING "POSTED=" DELIMITED BY SIZE
                   POSTED-COUNT DELIMITED BY SIZE
                   " UNPOSTED=" DELIMITED BY SIZE
                   UNPOSTED-COUNT DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "GRADE-POSTING" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       800-CHECK-AND-SET-LOCK.
           ACCEPT WS-STULOCK-PATH FROM ENVIRONMENT "STULOCK_FILE".
           IF WS-STULOCK-PATH = SPACES
