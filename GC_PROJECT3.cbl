      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: GRADE CHANGE - console session for correcting a mark
      *          after it has been posted, whether it is still in the
      *          student's live COURSE-DETAIL table or has already been
      *          moved to COURSHIST.TXT by TERM-ROLLOVER. Faculty key a
      *          change (student, term, course, corrected mark and a
      *          reason code) with (S)UBMIT; it waits on GRDCHG.TXT
      *          (see GRDCHG.DAT) until a dean-level operator
      *          (OPER-DEAN-FLAG on OPERMAST.DAT) works the pending
      *          requests with (R)EVIEW and approves or denies each.
      *          A dean may not approve a change they submitted. An
      *          approved change is applied to the live slot when the
      *          course and term are still on the student record,
      *          otherwise to the COURSHIST.TXT entry; withdrawn (W)
      *          courses are not changed here. Every applied change is
      *          journaled to STUJRNL.TXT with the approving operator,
      *          and every decision is listed on the grade-change
      *          register GRDCHG_YYYYMMDD_HHMMSS.TXT. The term average
      *          is recomputed through TP_PROJECT3_CALL before and
      *          after the change; when the student's standing band
      *          (STANDING_WARNING / STANDING_PROBATION, as in
      *          ACADEMIC-STANDING-EVAL) or Dean's List result
      *          (DEAN_LIST_THRESHOLD) for that term comes out
      *          differently, the student is listed at the foot of the
      *          register for the registrar to re-check. Totals go to
      *          AUDITLOG.TXT.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      *   15/10/2026 HE  Sign-on now CALLs OPERATOR-SIGN-ON (see
      *       SIGNON.DAT) instead of reading OPERMAST.TXT here, so the
      *       operator's password is checked, an expired or reset
      *       password must be changed, and repeated failures lock the
      *       ID. The level checks made here are unchanged.
      *   15/10/2026 HE  A transfer-credit line (average 888, see
      *       CRSHIST.DAT) carries no mark here and is rejected, like a
      *       withdrawn course.
      *   15/10/2026 HE  The GRDCHG file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-CHANGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-CHANGE-FILE ASSIGN TO WS-GRDCHG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GCR-STAT.

           SELECT STUDENT-RECORD ASSIGN TO WS-STUFILE-OUT-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-NUMBER
           ALTERNATE RECORD KEY IS STUDENT-NAME
               WITH DUPLICATES
           FILE STATUS IS STATUS-FIELD.

           SELECT COURSE-HISTORY ASSIGN TO WS-COURSHIST-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS HIST-STAT.

           SELECT JOURNAL-FILE ASSIGN TO WS-STUJRNL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRN-STAT.

           SELECT CHANGE-REGISTER ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS-FIELD.

           SELECT LOCK-FILE ASSIGN TO WS-STULOCK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOCK-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD GRADE-CHANGE-FILE.
           COPY "GRDCHG.DAT".

       FD STUDENT-RECORD.
       01 STUDENTS.
           05 STUDENT-NUMBER PIC 9(6).
           05 TUITION-OWED PIC 9(6)V99.
           05 STUDENT-NAME PIC X(40).
           05 PROGRAM-OF-STUDY PIC X(5).
           COPY "COURSDTL.DAT".
           05 STUDENT-STANDING PIC X(1).

       FD COURSE-HISTORY.
           COPY "CRSHIST.DAT".

       FD JOURNAL-FILE.
           COPY "STUJRNL.DAT".

       FD CHANGE-REGISTER.
       01 REPORT-LINE PIC X(100).

       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.DAT".

       FD LOCK-FILE.
       01 LOCK-RECORD.
           05 LOCK-HOLDER PIC X(20).
           05 FILLER PIC X(2).
           05 LOCK-DATE PIC 9(8).
           05 FILLER PIC X(2).
           05 LOCK-TIME PIC 9(8).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 GCR-STAT PIC X(2).
           05 STATUS-FIELD PIC X(2).
           05 HIST-STAT PIC X(2).
           05 JRN-STAT PIC X(2).
           05 GCR-EOF PIC X(3).
           05 HIST-EOF PIC X(3).
           05 HIST-OPEN-FLAG PIC X(3) VALUE "NO".
           05 CHANGE-COUNT PIC 9(3) VALUE ZERO.
           05 CHANGE-OVERFLOW-FLAG PIC X(3) VALUE "NO".
           05 CHANGE-IDX PIC 9(3).
           05 COURSE-IDX PIC 9(2).
           05 MATCH-IDX PIC 9(2).
           05 HT-MATCH-IDX PIC 9(2).
           05 FOUND-FLAG PIC X(1).
           05 STUDENT-FOUND-FLAG PIC X(1).
           05 REVIEW-QUIT-FLAG PIC X(3).
           05 MENU-INPUT PIC X(1).
           05 ACTION-INPUT PIC X(1).
           05 STUDENT-INPUT PIC X(6).
           05 TERM-INPUT PIC X(5).
           05 COURSE-INPUT PIC X(7).
           05 MARK-INPUT PIC X(3).
           05 REASON-INPUT PIC X(2).
           05 WS-LOCATION PIC X(1).
           05 WS-REJECT-REASON PIC X(30).
           05 WS-OLD-AVERAGE PIC 9(3).
           05 WS-AVG-BEFORE PIC 9(3).
           05 WS-AVG-AFTER PIC 9(3).
           05 WS-STUDENT-GRADE PIC X(1).
           05 WS-BAND-BEFORE PIC X(1).
           05 WS-BAND-AFTER PIC X(1).
           05 WS-DEAN-BEFORE PIC X(1).
           05 WS-DEAN-AFTER PIC X(1).
           05 WS-BAND-AVERAGE PIC 9(3).
           05 WS-BAND-RESULT PIC X(1).
           05 WS-DEAN-RESULT PIC X(1).
           05 WS-DEAN-THRESHOLD PIC 9(3) VALUE 80.
           05 WS-WARNING-LIMIT PIC 9(3) VALUE 70.
           05 WS-PROBATION-LIMIT PIC 9(3) VALUE 60.
           05 WS-THRESHOLD-INPUT PIC X(3).
           05 WS-DECISION PIC X(30).
           05 SUBMITTED-COUNT PIC 9(6) VALUE ZERO.
           05 APPROVED-COUNT PIC 9(6) VALUE ZERO.
           05 DENIED-COUNT PIC 9(6) VALUE ZERO.
           05 RECHECK-COUNT PIC 9(3) VALUE ZERO.
           05 RECHECK-IDX PIC 9(3).
           05 WS-GRDCHG-PATH PIC X(60).
           05 WS-STUFILE-OUT-PATH PIC X(60).
           05 WS-COURSHIST-PATH PIC X(60).
           05 WS-STUJRNL-PATH PIC X(60).
           05 WS-REPORT-DIR PIC X(40).
           05 WS-REPORT-FILENAME PIC X(60).
           05 WS-AUDIT-LOG-PATH PIC X(60).
           05 AUDIT-STATUS-FIELD PIC X(2).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).
           05 WS-JRN-FIELD PIC X(12).
           05 WS-JRN-BEFORE PIC X(40).
           05 WS-JRN-AFTER PIC X(40).
           05 WS-OPERATOR-ID PIC X(8).
           05 WS-OPERATOR-LEVEL PIC X(1).
           05 WS-OPERATOR-DEAN PIC X(1).
           05 WS-STULOCK-PATH PIC X(60).
           05 LOCK-STAT PIC X(2).
           05 LOCK-FREE-FLAG PIC X(3).

       01 CHANGE-VALUES.
           05 CHANGE-ENTRY PIC X(84) OCCURS 500 TIMES.

      * The change's term as it stands on COURSHIST.TXT, laid out like
      * COURSE-DETAIL so TP_PROJECT3_CALL can average it.
       01 HISTORY-TERM-TABLE.
           COPY "COURSDTL.DAT" REPLACING
               ==COURSE-COUNT== BY ==HT-COURSE-COUNT==
               ==COURSE-DETAIL== BY ==HT-COURSE-DETAIL==
               ==COURSE-CODE== BY ==HT-COURSE-CODE==
               ==COURSE-AVERAGE== BY ==HT-COURSE-AVERAGE==
               ==COURSE-TERM== BY ==HT-COURSE-TERM==
               ==COURSE-WITHDRAWN== BY ==HT-COURSE-WITHDRAWN==.

       01 RECHECK-VALUES.
           05 RECHECK-ENTRY OCCURS 100 TIMES.
               10 RCK-STUDENT PIC 9(6).
               10 RCK-NAME PIC X(25).
               10 RCK-TERM PIC X(5).
               10 RCK-COURSE PIC X(7).
               10 RCK-AVG-BEFORE PIC 9(3).
               10 RCK-AVG-AFTER PIC 9(3).
               10 RCK-BAND-BEFORE PIC X(1).
               10 RCK-BAND-AFTER PIC X(1).
               10 RCK-DEAN-BEFORE PIC X(1).
               10 RCK-DEAN-AFTER PIC X(1).

       01 DETAIL-LINE.
           05 DTL-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-TERM PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-COURSE-CODE PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-OLD-AVERAGE PIC ZZ9.
           05 DTL-OLD-AVERAGE-X REDEFINES DTL-OLD-AVERAGE PIC X(3).
           05 FILLER PIC X(4) VALUE " -> ".
           05 DTL-NEW-AVERAGE PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-REASON PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-LOCATION PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-REQUESTED-BY PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-DECIDED-BY PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-DECISION PIC X(30).

       01 RECHECK-LINE.
           05 RCL-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCL-NAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCL-TERM PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCL-COURSE PIC X(7).
           05 FILLER PIC X(6) VALUE "  AVG ".
           05 RCL-AVG-BEFORE PIC ZZ9.
           05 FILLER PIC X(4) VALUE " -> ".
           05 RCL-AVG-AFTER PIC ZZ9.
           05 FILLER PIC X(11) VALUE "  STANDING ".
           05 RCL-BAND-BEFORE PIC X(1).
           05 FILLER PIC X(4) VALUE " -> ".
           05 RCL-BAND-AFTER PIC X(1).
           05 FILLER PIC X(7) VALUE "  DEAN ".
           05 RCL-DEAN-BEFORE PIC X(1).
           05 FILLER PIC X(4) VALUE " -> ".
           05 RCL-DEAN-AFTER PIC X(1).

       01 TOTAL-LINE.
           05 TTL-LABEL PIC X(32).
           05 TTL-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(61) VALUE SPACES.

       COPY "SIGNON.DAT".

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-GRADE-CHANGE.
           PERFORM 110-GET-FILE-PATHS.
           PERFORM 800-CHECK-AND-SET-LOCK.
           IF LOCK-FREE-FLAG = "NO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 130-OPERATOR-SIGN-ON.
           PERFORM 140-LOAD-CHANGE-TABLE.
           IF CHANGE-OVERFLOW-FLAG = "YES"
               DISPLAY "GRDCHG.TXT HOLDS MORE THAN 500 REQUESTS - "
                   "SESSION REFUSED SO NONE ARE LOST" UPON CONSOLE
               PERFORM 810-CLEAR-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O STUDENT-RECORD.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "STUDENT-RECORD OPEN FAILED, FILE STATUS = "
                   STATUS-FIELD UPON CONSOLE
               PERFORM 810-CLEAR-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O COURSE-HISTORY.
           IF HIST-STAT = "00"
               MOVE "YES" TO HIST-OPEN-FLAG
           ELSE
               DISPLAY "COURSHIST.TXT NOT AVAILABLE, FILE STATUS = "
                   HIST-STAT " - ONLY CURRENT-TERM MARKS CAN CHANGE"
                   UPON CONSOLE
           END-IF.
           OPEN OUTPUT CHANGE-REGISTER.
           MOVE "GRADE CHANGE REGISTER - RUN DATE " TO REPORT-LINE.
           MOVE WS-RUN-DATE TO REPORT-LINE (34:8).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACE TO MENU-INPUT.
           PERFORM 200-WORK-MENU
               UNTIL MENU-INPUT = "Q" OR MENU-INPUT = "q".
           PERFORM 450-WRITE-TOTALS.
           PERFORM 460-WRITE-RECHECK-LIST.
           CLOSE STUDENT-RECORD CHANGE-REGISTER.
           MOVE "GRDCHG" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           IF HIST-OPEN-FLAG = "YES"
               CLOSE COURSE-HISTORY
           END-IF.
           PERFORM 600-REWRITE-CHANGE-FILE.
           PERFORM 500-WRITE-AUDIT-LOG.
           PERFORM 810-CLEAR-LOCK.
           DISPLAY "GRADE CHANGE SESSION ENDED, SUBMITTED: "
               SUBMITTED-COUNT " APPROVED: " APPROVED-COUNT
               " DENIED: " DENIED-COUNT UPON CONSOLE.
           STOP RUN.

       110-GET-FILE-PATHS.
           ACCEPT WS-GRDCHG-PATH FROM ENVIRONMENT "GRDCHG_FILE".
           IF WS-GRDCHG-PATH = SPACES
               MOVE "C:\Users\hamza\GRDCHG.TXT" TO WS-GRDCHG-PATH
           END-IF.
           ACCEPT WS-STUFILE-OUT-PATH FROM ENVIRONMENT "STUFILE_OUT".
           IF WS-STUFILE-OUT-PATH = SPACES
               MOVE "C:\Users\hamza\STUFILE-C.txt"
                   TO WS-STUFILE-OUT-PATH
           END-IF.
           ACCEPT WS-COURSHIST-PATH FROM ENVIRONMENT
               "COURSHIST_FILE".
           IF WS-COURSHIST-PATH = SPACES
               MOVE "C:\Users\hamza\COURSHIST.TXT"
                   TO WS-COURSHIST-PATH
           END-IF.
           ACCEPT WS-STUJRNL-PATH FROM ENVIRONMENT "STUJRNL_FILE".
           IF WS-STUJRNL-PATH = SPACES
               MOVE "C:\Users\hamza\STUJRNL.TXT" TO WS-STUJRNL-PATH
           END-IF.
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "AUDIT_LOG_FILE".
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\hamza\AUDITLOG.TXT" TO WS-AUDIT-LOG-PATH
           END-IF.
           ACCEPT WS-THRESHOLD-INPUT FROM ENVIRONMENT
               "DEAN_LIST_THRESHOLD".
           IF WS-THRESHOLD-INPUT NOT = SPACES
               MOVE WS-THRESHOLD-INPUT TO WS-DEAN-THRESHOLD
           END-IF.
           ACCEPT WS-THRESHOLD-INPUT FROM ENVIRONMENT
               "STANDING_WARNING".
           IF WS-THRESHOLD-INPUT NOT = SPACES
               MOVE WS-THRESHOLD-INPUT TO WS-WARNING-LIMIT
           END-IF.
           ACCEPT WS-THRESHOLD-INPUT FROM ENVIRONMENT
               "STANDING_PROBATION".
           IF WS-THRESHOLD-INPUT NOT = SPACES
               MOVE WS-THRESHOLD-INPUT TO WS-PROBATION-LIMIT
           END-IF.
           ACCEPT WS-REPORT-DIR FROM ENVIRONMENT "GRDCHG_DIR".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "GRDCHG_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.

       130-OPERATOR-SIGN-ON.
           MOVE SPACES TO WS-OPERATOR-ID.
           MOVE "D" TO WS-OPERATOR-LEVEL.
           MOVE "N" TO WS-OPERATOR-DEAN.
           MOVE "GRADE-CHANGE" TO SGN-CALLER.
           CALL "OPERATOR-SIGN-ON" USING SIGN-ON-AREA.
           IF SGN-NO-MASTER
               DISPLAY "NO OPERATOR MASTER ON FILE - SIGN-ON NOT "
                   "CHECKED, CHANGES MAY BE SUBMITTED BUT NOT "
                   "DECIDED" UPON CONSOLE
           ELSE
               MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
               MOVE SGN-OPERATOR-LEVEL TO WS-OPERATOR-LEVEL
               IF SGN-DEAN-FLAG = "Y"
                   MOVE "Y" TO WS-OPERATOR-DEAN
               END-IF
               IF NOT SGN-ACCEPTED
                   PERFORM 810-CLEAR-LOCK
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "SIGNED ON: " SGN-OPERATOR-NAME
                   UPON CONSOLE
               IF WS-OPERATOR-DEAN = "Y"
                   DISPLAY "DEAN-LEVEL OPERATOR - CHANGES MAY BE "
                       "DECIDED" UPON CONSOLE
               END-IF
           END-IF.

       140-LOAD-CHANGE-TABLE.
           MOVE ZERO TO CHANGE-COUNT.
           MOVE "NO" TO GCR-EOF.
           OPEN INPUT GRADE-CHANGE-FILE.
           IF GCR-STAT = "00"
               PERFORM UNTIL GCR-EOF = "YES"
                   OR CHANGE-OVERFLOW-FLAG = "YES"
                   READ GRADE-CHANGE-FILE
                       AT END MOVE "YES" TO GCR-EOF
                       NOT AT END
                           IF CHANGE-COUNT >= 500
                               MOVE "YES" TO CHANGE-OVERFLOW-FLAG
                           ELSE
                               ADD 1 TO CHANGE-COUNT
                               MOVE GRADE-CHANGE-RECORD
                                   TO CHANGE-ENTRY (CHANGE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADE-CHANGE-FILE
           END-IF.

       200-WORK-MENU.
           DISPLAY " " UPON CONSOLE.
           DISPLAY "(S)UBMIT CHANGE (R)EVIEW PENDING (Q)UIT : "
               UPON CONSOLE.
           ACCEPT MENU-INPUT FROM CONSOLE.
           EVALUATE MENU-INPUT
               WHEN "S" WHEN "s"
                   PERFORM 210-SUBMIT-CHANGE
               WHEN "R" WHEN "r"
                   IF WS-OPERATOR-DEAN = "Y"
                       PERFORM 300-REVIEW-PENDING
                   ELSE
                       DISPLAY "DEAN-LEVEL OPERATOR REQUIRED TO "
                           "DECIDE GRADE CHANGES" UPON CONSOLE
                   END-IF
               WHEN "Q" WHEN "q"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION" UPON CONSOLE
           END-EVALUATE.

       210-SUBMIT-CHANGE.
           IF CHANGE-COUNT >= 500
               DISPLAY "GRDCHG.TXT IS FULL - CHANGE NOT QUEUED"
                   UPON CONSOLE
           ELSE
               DISPLAY "STUDENT NUMBER : " UPON CONSOLE
               ACCEPT STUDENT-INPUT FROM CONSOLE
               DISPLAY "TERM (E.G. 2026F) : " UPON CONSOLE
               ACCEPT TERM-INPUT FROM CONSOLE
               DISPLAY "COURSE CODE : " UPON CONSOLE
               ACCEPT COURSE-INPUT FROM CONSOLE
               DISPLAY "CORRECTED MARK (000-100) : " UPON CONSOLE
               ACCEPT MARK-INPUT FROM CONSOLE
               DISPLAY "REASON (CE RM AP IC DE OT) : " UPON CONSOLE
               ACCEPT REASON-INPUT FROM CONSOLE
               PERFORM 220-VALIDATE-SUBMISSION
               IF WS-REJECT-REASON NOT = SPACES
                   DISPLAY "CHANGE NOT QUEUED - " WS-REJECT-REASON
                       UPON CONSOLE
               ELSE
                   ADD 1 TO CHANGE-COUNT
                   MOVE "P" TO GCR-STATUS
                   MOVE CHANGE-COUNT TO CHANGE-IDX
                   PERFORM 350-SAVE-ENTRY
                   ADD 1 TO SUBMITTED-COUNT
                   DISPLAY "CHANGE QUEUED FOR DEAN APPROVAL"
                       UPON CONSOLE
               END-IF
           END-IF.

       220-VALIDATE-SUBMISSION.
           MOVE SPACES TO WS-REJECT-REASON.
           IF STUDENT-INPUT IS NOT NUMERIC
               MOVE "STUDENT NUMBER NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
           IF MARK-INPUT IS NOT NUMERIC
               MOVE "MARK MUST BE THREE DIGITS" TO WS-REJECT-REASON
           ELSE
           IF TERM-INPUT = SPACES OR COURSE-INPUT = SPACES
               MOVE "TERM AND COURSE REQUIRED" TO WS-REJECT-REASON
           ELSE
               MOVE SPACES TO GRADE-CHANGE-RECORD
               MOVE STUDENT-INPUT TO GCR-STUDENT-NUMBER
               MOVE TERM-INPUT TO GCR-TERM
               MOVE COURSE-INPUT TO GCR-COURSE-CODE
               MOVE MARK-INPUT TO GCR-NEW-AVERAGE
               MOVE REASON-INPUT TO GCR-REASON-CODE
               MOVE WS-OPERATOR-ID TO GCR-REQUESTED-BY
               MOVE WS-RUN-DATE TO GCR-REQUEST-DATE
               IF GCR-NEW-AVERAGE > 100
                   MOVE "MARK OVER 100" TO WS-REJECT-REASON
               ELSE
               IF NOT GCR-REASON-VALID
                   MOVE "REASON CODE NOT RECOGNIZED"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE GCR-STUDENT-NUMBER TO STUDENT-NUMBER
                   READ STUDENT-RECORD
                       INVALID KEY
                           IF HIST-OPEN-FLAG NOT = "YES"
                               MOVE "STUDENT NOT ON FILE"
                                   TO WS-REJECT-REASON
                           END-IF
                   END-READ
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       300-REVIEW-PENDING.
           MOVE "NO" TO REVIEW-QUIT-FLAG.
           PERFORM 310-REVIEW-ONE-CHANGE
               VARYING CHANGE-IDX FROM 1 BY 1
               UNTIL CHANGE-IDX > CHANGE-COUNT
               OR REVIEW-QUIT-FLAG = "YES".
           DISPLAY "END OF PENDING GRADE CHANGES" UPON CONSOLE.

       310-REVIEW-ONE-CHANGE.
           MOVE CHANGE-ENTRY (CHANGE-IDX) TO GRADE-CHANGE-RECORD.
           IF GCR-PENDING
               PERFORM 320-LOCATE-COURSE
               DISPLAY " " UPON CONSOLE
               DISPLAY "STUDENT : " GCR-STUDENT-NUMBER " "
                   STUDENT-NAME UPON CONSOLE
               DISPLAY "  COURSE: " GCR-COURSE-CODE "  TERM: "
                   GCR-TERM "  REASON: " GCR-REASON-CODE
                   "  BY: " GCR-REQUESTED-BY UPON CONSOLE
               IF WS-REJECT-REASON = SPACES
                   DISPLAY "  MARK  : " WS-OLD-AVERAGE " -> "
                       GCR-NEW-AVERAGE UPON CONSOLE
               ELSE
                   DISPLAY "  CANNOT BE APPLIED - " WS-REJECT-REASON
                       UPON CONSOLE
               END-IF
               DISPLAY "(A)PPROVE (D)ENY (S)KIP (Q)UIT REVIEW : "
                   UPON CONSOLE
               ACCEPT ACTION-INPUT FROM CONSOLE
               EVALUATE ACTION-INPUT
                   WHEN "A" WHEN "a"
                       PERFORM 330-APPROVE-CHANGE
                   WHEN "D" WHEN "d"
                       PERFORM 340-DENY-CHANGE
                   WHEN "Q" WHEN "q"
                       MOVE "YES" TO REVIEW-QUIT-FLAG
                   WHEN OTHER
                       DISPLAY "SKIPPED - STILL PENDING" UPON CONSOLE
               END-EVALUATE
           END-IF.

       320-LOCATE-COURSE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACE TO WS-LOCATION.
           MOVE ZERO TO WS-OLD-AVERAGE.
           MOVE 'N' TO STUDENT-FOUND-FLAG.
           MOVE SPACES TO STUDENT-NAME.
           IF GCR-STUDENT-NUMBER IS NOT NUMERIC
               MOVE "STUDENT NUMBER NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
           IF GCR-NEW-AVERAGE IS NOT NUMERIC
               OR GCR-NEW-AVERAGE > 100
               MOVE "CORRECTED MARK NOT 000-100" TO WS-REJECT-REASON
           ELSE
           IF NOT GCR-REASON-VALID
               MOVE "REASON CODE NOT RECOGNIZED" TO WS-REJECT-REASON
           ELSE
               MOVE GCR-STUDENT-NUMBER TO STUDENT-NUMBER
               READ STUDENT-RECORD
                   INVALID KEY
                       MOVE SPACES TO STUDENT-NAME
                   NOT INVALID KEY
                       MOVE 'Y' TO STUDENT-FOUND-FLAG
                       PERFORM 322-FIND-LIVE-SLOT
               END-READ
               IF WS-LOCATION = SPACE
                   PERFORM 324-FIND-HISTORY-ENTRY
               END-IF
               IF WS-LOCATION = SPACE
                   MOVE "COURSE/TERM NOT ON RECORD" TO WS-REJECT-REASON
               ELSE
               IF WS-OLD-AVERAGE = 999
                   MOVE "COURSE WITHDRAWN (W)" TO WS-REJECT-REASON
               ELSE
               IF WS-OLD-AVERAGE = 888
                   MOVE "TRANSFER CREDIT - NO MARK" TO WS-REJECT-REASON
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       322-FIND-LIVE-SLOT.
           MOVE 'N' TO FOUND-FLAG.
           MOVE ZERO TO MATCH-IDX.
           IF COURSE-COUNT IS NUMERIC AND COURSE-COUNT >= 1
               AND COURSE-COUNT <= 10
               PERFORM VARYING COURSE-IDX FROM 1 BY 1
                   UNTIL FOUND-FLAG = 'Y'
                   OR COURSE-IDX > COURSE-COUNT
                   IF COURSE-CODE (COURSE-IDX) = GCR-COURSE-CODE
                       AND COURSE-TERM (COURSE-IDX) = GCR-TERM
                       MOVE 'Y' TO FOUND-FLAG
                       MOVE COURSE-IDX TO MATCH-IDX
                   END-IF
               END-PERFORM
           END-IF.
           IF FOUND-FLAG = 'Y'
               MOVE "C" TO WS-LOCATION
               MOVE COURSE-AVERAGE (MATCH-IDX) TO WS-OLD-AVERAGE
           END-IF.

       324-FIND-HISTORY-ENTRY.
           IF HIST-OPEN-FLAG = "YES"
               MOVE GCR-STUDENT-NUMBER TO HIST-STUDENT-NUMBER
               MOVE GCR-TERM TO HIST-TERM
               MOVE GCR-COURSE-CODE TO HIST-COURSE-CODE
               READ COURSE-HISTORY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "H" TO WS-LOCATION
                       MOVE HIST-COURSE-AVERAGE TO WS-OLD-AVERAGE
               END-READ
           END-IF.

       330-APPROVE-CHANGE.
           IF WS-REJECT-REASON NOT = SPACES
               DISPLAY "CHANGE CANNOT BE APPLIED - DENY OR SKIP IT"
                   UPON CONSOLE
           ELSE
           IF GCR-REQUESTED-BY = WS-OPERATOR-ID
               AND WS-OPERATOR-ID NOT = SPACES
               DISPLAY "OWN REQUEST - ANOTHER DEAN MUST APPROVE IT"
                   UPON CONSOLE
           ELSE
               IF WS-LOCATION = "C"
                   PERFORM 332-APPLY-TO-LIVE-SLOT
               ELSE
                   PERFORM 334-APPLY-TO-HISTORY
               END-IF
               PERFORM 336-CHECK-STANDING-EFFECT
               MOVE "A" TO GCR-STATUS
               MOVE WS-OLD-AVERAGE TO GCR-OLD-AVERAGE
               MOVE WS-LOCATION TO GCR-APPLIED-TO
               MOVE WS-OPERATOR-ID TO GCR-DECIDED-BY
               MOVE WS-RUN-DATE TO GCR-DECIDED-DATE
               PERFORM 350-SAVE-ENTRY
               ADD 1 TO APPROVED-COUNT
               IF WS-LOCATION = "C"
                   MOVE "APPROVED - CURRENT TERM" TO WS-DECISION
               ELSE
                   MOVE "APPROVED - COURSE HISTORY" TO WS-DECISION
               END-IF
               PERFORM 400-WRITE-REGISTER-LINE
               DISPLAY "MARK CHANGED" UPON CONSOLE
           END-IF
           END-IF.

       332-APPLY-TO-LIVE-SLOT.
           CALL 'TP_PROJECT3_CALL'
               USING BY CONTENT COURSE-COUNT
               BY REFERENCE COURSE-DETAIL (1)
               WS-AVG-BEFORE WS-STUDENT-GRADE GCR-TERM.
           MOVE COURSE-DETAIL (MATCH-IDX) TO WS-JRN-BEFORE.
           MOVE GCR-NEW-AVERAGE TO COURSE-AVERAGE (MATCH-IDX).
           MOVE COURSE-DETAIL (MATCH-IDX) TO WS-JRN-AFTER.
           MOVE SPACES TO WS-JRN-FIELD.
           STRING "COURSE-" DELIMITED BY SIZE
                   MATCH-IDX DELIMITED BY SIZE
               INTO WS-JRN-FIELD.
           REWRITE STUDENTS.
           PERFORM 510-WRITE-JOURNAL.
           CALL 'TP_PROJECT3_CALL'
               USING BY CONTENT COURSE-COUNT
               BY REFERENCE COURSE-DETAIL (1)
               WS-AVG-AFTER WS-STUDENT-GRADE GCR-TERM.

       334-APPLY-TO-HISTORY.
           PERFORM 338-LOAD-HISTORY-TERM.
           CALL 'TP_PROJECT3_CALL'
               USING BY CONTENT HT-COURSE-COUNT
               BY REFERENCE HT-COURSE-DETAIL (1)
               WS-AVG-BEFORE WS-STUDENT-GRADE GCR-TERM.
           IF HT-MATCH-IDX > ZERO
               MOVE GCR-NEW-AVERAGE TO HT-COURSE-AVERAGE (HT-MATCH-IDX)
           END-IF.
           CALL 'TP_PROJECT3_CALL'
               USING BY CONTENT HT-COURSE-COUNT
               BY REFERENCE HT-COURSE-DETAIL (1)
               WS-AVG-AFTER WS-STUDENT-GRADE GCR-TERM.
           MOVE GCR-STUDENT-NUMBER TO HIST-STUDENT-NUMBER.
           MOVE GCR-TERM TO HIST-TERM.
           MOVE GCR-COURSE-CODE TO HIST-COURSE-CODE.
           READ COURSE-HISTORY
               INVALID KEY CONTINUE
           END-READ.
           MOVE SPACES TO WS-JRN-BEFORE.
           STRING HIST-TERM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   HIST-COURSE-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   HIST-COURSE-AVERAGE DELIMITED BY SIZE
               INTO WS-JRN-BEFORE.
           MOVE GCR-NEW-AVERAGE TO HIST-COURSE-AVERAGE.
           MOVE SPACES TO WS-JRN-AFTER.
           STRING HIST-TERM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   HIST-COURSE-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   HIST-COURSE-AVERAGE DELIMITED BY SIZE
               INTO WS-JRN-AFTER.
           MOVE "COURSE-HIST" TO WS-JRN-FIELD.
           REWRITE COURSE-HISTORY-RECORD.
           PERFORM 510-WRITE-JOURNAL.

       336-CHECK-STANDING-EFFECT.
           MOVE WS-AVG-BEFORE TO WS-BAND-AVERAGE.
           PERFORM 337-SET-BAND.
           MOVE WS-BAND-RESULT TO WS-BAND-BEFORE.
           MOVE WS-DEAN-RESULT TO WS-DEAN-BEFORE.
           MOVE WS-AVG-AFTER TO WS-BAND-AVERAGE.
           PERFORM 337-SET-BAND.
           MOVE WS-BAND-RESULT TO WS-BAND-AFTER.
           MOVE WS-DEAN-RESULT TO WS-DEAN-AFTER.
           IF WS-BAND-BEFORE NOT = WS-BAND-AFTER
               OR WS-DEAN-BEFORE NOT = WS-DEAN-AFTER
               IF RECHECK-COUNT < 100
                   ADD 1 TO RECHECK-COUNT
                   MOVE GCR-STUDENT-NUMBER
                       TO RCK-STUDENT (RECHECK-COUNT)
                   MOVE STUDENT-NAME TO RCK-NAME (RECHECK-COUNT)
                   MOVE GCR-TERM TO RCK-TERM (RECHECK-COUNT)
                   MOVE GCR-COURSE-CODE TO RCK-COURSE (RECHECK-COUNT)
                   MOVE WS-AVG-BEFORE
                       TO RCK-AVG-BEFORE (RECHECK-COUNT)
                   MOVE WS-AVG-AFTER TO RCK-AVG-AFTER (RECHECK-COUNT)
                   MOVE WS-BAND-BEFORE
                       TO RCK-BAND-BEFORE (RECHECK-COUNT)
                   MOVE WS-BAND-AFTER
                       TO RCK-BAND-AFTER (RECHECK-COUNT)
                   MOVE WS-DEAN-BEFORE
                       TO RCK-DEAN-BEFORE (RECHECK-COUNT)
                   MOVE WS-DEAN-AFTER
                       TO RCK-DEAN-AFTER (RECHECK-COUNT)
               END-IF
               DISPLAY "STANDING / DEAN'S LIST AFFECTED - LISTED FOR "
                   "REGISTRAR RE-CHECK" UPON CONSOLE
           END-IF.

       337-SET-BAND.
           EVALUATE TRUE
               WHEN WS-BAND-AVERAGE >= WS-WARNING-LIMIT
                   MOVE "G" TO WS-BAND-RESULT
               WHEN WS-BAND-AVERAGE >= WS-PROBATION-LIMIT
                   MOVE "W" TO WS-BAND-RESULT
               WHEN OTHER
                   MOVE "P" TO WS-BAND-RESULT
           END-EVALUATE.
           IF WS-BAND-AVERAGE >= WS-DEAN-THRESHOLD
               MOVE "Y" TO WS-DEAN-RESULT
           ELSE
               MOVE "N" TO WS-DEAN-RESULT
           END-IF.

       338-LOAD-HISTORY-TERM.
           MOVE ZERO TO HT-COURSE-COUNT.
           MOVE ZERO TO HT-MATCH-IDX.
           MOVE SPACES TO HIST-KEY.
           MOVE GCR-STUDENT-NUMBER TO HIST-STUDENT-NUMBER.
           MOVE GCR-TERM TO HIST-TERM.
           MOVE "NO" TO HIST-EOF.
           START COURSE-HISTORY KEY IS >= HIST-KEY
               INVALID KEY MOVE "YES" TO HIST-EOF
           END-START.
           PERFORM UNTIL HIST-EOF = "YES"
               READ COURSE-HISTORY NEXT RECORD
                   AT END MOVE "YES" TO HIST-EOF
                   NOT AT END
                       IF HIST-STUDENT-NUMBER = GCR-STUDENT-NUMBER
                           AND HIST-TERM = GCR-TERM
                           AND HT-COURSE-COUNT < 10
                           ADD 1 TO HT-COURSE-COUNT
                           MOVE HIST-COURSE-CODE
                               TO HT-COURSE-CODE (HT-COURSE-COUNT)
                           MOVE HIST-COURSE-AVERAGE
                               TO HT-COURSE-AVERAGE (HT-COURSE-COUNT)
                           MOVE HIST-TERM
                               TO HT-COURSE-TERM (HT-COURSE-COUNT)
                           IF HIST-COURSE-CODE = GCR-COURSE-CODE
                               MOVE HT-COURSE-COUNT TO HT-MATCH-IDX
                           END-IF
                       ELSE
                           MOVE "YES" TO HIST-EOF
                       END-IF
               END-READ
           END-PERFORM.

       340-DENY-CHANGE.
           MOVE "D" TO GCR-STATUS.
           IF WS-LOCATION NOT = SPACE
               MOVE WS-OLD-AVERAGE TO GCR-OLD-AVERAGE
               MOVE WS-LOCATION TO GCR-APPLIED-TO
           END-IF.
           MOVE WS-OPERATOR-ID TO GCR-DECIDED-BY.
           MOVE WS-RUN-DATE TO GCR-DECIDED-DATE.
           PERFORM 350-SAVE-ENTRY.
           ADD 1 TO DENIED-COUNT.
           IF WS-REJECT-REASON = SPACES
               MOVE "DENIED" TO WS-DECISION
           ELSE
               MOVE WS-REJECT-REASON TO WS-DECISION
           END-IF.
           PERFORM 400-WRITE-REGISTER-LINE.
           DISPLAY "CHANGE DENIED" UPON CONSOLE.

       350-SAVE-ENTRY.
           MOVE GRADE-CHANGE-RECORD TO CHANGE-ENTRY (CHANGE-IDX).

       400-WRITE-REGISTER-LINE.
           MOVE GCR-STUDENT-NUMBER TO DTL-STUDENT-NUMBER.
           MOVE GCR-TERM TO DTL-TERM.
           MOVE GCR-COURSE-CODE TO DTL-COURSE-CODE.
           IF WS-LOCATION = SPACE
               MOVE SPACES TO DTL-OLD-AVERAGE-X
           ELSE
               MOVE WS-OLD-AVERAGE TO DTL-OLD-AVERAGE
           END-IF.
           IF GCR-NEW-AVERAGE IS NUMERIC
               MOVE GCR-NEW-AVERAGE TO DTL-NEW-AVERAGE
           ELSE
               MOVE ZERO TO DTL-NEW-AVERAGE
           END-IF.
           MOVE GCR-REASON-CODE TO DTL-REASON.
           MOVE WS-LOCATION TO DTL-LOCATION.
           MOVE GCR-REQUESTED-BY TO DTL-REQUESTED-BY.
           MOVE GCR-DECIDED-BY TO DTL-DECIDED-BY.
           MOVE WS-DECISION TO DTL-DECISION.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       450-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "CHANGES SUBMITTED" TO TTL-LABEL.
           MOVE SUBMITTED-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "CHANGES APPROVED AND APPLIED" TO TTL-LABEL.
           MOVE APPROVED-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "CHANGES DENIED" TO TTL-LABEL.
           MOVE DENIED-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       460-WRITE-RECHECK-LIST.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STANDING / DEAN'S LIST RESULTS TO RE-CHECK" TO
               REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF RECHECK-COUNT = ZERO
               MOVE "NONE - NO APPROVED CHANGE MOVED A STANDING BAND "
                   TO REPORT-LINE
               MOVE "OR DEAN'S LIST RESULT" TO REPORT-LINE (49:21)
               WRITE REPORT-LINE
           ELSE
               PERFORM 462-WRITE-RECHECK-LINE
                   VARYING RECHECK-IDX FROM 1 BY 1
                   UNTIL RECHECK-IDX > RECHECK-COUNT
           END-IF.

       462-WRITE-RECHECK-LINE.
           MOVE RCK-STUDENT (RECHECK-IDX) TO RCL-STUDENT-NUMBER.
           MOVE RCK-NAME (RECHECK-IDX) TO RCL-NAME.
           MOVE RCK-TERM (RECHECK-IDX) TO RCL-TERM.
           MOVE RCK-COURSE (RECHECK-IDX) TO RCL-COURSE.
           MOVE RCK-AVG-BEFORE (RECHECK-IDX) TO RCL-AVG-BEFORE.
           MOVE RCK-AVG-AFTER (RECHECK-IDX) TO RCL-AVG-AFTER.
           MOVE RCK-BAND-BEFORE (RECHECK-IDX) TO RCL-BAND-BEFORE.
           MOVE RCK-BAND-AFTER (RECHECK-IDX) TO RCL-BAND-AFTER.
           MOVE RCK-DEAN-BEFORE (RECHECK-IDX) TO RCL-DEAN-BEFORE.
           MOVE RCK-DEAN-AFTER (RECHECK-IDX) TO RCL-DEAN-AFTER.
           MOVE RECHECK-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       510-WRITE-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF JRN-STAT = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE GCR-STUDENT-NUMBER TO JRN-STUDENT-NUMBER.
           MOVE WS-JRN-FIELD TO JRN-FIELD-NAME.
           MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE.
           MOVE WS-JRN-AFTER TO JRN-AFTER-IMAGE.
           MOVE WS-RUN-DATE TO JRN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME TO JRN-TIME.
           MOVE "I" TO JRN-MODE.
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR.
           WRITE JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.

       500-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "GRADE-CHANGE" TO AUDIT-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           STRING "SUB=" DELIMITED BY SIZE
                   SUBMITTED-COUNT DELIMITED BY SIZE
                   " APPR=" DELIMITED BY SIZE
                   APPROVED-COUNT DELIMITED BY SIZE
                   " DENY=" DELIMITED BY SIZE
                   DENIED-COUNT DELIMITED BY SIZE
                   " RECHK=" DELIMITED BY SIZE
                   RECHECK-COUNT DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "GRADE-CHANGE" TO RRG-PROGRAM-NAME.
           MOVE WS-OPERATOR-ID TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       600-REWRITE-CHANGE-FILE.
           OPEN OUTPUT GRADE-CHANGE-FILE.
           PERFORM VARYING CHANGE-IDX FROM 1 BY 1
               UNTIL CHANGE-IDX > CHANGE-COUNT
               MOVE CHANGE-ENTRY (CHANGE-IDX) TO GRADE-CHANGE-RECORD
               WRITE GRADE-CHANGE-RECORD
           END-PERFORM.
           CLOSE GRADE-CHANGE-FILE.

       800-CHECK-AND-SET-LOCK.
           ACCEPT WS-STULOCK-PATH FROM ENVIRONMENT "STULOCK_FILE".
           IF WS-STULOCK-PATH = SPACES
               MOVE "C:\Users\hamza\STULOCK.TXT" TO WS-STULOCK-PATH
           END-IF.
           MOVE "YES" TO LOCK-FREE-FLAG.
           OPEN INPUT LOCK-FILE.
           IF LOCK-STAT = "00"
               READ LOCK-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LOCK-HOLDER NOT = SPACES
                           MOVE "NO" TO LOCK-FREE-FLAG
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF.
           IF LOCK-FREE-FLAG = "NO"
               DISPLAY "STUFILE-C.TXT IN USE BY " LOCK-HOLDER
                   " SINCE " LOCK-DATE " " LOCK-TIME UPON CONSOLE
           ELSE
               OPEN OUTPUT LOCK-FILE
               MOVE SPACES TO LOCK-RECORD
               MOVE "GRADE-CHANGE" TO LOCK-HOLDER
               ACCEPT LOCK-DATE FROM DATE YYYYMMDD
               ACCEPT LOCK-TIME FROM TIME
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
           END-IF.

       810-CLEAR-LOCK.
           OPEN OUTPUT LOCK-FILE.
           CLOSE LOCK-FILE.

       END PROGRAM GRADE-CHANGE.
