      * Tectonics: cobc
      * Mod-history:
      *   02/09/2026 HE  Original.
      *   15/10/2026 HE  A withdrawn course (average 999, see
      *       COURSDTL.DAT and CRSHIST.DAT) never counts as completed.
      *   15/10/2026 HE  The per-student audit now comes out one file
      *       per advisor, DEGAUDIT_<advisor>_YYYYMMDD_HHMMSS.TXT, by
      *       the student's advisor on ADVASSGN.TXT (see ADVASSGN.DAT).
      *       Each file closes with that advisor's graduation
      *       candidates. Students with no advisor go to
      *       DEGAUDIT_UNASSIGNED_... DEGAUDIT_YYYYMMDD_HHMMSS.TXT keeps
      *       the registrar's whole-school candidate list.
      *   15/10/2026 HE  Transfer credit (term TRANS, average 888, see
      *       CRSHIST.DAT) completes a required course and counts toward
      *       credits earned; the student line shows how many of the
      *       credits came in by transfer.
      *   15/10/2026 HE  The DEGAUDIT file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      *   15/10/2026 HE  ADVASSGN.TXT is now indexed on student number
      *       (see ADVASSGN.DAT): each student's advisor is read by key
      *       instead of from a 2000-entry table.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGREE-AUDIT-REPORT.
           SELECT AUDIT-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ADVISOR-AUDIT-FILE ASSIGN TO WS-ADVISOR-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "DASORT.TMP".

           SELECT ADVISOR-MASTER ASSIGN TO WS-ADVMAST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ADV-STAT.

           SELECT ASSIGN-FILE ASSIGN TO WS-ADVASSGN-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASG-STUDENT-NUMBER
           FILE STATUS IS ASG-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-RECORD.
       FD AUDIT-REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       FD ADVISOR-AUDIT-FILE.
       01 ADVISOR-LINE PIC X(100).

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-ADVISOR PIC X(6).
           05 SORT-STUDENT-NUMBER PIC 9(6).
           05 SORT-SEQ PIC 9(2).
           05 SORT-CANDIDATE PIC X(1).
           05 SORT-LINE PIC X(100).

       FD ADVISOR-MASTER.
           COPY "ADVMAST.DAT".

       FD ASSIGN-FILE.
           COPY "ADVASSGN.DAT".

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 STATUS-FIELD PIC X(2).
           05 DONE-COUNT PIC 9(2).
           05 MET-COUNT PIC 9(2).
           05 CREDITS-EARNED PIC 9(3).
           05 XFER-CREDITS PIC 9(3).
           05 WS-COURSE-CREDITS PIC 9(2).
           05 WS-DONE-SOURCE PIC X(1).
           05 PERCENT-DONE PIC 9(3).
           05 STUDENT-COUNT PIC 9(6) VALUE ZERO.
           05 CANDIDATE-COUNT PIC 9(6) VALUE ZERO.
           05 WS-REPORT-FILENAME PIC X(60).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).
           05 WS-ADVISOR-FILENAME PIC X(60).
           05 WS-ADVMAST-PATH PIC X(60).
           05 WS-ADVASSGN-PATH PIC X(60).
           05 ADV-STAT PIC X(2).
           05 ASG-STAT PIC X(2).
           05 ADV-EOF PIC X(3).
           05 ASG-OPEN-FLAG PIC X(3) VALUE "NO".
           05 ADVISOR-COUNT PIC 9(3) VALUE ZERO.
           05 ADVISOR-IDX PIC 9(3).
           05 WS-STUDENT-ADVISOR PIC X(6).
           05 WS-CANDIDATE-FLAG PIC X(1).
           05 WS-LINE-SEQ PIC 9(2).
           05 SORT-EOF-FLAG PIC X(3) VALUE "NO".
           05 FIRST-RECORD-FLAG PIC X(3) VALUE "YES".
           05 CURRENT-ADVISOR PIC X(6).
           05 WS-ADVISOR-FILE-ID PIC X(10).
           05 ADVISOR-FILE-COUNT PIC 9(3) VALUE ZERO.
           05 ADV-STUDENT-COUNT PIC 9(5).
           05 ADV-CAND-COUNT PIC 9(3).
           05 ADV-CAND-IDX PIC 9(3).

       01 ADVISOR-VALUES.
           05 ADVISOR-ENTRY OCCURS 100 TIMES.
               10 ADV-TBL-ID PIC X(6).
               10 ADV-TBL-NAME PIC X(30).

       01 ADVISOR-CANDIDATE-VALUES.
           05 ADV-CAND-LINE PIC X(100) OCCURS 200 TIMES.

       01 ADVISOR-HEADING.
           05 FILLER PIC X(9) VALUE "ADVISOR: ".
           05 AHD-ADVISOR-ID PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AHD-ADVISOR-NAME PIC X(30).
           05 FILLER PIC X(6) VALUE " DATE ".
           05 AHD-RUN-DATE PIC 9(8).
           05 FILLER PIC X(35) VALUE SPACES.

       01 ADVISOR-TOTAL-LINE.
           05 FILLER PIC X(10) VALUE "STUDENTS: ".
           05 ATL-STUDENTS PIC ZZ,ZZ9.
           05 FILLER PIC X(14) VALUE "  CANDIDATES: ".
           05 ATL-CANDIDATES PIC ZZ9.
           05 FILLER PIC X(67) VALUE SPACES.

       01 REQUIREMENT-VALUES.
           05 REQTAB-ENTRY OCCURS 20 TIMES.
       01 COMPLETED-VALUES.
           05 DONE-ENTRY OCCURS 60 TIMES.
               10 DONE-COURSE-CODE PIC X(7).
               10 DONE-SOURCE PIC X(1).

       01 CANDIDATE-VALUES.
           05 CAND-ENTRY OCCURS 200 TIMES.
           05 FILLER PIC X(11) VALUE "% COMPLETE ".
           05 STL-CREDITS PIC ZZ9.
           05 FILLER PIC X(8) VALUE " CREDITS".
           05 STL-XFER-LABEL PIC X(11).
           05 STL-XFER-CREDITS PIC ZZZ.
           05 FILLER PIC X(4) VALUE SPACES.

       01 MISSING-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(8) VALUE " CREDITS".
           05 FILLER PIC X(32) VALUE SPACES.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-AUDIT.
           PERFORM 110-GET-FILE-PATHS.
               DISPLAY "NO COURSE HISTORY ON FILE - CURRENT TERM "
                   "ONLY" UPON CONSOLE
           END-IF.
           PERFORM 140-LOAD-ADVISORS.
           PERFORM 145-OPEN-ASSIGN-FILE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-ADVISOR SORT-STUDENT-NUMBER
                   SORT-SEQ
               INPUT PROCEDURE IS 150-AUDIT-ALL-STUDENTS
               OUTPUT PROCEDURE IS 700-WRITE-ADVISOR-FILES.
           IF HIST-OPEN-FLAG = "YES"
               CLOSE COURSE-HISTORY
           END-IF.
           IF ASG-OPEN-FLAG = "YES"
               CLOSE ASSIGN-FILE
           END-IF.
           CLOSE STUDENT-RECORD.
           OPEN OUTPUT AUDIT-REPORT-FILE.
           MOVE "DEGREE AUDIT" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STUDENT DETAIL IS ON THE DEGAUDIT_<ADVISOR> FILES"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 600-PRINT-CANDIDATES.
           CLOSE AUDIT-REPORT-FILE.
           MOVE "DEGAUDIT" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           DISPLAY "DEGREE AUDIT COMPLETE, STUDENTS: " STUDENT-COUNT
               " CANDIDATES: " CANDIDATE-COUNT
               " NO REQUIREMENTS: " NO-REQ-COUNT UPON CONSOLE.
           DISPLAY "ADVISOR AUDIT FILES WRITTEN: " ADVISOR-FILE-COUNT
               UPON CONSOLE.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

               MOVE "C:\Users\hamza\COURSECAT.TXT"
                   TO WS-COURSECAT-PATH
           END-IF.
           ACCEPT WS-ADVMAST-PATH FROM ENVIRONMENT "ADVMAST_FILE".
           IF WS-ADVMAST-PATH = SPACES
               MOVE "C:\Users\hamza\ADVMAST.TXT" TO WS-ADVMAST-PATH
           END-IF.
           ACCEPT WS-ADVASSGN-PATH FROM ENVIRONMENT "ADVASSGN_FILE".
           IF WS-ADVASSGN-PATH = SPACES
               MOVE "C:\Users\hamza\ADVASSGN.TXT" TO WS-ADVASSGN-PATH
           END-IF.
           ACCEPT WS-REPORT-DIR FROM ENVIRONMENT "DEGAUDIT_DIR".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
                   "COUNTS ONE CREDIT" UPON CONSOLE
           END-IF.

       140-LOAD-ADVISORS.
           MOVE ZERO TO ADVISOR-COUNT.
           MOVE "NO" TO ADV-EOF.
           OPEN INPUT ADVISOR-MASTER.
           IF ADV-STAT = "00"
               PERFORM UNTIL ADV-EOF = "YES" OR ADVISOR-COUNT >= 100
                   READ ADVISOR-MASTER
                       AT END MOVE "YES" TO ADV-EOF
                       NOT AT END
                           ADD 1 TO ADVISOR-COUNT
                           MOVE ADV-ADVISOR-ID
                               TO ADV-TBL-ID (ADVISOR-COUNT)
                           MOVE ADV-NAME TO ADV-TBL-NAME (ADVISOR-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ADVISOR-MASTER
           END-IF.

       145-OPEN-ASSIGN-FILE.
           MOVE "NO" TO ASG-OPEN-FLAG.
           OPEN INPUT ASSIGN-FILE.
           IF ASG-STAT = "00"
               MOVE "YES" TO ASG-OPEN-FLAG
           ELSE
               DISPLAY "NO ADVISOR ASSIGNMENTS ON FILE - AUDIT GOES "
                   "TO UNASSIGNED" UPON CONSOLE
           END-IF.

       150-AUDIT-ALL-STUDENTS.
           PERFORM 200-READ-STUDENT.
           PERFORM UNTIL EOF-FLAG = "YES"
               PERFORM 300-AUDIT-STUDENT
               PERFORM 200-READ-STUDENT
           END-PERFORM.

       200-READ-STUDENT.
           READ STUDENT-RECORD
               AT END MOVE "YES" TO EOF-FLAG

       300-AUDIT-STUDENT.
           ADD 1 TO STUDENT-COUNT.
           PERFORM 430-FIND-STUDENT-ADVISOR.
           MOVE ZERO TO WS-LINE-SEQ.
           MOVE 'N' TO WS-CANDIDATE-FLAG.
           PERFORM 310-FIND-REQUIREMENTS.
           IF FOUND-FLAG NOT = 'Y'
               ADD 1 TO NO-REQ-COUNT
               MOVE PROGRAM-OF-STUDY TO STL-PROGRAM
               MOVE ZERO TO STL-PERCENT
               MOVE ZERO TO STL-CREDITS
               MOVE SPACES TO STL-XFER-LABEL
               MOVE ZERO TO STL-XFER-CREDITS
               MOVE STUDENT-LINE TO SORT-LINE
               PERFORM 440-RELEASE-LINE
               MOVE PROGRAM-OF-STUDY TO NRL-PROGRAM
               MOVE NO-REQ-LINE TO SORT-LINE
               PERFORM 440-RELEASE-LINE
           ELSE
               PERFORM 320-COLLECT-COMPLETED
               PERFORM 330-SCORE-STUDENT
                   AT END MOVE "YES" TO HIST-EOF
                   NOT AT END
                       IF HIST-STUDENT-NUMBER = STUDENT-NUMBER
                           IF HIST-TRANSFER-CREDIT
                               MOVE "T" TO WS-DONE-SOURCE
                               PERFORM 370-ADD-COMPLETED-CODE
                           ELSE
                           IF HIST-COURSE-AVERAGE >= 60
                               AND NOT HIST-COURSE-WITHDRAWN
                               MOVE SPACE TO WS-DONE-SOURCE
                               PERFORM 370-ADD-COMPLETED-CODE
                           END-IF
                           END-IF
                       ELSE
                           MOVE "YES" TO HIST-EOF
                       END-IF

       360-COLLECT-CURRENT.
           IF COURSE-AVERAGE (COURSE-IDX) >= 60
               AND NOT COURSE-WITHDRAWN (COURSE-IDX)
               MOVE COURSE-CODE (COURSE-IDX) TO HIST-COURSE-CODE
               MOVE SPACE TO WS-DONE-SOURCE
               PERFORM 370-ADD-COMPLETED-CODE
           END-IF.

           IF FOUND-FLAG NOT = 'Y' AND DONE-COUNT < 60
               ADD 1 TO DONE-COUNT
               MOVE HIST-COURSE-CODE TO DONE-COURSE-CODE (DONE-COUNT)
               MOVE WS-DONE-SOURCE TO DONE-SOURCE (DONE-COUNT)
           END-IF.
           MOVE 'Y' TO FOUND-FLAG.

               UNTIL REQ-IDX > REQTAB-REQ-COUNT (MATCH-IDX)
               PERFORM 380-CHECK-ONE-REQUIREMENT
           END-PERFORM.
           MOVE ZERO TO CREDITS-EARNED XFER-CREDITS.
           PERFORM 390-SUM-CREDITS
               VARYING DONE-IDX FROM 1 BY 1
               UNTIL DONE-IDX > DONE-COUNT.

       390-SUM-CREDITS.
           MOVE 'N' TO FOUND-FLAG.
           MOVE 1 TO WS-COURSE-CREDITS.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
               UNTIL FOUND-FLAG = 'Y' OR CAT-IDX > CATALOG-COUNT
               IF DONE-COURSE-CODE (DONE-IDX) = CAT-TBL-CODE (CAT-IDX)
                   MOVE 'Y' TO FOUND-FLAG
                   MOVE CAT-TBL-CREDITS (CAT-IDX) TO WS-COURSE-CREDITS
               END-IF
           END-PERFORM.
           ADD WS-COURSE-CREDITS TO CREDITS-EARNED.
           IF DONE-SOURCE (DONE-IDX) = "T"
               ADD WS-COURSE-CREDITS TO XFER-CREDITS
           END-IF.

       340-PRINT-STUDENT.
           IF MET-COUNT = REQTAB-REQ-COUNT (MATCH-IDX)
               AND CREDITS-EARNED >= REQTAB-MIN-CREDITS (MATCH-IDX)
               MOVE 'Y' TO WS-CANDIDATE-FLAG
           END-IF.
           MOVE STUDENT-NUMBER TO STL-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO STL-STUDENT-NAME.
           MOVE PROGRAM-OF-STUDY TO STL-PROGRAM.
           MOVE PERCENT-DONE TO STL-PERCENT.
           MOVE CREDITS-EARNED TO STL-CREDITS.
           IF XFER-CREDITS > ZERO
               MOVE " TRANSFER: " TO STL-XFER-LABEL
           ELSE
               MOVE SPACES TO STL-XFER-LABEL
           END-IF.
           MOVE XFER-CREDITS TO STL-XFER-CREDITS.
           MOVE STUDENT-LINE TO SORT-LINE.
           PERFORM 440-RELEASE-LINE.
           PERFORM VARYING REQ-IDX FROM 1 BY 1
               UNTIL REQ-IDX > REQTAB-REQ-COUNT (MATCH-IDX)
               PERFORM 410-PRINT-IF-MISSING
           END-PERFORM.
           IF WS-CANDIDATE-FLAG = 'Y'
               ADD 1 TO CANDIDATE-COUNT
               PERFORM 420-ADD-CANDIDATE
           END-IF.
           IF FOUND-FLAG NOT = 'Y'
               MOVE REQTAB-REQ-CODE (MATCH-IDX REQ-IDX)
                   TO MSL-COURSE-CODE
               MOVE MISSING-LINE TO SORT-LINE
               PERFORM 440-RELEASE-LINE
           END-IF.

       420-ADD-CANDIDATE.
                   STUDENT-NUMBER UPON CONSOLE
           END-IF.

       430-FIND-STUDENT-ADVISOR.
           MOVE SPACES TO WS-STUDENT-ADVISOR.
           MOVE 'N' TO FOUND-FLAG.
           IF ASG-OPEN-FLAG = "YES"
               MOVE STUDENT-NUMBER TO ASG-STUDENT-NUMBER
               READ ASSIGN-FILE
                   INVALID KEY MOVE 'N' TO FOUND-FLAG
                   NOT INVALID KEY
                       MOVE 'Y' TO FOUND-FLAG
                       MOVE ASG-ADVISOR-ID TO WS-STUDENT-ADVISOR
               END-READ
           END-IF.

       440-RELEASE-LINE.
           ADD 1 TO WS-LINE-SEQ.
           MOVE WS-STUDENT-ADVISOR TO SORT-ADVISOR.
           MOVE STUDENT-NUMBER TO SORT-STUDENT-NUMBER.
           MOVE WS-LINE-SEQ TO SORT-SEQ.
           MOVE WS-CANDIDATE-FLAG TO SORT-CANDIDATE.
           RELEASE SORT-RECORD.

       600-PRINT-CANDIDATES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
               WRITE REPORT-LINE
           END-PERFORM.

       700-WRITE-ADVISOR-FILES.
           PERFORM 710-RETURN-SORTED.
           PERFORM UNTIL SORT-EOF-FLAG = "YES"
               PERFORM 720-PROCESS-SORTED-RECORD
               PERFORM 710-RETURN-SORTED
           END-PERFORM.
           IF FIRST-RECORD-FLAG = "NO"
               PERFORM 750-END-ADVISOR
           END-IF.

       710-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END MOVE "YES" TO SORT-EOF-FLAG
           END-RETURN.

       720-PROCESS-SORTED-RECORD.
           IF FIRST-RECORD-FLAG = "YES"
               MOVE "NO" TO FIRST-RECORD-FLAG
               PERFORM 730-START-ADVISOR
           ELSE
           IF SORT-ADVISOR NOT = CURRENT-ADVISOR
               PERFORM 750-END-ADVISOR
               PERFORM 730-START-ADVISOR
           END-IF
           END-IF.
           IF SORT-SEQ = 1
               ADD 1 TO ADV-STUDENT-COUNT
               IF SORT-CANDIDATE = 'Y'
                   IF ADV-CAND-COUNT < 200
                       ADD 1 TO ADV-CAND-COUNT
                       MOVE SORT-LINE TO ADV-CAND-LINE (ADV-CAND-COUNT)
                   ELSE
                       DISPLAY "ADVISOR CANDIDATE LIST FULL - NOT "
                           "LISTED: " SORT-STUDENT-NUMBER UPON CONSOLE
                   END-IF
               END-IF
           END-IF.
           MOVE SORT-LINE TO ADVISOR-LINE.
           WRITE ADVISOR-LINE.

       730-START-ADVISOR.
           MOVE SORT-ADVISOR TO CURRENT-ADVISOR.
           MOVE ZERO TO ADV-STUDENT-COUNT.
           MOVE ZERO TO ADV-CAND-COUNT.
           ADD 1 TO ADVISOR-FILE-COUNT.
           IF CURRENT-ADVISOR = SPACES
               MOVE "UNASSIGNED" TO WS-ADVISOR-FILE-ID
               MOVE "*** NO ADVISOR ASSIGNED ***" TO AHD-ADVISOR-NAME
           ELSE
               MOVE CURRENT-ADVISOR TO WS-ADVISOR-FILE-ID
               MOVE "*** NOT ON ADVISOR MASTER ***"
                   TO AHD-ADVISOR-NAME
               MOVE 'N' TO FOUND-FLAG
               PERFORM VARYING ADVISOR-IDX FROM 1 BY 1
                   UNTIL FOUND-FLAG = 'Y'
                   OR ADVISOR-IDX > ADVISOR-COUNT
                   IF ADV-TBL-ID (ADVISOR-IDX) = CURRENT-ADVISOR
                       MOVE 'Y' TO FOUND-FLAG
                       MOVE ADV-TBL-NAME (ADVISOR-IDX)
                           TO AHD-ADVISOR-NAME
                   END-IF
               END-PERFORM
           END-IF.
           MOVE WS-ADVISOR-FILE-ID TO AHD-ADVISOR-ID.
           MOVE WS-RUN-DATE TO AHD-RUN-DATE.
           MOVE SPACES TO WS-ADVISOR-FILENAME.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "DEGAUDIT_" DELIMITED BY SIZE
                   WS-ADVISOR-FILE-ID DELIMITED BY SPACE
                   "_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-ADVISOR-FILENAME.
           OPEN OUTPUT ADVISOR-AUDIT-FILE.
           MOVE "DEGREE AUDIT" TO ADVISOR-LINE.
           WRITE ADVISOR-LINE.
           MOVE ADVISOR-HEADING TO ADVISOR-LINE.
           WRITE ADVISOR-LINE.
           MOVE SPACES TO ADVISOR-LINE.
           WRITE ADVISOR-LINE.

       750-END-ADVISOR.
           MOVE SPACES TO ADVISOR-LINE.
           WRITE ADVISOR-LINE.
           MOVE "GRADUATION CANDIDATES" TO ADVISOR-LINE.
           WRITE ADVISOR-LINE.
           IF ADV-CAND-COUNT = ZERO
               MOVE "  (NONE)" TO ADVISOR-LINE
               WRITE ADVISOR-LINE
           END-IF.
           PERFORM VARYING ADV-CAND-IDX FROM 1 BY 1
               UNTIL ADV-CAND-IDX > ADV-CAND-COUNT
               MOVE ADV-CAND-LINE (ADV-CAND-IDX) TO ADVISOR-LINE
               WRITE ADVISOR-LINE
           END-PERFORM.
           MOVE SPACES TO ADVISOR-LINE.
           WRITE ADVISOR-LINE.
           MOVE ADV-STUDENT-COUNT TO ATL-STUDENTS.
           MOVE ADV-CAND-COUNT TO ATL-CANDIDATES.
           MOVE ADVISOR-TOTAL-LINE TO ADVISOR-LINE.
           WRITE ADVISOR-LINE.
           CLOSE ADVISOR-AUDIT-FILE.
           MOVE "DEGAUDIT" TO RRG-REPORT-ID.
           MOVE WS-ADVISOR-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.

       590-REGISTER-REPORT.
           MOVE "DEGREE-AUDIT-REPORT" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       END PROGRAM DEGREE-AUDIT-REPORT.
