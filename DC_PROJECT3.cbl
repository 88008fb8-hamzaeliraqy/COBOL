      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: DEGREE AUDIT CHECK - CALLed subprogram (see
      *          AUDCHK.DAT) that tells a caller whether one student
      *          meets the graduation requirements, without printing
      *          anything. The rules are the ones DEGREE-AUDIT-REPORT
      *          prints: the student's whole record (COURSHIST.TXT
      *          plus the current-term table passed in) is checked
      *          against the program's PROGREQ.TXT line, a required
      *          course is complete when any attempt not withdrawn
      *          averages 60 or better, and credits are summed once
      *          per distinct completed course from the course
      *          catalog (a code not on the catalog counts 1). The
      *          requirements and catalog are loaded and COURSHIST.TXT
      *          opened on the first call and kept for the rest of
      *          the run.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      *   15/10/2026 HE  Transfer credit (term TRANS, average 888, see
      *       CRSHIST.DAT) completes a required course and counts toward
      *       credits, as on DEGREE-AUDIT-REPORT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGREE-AUDIT-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-HISTORY ASSIGN TO WS-COURSHIST-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS HIST-STAT.

           SELECT REQUIREMENT-RECORDS ASSIGN TO WS-PROGREQ-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REQ-STAT.

           SELECT COURSE-CATALOG ASSIGN TO WS-COURSECAT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD COURSE-HISTORY.
           COPY "CRSHIST.DAT".

       FD REQUIREMENT-RECORDS.
           COPY "PROGREQ.DAT".

       FD COURSE-CATALOG.
           COPY "COURSCAT.DAT".

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 FIRST-TIME-FLAG PIC X(3) VALUE "YES".
           05 HIST-STAT PIC X(2).
           05 REQ-STAT PIC X(2).
           05 CAT-STAT PIC X(2).
           05 HIST-EOF PIC X(3).
           05 HIST-OPEN-FLAG PIC X(3) VALUE "NO".
           05 REQ-EOF PIC X(3).
           05 CAT-EOF PIC X(3).
           05 CAT-IDX PIC 9(2).
           05 CATALOG-COUNT PIC 9(2) VALUE ZERO.
           05 REQTAB-COUNT PIC 9(2) VALUE ZERO.
           05 REQ-IDX PIC 9(2).
           05 MATCH-IDX PIC 9(2).
           05 FOUND-FLAG PIC X(1).
           05 COURSE-IDX PIC 9(2).
           05 DONE-IDX PIC 9(2).
           05 DONE-COUNT PIC 9(2).
           05 WS-COURSE-CODE PIC X(7).
           05 WS-COURSHIST-PATH PIC X(60).
           05 WS-PROGREQ-PATH PIC X(60).
           05 WS-COURSECAT-PATH PIC X(60).

       01 REQUIREMENT-VALUES.
           05 REQTAB-ENTRY OCCURS 20 TIMES.
               10 REQTAB-PROGRAM-CD PIC X(6).
               10 REQTAB-MIN-CREDITS PIC 9(3).
               10 REQTAB-REQ-COUNT PIC 9(2).
               10 REQTAB-REQ-CODE PIC X(7) OCCURS 10 TIMES.

       01 CATALOG-VALUES.
           05 CATALOG-TABLE OCCURS 50 TIMES.
               10 CAT-TBL-CODE PIC X(7).
               10 CAT-TBL-CREDITS PIC 9(2).

       01 COMPLETED-VALUES.
           05 DONE-ENTRY OCCURS 60 TIMES.
               10 DONE-COURSE-CODE PIC X(7).

       LINKAGE SECTION.
       COPY "AUDCHK.DAT".

       PROCEDURE DIVISION USING AUDCHK-STUDENT-NUMBER AUDCHK-PROGRAM
           AUDCHK-COURSE-COUNT AUDCHK-COURSE-TABLE
           AUDCHK-RESULT-AREA.
       100-CHECK-STUDENT.
           IF FIRST-TIME-FLAG = "YES"
               PERFORM 110-GET-FILE-PATHS
               PERFORM 120-LOAD-REQUIREMENTS
               PERFORM 130-LOAD-CATALOG
               OPEN INPUT COURSE-HISTORY
               IF HIST-STAT = "00"
                   MOVE "YES" TO HIST-OPEN-FLAG
               END-IF
               MOVE "NO" TO FIRST-TIME-FLAG
           END-IF.
           MOVE "R" TO AUDCHK-RESULT.
           MOVE ZERO TO AUDCHK-REQ-COUNT AUDCHK-MET-COUNT
               AUDCHK-CREDITS AUDCHK-MIN-CREDITS.
           PERFORM 310-FIND-REQUIREMENTS.
           IF FOUND-FLAG = 'Y'
               PERFORM 320-COLLECT-COMPLETED
               PERFORM 330-SCORE-STUDENT
               IF AUDCHK-MET-COUNT = AUDCHK-REQ-COUNT
                   AND AUDCHK-CREDITS >= AUDCHK-MIN-CREDITS
                   MOVE "C" TO AUDCHK-RESULT
               ELSE
                   MOVE "N" TO AUDCHK-RESULT
               END-IF
           END-IF.
           GOBACK.

       110-GET-FILE-PATHS.
           ACCEPT WS-COURSHIST-PATH FROM ENVIRONMENT "COURSHIST_FILE".
           IF WS-COURSHIST-PATH = SPACES
               MOVE "C:\Users\hamza\COURSHIST.TXT"
                   TO WS-COURSHIST-PATH
           END-IF.
           ACCEPT WS-PROGREQ-PATH FROM ENVIRONMENT "PROGREQ_FILE".
           IF WS-PROGREQ-PATH = SPACES
               MOVE "C:\Users\hamza\PROGREQ.TXT" TO WS-PROGREQ-PATH
           END-IF.
           ACCEPT WS-COURSECAT-PATH FROM ENVIRONMENT "COURSECAT_FILE".
           IF WS-COURSECAT-PATH = SPACES
               MOVE "C:\Users\hamza\COURSECAT.TXT"
                   TO WS-COURSECAT-PATH
           END-IF.

       120-LOAD-REQUIREMENTS.
           MOVE ZERO TO REQTAB-COUNT.
           MOVE "NO" TO REQ-EOF.
           OPEN INPUT REQUIREMENT-RECORDS.
           IF REQ-STAT = "00"
               PERFORM UNTIL REQ-EOF = "YES" OR REQTAB-COUNT >= 20
                   READ REQUIREMENT-RECORDS
                       AT END MOVE "YES" TO REQ-EOF
                       NOT AT END
                           ADD 1 TO REQTAB-COUNT
                           MOVE PRQ-PROGRAM-CD
                               TO REQTAB-PROGRAM-CD (REQTAB-COUNT)
                           MOVE PRQ-MIN-CREDITS
                               TO REQTAB-MIN-CREDITS (REQTAB-COUNT)
                           MOVE PRQ-REQ-COUNT
                               TO REQTAB-REQ-COUNT (REQTAB-COUNT)
                           PERFORM VARYING REQ-IDX FROM 1 BY 1
                               UNTIL REQ-IDX > 10
                               MOVE PRQ-REQ-CODE (REQ-IDX)
                                   TO REQTAB-REQ-CODE
                                       (REQTAB-COUNT REQ-IDX)
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE REQUIREMENT-RECORDS
           END-IF.

       130-LOAD-CATALOG.
           MOVE ZERO TO CATALOG-COUNT.
           MOVE "NO" TO CAT-EOF.
           OPEN INPUT COURSE-CATALOG.
           IF CAT-STAT = "00"
               PERFORM UNTIL CAT-EOF = "YES" OR CATALOG-COUNT >= 50
                   READ COURSE-CATALOG
                       AT END MOVE "YES" TO CAT-EOF
                       NOT AT END
                           ADD 1 TO CATALOG-COUNT
                           MOVE CAT-COURSE-CODE
                               TO CAT-TBL-CODE (CATALOG-COUNT)
                           MOVE CAT-CREDIT-HOURS
                               TO CAT-TBL-CREDITS (CATALOG-COUNT)
                   END-READ
               END-PERFORM
               CLOSE COURSE-CATALOG
           END-IF.

       310-FIND-REQUIREMENTS.
           MOVE 'N' TO FOUND-FLAG.
           PERFORM VARYING REQ-IDX FROM 1 BY 1
               UNTIL FOUND-FLAG = 'Y' OR REQ-IDX > REQTAB-COUNT
               IF AUDCHK-PROGRAM = REQTAB-PROGRAM-CD (REQ-IDX)
                   MOVE 'Y' TO FOUND-FLAG
                   MOVE REQ-IDX TO MATCH-IDX
               END-IF
           END-PERFORM.

       320-COLLECT-COMPLETED.
           MOVE ZERO TO DONE-COUNT.
           IF HIST-OPEN-FLAG = "YES"
               PERFORM 350-COLLECT-HISTORY
           END-IF.
           IF AUDCHK-COURSE-COUNT IS NUMERIC
               AND AUDCHK-COURSE-COUNT >= 1
               AND AUDCHK-COURSE-COUNT <= 10
               PERFORM 360-COLLECT-CURRENT
                   VARYING COURSE-IDX FROM 1 BY 1
                   UNTIL COURSE-IDX > AUDCHK-COURSE-COUNT
           END-IF.

       350-COLLECT-HISTORY.
           MOVE SPACES TO HIST-KEY.
           MOVE AUDCHK-STUDENT-NUMBER TO HIST-STUDENT-NUMBER.
           MOVE "NO" TO HIST-EOF.
           START COURSE-HISTORY KEY IS >= HIST-KEY
               INVALID KEY MOVE "YES" TO HIST-EOF
           END-START.
           PERFORM UNTIL HIST-EOF = "YES"
               READ COURSE-HISTORY NEXT RECORD
                   AT END MOVE "YES" TO HIST-EOF
                   NOT AT END
                       IF HIST-STUDENT-NUMBER = AUDCHK-STUDENT-NUMBER
                           IF HIST-TRANSFER-CREDIT
                               OR (HIST-COURSE-AVERAGE >= 60
                               AND NOT HIST-COURSE-WITHDRAWN)
                               MOVE HIST-COURSE-CODE TO WS-COURSE-CODE
                               PERFORM 370-ADD-COMPLETED-CODE
                           END-IF
                       ELSE
                           MOVE "YES" TO HIST-EOF
                       END-IF
               END-READ
           END-PERFORM.

       360-COLLECT-CURRENT.
           IF AUDCHK-COURSE-AVERAGE (COURSE-IDX) >= 60
               AND NOT AUDCHK-COURSE-WITHDRAWN (COURSE-IDX)
               MOVE AUDCHK-COURSE-CODE (COURSE-IDX) TO WS-COURSE-CODE
               PERFORM 370-ADD-COMPLETED-CODE
           END-IF.

       370-ADD-COMPLETED-CODE.
           MOVE 'N' TO FOUND-FLAG.
           PERFORM VARYING DONE-IDX FROM 1 BY 1
               UNTIL FOUND-FLAG = 'Y' OR DONE-IDX > DONE-COUNT
               IF DONE-COURSE-CODE (DONE-IDX) = WS-COURSE-CODE
                   MOVE 'Y' TO FOUND-FLAG
               END-IF
           END-PERFORM.
           IF FOUND-FLAG NOT = 'Y' AND DONE-COUNT < 60
               ADD 1 TO DONE-COUNT
               MOVE WS-COURSE-CODE TO DONE-COURSE-CODE (DONE-COUNT)
           END-IF.

       330-SCORE-STUDENT.
           MOVE REQTAB-REQ-COUNT (MATCH-IDX) TO AUDCHK-REQ-COUNT.
           MOVE REQTAB-MIN-CREDITS (MATCH-IDX) TO AUDCHK-MIN-CREDITS.
           PERFORM VARYING REQ-IDX FROM 1 BY 1
               UNTIL REQ-IDX > REQTAB-REQ-COUNT (MATCH-IDX)
               PERFORM 380-CHECK-ONE-REQUIREMENT
           END-PERFORM.
           PERFORM 390-SUM-CREDITS
               VARYING DONE-IDX FROM 1 BY 1
               UNTIL DONE-IDX > DONE-COUNT.

       380-CHECK-ONE-REQUIREMENT.
           MOVE 'N' TO FOUND-FLAG.
           PERFORM VARYING DONE-IDX FROM 1 BY 1
               UNTIL FOUND-FLAG = 'Y' OR DONE-IDX > DONE-COUNT
               IF DONE-COURSE-CODE (DONE-IDX) =
                   REQTAB-REQ-CODE (MATCH-IDX REQ-IDX)
                   MOVE 'Y' TO FOUND-FLAG
               END-IF
           END-PERFORM.
           IF FOUND-FLAG = 'Y'
               ADD 1 TO AUDCHK-MET-COUNT
           END-IF.

       390-SUM-CREDITS.
           MOVE 'N' TO FOUND-FLAG.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
               UNTIL FOUND-FLAG = 'Y' OR CAT-IDX > CATALOG-COUNT
               IF DONE-COURSE-CODE (DONE-IDX) = CAT-TBL-CODE (CAT-IDX)
                   MOVE 'Y' TO FOUND-FLAG
                   ADD CAT-TBL-CREDITS (CAT-IDX) TO AUDCHK-CREDITS
               END-IF
           END-PERFORM.
           IF FOUND-FLAG NOT = 'Y'
               ADD 1 TO AUDCHK-CREDITS
           END-IF.

       END PROGRAM DEGREE-AUDIT-CHECK.
