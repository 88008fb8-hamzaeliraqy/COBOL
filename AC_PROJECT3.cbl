      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: ADVISOR CASELOAD REPORT - for the dean, one line per
      *          advisor on ADVMAST.TXT (see ADVMAST.DAT) showing the
      *          students assigned on ADVASSGN.TXT (see ADVASSGN.DAT),
      *          how many of them are on warning or probation
      *          (STUDENT-STANDING W / P from ACADEMIC-STANDING-EVAL)
      *          and how many are graduation candidates by the
      *          DEGREE-AUDIT-CHECK rules, against the advisor's
      *          ADV-MAX-CASELOAD, so loads can be rebalanced through
      *          ADVISOR-ASSIGN-MAINT. Advisors over their maximum,
      *          inactive advisors still carrying students, and
      *          assignments naming an advisor not on the master are
      *          flagged; students with no advisor are totalled on an
      *          UNASSIGNED line, as are assignments for students no
      *          longer on the master. Report to
      *          CASELOAD_YYYYMMDD_HHMMSS.TXT (CASELOAD_DIR). Return
      *          code 4 when any advisor is over the maximum or any
      *          student is unassigned.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      *   15/10/2026 HE  The CASELOAD file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      *   15/10/2026 HE  ADVASSGN.TXT is now indexed on student number
      *       (see ADVASSGN.DAT): each student's advisor is read by key
      *       instead of from a 2000-entry table. Assignments for
      *       students no longer on the master are the assignments on
      *       file less those matched to a student.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVISOR-CASELOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-RECORD ASSIGN TO WS-STUFILE-OUT-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STUDENT-NUMBER
           ALTERNATE RECORD KEY IS STUDENT-NAME
               WITH DUPLICATES
           FILE STATUS IS STATUS-FIELD.

           SELECT ADVISOR-MASTER ASSIGN TO WS-ADVMAST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ADV-STAT.

           SELECT ASSIGN-FILE ASSIGN TO WS-ADVASSGN-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASG-STUDENT-NUMBER
           FILE STATUS IS ASG-STAT.

           SELECT CASELOAD-REPORT ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS-FIELD.

           SELECT BUSDATE-FILE ASSIGN TO WS-BUSDATE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUSDATE-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-RECORD.
       01 STUDENTS.
           05 STUDENT-NUMBER PIC 9(6).
           05 TUITION-OWED PIC 9(6)V99.
           05 STUDENT-NAME PIC X(40).
           05 PROGRAM-OF-STUDY PIC X(5).
           COPY "COURSDTL.DAT".
           05 STUDENT-STANDING PIC X(1).

       FD ADVISOR-MASTER.
           COPY "ADVMAST.DAT".

       FD ASSIGN-FILE.
           COPY "ADVASSGN.DAT".

       FD CASELOAD-REPORT.
       01 REPORT-LINE PIC X(100).

       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.DAT".

       FD BUSDATE-FILE.
           COPY "BUSDATE.DAT".

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 WS-BUSDATE-PATH PIC X(60).
           05 BUSDATE-STAT PIC X(2).
           05 STATUS-FIELD PIC X(2).
           05 ADV-STAT PIC X(2).
           05 ASG-STAT PIC X(2).
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 ADV-EOF PIC X(3).
           05 ASG-EOF PIC X(3).
           05 ASG-OPEN-FLAG PIC X(3) VALUE "NO".
           05 ADVISOR-COUNT PIC 9(3) VALUE ZERO.
           05 ADVISOR-IDX PIC 9(3).
           05 ADV-MATCH-IDX PIC 9(3).
           05 ASSIGN-COUNT PIC 9(6) VALUE ZERO.
           05 FOUND-FLAG PIC X(1).
           05 WS-STUDENT-ADVISOR PIC X(6).
           05 STUDENT-COUNT PIC 9(6) VALUE ZERO.
           05 ASSIGNED-COUNT PIC 9(6) VALUE ZERO.
           05 UNASSIGNED-COUNT PIC 9(6) VALUE ZERO.
           05 UNASSIGNED-WARN PIC 9(5) VALUE ZERO.
           05 UNASSIGNED-PROB PIC 9(5) VALUE ZERO.
           05 UNASSIGNED-CAND PIC 9(5) VALUE ZERO.
           05 STALE-ASSIGN-COUNT PIC 9(6) VALUE ZERO.
           05 OVER-MAX-COUNT PIC 9(3) VALUE ZERO.
           05 ACTIVE-ADVISOR-COUNT PIC 9(3) VALUE ZERO.
           05 WS-AVERAGE-LOAD PIC 9(5).
           05 WS-WARN-FLAG PIC X(1).
           05 WS-PROB-FLAG PIC X(1).
           05 WS-CAND-FLAG PIC X(1).
           05 WS-STUFILE-OUT-PATH PIC X(60).
           05 WS-ADVMAST-PATH PIC X(60).
           05 WS-ADVASSGN-PATH PIC X(60).
           05 WS-REPORT-DIR PIC X(40).
           05 WS-REPORT-FILENAME PIC X(60).
           05 WS-AUDIT-LOG-PATH PIC X(60).
           05 AUDIT-STATUS-FIELD PIC X(2).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).

       01 ADVISOR-VALUES.
           05 ADVISOR-ENTRY OCCURS 120 TIMES.
               10 ADV-TBL-ID PIC X(6).
               10 ADV-TBL-NAME PIC X(30).
               10 ADV-TBL-MAX PIC 9(4).
               10 ADV-TBL-STATUS PIC X(1).
               10 ADV-TBL-ON-MASTER PIC X(1).
               10 ADV-TBL-STUDENTS PIC 9(5).
               10 ADV-TBL-WARN PIC 9(5).
               10 ADV-TBL-PROB PIC 9(5).
               10 ADV-TBL-CAND PIC 9(5).

       01 AUDCHK-PARMS.
           05 AUDCHK-RESULT-AREA.
               10 AUDCHK-RESULT PIC X(1).
                   88 AUDCHK-CANDIDATE VALUE "C".
               10 AUDCHK-REQ-COUNT PIC 9(2).
               10 AUDCHK-MET-COUNT PIC 9(2).
               10 AUDCHK-CREDITS PIC 9(3).
               10 AUDCHK-MIN-CREDITS PIC 9(3).

       01 COLUMN-HEADING.
           05 FILLER PIC X(8) VALUE "ADVISOR".
           05 FILLER PIC X(32) VALUE "NAME".
           05 FILLER PIC X(6) VALUE "MAX".
           05 FILLER PIC X(8) VALUE "STUDNTS".
           05 FILLER PIC X(8) VALUE "WARNING".
           05 FILLER PIC X(8) VALUE "PROBATN".
           05 FILLER PIC X(8) VALUE "GRAD".
           05 FILLER PIC X(22) VALUE "NOTE".

       01 CASELOAD-LINE.
           05 CLD-ADVISOR-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CLD-ADVISOR-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CLD-MAX PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CLD-STUDENTS PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CLD-WARN PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CLD-PROB PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CLD-CAND PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CLD-NOTE PIC X(22).

       01 TOTAL-LINE.
           05 FILLER PIC X(10) VALUE "STUDENTS: ".
           05 TTL-STUDENTS PIC ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  ASSIGNED: ".
           05 TTL-ASSIGNED PIC ZZZ,ZZ9.
           05 FILLER PIC X(14) VALUE "  UNASSIGNED: ".
           05 TTL-UNASSIGNED PIC ZZZ,ZZ9.
           05 FILLER PIC X(21) VALUE "  AVG ACTIVE LOAD: ".
           05 TTL-AVERAGE PIC ZZ,ZZ9.
           05 FILLER PIC X(16) VALUE SPACES.

       01 STALE-LINE.
           05 FILLER PIC X(43) VALUE
               "ASSIGNMENTS FOR STUDENTS NOT ON MASTER:    ".
           05 STL-STALE PIC ZZZ,ZZ9.
           05 FILLER PIC X(50) VALUE SPACES.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-CASELOAD.
           PERFORM 110-GET-FILE-PATHS.
           PERFORM 120-LOAD-ADVISORS.
           PERFORM 125-OPEN-ASSIGN-FILE.
           OPEN INPUT STUDENT-RECORD.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "STUDENT-RECORD OPEN FAILED, FILE STATUS = "
                   STATUS-FIELD UPON CONSOLE
               IF ASG-OPEN-FLAG = "YES"
                   CLOSE ASSIGN-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 200-READ-STUDENT.
           PERFORM UNTIL EOF-FLAG = "YES"
               PERFORM 300-COUNT-STUDENT
               PERFORM 200-READ-STUDENT
           END-PERFORM.
           CLOSE STUDENT-RECORD.
           PERFORM 330-COUNT-STALE-ASSIGNMENTS.
           PERFORM 400-WRITE-REPORT.
           PERFORM 500-WRITE-AUDIT-LOG.
           DISPLAY "ADVISOR CASELOAD COMPLETE, ADVISORS: "
               ADVISOR-COUNT " STUDENTS: " STUDENT-COUNT
               " UNASSIGNED: " UNASSIGNED-COUNT UPON CONSOLE.
           IF OVER-MAX-COUNT > ZERO OR UNASSIGNED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       110-GET-FILE-PATHS.
           ACCEPT WS-STUFILE-OUT-PATH FROM ENVIRONMENT "STUFILE_OUT".
           IF WS-STUFILE-OUT-PATH = SPACES
               MOVE "C:\Users\hamza\STUFILE-C.txt"
                   TO WS-STUFILE-OUT-PATH
           END-IF.
           ACCEPT WS-ADVMAST-PATH FROM ENVIRONMENT "ADVMAST_FILE".
           IF WS-ADVMAST-PATH = SPACES
               MOVE "C:\Users\hamza\ADVMAST.TXT" TO WS-ADVMAST-PATH
           END-IF.
           ACCEPT WS-ADVASSGN-PATH FROM ENVIRONMENT "ADVASSGN_FILE".
           IF WS-ADVASSGN-PATH = SPACES
               MOVE "C:\Users\hamza\ADVASSGN.TXT" TO WS-ADVASSGN-PATH
           END-IF.
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "AUDIT_LOG_FILE".
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\hamza\AUDITLOG.TXT" TO WS-AUDIT-LOG-PATH
           END-IF.
           ACCEPT WS-REPORT-DIR FROM ENVIRONMENT "CASELOAD_DIR".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 112-GET-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "CASELOAD_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.

       120-LOAD-ADVISORS.
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
                           MOVE ADV-MAX-CASELOAD
                               TO ADV-TBL-MAX (ADVISOR-COUNT)
                           MOVE ADV-STATUS
                               TO ADV-TBL-STATUS (ADVISOR-COUNT)
                           MOVE 'Y'
                               TO ADV-TBL-ON-MASTER (ADVISOR-COUNT)
                           MOVE ZERO
                               TO ADV-TBL-STUDENTS (ADVISOR-COUNT)
                               ADV-TBL-WARN (ADVISOR-COUNT)
                               ADV-TBL-PROB (ADVISOR-COUNT)
                               ADV-TBL-CAND (ADVISOR-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ADVISOR-MASTER
           ELSE
               DISPLAY "ADVMAST.TXT NOT ON FILE - ADVISORS SHOWN FROM "
                   "ASSIGNMENTS ONLY" UPON CONSOLE
           END-IF.

       125-OPEN-ASSIGN-FILE.
           MOVE "NO" TO ASG-OPEN-FLAG.
           OPEN INPUT ASSIGN-FILE.
           IF ASG-STAT = "00"
               MOVE "YES" TO ASG-OPEN-FLAG
           END-IF.

       200-READ-STUDENT.
           READ STUDENT-RECORD
               AT END MOVE "YES" TO EOF-FLAG
           END-READ.

       300-COUNT-STUDENT.
           ADD 1 TO STUDENT-COUNT.
           MOVE 'N' TO WS-WARN-FLAG.
           MOVE 'N' TO WS-PROB-FLAG.
           MOVE 'N' TO WS-CAND-FLAG.
           IF STUDENT-STANDING = "W"
               MOVE 'Y' TO WS-WARN-FLAG
           END-IF.
           IF STUDENT-STANDING = "P"
               MOVE 'Y' TO WS-PROB-FLAG
           END-IF.
           CALL "DEGREE-AUDIT-CHECK" USING STUDENT-NUMBER
               PROGRAM-OF-STUDY COURSE-COUNT COURSE-DETAIL (1)
               AUDCHK-RESULT-AREA.
           IF AUDCHK-CANDIDATE
               MOVE 'Y' TO WS-CAND-FLAG
           END-IF.
           PERFORM 310-FIND-STUDENT-ADVISOR.
           IF WS-STUDENT-ADVISOR = SPACES
               ADD 1 TO UNASSIGNED-COUNT
               IF WS-WARN-FLAG = 'Y'
                   ADD 1 TO UNASSIGNED-WARN
               END-IF
               IF WS-PROB-FLAG = 'Y'
                   ADD 1 TO UNASSIGNED-PROB
               END-IF
               IF WS-CAND-FLAG = 'Y'
                   ADD 1 TO UNASSIGNED-CAND
               END-IF
           ELSE
               ADD 1 TO ASSIGNED-COUNT
               PERFORM 320-FIND-ADVISOR-ENTRY
               IF FOUND-FLAG = 'Y'
                   ADD 1 TO ADV-TBL-STUDENTS (ADV-MATCH-IDX)
                   IF WS-WARN-FLAG = 'Y'
                       ADD 1 TO ADV-TBL-WARN (ADV-MATCH-IDX)
                   END-IF
                   IF WS-PROB-FLAG = 'Y'
                       ADD 1 TO ADV-TBL-PROB (ADV-MATCH-IDX)
                   END-IF
                   IF WS-CAND-FLAG = 'Y'
                       ADD 1 TO ADV-TBL-CAND (ADV-MATCH-IDX)
                   END-IF
               END-IF
           END-IF.

       310-FIND-STUDENT-ADVISOR.
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

      * An advisor named on an assignment but missing from ADVMAST.TXT
      * gets an entry of its own so those students are still counted.
       320-FIND-ADVISOR-ENTRY.
           MOVE 'N' TO FOUND-FLAG.
           PERFORM VARYING ADVISOR-IDX FROM 1 BY 1
               UNTIL FOUND-FLAG = 'Y' OR ADVISOR-IDX > ADVISOR-COUNT
               IF ADV-TBL-ID (ADVISOR-IDX) = WS-STUDENT-ADVISOR
                   MOVE 'Y' TO FOUND-FLAG
                   MOVE ADVISOR-IDX TO ADV-MATCH-IDX
               END-IF
           END-PERFORM.
           IF FOUND-FLAG NOT = 'Y'
               IF ADVISOR-COUNT < 120
                   ADD 1 TO ADVISOR-COUNT
                   MOVE ADVISOR-COUNT TO ADV-MATCH-IDX
                   MOVE WS-STUDENT-ADVISOR TO ADV-TBL-ID (ADV-MATCH-IDX)
                   MOVE "*** NOT ON ADVISOR MASTER ***"
                       TO ADV-TBL-NAME (ADV-MATCH-IDX)
                   MOVE ZERO TO ADV-TBL-MAX (ADV-MATCH-IDX)
                   MOVE "I" TO ADV-TBL-STATUS (ADV-MATCH-IDX)
                   MOVE 'N' TO ADV-TBL-ON-MASTER (ADV-MATCH-IDX)
                   MOVE ZERO TO ADV-TBL-STUDENTS (ADV-MATCH-IDX)
                       ADV-TBL-WARN (ADV-MATCH-IDX)
                       ADV-TBL-PROB (ADV-MATCH-IDX)
                       ADV-TBL-CAND (ADV-MATCH-IDX)
                   MOVE 'Y' TO FOUND-FLAG
               ELSE
                   DISPLAY "ADVISOR TABLE FULL - NOT COUNTED: "
                       STUDENT-NUMBER " ADVISOR " WS-STUDENT-ADVISOR
                       UPON CONSOLE
               END-IF
           END-IF.

      * One assignment per student number, so every assignment not
      * matched to a student on the master is left over.
       330-COUNT-STALE-ASSIGNMENTS.
           MOVE ZERO TO ASSIGN-COUNT.
           IF ASG-OPEN-FLAG = "YES"
               MOVE "NO" TO ASG-EOF
               MOVE ZERO TO ASG-STUDENT-NUMBER
               START ASSIGN-FILE KEY IS >= ASG-STUDENT-NUMBER
                   INVALID KEY MOVE "YES" TO ASG-EOF
               END-START
               PERFORM UNTIL ASG-EOF = "YES"
                   READ ASSIGN-FILE NEXT RECORD
                       AT END MOVE "YES" TO ASG-EOF
                       NOT AT END ADD 1 TO ASSIGN-COUNT
                   END-READ
               END-PERFORM
               CLOSE ASSIGN-FILE
           END-IF.
           IF ASSIGN-COUNT > ASSIGNED-COUNT
               SUBTRACT ASSIGNED-COUNT FROM ASSIGN-COUNT
                   GIVING STALE-ASSIGN-COUNT
           END-IF.

       400-WRITE-REPORT.
           MOVE ZERO TO ACTIVE-ADVISOR-COUNT.
           MOVE ZERO TO WS-AVERAGE-LOAD.
           PERFORM VARYING ADVISOR-IDX FROM 1 BY 1
               UNTIL ADVISOR-IDX > ADVISOR-COUNT
               IF ADV-TBL-ON-MASTER (ADVISOR-IDX) = 'Y'
                   AND ADV-TBL-STATUS (ADVISOR-IDX) NOT = "I"
                   ADD 1 TO ACTIVE-ADVISOR-COUNT
                   ADD ADV-TBL-STUDENTS (ADVISOR-IDX)
                       TO WS-AVERAGE-LOAD
               END-IF
           END-PERFORM.
           IF ACTIVE-ADVISOR-COUNT > ZERO
               DIVIDE WS-AVERAGE-LOAD BY ACTIVE-ADVISOR-COUNT
                   GIVING WS-AVERAGE-LOAD ROUNDED
           END-IF.
           OPEN OUTPUT CASELOAD-REPORT.
           MOVE "ADVISOR CASELOAD REPORT - RUN DATE " TO REPORT-LINE.
           MOVE WS-RUN-DATE TO REPORT-LINE (36:8).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 410-WRITE-ADVISOR-LINE
               VARYING ADVISOR-IDX FROM 1 BY 1
               UNTIL ADVISOR-IDX > ADVISOR-COUNT.
           MOVE SPACES TO CASELOAD-LINE.
           MOVE "NONE" TO CLD-ADVISOR-ID.
           MOVE "UNASSIGNED" TO CLD-ADVISOR-NAME.
           MOVE ZERO TO CLD-MAX.
           MOVE UNASSIGNED-COUNT TO CLD-STUDENTS.
           MOVE UNASSIGNED-WARN TO CLD-WARN.
           MOVE UNASSIGNED-PROB TO CLD-PROB.
           MOVE UNASSIGNED-CAND TO CLD-CAND.
           IF UNASSIGNED-COUNT > ZERO
               MOVE "NEEDS AN ADVISOR" TO CLD-NOTE
           END-IF.
           MOVE CASELOAD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE STUDENT-COUNT TO TTL-STUDENTS.
           MOVE ASSIGNED-COUNT TO TTL-ASSIGNED.
           MOVE UNASSIGNED-COUNT TO TTL-UNASSIGNED.
           MOVE WS-AVERAGE-LOAD TO TTL-AVERAGE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF STALE-ASSIGN-COUNT > ZERO
               MOVE STALE-ASSIGN-COUNT TO STL-STALE
               MOVE STALE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE CASELOAD-REPORT.
           MOVE "CASELOAD" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.

       410-WRITE-ADVISOR-LINE.
           MOVE SPACES TO CASELOAD-LINE.
           MOVE ADV-TBL-ID (ADVISOR-IDX) TO CLD-ADVISOR-ID.
           MOVE ADV-TBL-NAME (ADVISOR-IDX) TO CLD-ADVISOR-NAME.
           MOVE ADV-TBL-MAX (ADVISOR-IDX) TO CLD-MAX.
           MOVE ADV-TBL-STUDENTS (ADVISOR-IDX) TO CLD-STUDENTS.
           MOVE ADV-TBL-WARN (ADVISOR-IDX) TO CLD-WARN.
           MOVE ADV-TBL-PROB (ADVISOR-IDX) TO CLD-PROB.
           MOVE ADV-TBL-CAND (ADVISOR-IDX) TO CLD-CAND.
           IF ADV-TBL-ON-MASTER (ADVISOR-IDX) NOT = 'Y'
               MOVE "REASSIGN THESE" TO CLD-NOTE
           ELSE
           IF ADV-TBL-STATUS (ADVISOR-IDX) = "I"
               AND ADV-TBL-STUDENTS (ADVISOR-IDX) > ZERO
               MOVE "INACTIVE - HAS STUDENTS" TO CLD-NOTE
           ELSE
           IF ADV-TBL-MAX (ADVISOR-IDX) > ZERO
               AND ADV-TBL-STUDENTS (ADVISOR-IDX)
                   > ADV-TBL-MAX (ADVISOR-IDX)
               MOVE "OVER MAXIMUM" TO CLD-NOTE
               ADD 1 TO OVER-MAX-COUNT
           END-IF
           END-IF
           END-IF.
           MOVE CASELOAD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       500-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "ADVISOR-CASELOAD" TO AUDIT-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           STRING "ADVISORS=" DELIMITED BY SIZE
                   ADVISOR-COUNT DELIMITED BY SIZE
                   " STUDENTS=" DELIMITED BY SIZE
                   STUDENT-COUNT DELIMITED BY SIZE
                   " UNASG=" DELIMITED BY SIZE
                   UNASSIGNED-COUNT DELIMITED BY SIZE
                   " OVER=" DELIMITED BY SIZE
                   OVER-MAX-COUNT DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "ADVISOR-CASELOAD" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       112-GET-BUSINESS-DATE.
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_FILE".
           IF WS-BUSDATE-PATH = SPACES
               MOVE "C:\Users\hamza\BUSDATE.TXT" TO WS-BUSDATE-PATH
           END-IF.
           OPEN INPUT BUSDATE-FILE.
           IF BUSDATE-STAT = "00"
               READ BUSDATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BUS-DATE IS NUMERIC AND BUS-DATE > ZERO
                           MOVE BUS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

       END PROGRAM ADVISOR-CASELOAD.
