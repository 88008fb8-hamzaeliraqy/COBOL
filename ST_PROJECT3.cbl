      *       rerun batch books to the night it belongs to; with no
      *       business date on file the system date applies as
      *       before.
      *   15/10/2026 HE  The worklist now comes out one file per
      *       advisor, ADVISOR_<advisor>_YYYYMMDD_HHMMSS.TXT, by the
      *       student's advisor on ADVASSGN.TXT (see ADVASSGN.DAT),
      *       headed with the advisor's name from ADVMAST.TXT, with the
      *       lines sorted by advisor and student. Each advisor with
      *       students on probation also gets PROBATION_<advisor>_...
      *       listing just those students. Students with no advisor go
      *       to the UNASSIGNED files.
      *   15/10/2026 HE  STUHOLD.TXT is now indexed (see STUHOLD.DAT).
      *       Whether a student on probation already has an open
      *       academic hold is read by key at the time, instead of from
      *       a 500-entry table loaded at start, and a new hold takes
      *       the student's next hold number.
      *   15/10/2026 HE  A student newly put on academic probation (a
      *       new academic hold) is also queued on NOTIFYQ.TXT (see
      *       NOTIFYQ.DAT) as a PR notification with the term average,
      *       for NOTIFY-EXTRACT to send by email or text.
      *   15/10/2026 HE  The ADVISOR and PROBATION files are now entered
      *       in the report catalog RPTCAT.TXT through REPORT-REGISTER
      *       (see RPTREG.DAT) once written.
      *   15/10/2026 HE  ADVASSGN.TXT is now indexed on student number
      *       (see ADVASSGN.DAT): each student's advisor is read by key
      *       instead of from a 2000-entry table.
      *   15/10/2026 HE  The notification queue open is checked: when
      *       NOTIFYQ.TXT cannot be opened the status is shown on the
      *       console and the notice is not queued, as BILLING-
      *       STATEMENTS does.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACADEMIC-STANDING-EVAL.
           SELECT ADVISOR-REPORT ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROBATION-REPORT ASSIGN TO WS-PROBATION-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "STSORT.TMP".

           SELECT ADVISOR-MASTER ASSIGN TO WS-ADVMAST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ADV-STAT.

           SELECT ASSIGN-FILE ASSIGN TO WS-ADVASSGN-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASG-STUDENT-NUMBER
           FILE STATUS IS ASG-STAT.

           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS-FIELD.
           FILE STATUS IS LOCK-STAT.

           SELECT HOLD-FILE ASSIGN TO WS-STUHOLD-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HLD-KEY
           FILE STATUS IS HOLD-STAT.

           SELECT NOTIFY-QUEUE ASSIGN TO WS-NOTIFYQ-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NTQ-STAT.

           SELECT BUSDATE-FILE ASSIGN TO WS-BUSDATE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUSDATE-STAT.
       FD ADVISOR-REPORT.
       01 REPORT-LINE PIC X(80).

       FD PROBATION-REPORT.
       01 PROBATION-LINE PIC X(80).

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-ADVISOR PIC X(6).
           05 SORT-STUDENT-NUMBER PIC 9(6).
           05 SORT-SEQ PIC 9(2).
           05 SORT-STANDING PIC X(1).
           05 SORT-LINE PIC X(80).

       FD ADVISOR-MASTER.
           COPY "ADVMAST.DAT".

       FD ASSIGN-FILE.
           COPY "ADVASSGN.DAT".

       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.DAT".

       FD HOLD-FILE.
           COPY "STUHOLD.DAT".

       FD NOTIFY-QUEUE.
           COPY "NOTIFYQ.DAT".

       FD BUSDATE-FILE.
           COPY "BUSDATE.DAT".

           05 WS-STUHOLD-PATH PIC X(60).
           05 HOLD-STAT PIC X(2).
           05 HOLD-EOF PIC X(3).
           05 AHOLD-LAST-SEQUENCE PIC 9(3).
           05 AHOLD-FOUND-FLAG PIC X(1).
           05 AHOLD-PLACED-COUNT PIC 9(6) VALUE ZERO.
           05 WS-NOTIFYQ-PATH PIC X(60).
           05 NTQ-STAT PIC X(2).
           05 WS-PROBATION-FILENAME PIC X(60).
           05 WS-ADVMAST-PATH PIC X(60).
           05 WS-ADVASSGN-PATH PIC X(60).
           05 ADV-STAT PIC X(2).
           05 ASG-STAT PIC X(2).
           05 ADV-EOF PIC X(3).
           05 ASG-OPEN-FLAG PIC X(3) VALUE "NO".
           05 ADVISOR-COUNT PIC 9(3) VALUE ZERO.
           05 ADVISOR-IDX PIC 9(3).
           05 FOUND-FLAG PIC X(1).
           05 WS-STUDENT-ADVISOR PIC X(6).
           05 WS-LINE-SEQ PIC 9(2).
           05 SORT-EOF-FLAG PIC X(3) VALUE "NO".
           05 FIRST-RECORD-FLAG PIC X(3) VALUE "YES".
           05 PROB-OPEN-FLAG PIC X(3) VALUE "NO".
           05 CURRENT-ADVISOR PIC X(6).
           05 WS-ADVISOR-FILE-ID PIC X(10).
           05 ADVISOR-FILE-COUNT PIC 9(3) VALUE ZERO.
           05 ADV-STUDENT-COUNT PIC 9(5).
           05 ADV-PROB-COUNT PIC 9(5).


       01 ADVISOR-VALUES.
           05 ADVISOR-ENTRY OCCURS 100 TIMES.
               10 ADV-TBL-ID PIC X(6).
               10 ADV-TBL-NAME PIC X(30).

       01 ADVISOR-HEADING.
           05 FILLER PIC X(9) VALUE "ADVISOR: ".
           05 AHD-ADVISOR-ID PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AHD-ADVISOR-NAME PIC X(30).
           05 FILLER PIC X(6) VALUE " DATE ".
           05 AHD-RUN-DATE PIC 9(8).
           05 FILLER PIC X(15) VALUE SPACES.

       01 ADVISOR-TOTAL-LINE.
           05 FILLER PIC X(10) VALUE "STUDENTS: ".
           05 ATL-STUDENTS PIC ZZ,ZZ9.
           05 FILLER PIC X(13) VALUE "  PROBATION: ".
           05 ATL-PROBATION PIC ZZ,ZZ9.
           05 FILLER PIC X(45) VALUE SPACES.

       01 STUDENT-LINE.
           05 STL-STUDENT-NUMBER PIC 9(6).
           05 CRL-COURSE-AVG PIC ZZ9.
           05 FILLER PIC X(48) VALUE SPACES.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-EVALUATION.
           PERFORM 110-GET-FILE-PATHS.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 130-OPEN-HOLD-FILE.
           PERFORM 140-LOAD-ADVISORS.
           PERFORM 145-OPEN-ASSIGN-FILE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-ADVISOR SORT-STUDENT-NUMBER
                   SORT-SEQ
               INPUT PROCEDURE IS 150-EVALUATE-ALL-STUDENTS
               OUTPUT PROCEDURE IS 700-WRITE-ADVISOR-FILES.
           CLOSE STUDENT-RECORD HOLD-FILE.
           IF ASG-OPEN-FLAG = "YES"
               CLOSE ASSIGN-FILE
           END-IF.
           DISPLAY "ACADEMIC HOLDS PLACED: " AHOLD-PLACED-COUNT
               UPON CONSOLE.
           DISPLAY "ADVISOR WORKLISTS WRITTEN: " ADVISOR-FILE-COUNT
               UPON CONSOLE.
           PERFORM 500-WRITE-AUDIT-LOG.
           PERFORM 810-CLEAR-LOCK.
           DISPLAY "STANDING EVALUATION COMPLETE, GOOD: " GOOD-COUNT
           IF WS-STUHOLD-PATH = SPACES
               MOVE "C:\Users\hamza\STUHOLD.TXT" TO WS-STUHOLD-PATH
           END-IF.
           ACCEPT WS-NOTIFYQ-PATH FROM ENVIRONMENT "NOTIFYQ_FILE".
           IF WS-NOTIFYQ-PATH = SPACES
               MOVE "C:\Users\hamza\NOTIFYQ.TXT" TO WS-NOTIFYQ-PATH
           END-IF.
           ACCEPT WS-ADVMAST-PATH FROM ENVIRONMENT "ADVMAST_FILE".
           IF WS-ADVMAST-PATH = SPACES
               MOVE "C:\Users\hamza\ADVMAST.TXT" TO WS-ADVMAST-PATH
           END-IF.
           ACCEPT WS-ADVASSGN-PATH FROM ENVIRONMENT "ADVASSGN_FILE".
           IF WS-ADVASSGN-PATH = SPACES
               MOVE "C:\Users\hamza\ADVASSGN.TXT" TO WS-ADVASSGN-PATH
           END-IF.
           ACCEPT WS-REPORT-DIR FROM ENVIRONMENT "ADVISOR_DIR".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 112-GET-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.

       130-OPEN-HOLD-FILE.
           OPEN I-O HOLD-FILE.
           IF HOLD-STAT = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
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
               DISPLAY "NO ADVISOR ASSIGNMENTS ON FILE - WORKLIST "
                   "GOES TO UNASSIGNED" UPON CONSOLE
           END-IF.

       150-EVALUATE-ALL-STUDENTS.
           PERFORM 200-READ-STUDENT.
           PERFORM UNTIL EOF-FLAG = "YES"
               PERFORM 300-EVALUATE-STUDENT
               PERFORM 200-READ-STUDENT
           END-PERFORM.

       200-READ-STUDENT.
           READ STUDENT-RECORD NEXT RECORD
               AT END MOVE "YES" TO EOF-FLAG
               PERFORM 400-WRITE-ADVISOR-DETAIL
           END-IF.

      * A student already under an open academic hold keeps it; a
      * new hold takes the student's next hold number.
       420-PLACE-ACADEMIC-HOLD.
           MOVE 'N' TO AHOLD-FOUND-FLAG.
           MOVE ZERO TO AHOLD-LAST-SEQUENCE.
           MOVE STUDENT-NUMBER TO HLD-STUDENT-NUMBER.
           MOVE ZERO TO HLD-SEQUENCE.
           MOVE "NO" TO HOLD-EOF.
           START HOLD-FILE KEY IS >= HLD-KEY
               INVALID KEY MOVE "YES" TO HOLD-EOF
           END-START.
           PERFORM UNTIL HOLD-EOF = "YES"
               READ HOLD-FILE NEXT RECORD
                   AT END MOVE "YES" TO HOLD-EOF
                   NOT AT END
                       IF HLD-STUDENT-NUMBER = STUDENT-NUMBER
                           MOVE HLD-SEQUENCE TO AHOLD-LAST-SEQUENCE
                           IF HLD-TYPE = "A"
                               AND HLD-RELEASED-DATE = ZERO
                               MOVE 'Y' TO AHOLD-FOUND-FLAG
                           END-IF
                       ELSE
                           MOVE "YES" TO HOLD-EOF
                       END-IF
               END-READ
           END-PERFORM.
           IF AHOLD-FOUND-FLAG NOT = 'Y'
               MOVE SPACES TO STUDENT-HOLD-RECORD
               MOVE STUDENT-NUMBER TO HLD-STUDENT-NUMBER
               ADD 1 AHOLD-LAST-SEQUENCE GIVING HLD-SEQUENCE
               MOVE "A" TO HLD-TYPE
               MOVE "ACADEMIC PROBATION" TO HLD-REASON
               MOVE WS-RUN-DATE TO HLD-PLACED-DATE
               MOVE ZERO TO HLD-RELEASED-DATE
               WRITE STUDENT-HOLD-RECORD
                   INVALID KEY
                       DISPLAY "ACADEMIC HOLD NOT PLACED, STATUS = "
                           HOLD-STAT ": " STUDENT-NUMBER UPON CONSOLE
                   NOT INVALID KEY
                       ADD 1 TO AHOLD-PLACED-COUNT
                       PERFORM 425-QUEUE-PROBATION-NOTICE
               END-WRITE
           END-IF.

       425-QUEUE-PROBATION-NOTICE.
           OPEN EXTEND NOTIFY-QUEUE.
           IF NTQ-STAT = "35"
               OPEN OUTPUT NOTIFY-QUEUE
           END-IF.
           IF NTQ-STAT = "00"
               MOVE SPACES TO NOTIFY-QUEUE-RECORD
               MOVE STUDENT-NUMBER TO NTQ-STUDENT-NUMBER
               MOVE "PR" TO NTQ-EVENT-TYPE
               MOVE WS-RUN-DATE TO NTQ-DATE
               MOVE WS-RUN-TIME TO NTQ-TIME
               MOVE "ACADEMIC-STANDING" TO NTQ-SOURCE
               MOVE STUDENT-NAME TO NTQ-STUDENT-NAME
               MOVE LOCAL-STUDENT-AVERAGE TO NTQ-AMOUNT-1
               MOVE ZERO TO NTQ-AMOUNT-2
               MOVE HLD-REASON TO NTQ-REFERENCE
               WRITE NOTIFY-QUEUE-RECORD
               CLOSE NOTIFY-QUEUE
           ELSE
               DISPLAY "NOTIFYQ.TXT NOT AVAILABLE, FILE STATUS = "
                   NTQ-STAT " - PROBATION NOTICE NOT QUEUED FOR "
                   "EMAIL/SMS"
                   UPON CONSOLE
           END-IF.

       400-WRITE-ADVISOR-DETAIL.
           PERFORM 430-FIND-STUDENT-ADVISOR.
           MOVE ZERO TO WS-LINE-SEQ.
           MOVE STUDENT-NUMBER TO STL-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO STL-STUDENT-NAME.
           MOVE STUDENT-STANDING TO STL-STANDING.
           MOVE LOCAL-STUDENT-AVERAGE TO STL-AVERAGE.
           MOVE STUDENT-LINE TO SORT-LINE.
           PERFORM 440-RELEASE-LINE.
           IF COURSE-COUNT IS NUMERIC AND COURSE-COUNT >= 1
               AND COURSE-COUNT <= 10
               PERFORM 410-LIST-FAILING-COURSE
               MOVE COURSE-CODE (COURSE-IDX) TO CRL-COURSE-CODE
               MOVE COURSE-TERM (COURSE-IDX) TO CRL-COURSE-TERM
               MOVE COURSE-AVERAGE (COURSE-IDX) TO CRL-COURSE-AVG
               MOVE COURSE-LINE TO SORT-LINE
               PERFORM 440-RELEASE-LINE
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
           MOVE STUDENT-STANDING TO SORT-STANDING.
           RELEASE SORT-RECORD.

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
           END-IF.
           MOVE SORT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF SORT-STANDING = "P"
               IF PROB-OPEN-FLAG = "NO"
                   PERFORM 740-OPEN-PROBATION-LIST
               END-IF
               IF SORT-SEQ = 1
                   ADD 1 TO ADV-PROB-COUNT
               END-IF
               MOVE SORT-LINE TO PROBATION-LINE
               WRITE PROBATION-LINE
           END-IF.

       730-START-ADVISOR.
           MOVE SORT-ADVISOR TO CURRENT-ADVISOR.
           MOVE ZERO TO ADV-STUDENT-COUNT.
           MOVE ZERO TO ADV-PROB-COUNT.
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
           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "ADVISOR_" DELIMITED BY SIZE
                   WS-ADVISOR-FILE-ID DELIMITED BY SPACE
                   "_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.
           OPEN OUTPUT ADVISOR-REPORT.
           MOVE "ACADEMIC STANDING - ADVISOR WORKLIST" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ADVISOR-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       740-OPEN-PROBATION-LIST.
           MOVE "YES" TO PROB-OPEN-FLAG.
           MOVE SPACES TO WS-PROBATION-FILENAME.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "PROBATION_" DELIMITED BY SIZE
                   WS-ADVISOR-FILE-ID DELIMITED BY SPACE
                   "_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-PROBATION-FILENAME.
           OPEN OUTPUT PROBATION-REPORT.
           MOVE "ACADEMIC PROBATION LIST" TO PROBATION-LINE.
           WRITE PROBATION-LINE.
           MOVE ADVISOR-HEADING TO PROBATION-LINE.
           WRITE PROBATION-LINE.
           MOVE SPACES TO PROBATION-LINE.
           WRITE PROBATION-LINE.

       750-END-ADVISOR.
           MOVE ADV-STUDENT-COUNT TO ATL-STUDENTS.
           MOVE ADV-PROB-COUNT TO ATL-PROBATION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ADVISOR-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE ADVISOR-REPORT.
           MOVE "ADVISOR" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           IF PROB-OPEN-FLAG = "YES"
               MOVE SPACES TO PROBATION-LINE
               WRITE PROBATION-LINE
               MOVE ADVISOR-TOTAL-LINE TO PROBATION-LINE
               WRITE PROBATION-LINE
               CLOSE PROBATION-REPORT
               MOVE "PROBATION" TO RRG-REPORT-ID
               MOVE WS-PROBATION-FILENAME TO RRG-FILE-NAME
               PERFORM 590-REGISTER-REPORT
               MOVE "NO" TO PROB-OPEN-FLAG
           END-IF.

       500-WRITE-AUDIT-LOG.
                   WARN-COUNT DELIMITED BY SIZE
                   " PROB=" DELIMITED BY SIZE
                   PROB-COUNT DELIMITED BY SIZE
                   " ADVF=" DELIMITED BY SIZE
                   ADVISOR-FILE-COUNT DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "STANDING-EVAL" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       800-CHECK-AND-SET-LOCK.
           ACCEPT WS-STULOCK-PATH FROM ENVIRONMENT "STULOCK_FILE".
           IF WS-STULOCK-PATH = SPACES
