      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: COHORT RETENTION REPORT - what share of each entering
      *          class is still enrolled a term and a year later. Every
      *          course term a student has on record - COURSHIST.TXT,
      *          the live COURSE-DETAIL terms on STUFILE-C.TXT, the
      *          courses carried on STUARCH.TXT and the C lines on
      *          GRADARCH.TXT - is sorted by student number with the
      *          student's withdrawal (STUARCH.TXT, date and reason
      *          code) and conferral (GRADARCH.TXT) dates. The earliest
      *          term on the term master (TERMMAST.TXT, in start-date
      *          order) is the student's entering cohort. At three
      *          checkpoints - term 2 and term 3 (the next two terms on
      *          the term master) and year 2 (the entering term a year
      *          on, e.g. 2025F to 2026F) - each student counts as:
      *            RETAINED   a course on record in that term
      *            GRADUATED  degree conferred by the end of that term
      *            WITHDRAWN  archived by the end of that term
      *            STOPPED    none of these - no courses
      *          A checkpoint term that has not started by the business
      *          date is shown as not yet reached. Each cohort is broken
      *          down by PROGRAM-OF-STUDY with the retention percentage
      *          at each checkpoint, and the report ends with the
      *          withdrawals by reason code. Transfer credit (term
      *          TRANS) never makes a cohort, and archive lines written
      *          by a duplicate merge (reason MRG) are not withdrawals -
      *          the student carries on under the surviving number.
      *          Output is COHORT_YYYYMMDD_HHMMSS.TXT in COHORT_DIR.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      *   15/10/2026 HE  A withdrawn course (average 999) no longer
      *       counts as a course on record in its term, on the live
      *       master, the course history, the withdrawal archive or the
      *       graduate archive - a student who withdrew from everything
      *       in a checkpoint term was not retained in it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COHORT-RETENTION-REPORT.
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

           SELECT COURSE-HISTORY ASSIGN TO WS-COURSHIST-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HIST-KEY
           FILE STATUS IS HIST-STAT.

           SELECT ARCHIVE-FILE ASSIGN TO WS-STUARCH-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARC-STAT.

           SELECT GRADUATE-ARCHIVE ASSIGN TO WS-GRADARCH-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GRA-STAT.

           SELECT TERM-MASTER ASSIGN TO WS-TERMMAST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRM-STAT.

           SELECT SORT-WORK-FILE ASSIGN TO "COSORT.TMP".

           SELECT COHORT-REPORT ASSIGN TO WS-REPORT-FILENAME
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

       FD COURSE-HISTORY.
           COPY "CRSHIST.DAT".

       FD ARCHIVE-FILE.
           COPY "STUARCH.DAT".

       FD GRADUATE-ARCHIVE.
           COPY "GRADARCH.DAT".

       FD TERM-MASTER.
           COPY "TERMMAST.DAT".

      * SORT-KIND: M on the master, T a course term, W withdrawn
      * (archived), G graduated.
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-STUDENT-NUMBER PIC 9(6).
           05 SORT-KIND PIC X(1).
           05 SORT-TERM PIC X(5).
           05 SORT-PROGRAM PIC X(5).
           05 SORT-DATE PIC 9(8).
           05 SORT-REASON PIC X(3).

       FD COHORT-REPORT.
       01 REPORT-LINE PIC X(132).

       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.DAT".

       FD BUSDATE-FILE.
           COPY "BUSDATE.DAT".

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 STATUS-FIELD PIC X(2).
           05 HIST-STAT PIC X(2).
           05 ARC-STAT PIC X(2).
           05 GRA-STAT PIC X(2).
           05 TRM-STAT PIC X(2).
           05 BUSDATE-STAT PIC X(2).
           05 AUDIT-STATUS-FIELD PIC X(2).
           05 MASTER-EOF PIC X(3) VALUE "NO".
           05 HIST-EOF PIC X(3) VALUE "NO".
           05 ARC-EOF PIC X(3) VALUE "NO".
           05 GRA-EOF PIC X(3) VALUE "NO".
           05 TRM-EOF PIC X(3) VALUE "NO".
           05 SORT-EOF-FLAG PIC X(3) VALUE "NO".
           05 MASTER-OPEN-FLAG PIC X(3) VALUE "NO".
           05 FOUND-FLAG PIC X(1).
           05 COURSE-IDX PIC 9(2).
           05 TERM-COUNT PIC 9(2) VALUE ZERO.
           05 TERM-IDX PIC 9(2).
           05 TERM-OVERFLOW-COUNT PIC 9(4) VALUE ZERO.
           05 SHIFT-IDX PIC S9(4).
           05 CHK-IDX PIC 9(1).
           05 CELL-COUNT PIC 9(3) VALUE ZERO.
           05 CELL-IDX PIC 9(3).
           05 CELL-OVERFLOW-COUNT PIC 9(6) VALUE ZERO.
           05 REASON-COUNT PIC 9(3) VALUE ZERO.
           05 REASON-IDX PIC 9(3).
           05 WS-COHORT-IDX PIC 9(2).
           05 WS-YEAR-ON PIC 9(4).
           05 WS-YEAR-ON-TERM PIC X(5).
           05 WS-LAST-OUTCOME PIC X(1).
           05 STUDENT-COUNT PIC 9(6) VALUE ZERO.
           05 TRACKED-COUNT PIC 9(6) VALUE ZERO.
           05 UNTRACKED-COUNT PIC 9(6) VALUE ZERO.
           05 UNKNOWN-TERM-COUNT PIC 9(6) VALUE ZERO.
           05 MERGE-SKIP-COUNT PIC 9(6) VALUE ZERO.
           05 COHORT-COUNT PIC 9(3) VALUE ZERO.
           05 WS-PERCENT PIC 9(3)V9.
           05 WS-CURRENT-STUDENT PIC 9(6).
           05 WS-STUFILE-OUT-PATH PIC X(60).
           05 WS-COURSHIST-PATH PIC X(60).
           05 WS-STUARCH-PATH PIC X(60).
           05 WS-GRADARCH-PATH PIC X(60).
           05 WS-TERMMAST-PATH PIC X(60).
           05 WS-BUSDATE-PATH PIC X(60).
           05 WS-AUDIT-LOG-PATH PIC X(60).
           05 WS-REPORT-DIR PIC X(40).
           05 WS-REPORT-FILENAME PIC X(60).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).
           05 WS-BUSINESS-DATE PIC 9(8).

      * The term master in start-date order, and for each term the
      * term 2, term 3 and year 2 checkpoints of a cohort entering in
      * it (zero when that term is not on the master).
       01 TERM-VALUES.
           05 TERM-ENTRY OCCURS 40 TIMES.
               10 TRM-TBL-CODE PIC X(5).
               10 TRM-TBL-START PIC 9(8).
               10 TRM-TBL-END PIC 9(8).
               10 TRM-TBL-CHECKPOINT PIC 9(2) OCCURS 3 TIMES.

      * What is known of the student in hand.
       01 STUDENT-FIELDS.
           05 STU-PROGRAM PIC X(5).
           05 STU-PROGRAM-KIND PIC X(1).
           05 STU-ENTRY-IDX PIC 9(2).
           05 STU-GRAD-DATE PIC 9(8).
           05 STU-WDR-DATE PIC 9(8).
           05 STU-WDR-REASON PIC X(3).
           05 STU-ENROLLED PIC X(1) OCCURS 40 TIMES.

      * One cell per cohort and program, kept in cohort then program
      * order. The outcome counts per checkpoint are retained,
      * graduated, withdrawn and stopped out.
       01 CELL-VALUES.
           05 CELL-ENTRY OCCURS 300 TIMES.
               10 CEL-COHORT-IDX PIC 9(2).
               10 CEL-PROGRAM PIC X(5).
               10 CEL-ENTERED PIC 9(5).
               10 CEL-CHECKPOINT OCCURS 3 TIMES.
                   15 CEL-RETAINED PIC 9(5).
                   15 CEL-GRADUATED PIC 9(5).
                   15 CEL-WITHDRAWN PIC 9(5).
                   15 CEL-STOPPED PIC 9(5).

       01 COHORT-TOTALS.
           05 TOT-ENTERED PIC 9(5).
           05 TOT-CHECKPOINT OCCURS 3 TIMES.
               10 TOT-RETAINED PIC 9(5).
               10 TOT-GRADUATED PIC 9(5).
               10 TOT-WITHDRAWN PIC 9(5).
               10 TOT-STOPPED PIC 9(5).

       01 REASON-VALUES.
           05 REASON-ENTRY OCCURS 200 TIMES.
               10 RSN-COHORT-IDX PIC 9(2).
               10 RSN-CODE PIC X(3).
               10 RSN-COUNT PIC 9(5).

       01 COHORT-HEADER-LINE.
           05 FILLER PIC X(16) VALUE "ENTERING COHORT ".
           05 CHD-COHORT PIC X(5).
           05 FILLER PIC X(11) VALUE "   TERM 2: ".
           05 CHD-TERM-2 PIC X(5).
           05 FILLER PIC X(11) VALUE "   TERM 3: ".
           05 CHD-TERM-3 PIC X(5).
           05 FILLER PIC X(11) VALUE "   YEAR 2: ".
           05 CHD-YEAR-2 PIC X(5).
           05 FILLER PIC X(63) VALUE SPACES.

       01 COLUMN-LINE-1.
           05 FILLER PIC X(15) VALUE SPACES.
           05 FILLER PIC X(36) VALUE
               " ----------- TERM 2 -----------".
           05 FILLER PIC X(36) VALUE
               " ----------- TERM 3 -----------".
           05 FILLER PIC X(36) VALUE
               " ----------- YEAR 2 -----------".
           05 FILLER PIC X(9) VALUE SPACES.

       01 COLUMN-LINE-2.
           05 FILLER PIC X(15) VALUE "PROGRAM ENTERED".
           05 FILLER PIC X(36) VALUE
               "  RETAIN  GRAD   WDR  STOP  RETAIN%".
           05 FILLER PIC X(36) VALUE
               "  RETAIN  GRAD   WDR  STOP  RETAIN%".
           05 FILLER PIC X(36) VALUE
               "  RETAIN  GRAD   WDR  STOP  RETAIN%".
           05 FILLER PIC X(9) VALUE SPACES.

       01 DETAIL-LINE.
           05 DTL-PROGRAM PIC X(7).
           05 DTL-ENTERED PIC ZZZZZZZ9.
           05 DTL-CHECKPOINT OCCURS 3 TIMES.
               10 DTL-RETAINED PIC ZZZZZZZ9.
               10 DTL-GRADUATED PIC ZZZZZ9.
               10 DTL-WITHDRAWN PIC ZZZZZ9.
               10 DTL-STOPPED PIC ZZZZZ9.
               10 FILLER PIC X(2).
               10 DTL-PERCENT PIC ZZ9.9.
               10 FILLER PIC X(3).
           05 FILLER PIC X(9).
       01 DETAIL-LINE-TEXT REDEFINES DETAIL-LINE.
           05 FILLER PIC X(15).
           05 DTL-CHECKPOINT-TEXT PIC X(36) OCCURS 3 TIMES.
           05 FILLER PIC X(9).

       01 REASON-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RSL-COHORT PIC X(5).
           05 FILLER PIC X(4) VALUE SPACES.
           05 RSL-CODE PIC X(3).
           05 FILLER PIC X(4) VALUE SPACES.
           05 RSL-COUNT PIC ZZZZ9.
           05 FILLER PIC X(107) VALUE SPACES.

       01 TOTAL-LINE.
           05 TTL-LABEL PIC X(40).
           05 TTL-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(85) VALUE SPACES.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-REPORT.
           PERFORM 110-GET-FILE-PATHS.
           PERFORM 120-LOAD-TERMS.
           IF TERM-COUNT = ZERO
               DISPLAY "TERMMAST.TXT NOT AVAILABLE OR EMPTY - NO "
                   "COHORTS TO TRACK" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 130-SET-CHECKPOINTS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-STUDENT-NUMBER SORT-KIND
               INPUT PROCEDURE IS 200-BUILD-SORT-FILE
               OUTPUT PROCEDURE IS 400-TALLY-STUDENTS.
           IF MASTER-OPEN-FLAG = "NO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT COHORT-REPORT.
           PERFORM 600-PRINT-REPORT.
           CLOSE COHORT-REPORT.
           MOVE "COHORT" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           PERFORM 500-WRITE-AUDIT-LOG.
           DISPLAY "COHORT RETENTION REPORT COMPLETE, STUDENTS: "
               TRACKED-COUNT " COHORTS: " COHORT-COUNT UPON CONSOLE.
           IF CELL-OVERFLOW-COUNT > ZERO
               OR TERM-OVERFLOW-COUNT > ZERO
               DISPLAY "TABLE FULL - " CELL-OVERFLOW-COUNT
                   " STUDENTS AND " TERM-OVERFLOW-COUNT
                   " TERMS LEFT OFF THE REPORT" UPON CONSOLE
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
           ACCEPT WS-COURSHIST-PATH FROM ENVIRONMENT "COURSHIST_FILE".
           IF WS-COURSHIST-PATH = SPACES
               MOVE "C:\Users\hamza\COURSHIST.TXT"
                   TO WS-COURSHIST-PATH
           END-IF.
           ACCEPT WS-STUARCH-PATH FROM ENVIRONMENT "STUARCH_FILE".
           IF WS-STUARCH-PATH = SPACES
               MOVE "C:\Users\hamza\STUARCH.TXT" TO WS-STUARCH-PATH
           END-IF.
           ACCEPT WS-GRADARCH-PATH FROM ENVIRONMENT "GRADARCH_FILE".
           IF WS-GRADARCH-PATH = SPACES
               MOVE "C:\Users\hamza\GRADARCH.TXT" TO WS-GRADARCH-PATH
           END-IF.
           ACCEPT WS-TERMMAST-PATH FROM ENVIRONMENT "TERMMAST_FILE".
           IF WS-TERMMAST-PATH = SPACES
               MOVE "C:\Users\hamza\TERMMAST.TXT" TO WS-TERMMAST-PATH
           END-IF.
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "AUDIT_LOG_FILE".
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\hamza\AUDITLOG.TXT" TO WS-AUDIT-LOG-PATH
           END-IF.
           ACCEPT WS-REPORT-DIR FROM ENVIRONMENT "COHORT_DIR".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
           PERFORM 112-GET-BUSINESS-DATE.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "COHORT_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.

      * Terms are kept in start-date order whatever order they were
      * added to the term master, so "the next term" means the next
      * one to start.
       120-LOAD-TERMS.
           OPEN INPUT TERM-MASTER.
           IF TRM-STAT = "00"
               PERFORM UNTIL TRM-EOF = "YES"
                   READ TERM-MASTER
                       AT END MOVE "YES" TO TRM-EOF
                       NOT AT END PERFORM 125-STORE-TERM
                   END-READ
               END-PERFORM
               CLOSE TERM-MASTER
           END-IF.

       125-STORE-TERM.
           IF TERM-COUNT >= 40
               ADD 1 TO TERM-OVERFLOW-COUNT
           ELSE
               PERFORM VARYING TERM-IDX FROM 1 BY 1
                   UNTIL TERM-IDX > TERM-COUNT
                   OR TRM-TBL-START (TERM-IDX) > TRM-START-DATE
                   CONTINUE
               END-PERFORM
               PERFORM VARYING SHIFT-IDX FROM TERM-COUNT BY -1
                   UNTIL SHIFT-IDX < TERM-IDX
                   MOVE TERM-ENTRY (SHIFT-IDX)
                       TO TERM-ENTRY (SHIFT-IDX + 1)
               END-PERFORM
               ADD 1 TO TERM-COUNT
               MOVE TRM-CODE TO TRM-TBL-CODE (TERM-IDX)
               MOVE TRM-START-DATE TO TRM-TBL-START (TERM-IDX)
               MOVE TRM-END-DATE TO TRM-TBL-END (TERM-IDX)
           END-IF.

       130-SET-CHECKPOINTS.
           PERFORM VARYING WS-COHORT-IDX FROM 1 BY 1
               UNTIL WS-COHORT-IDX > TERM-COUNT
               MOVE ZERO TO TRM-TBL-CHECKPOINT (WS-COHORT-IDX, 1)
                   TRM-TBL-CHECKPOINT (WS-COHORT-IDX, 2)
                   TRM-TBL-CHECKPOINT (WS-COHORT-IDX, 3)
               IF WS-COHORT-IDX + 1 <= TERM-COUNT
                   COMPUTE TRM-TBL-CHECKPOINT (WS-COHORT-IDX, 1)
                       = WS-COHORT-IDX + 1
               END-IF
               IF WS-COHORT-IDX + 2 <= TERM-COUNT
                   COMPUTE TRM-TBL-CHECKPOINT (WS-COHORT-IDX, 2)
                       = WS-COHORT-IDX + 2
               END-IF
               MOVE TRM-TBL-CODE (WS-COHORT-IDX) TO WS-YEAR-ON-TERM
               IF WS-YEAR-ON-TERM (1:4) IS NUMERIC
                   MOVE WS-YEAR-ON-TERM (1:4) TO WS-YEAR-ON
                   ADD 1 TO WS-YEAR-ON
                   MOVE WS-YEAR-ON TO WS-YEAR-ON-TERM (1:4)
                   PERFORM VARYING TERM-IDX FROM 1 BY 1
                       UNTIL TERM-IDX > TERM-COUNT
                       IF TRM-TBL-CODE (TERM-IDX) = WS-YEAR-ON-TERM
                           MOVE TERM-IDX
                               TO TRM-TBL-CHECKPOINT (WS-COHORT-IDX, 3)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       200-BUILD-SORT-FILE.
           PERFORM 210-RELEASE-MASTER.
           PERFORM 220-RELEASE-HISTORY.
           PERFORM 230-RELEASE-WITHDRAWN.
           PERFORM 240-RELEASE-GRADUATES.

       210-RELEASE-MASTER.
           OPEN INPUT STUDENT-RECORD.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "STUDENT-RECORD OPEN FAILED, FILE STATUS = "
                   STATUS-FIELD UPON CONSOLE
           ELSE
               MOVE "YES" TO MASTER-OPEN-FLAG
               PERFORM UNTIL MASTER-EOF = "YES"
                   READ STUDENT-RECORD
                       AT END MOVE "YES" TO MASTER-EOF
                       NOT AT END PERFORM 215-RELEASE-ONE-MASTER
                   END-READ
               END-PERFORM
               CLOSE STUDENT-RECORD
           END-IF.

       215-RELEASE-ONE-MASTER.
           MOVE SPACES TO SORT-RECORD.
           MOVE STUDENT-NUMBER TO SORT-STUDENT-NUMBER.
           MOVE ZERO TO SORT-DATE.
           MOVE "M" TO SORT-KIND.
           MOVE PROGRAM-OF-STUDY TO SORT-PROGRAM.
           RELEASE SORT-RECORD.
           MOVE "T" TO SORT-KIND.
           PERFORM VARYING COURSE-IDX FROM 1 BY 1
               UNTIL COURSE-IDX > COURSE-COUNT OR COURSE-IDX > 10
               IF COURSE-TERM (COURSE-IDX) NOT = SPACES
                   AND NOT COURSE-WITHDRAWN (COURSE-IDX)
                   MOVE COURSE-TERM (COURSE-IDX) TO SORT-TERM
                   RELEASE SORT-RECORD
               END-IF
           END-PERFORM.

       220-RELEASE-HISTORY.
           OPEN INPUT COURSE-HISTORY.
           IF HIST-STAT NOT = "00"
               DISPLAY "COURSHIST.TXT NOT AVAILABLE, FILE STATUS = "
                   HIST-STAT " - LIVE TERMS ONLY" UPON CONSOLE
           ELSE
               PERFORM UNTIL HIST-EOF = "YES"
                   READ COURSE-HISTORY
                       AT END MOVE "YES" TO HIST-EOF
                       NOT AT END
                           IF NOT HIST-TRANSFER-TERM
                               AND NOT HIST-COURSE-WITHDRAWN
                               MOVE SPACES TO SORT-RECORD
                               MOVE HIST-STUDENT-NUMBER
                                   TO SORT-STUDENT-NUMBER
                               MOVE "T" TO SORT-KIND
                               MOVE HIST-TERM TO SORT-TERM
                               MOVE ZERO TO SORT-DATE
                               RELEASE SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COURSE-HISTORY
           END-IF.

       230-RELEASE-WITHDRAWN.
           OPEN INPUT ARCHIVE-FILE.
           IF ARC-STAT = "00"
               PERFORM UNTIL ARC-EOF = "YES"
                   READ ARCHIVE-FILE
                       AT END MOVE "YES" TO ARC-EOF
                       NOT AT END
                           IF ARC-REASON-CODE = "MRG"
                               ADD 1 TO MERGE-SKIP-COUNT
                           ELSE
                               PERFORM 235-RELEASE-ONE-ARCHIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       235-RELEASE-ONE-ARCHIVE.
           MOVE SPACES TO SORT-RECORD.
           MOVE ARC-STUDENT-NUMBER TO SORT-STUDENT-NUMBER.
           MOVE "W" TO SORT-KIND.
           MOVE ARC-PROGRAM-OF-STUDY TO SORT-PROGRAM.
           IF ARC-WITHDRAWAL-DATE IS NUMERIC
               MOVE ARC-WITHDRAWAL-DATE TO SORT-DATE
           ELSE
               MOVE ZERO TO SORT-DATE
           END-IF.
           MOVE ARC-REASON-CODE TO SORT-REASON.
           RELEASE SORT-RECORD.
           MOVE SPACES TO SORT-PROGRAM SORT-REASON.
           MOVE ZERO TO SORT-DATE.
           MOVE "T" TO SORT-KIND.
           PERFORM VARYING COURSE-IDX FROM 1 BY 1
               UNTIL COURSE-IDX > ARC-COURSE-COUNT OR COURSE-IDX > 10
               IF ARC-COURSE-TERM (COURSE-IDX) NOT = SPACES
                   AND ARC-COURSE-AVERAGE (COURSE-IDX) NOT = 999
                   MOVE ARC-COURSE-TERM (COURSE-IDX) TO SORT-TERM
                   RELEASE SORT-RECORD
               END-IF
           END-PERFORM.

       240-RELEASE-GRADUATES.
           OPEN INPUT GRADUATE-ARCHIVE.
           IF GRA-STAT = "00"
               PERFORM UNTIL GRA-EOF = "YES"
                   READ GRADUATE-ARCHIVE
                       AT END MOVE "YES" TO GRA-EOF
                       NOT AT END PERFORM 245-RELEASE-ONE-GRADUATE
                   END-READ
               END-PERFORM
               CLOSE GRADUATE-ARCHIVE
           END-IF.

       245-RELEASE-ONE-GRADUATE.
           MOVE SPACES TO SORT-RECORD.
           MOVE GRA-STUDENT-NUMBER TO SORT-STUDENT-NUMBER.
           MOVE ZERO TO SORT-DATE.
           IF GRA-GRADUATE-LINE
               MOVE "G" TO SORT-KIND
               MOVE GRA-PROGRAM-OF-STUDY TO SORT-PROGRAM
               IF GRA-CONFERRAL-DATE IS NUMERIC
                   MOVE GRA-CONFERRAL-DATE TO SORT-DATE
               END-IF
               RELEASE SORT-RECORD
           ELSE
               IF GRA-COURSE-LINE AND NOT GRA-COURSE-TRANSFER
                   AND NOT GRA-COURSE-WITHDRAWN
                   AND GRA-COURSE-TERM NOT = SPACES
                   MOVE "T" TO SORT-KIND
                   MOVE GRA-COURSE-TERM TO SORT-TERM
                   RELEASE SORT-RECORD
               END-IF
           END-IF.

       400-TALLY-STUDENTS.
           IF MASTER-OPEN-FLAG = "YES"
               PERFORM 410-RETURN-SORTED
               PERFORM UNTIL SORT-EOF-FLAG = "YES"
                   PERFORM 420-GATHER-ONE-STUDENT
                   PERFORM 440-COUNT-STUDENT
               END-PERFORM
           END-IF.

       410-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END MOVE "YES" TO SORT-EOF-FLAG
           END-RETURN.

      * The program of study comes from the master when the student
      * is still on it, otherwise from the graduate or withdrawal
      * archive. A student reinstated and archived again keeps the
      * latest withdrawal.
       420-GATHER-ONE-STUDENT.
           MOVE SORT-STUDENT-NUMBER TO WS-CURRENT-STUDENT.
           ADD 1 TO STUDENT-COUNT.
           MOVE SPACES TO STU-PROGRAM STU-PROGRAM-KIND STU-WDR-REASON.
           MOVE ZERO TO STU-ENTRY-IDX STU-GRAD-DATE STU-WDR-DATE.
           PERFORM VARYING TERM-IDX FROM 1 BY 1 UNTIL TERM-IDX > 40
               MOVE "N" TO STU-ENROLLED (TERM-IDX)
           END-PERFORM.
           PERFORM UNTIL SORT-EOF-FLAG = "YES"
               OR SORT-STUDENT-NUMBER NOT = WS-CURRENT-STUDENT
               EVALUATE SORT-KIND
                   WHEN "M"
                       MOVE SORT-PROGRAM TO STU-PROGRAM
                       MOVE "M" TO STU-PROGRAM-KIND
                   WHEN "G"
                       MOVE SORT-DATE TO STU-GRAD-DATE
                       IF STU-PROGRAM-KIND NOT = "M"
                           MOVE SORT-PROGRAM TO STU-PROGRAM
                           MOVE "G" TO STU-PROGRAM-KIND
                       END-IF
                   WHEN "W"
                       IF SORT-DATE >= STU-WDR-DATE
                           MOVE SORT-DATE TO STU-WDR-DATE
                           MOVE SORT-REASON TO STU-WDR-REASON
                       END-IF
                       IF STU-PROGRAM-KIND = SPACE
                           MOVE SORT-PROGRAM TO STU-PROGRAM
                       END-IF
                   WHEN "T"
                       PERFORM 430-MARK-TERM
               END-EVALUATE
               PERFORM 410-RETURN-SORTED
           END-PERFORM.

       430-MARK-TERM.
           MOVE 'N' TO FOUND-FLAG.
           PERFORM VARYING TERM-IDX FROM 1 BY 1
               UNTIL FOUND-FLAG = 'Y' OR TERM-IDX > TERM-COUNT
               IF TRM-TBL-CODE (TERM-IDX) = SORT-TERM
                   MOVE 'Y' TO FOUND-FLAG
               END-IF
           END-PERFORM.
           IF FOUND-FLAG = 'Y'
               SUBTRACT 1 FROM TERM-IDX
               MOVE "Y" TO STU-ENROLLED (TERM-IDX)
               IF STU-ENTRY-IDX = ZERO OR TERM-IDX < STU-ENTRY-IDX
                   MOVE TERM-IDX TO STU-ENTRY-IDX
               END-IF
           ELSE
               ADD 1 TO UNKNOWN-TERM-COUNT
           END-IF.

       440-COUNT-STUDENT.
           IF STU-ENTRY-IDX = ZERO
               ADD 1 TO UNTRACKED-COUNT
           ELSE
               PERFORM 450-FIND-CELL
               IF FOUND-FLAG = 'Y'
                   ADD 1 TO TRACKED-COUNT
                   ADD 1 TO CEL-ENTERED (CELL-IDX)
                   MOVE SPACE TO WS-LAST-OUTCOME
                   PERFORM 460-CLASSIFY-CHECKPOINT
                       VARYING CHK-IDX FROM 1 BY 1 UNTIL CHK-IDX > 3
                   IF WS-LAST-OUTCOME = "W"
                       PERFORM 470-TALLY-REASON
                   END-IF
               ELSE
                   ADD 1 TO CELL-OVERFLOW-COUNT
               END-IF
           END-IF.

       450-FIND-CELL.
           MOVE 'N' TO FOUND-FLAG.
           PERFORM VARYING CELL-IDX FROM 1 BY 1
               UNTIL FOUND-FLAG = 'Y' OR CELL-IDX > CELL-COUNT
               OR CEL-COHORT-IDX (CELL-IDX) > STU-ENTRY-IDX
               OR (CEL-COHORT-IDX (CELL-IDX) = STU-ENTRY-IDX
               AND CEL-PROGRAM (CELL-IDX) > STU-PROGRAM)
               IF CEL-COHORT-IDX (CELL-IDX) = STU-ENTRY-IDX
                   AND CEL-PROGRAM (CELL-IDX) = STU-PROGRAM
                   MOVE 'Y' TO FOUND-FLAG
               END-IF
           END-PERFORM.
           IF FOUND-FLAG = 'Y'
               SUBTRACT 1 FROM CELL-IDX
           ELSE
               IF CELL-COUNT < 300
                   PERFORM VARYING SHIFT-IDX FROM CELL-COUNT BY -1
                       UNTIL SHIFT-IDX < CELL-IDX
                       MOVE CELL-ENTRY (SHIFT-IDX)
                           TO CELL-ENTRY (SHIFT-IDX + 1)
                   END-PERFORM
                   ADD 1 TO CELL-COUNT
                   INITIALIZE CELL-ENTRY (CELL-IDX)
                   MOVE STU-ENTRY-IDX TO CEL-COHORT-IDX (CELL-IDX)
                   MOVE STU-PROGRAM TO CEL-PROGRAM (CELL-IDX)
                   MOVE 'Y' TO FOUND-FLAG
               END-IF
           END-IF.

      * A course in the checkpoint term counts first, so a student
      * reinstated after a withdrawal is retained.
       460-CLASSIFY-CHECKPOINT.
           MOVE TRM-TBL-CHECKPOINT (STU-ENTRY-IDX, CHK-IDX)
               TO TERM-IDX.
           IF TERM-IDX NOT = ZERO
               IF TRM-TBL-START (TERM-IDX) <= WS-BUSINESS-DATE
                   IF STU-ENROLLED (TERM-IDX) = "Y"
                       ADD 1 TO CEL-RETAINED (CELL-IDX, CHK-IDX)
                       MOVE "R" TO WS-LAST-OUTCOME
                   ELSE
                   IF STU-GRAD-DATE NOT = ZERO
                       AND STU-GRAD-DATE <= TRM-TBL-END (TERM-IDX)
                       ADD 1 TO CEL-GRADUATED (CELL-IDX, CHK-IDX)
                       MOVE "G" TO WS-LAST-OUTCOME
                   ELSE
                   IF STU-WDR-DATE NOT = ZERO
                       AND STU-WDR-DATE <= TRM-TBL-END (TERM-IDX)
                       ADD 1 TO CEL-WITHDRAWN (CELL-IDX, CHK-IDX)
                       MOVE "W" TO WS-LAST-OUTCOME
                   ELSE
                       ADD 1 TO CEL-STOPPED (CELL-IDX, CHK-IDX)
                       MOVE "S" TO WS-LAST-OUTCOME
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

       470-TALLY-REASON.
           MOVE 'N' TO FOUND-FLAG.
           PERFORM VARYING REASON-IDX FROM 1 BY 1
               UNTIL FOUND-FLAG = 'Y' OR REASON-IDX > REASON-COUNT
               IF RSN-COHORT-IDX (REASON-IDX) = STU-ENTRY-IDX
                   AND RSN-CODE (REASON-IDX) = STU-WDR-REASON
                   ADD 1 TO RSN-COUNT (REASON-IDX)
                   MOVE 'Y' TO FOUND-FLAG
               END-IF
           END-PERFORM.
           IF FOUND-FLAG NOT = 'Y' AND REASON-COUNT < 200
               ADD 1 TO REASON-COUNT
               MOVE STU-ENTRY-IDX TO RSN-COHORT-IDX (REASON-COUNT)
               MOVE STU-WDR-REASON TO RSN-CODE (REASON-COUNT)
               MOVE 1 TO RSN-COUNT (REASON-COUNT)
           END-IF.

       600-PRINT-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "COHORT RETENTION AND PERSISTENCE - BUSINESS DATE "
                   DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RETAIN% IS STUDENTS WITH A COURSE IN THE TERM AS A "
               TO REPORT-LINE.
           MOVE "SHARE OF THE ENTERING COHORT" TO REPORT-LINE (52:28).
           WRITE REPORT-LINE.
           MOVE 1 TO CELL-IDX.
           PERFORM UNTIL CELL-IDX > CELL-COUNT
               PERFORM 610-PRINT-COHORT
           END-PERFORM.
           IF CELL-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "    NO STUDENTS WITH A TERM ON THE TERM MASTER"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM 650-PRINT-REASONS.
           PERFORM 660-PRINT-TOTALS.

       610-PRINT-COHORT.
           ADD 1 TO COHORT-COUNT.
           MOVE CEL-COHORT-IDX (CELL-IDX) TO WS-COHORT-IDX.
           INITIALIZE COHORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TRM-TBL-CODE (WS-COHORT-IDX) TO CHD-COHORT.
           MOVE SPACES TO CHD-TERM-2 CHD-TERM-3 CHD-YEAR-2.
           MOVE TRM-TBL-CHECKPOINT (WS-COHORT-IDX, 1) TO TERM-IDX.
           IF TERM-IDX NOT = ZERO
               MOVE TRM-TBL-CODE (TERM-IDX) TO CHD-TERM-2
           END-IF.
           MOVE TRM-TBL-CHECKPOINT (WS-COHORT-IDX, 2) TO TERM-IDX.
           IF TERM-IDX NOT = ZERO
               MOVE TRM-TBL-CODE (TERM-IDX) TO CHD-TERM-3
           END-IF.
           MOVE TRM-TBL-CHECKPOINT (WS-COHORT-IDX, 3) TO TERM-IDX.
           IF TERM-IDX NOT = ZERO
               MOVE TRM-TBL-CODE (TERM-IDX) TO CHD-YEAR-2
           END-IF.
           MOVE COHORT-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE COLUMN-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE COLUMN-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM UNTIL CELL-IDX > CELL-COUNT
               OR CEL-COHORT-IDX (CELL-IDX) NOT = WS-COHORT-IDX
               PERFORM 620-PRINT-CELL
               ADD 1 TO CELL-IDX
           END-PERFORM.
           MOVE SPACES TO DETAIL-LINE.
           MOVE "ALL" TO DTL-PROGRAM.
           MOVE TOT-ENTERED TO DTL-ENTERED.
           PERFORM VARYING CHK-IDX FROM 1 BY 1 UNTIL CHK-IDX > 3
               MOVE TOT-RETAINED (CHK-IDX) TO DTL-RETAINED (CHK-IDX)
               MOVE TOT-GRADUATED (CHK-IDX)
                   TO DTL-GRADUATED (CHK-IDX)
               MOVE TOT-WITHDRAWN (CHK-IDX)
                   TO DTL-WITHDRAWN (CHK-IDX)
               MOVE TOT-STOPPED (CHK-IDX) TO DTL-STOPPED (CHK-IDX)
               IF TOT-ENTERED > ZERO
                   COMPUTE WS-PERCENT ROUNDED =
                       TOT-RETAINED (CHK-IDX) * 100 / TOT-ENTERED
               ELSE
                   MOVE ZERO TO WS-PERCENT
               END-IF
               MOVE WS-PERCENT TO DTL-PERCENT (CHK-IDX)
               PERFORM 630-CHECK-REACHED
           END-PERFORM.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       620-PRINT-CELL.
           MOVE SPACES TO DETAIL-LINE.
           MOVE CEL-PROGRAM (CELL-IDX) TO DTL-PROGRAM.
           MOVE CEL-ENTERED (CELL-IDX) TO DTL-ENTERED.
           ADD CEL-ENTERED (CELL-IDX) TO TOT-ENTERED.
           PERFORM VARYING CHK-IDX FROM 1 BY 1 UNTIL CHK-IDX > 3
               MOVE CEL-RETAINED (CELL-IDX, CHK-IDX)
                   TO DTL-RETAINED (CHK-IDX)
               MOVE CEL-GRADUATED (CELL-IDX, CHK-IDX)
                   TO DTL-GRADUATED (CHK-IDX)
               MOVE CEL-WITHDRAWN (CELL-IDX, CHK-IDX)
                   TO DTL-WITHDRAWN (CHK-IDX)
               MOVE CEL-STOPPED (CELL-IDX, CHK-IDX)
                   TO DTL-STOPPED (CHK-IDX)
               ADD CEL-RETAINED (CELL-IDX, CHK-IDX)
                   TO TOT-RETAINED (CHK-IDX)
               ADD CEL-GRADUATED (CELL-IDX, CHK-IDX)
                   TO TOT-GRADUATED (CHK-IDX)
               ADD CEL-WITHDRAWN (CELL-IDX, CHK-IDX)
                   TO TOT-WITHDRAWN (CHK-IDX)
               ADD CEL-STOPPED (CELL-IDX, CHK-IDX)
                   TO TOT-STOPPED (CHK-IDX)
               COMPUTE WS-PERCENT ROUNDED =
                   CEL-RETAINED (CELL-IDX, CHK-IDX) * 100
                   / CEL-ENTERED (CELL-IDX)
               MOVE WS-PERCENT TO DTL-PERCENT (CHK-IDX)
               PERFORM 630-CHECK-REACHED
           END-PERFORM.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       630-CHECK-REACHED.
           MOVE TRM-TBL-CHECKPOINT (WS-COHORT-IDX, CHK-IDX)
               TO TERM-IDX.
           IF TERM-IDX = ZERO
               MOVE "      TERM NOT ON TERM MASTER"
                   TO DTL-CHECKPOINT-TEXT (CHK-IDX)
           ELSE
               IF TRM-TBL-START (TERM-IDX) > WS-BUSINESS-DATE
                   MOVE "      NOT YET REACHED"
                       TO DTL-CHECKPOINT-TEXT (CHK-IDX)
               END-IF
           END-IF.

       650-PRINT-REASONS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "WITHDRAWN AT THE LATEST CHECKPOINT, BY REASON CODE"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "    COHORT   REASON  STUDENTS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF REASON-COUNT = ZERO
               MOVE "    NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM VARYING REASON-IDX FROM 1 BY 1
               UNTIL REASON-IDX > REASON-COUNT
               MOVE TRM-TBL-CODE (RSN-COHORT-IDX (REASON-IDX))
                   TO RSL-COHORT
               MOVE RSN-CODE (REASON-IDX) TO RSL-CODE
               MOVE RSN-COUNT (REASON-IDX) TO RSL-COUNT
               MOVE REASON-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

       660-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STUDENT NUMBERS ON RECORD" TO TTL-LABEL.
           MOVE STUDENT-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  IN A COHORT" TO TTL-LABEL.
           MOVE TRACKED-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  NO COURSE IN A TERM ON THE TERM MASTER" TO TTL-LABEL.
           MOVE UNTRACKED-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  LEFT OFF - COHORT TABLE FULL" TO TTL-LABEL.
           MOVE CELL-OVERFLOW-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "COURSE TERMS NOT ON THE TERM MASTER" TO TTL-LABEL.
           MOVE UNKNOWN-TERM-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MERGE ARCHIVE LINES NOT COUNTED" TO TTL-LABEL.
           MOVE MERGE-SKIP-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       500-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "COHORT-RETENTION" TO AUDIT-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           STRING "COHORTS=" DELIMITED BY SIZE
                   COHORT-COUNT DELIMITED BY SIZE
                   " STUDENTS=" DELIMITED BY SIZE
                   TRACKED-COUNT DELIMITED BY SIZE
                   " UNTRACKED=" DELIMITED BY SIZE
                   UNTRACKED-COUNT DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "COHORT-RETENTION" TO RRG-PROGRAM-NAME.
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
                           MOVE BUS-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

       END PROGRAM COHORT-RETENTION-REPORT.
