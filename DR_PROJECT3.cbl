      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: COURSE DROP / WITHDRAWAL RUN - reads the drop request
      *          file (DROPREQ.TXT, one line per request with student
      *          number, course code, term and the date the student
      *          asked to drop - blank means the run date) and takes
      *          the course off the student's COURSE-DETAIL table, the
      *          counterpart of COURSE-REGISTRATION. A drop on or
      *          before the term's TRM-ADD-DROP-DATE removes the slot
      *          outright; after it the slot stays with the withdrawn
      *          marker (see COURSDTL.DAT) so the transcript shows a
      *          W. Either way the seat goes back against
      *          CAT-SEAT-CAPACITY, since COURSE-REGISTRATION counts
      *          neither removed nor withdrawn slots.
      *          Tuition credit: the course's share of the program's
      *          term rate (TUITRATE.TXT) by credit hours
      *          (CAT-CREDIT-HOURS over the term load as assessed -
      *          courses still held, courses already withdrawn and
      *          courses removed earlier in the same run),
      *          times the refund percentage for the week of term the
      *          drop falls in. The schedule is REFSCHED.TXT, one line
      *          per week with the percentage that applies from that
      *          week on; with no schedule on file 100/75/50/25 for
      *          weeks one to four and nothing after. The credit is
      *          never more than is left of the term's AS charge on
      *          STULEDG.TXT. A credit larger
      *          than the balance zeroes it and queues the overage on
      *          REFUNDQ.TXT (mode D) the way SP-PROJECT3 handles an
      *          overpayment. Credits post to STULEDG.TXT as type DR,
      *          every change is journaled to STUJRNL.TXT, each request
      *          is confirmed or rejected on DROP_YYYYMMDD_HHMMSS.TXT,
      *          and totals go to AUDITLOG.TXT.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      *   15/10/2026 HE  Seats freed by the run are offered to the
      *       course waitlist straight away: WAITLIST-PROMOTION is
      *       called before the lock is released, so no other run can
      *       take the seat in between.
      *   15/10/2026 HE  The DROP file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      *   15/10/2026 HE  Refuses to run when the run date falls in a
      *       fiscal year already closed by LEDGER-YEAR-CLOSE (asked of
      *       LEDGER-PERIOD-CHECK, see LEDGCHK.DAT), so no ledger entry
      *       is ever booked into a closed year.
      *   15/10/2026 HE  A drop in a term TUITION-ASSESSMENT has not
      *       assessed yet (TRM-ASSESSED-FLAG not Y on TERMMAST.TXT)
      *       earns no tuition credit - nothing was charged for it.
      *       The course is still removed, so it is never assessed.
      *   15/10/2026 HE  The credit is prorated over the term load as
      *       assessed rather than the load left after earlier drops,
      *       and a student's DR credits for a term never exceed the
      *       AS charge left on STULEDG.TXT (charge less reversals
      *       and DR credits already posted) - several drops no
      *       longer credit back more than was charged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-DROP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DROP-REQUESTS ASSIGN TO WS-DROPREQ-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DRQ-STAT.

           SELECT STUDENT-RECORD ASSIGN TO WS-STUFILE-OUT-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-NUMBER
           ALTERNATE RECORD KEY IS STUDENT-NAME
               WITH DUPLICATES
           FILE STATUS IS STATUS-FIELD.

           SELECT COURSE-CATALOG ASSIGN TO WS-COURSECAT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-STAT.

           SELECT RATE-RECORDS ASSIGN TO WS-TUITRATE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RATE-STAT.

           SELECT REFUND-SCHEDULE ASSIGN TO WS-REFSCHED-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RSC-STAT.

           SELECT TERM-MASTER ASSIGN TO WS-TERMMAST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRM-STAT.

           SELECT DROP-REPORT ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNAL-FILE ASSIGN TO WS-STUJRNL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRN-STAT.

           SELECT LEDGER-FILE ASSIGN TO WS-STULEDG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LGR-STAT.

           SELECT REFUND-QUEUE ASSIGN TO WS-REFUNDQ-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REFUNDQ-STAT.

           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS-FIELD.

           SELECT LOCK-FILE ASSIGN TO WS-STULOCK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOCK-STAT.

           SELECT BUSDATE-FILE ASSIGN TO WS-BUSDATE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUSDATE-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD DROP-REQUESTS.
       01 DROP-REQUEST-RECORD.
           05 DRQ-STUDENT-NUMBER PIC X(6).
           05 DRQ-COURSE-CODE PIC X(7).
           05 DRQ-TERM PIC X(5).
           05 DRQ-DATE PIC X(8).

       FD STUDENT-RECORD.
       01 STUDENTS.
           05 STUDENT-NUMBER PIC 9(6).
           05 TUITION-OWED PIC 9(6)V99.
           05 STUDENT-NAME PIC X(40).
           05 PROGRAM-OF-STUDY PIC X(5).
           COPY "COURSDTL.DAT".
           05 STUDENT-STANDING PIC X(1).

       FD COURSE-CATALOG.
           COPY "COURSCAT.DAT".

       FD RATE-RECORDS.
       01 RATE-IN-RECORD.
           05 RI-PROGRAM-CD PIC X(6).
           05 RI-TERM-RATE PIC 9(6)V99.

       FD REFUND-SCHEDULE.
       01 REFUND-SCHEDULE-RECORD.
           05 RSC-WEEK PIC 9(2).
           05 FILLER PIC X(2).
           05 RSC-PERCENT PIC 9(3).

       FD TERM-MASTER.
           COPY "TERMMAST.DAT".

       FD DROP-REPORT.
       01 REPORT-LINE PIC X(100).

       FD JOURNAL-FILE.
           COPY "STUJRNL.DAT".

       FD LEDGER-FILE.
           COPY "STULEDG.DAT".

       FD REFUND-QUEUE.
           COPY "REFUNDQ.DAT".

       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.DAT".

       FD LOCK-FILE.
       01 LOCK-RECORD.
           05 LOCK-HOLDER PIC X(20).
           05 FILLER PIC X(2).
           05 LOCK-DATE PIC 9(8).
           05 FILLER PIC X(2).
           05 LOCK-TIME PIC 9(8).

       FD BUSDATE-FILE.
           COPY "BUSDATE.DAT".

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 WS-BUSDATE-PATH PIC X(60).
           05 BUSDATE-STAT PIC X(2).
           05 DRQ-STAT PIC X(2).
           05 STATUS-FIELD PIC X(2).
           05 CAT-STAT PIC X(2).
           05 RATE-STAT PIC X(2).
           05 RSC-STAT PIC X(2).
           05 TRM-STAT PIC X(2).
           05 JRN-STAT PIC X(2).
           05 LGR-STAT PIC X(2).
           05 REFUNDQ-STAT PIC X(2).
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 CAT-EOF PIC X(3).
           05 RATE-EOF PIC X(3).
           05 RSC-EOF PIC X(3).
           05 TRM-EOF PIC X(3).
           05 CAT-IDX PIC 9(2).
           05 CATALOG-COUNT PIC 9(2) VALUE ZERO.
           05 RATE-IDX PIC 9(2).
           05 RATE-COUNT PIC 9(2) VALUE ZERO.
           05 SCHED-IDX PIC 9(2).
           05 SCHED-COUNT PIC 9(2) VALUE ZERO.
           05 TERM-IDX PIC 9(2).
           05 TERM-COUNT PIC 9(2) VALUE ZERO.
           05 MATCH-TERM-IDX PIC 9(2).
           05 COURSE-IDX PIC 9(2).
           05 SHIFT-IDX PIC 9(2).
           05 MATCH-IDX PIC 9(2).
           05 FOUND-FLAG PIC X(1).
           05 RATE-FOUND-FLAG PIC X(1).
           05 WS-RESULT PIC X(30).
           05 WS-REJECT-REASON PIC X(30).
           05 WS-DROP-DATE PIC 9(8).
           05 WS-DROP-ACTION PIC X(1).
           05 WS-WEEK PIC 9(2).
           05 WS-REFUND-PCT PIC 9(3).
           05 WS-TERM-RATE PIC 9(6)V99.
           05 WS-COURSE-CREDITS PIC 9(2).
           05 WS-LOAD-CREDITS PIC 9(3).
           05 WS-COURSE-SHARE PIC 9(6)V99.
           05 WS-DROP-CREDIT PIC 9(6)V99.
           05 WS-OVERAGE PIC 9(6)V99.
           05 WS-OLD-DETAIL PIC X(15).
           05 WS-LOOKUP-CODE PIC X(7).
           05 DROPPED-COUNT PIC 9(6) VALUE ZERO.
           05 WITHDRAWN-COUNT PIC 9(6) VALUE ZERO.
           05 REJECTED-COUNT PIC 9(6) VALUE ZERO.
           05 REFUND-COUNT PIC 9(6) VALUE ZERO.
           05 CREDIT-TOTAL PIC 9(8)V99 VALUE ZERO.
           05 OVERAGE-TOTAL PIC 9(8)V99 VALUE ZERO.
           05 WS-DROPREQ-PATH PIC X(60).
           05 WS-STUFILE-OUT-PATH PIC X(60).
           05 WS-COURSECAT-PATH PIC X(60).
           05 WS-TUITRATE-PATH PIC X(60).
           05 WS-REFSCHED-PATH PIC X(60).
           05 WS-TERMMAST-PATH PIC X(60).
           05 WS-STUJRNL-PATH PIC X(60).
           05 WS-STULEDG-PATH PIC X(60).
           05 WS-REFUNDQ-PATH PIC X(60).
           05 WS-REPORT-DIR PIC X(40).
           05 WS-REPORT-FILENAME PIC X(60).
           05 WS-AUDIT-LOG-PATH PIC X(60).
           05 AUDIT-STATUS-FIELD PIC X(2).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).
           05 WS-JRN-FIELD PIC X(12).
           05 WS-JRN-AMOUNT PIC Z(5)9.99.
           05 WS-JRN-BEFORE PIC X(40).
           05 WS-JRN-AFTER PIC X(40).
           05 WS-LGR-TYPE PIC X(2).
           05 WS-LGR-DC PIC X(1).
           05 WS-LGR-AMOUNT PIC 9(6)V99.
           05 WS-STULOCK-PATH PIC X(60).
           05 LOCK-STAT PIC X(2).
           05 LOCK-FREE-FLAG PIC X(3).
           05 WS-DATE-IN PIC 9(8).
           05 WS-DATE-PARTS REDEFINES WS-DATE-IN.
               10 WS-DI-YEAR PIC 9(4).
               10 WS-DI-MONTH PIC 9(2).
               10 WS-DI-DAY PIC 9(2).
           05 WS-DAY-NUMBER PIC 9(7).
           05 WS-TERM-START-DAYS PIC 9(7).
           05 WS-DROP-DAYS PIC 9(7).
           05 LGR-EOF PIC X(3).
           05 ASSESS-COUNT PIC 9(4) VALUE ZERO.
           05 ASSESS-IDX PIC 9(4).
           05 ASSESS-MATCH-IDX PIC 9(4).
           05 ASSESS-FOUND-FLAG PIC X(1).
           05 OVERFLOW-FLAG PIC X(3) VALUE "NO".
           05 WS-ASSESS-KEY PIC 9(6).
           05 WS-ASSESS-TERM-IDX PIC 9(2).
           05 WS-CREDIT-LEFT PIC 9(7)V99.

       01 MONTH-DAY-VALUES.
           05 FILLER PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01 MONTH-DAYS REDEFINES MONTH-DAY-VALUES.
           05 MONTH-START-DAY PIC 9(3) OCCURS 12 TIMES.

       01 TERM-VALUES.
           05 TERM-ENTRY OCCURS 20 TIMES.
               10 TERM-TBL-CODE PIC X(5).
               10 TERM-TBL-START PIC 9(8).
               10 TERM-TBL-END PIC 9(8).
               10 TERM-TBL-ADD-DROP PIC 9(8).
               10 TERM-TBL-ASSESSED PIC X(1).

      * AS charged and AS/DR credited per student and assessed term,
      * from STULEDG.TXT plus the DR credits posted by this run, and
      * the credit hours this run has removed outright from the term.
       01 ASSESS-VALUES.
           05 ASSESS-TABLE OCCURS 1000 TIMES.
               10 ASM-TBL-STUDENT PIC 9(6).
               10 ASM-TBL-TERM-IDX PIC 9(2).
               10 ASM-TBL-DEBIT PIC 9(7)V99.
               10 ASM-TBL-CREDIT PIC 9(7)V99.
               10 ASM-TBL-REMOVED PIC 9(3).

       01 CATALOG-VALUES.
           05 CATALOG-TABLE OCCURS 50 TIMES.
               10 CAT-TBL-CODE PIC X(7).
               10 CAT-TBL-CREDITS PIC 9(2).

       01 RATE-VALUES.
           05 RATE-TABLE OCCURS 20 TIMES.
               10 RATE-PROGRAM-CD PIC X(6).
               10 RATE-PER-TERM PIC 9(6)V99.

       01 SCHEDULE-VALUES.
           05 SCHEDULE-TABLE OCCURS 20 TIMES.
               10 SCHED-WEEK PIC 9(2).
               10 SCHED-PERCENT PIC 9(3).

       01 DETAIL-LINE.
           05 DTL-STUDENT-NUMBER PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-STUDENT-NAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-COURSE-CODE PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-TERM PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-WEEK PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-PERCENT PIC ZZ9.
           05 FILLER PIC X(1) VALUE "%".
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-CREDIT PIC $$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-RESULT PIC X(30).

       01 TOTAL-LINE.
           05 TTL-LABEL PIC X(32).
           05 TTL-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 TTL-AMOUNT PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(42) VALUE SPACES.

       COPY "LEDGCHK.DAT".

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-DROPS.
           PERFORM 110-GET-FILE-PATHS.
           MOVE WS-RUN-DATE TO LPC-LEDGER-DATE.
           CALL "LEDGER-PERIOD-CHECK" USING LEDGER-PERIOD-AREA.
           IF LPC-CLOSED
               DISPLAY "LEDGER CLOSED THROUGH " LPC-CLOSED-YEAR
                   " - NOTHING POSTED FOR " WS-RUN-DATE UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 800-CHECK-AND-SET-LOCK.
           IF LOCK-FREE-FLAG = "NO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT DROP-REQUESTS.
           IF DRQ-STAT NOT = "00"
               DISPLAY "DROPREQ.TXT NOT AVAILABLE, FILE STATUS = "
                   DRQ-STAT UPON CONSOLE
               PERFORM 810-CLEAR-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 120-LOAD-CATALOG.
           PERFORM 125-LOAD-RATE-TABLE.
           PERFORM 130-LOAD-TERM-TABLE.
           PERFORM 140-LOAD-REFUND-SCHEDULE.
           IF TERM-COUNT = ZERO
               DISPLAY "NO TERM MASTER ON FILE - NOTHING DROPPED"
                   UPON CONSOLE
               CLOSE DROP-REQUESTS
               PERFORM 810-CLEAR-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 150-LOAD-TERM-ASSESSMENTS.
           IF OVERFLOW-FLAG = "YES"
               CLOSE DROP-REQUESTS
               PERFORM 810-CLEAR-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O STUDENT-RECORD.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "STUDENT-RECORD OPEN FAILED, FILE STATUS = "
                   STATUS-FIELD UPON CONSOLE
               CLOSE DROP-REQUESTS
               PERFORM 810-CLEAR-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT DROP-REPORT.
           MOVE "COURSE DROP / WITHDRAWAL REGISTER - RUN DATE "
               TO REPORT-LINE.
           MOVE WS-RUN-DATE TO REPORT-LINE (46:8).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 200-READ-REQUEST.
           PERFORM UNTIL EOF-FLAG = "YES"
               PERFORM 300-PROCESS-REQUEST
               PERFORM 200-READ-REQUEST
           END-PERFORM.
           PERFORM 450-WRITE-TOTALS.
           CLOSE DROP-REQUESTS STUDENT-RECORD DROP-REPORT.
           MOVE "DROP" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           PERFORM 500-WRITE-AUDIT-LOG.
           IF DROPPED-COUNT + WITHDRAWN-COUNT > ZERO
               CALL "WAITLIST-PROMOTION"
           END-IF.
           PERFORM 810-CLEAR-LOCK.
           DISPLAY "DROP RUN COMPLETE, REMOVED: " DROPPED-COUNT
               " WITHDRAWN: " WITHDRAWN-COUNT
               " REJECTED: " REJECTED-COUNT UPON CONSOLE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       110-GET-FILE-PATHS.
           ACCEPT WS-DROPREQ-PATH FROM ENVIRONMENT "DROPREQ_FILE".
           IF WS-DROPREQ-PATH = SPACES
               MOVE "C:\Users\hamza\DROPREQ.TXT" TO WS-DROPREQ-PATH
           END-IF.
           ACCEPT WS-STUFILE-OUT-PATH FROM ENVIRONMENT "STUFILE_OUT".
           IF WS-STUFILE-OUT-PATH = SPACES
               MOVE "C:\Users\hamza\STUFILE-C.txt"
                   TO WS-STUFILE-OUT-PATH
           END-IF.
           ACCEPT WS-COURSECAT-PATH FROM ENVIRONMENT "COURSECAT_FILE".
           IF WS-COURSECAT-PATH = SPACES
               MOVE "C:\Users\hamza\COURSECAT.TXT"
                   TO WS-COURSECAT-PATH
           END-IF.
           ACCEPT WS-TUITRATE-PATH FROM ENVIRONMENT "TUITRATE_FILE".
           IF WS-TUITRATE-PATH = SPACES
               MOVE "C:\Users\hamza\TUITRATE.TXT" TO WS-TUITRATE-PATH
           END-IF.
           ACCEPT WS-REFSCHED-PATH FROM ENVIRONMENT "REFSCHED_FILE".
           IF WS-REFSCHED-PATH = SPACES
               MOVE "C:\Users\hamza\REFSCHED.TXT" TO WS-REFSCHED-PATH
           END-IF.
           ACCEPT WS-TERMMAST-PATH FROM ENVIRONMENT "TERMMAST_FILE".
           IF WS-TERMMAST-PATH = SPACES
               MOVE "C:\Users\hamza\TERMMAST.TXT"
                   TO WS-TERMMAST-PATH
           END-IF.
           ACCEPT WS-STUJRNL-PATH FROM ENVIRONMENT "STUJRNL_FILE".
           IF WS-STUJRNL-PATH = SPACES
               MOVE "C:\Users\hamza\STUJRNL.TXT" TO WS-STUJRNL-PATH
           END-IF.
           ACCEPT WS-STULEDG-PATH FROM ENVIRONMENT "STULEDG_FILE".
           IF WS-STULEDG-PATH = SPACES
               MOVE "C:\Users\hamza\STULEDG.TXT" TO WS-STULEDG-PATH
           END-IF.
           ACCEPT WS-REFUNDQ-PATH FROM ENVIRONMENT "REFUNDQ_FILE".
           IF WS-REFUNDQ-PATH = SPACES
               MOVE "C:\Users\hamza\REFUNDQ.TXT" TO WS-REFUNDQ-PATH
           END-IF.
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "AUDIT_LOG_FILE".
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\hamza\AUDITLOG.TXT" TO WS-AUDIT-LOG-PATH
           END-IF.
           ACCEPT WS-REPORT-DIR FROM ENVIRONMENT "DROP_DIR".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 112-GET-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "DROP_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.

       120-LOAD-CATALOG.
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
           ELSE
               DISPLAY "COURSECAT.TXT OPEN FAILED, FILE STATUS = "
                   CAT-STAT " - COURSES WEIGH EQUALLY" UPON CONSOLE
           END-IF.

       125-LOAD-RATE-TABLE.
           MOVE ZERO TO RATE-COUNT.
           MOVE "NO" TO RATE-EOF.
           OPEN INPUT RATE-RECORDS.
           IF RATE-STAT = "00"
               PERFORM UNTIL RATE-EOF = "YES" OR RATE-COUNT >= 20
                   READ RATE-RECORDS
                       AT END MOVE "YES" TO RATE-EOF
                       NOT AT END
                           ADD 1 TO RATE-COUNT
                           MOVE RI-PROGRAM-CD
                               TO RATE-PROGRAM-CD (RATE-COUNT)
                           MOVE RI-TERM-RATE
                               TO RATE-PER-TERM (RATE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE RATE-RECORDS
           ELSE
               DISPLAY "TUITRATE.TXT OPEN FAILED, FILE STATUS = "
                   RATE-STAT " - NO TUITION CREDITS" UPON CONSOLE
           END-IF.

       130-LOAD-TERM-TABLE.
           MOVE ZERO TO TERM-COUNT.
           MOVE "NO" TO TRM-EOF.
           OPEN INPUT TERM-MASTER.
           IF TRM-STAT = "00"
               PERFORM UNTIL TRM-EOF = "YES" OR TERM-COUNT >= 20
                   READ TERM-MASTER
                       AT END MOVE "YES" TO TRM-EOF
                       NOT AT END
                           ADD 1 TO TERM-COUNT
                           MOVE TRM-CODE TO TERM-TBL-CODE (TERM-COUNT)
                           MOVE TRM-START-DATE
                               TO TERM-TBL-START (TERM-COUNT)
                           MOVE TRM-END-DATE
                               TO TERM-TBL-END (TERM-COUNT)
                           MOVE TRM-ADD-DROP-DATE
                               TO TERM-TBL-ADD-DROP (TERM-COUNT)
                           MOVE TRM-ASSESSED-FLAG
                               TO TERM-TBL-ASSESSED (TERM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE TERM-MASTER
           END-IF.

       140-LOAD-REFUND-SCHEDULE.
           MOVE ZERO TO SCHED-COUNT.
           MOVE "NO" TO RSC-EOF.
           OPEN INPUT REFUND-SCHEDULE.
           IF RSC-STAT = "00"
               PERFORM UNTIL RSC-EOF = "YES" OR SCHED-COUNT >= 20
                   READ REFUND-SCHEDULE
                       AT END MOVE "YES" TO RSC-EOF
                       NOT AT END
                           IF RSC-WEEK IS NUMERIC
                               AND RSC-PERCENT IS NUMERIC
                               AND RSC-PERCENT <= 100
                               ADD 1 TO SCHED-COUNT
                               MOVE RSC-WEEK
                                   TO SCHED-WEEK (SCHED-COUNT)
                               MOVE RSC-PERCENT
                                   TO SCHED-PERCENT (SCHED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFUND-SCHEDULE
           END-IF.
           IF SCHED-COUNT = ZERO
               DISPLAY "NO REFUND SCHEDULE ON FILE - STANDARD "
                   "100/75/50/25 SCHEDULE APPLIES" UPON CONSOLE
               MOVE 01 TO SCHED-WEEK (1)
               MOVE 100 TO SCHED-PERCENT (1)
               MOVE 02 TO SCHED-WEEK (2)
               MOVE 075 TO SCHED-PERCENT (2)
               MOVE 03 TO SCHED-WEEK (3)
               MOVE 050 TO SCHED-PERCENT (3)
               MOVE 04 TO SCHED-WEEK (4)
               MOVE 025 TO SCHED-PERCENT (4)
               MOVE 05 TO SCHED-WEEK (5)
               MOVE ZERO TO SCHED-PERCENT (5)
               MOVE 5 TO SCHED-COUNT
           END-IF.

      * What is left of each student's assessment for every assessed
      * term: AS charges less AS reversals and DR credits, by the term
      * the ledger line is dated in.
       150-LOAD-TERM-ASSESSMENTS.
           MOVE ZERO TO ASSESS-COUNT.
           MOVE "NO" TO LGR-EOF.
           OPEN INPUT LEDGER-FILE.
           IF LGR-STAT = "00"
               PERFORM UNTIL LGR-EOF = "YES"
                   OR OVERFLOW-FLAG = "YES"
                   READ LEDGER-FILE
                       AT END MOVE "YES" TO LGR-EOF
                       NOT AT END
                           IF LGR-TYPE = "AS" OR LGR-TYPE = "DR"
                               PERFORM 155-TAKE-ASSESSMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       155-TAKE-ASSESSMENT.
           MOVE ZERO TO WS-ASSESS-TERM-IDX.
           PERFORM VARYING TERM-IDX FROM 1 BY 1
               UNTIL TERM-IDX > TERM-COUNT
               IF TERM-TBL-ASSESSED (TERM-IDX) = "Y"
                   AND LGR-DATE >= TERM-TBL-START (TERM-IDX)
                   AND LGR-DATE <= TERM-TBL-END (TERM-IDX)
                   MOVE TERM-IDX TO WS-ASSESS-TERM-IDX
               END-IF
           END-PERFORM.
           IF WS-ASSESS-TERM-IDX NOT = ZERO
               MOVE LGR-STUDENT-NUMBER TO WS-ASSESS-KEY
               PERFORM 160-FIND-ASSESSMENT
               IF ASSESS-FOUND-FLAG = 'N'
                   IF ASSESS-COUNT < 1000
                       ADD 1 TO ASSESS-COUNT
                       MOVE ASSESS-COUNT TO ASSESS-MATCH-IDX
                       MOVE LGR-STUDENT-NUMBER
                           TO ASM-TBL-STUDENT (ASSESS-MATCH-IDX)
                       MOVE WS-ASSESS-TERM-IDX
                           TO ASM-TBL-TERM-IDX (ASSESS-MATCH-IDX)
                       MOVE ZERO TO ASM-TBL-DEBIT (ASSESS-MATCH-IDX)
                       MOVE ZERO TO ASM-TBL-CREDIT (ASSESS-MATCH-IDX)
                       MOVE ZERO TO ASM-TBL-REMOVED (ASSESS-MATCH-IDX)
                       MOVE 'Y' TO ASSESS-FOUND-FLAG
                   ELSE
                       MOVE "YES" TO OVERFLOW-FLAG
                       DISPLAY "MORE THAN 1000 STUDENT ASSESSMENTS ON "
                           "STULEDG.TXT - RUN REFUSED" UPON CONSOLE
                   END-IF
               END-IF
               IF ASSESS-FOUND-FLAG = 'Y'
                   IF LGR-DC = "C"
                       ADD LGR-AMOUNT
                           TO ASM-TBL-CREDIT (ASSESS-MATCH-IDX)
                   ELSE
                       ADD LGR-AMOUNT
                           TO ASM-TBL-DEBIT (ASSESS-MATCH-IDX)
                   END-IF
               END-IF
           END-IF.

       160-FIND-ASSESSMENT.
           MOVE 'N' TO ASSESS-FOUND-FLAG.
           MOVE ZERO TO ASSESS-MATCH-IDX.
           PERFORM VARYING ASSESS-IDX FROM 1 BY 1
               UNTIL ASSESS-FOUND-FLAG = 'Y'
               OR ASSESS-IDX > ASSESS-COUNT
               IF ASM-TBL-STUDENT (ASSESS-IDX) = WS-ASSESS-KEY
                   AND ASM-TBL-TERM-IDX (ASSESS-IDX)
                       = WS-ASSESS-TERM-IDX
                   MOVE 'Y' TO ASSESS-FOUND-FLAG
                   MOVE ASSESS-IDX TO ASSESS-MATCH-IDX
               END-IF
           END-PERFORM.

       200-READ-REQUEST.
           READ DROP-REQUESTS
               AT END MOVE "YES" TO EOF-FLAG
           END-READ.

       300-PROCESS-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-RESULT.
           MOVE SPACES TO DTL-STUDENT-NAME.
           MOVE ZERO TO WS-WEEK.
           MOVE ZERO TO WS-REFUND-PCT.
           MOVE ZERO TO WS-DROP-CREDIT.
           IF DRQ-DATE IS NUMERIC AND DRQ-DATE NOT = ZERO
               MOVE DRQ-DATE TO WS-DROP-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-DROP-DATE
           END-IF.
           IF DRQ-STUDENT-NUMBER IS NOT NUMERIC
               MOVE "STUDENT NUMBER NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               PERFORM 310-FIND-TERM
               IF MATCH-TERM-IDX = ZERO
                   MOVE "TERM NOT ON TERM MASTER" TO WS-REJECT-REASON
               ELSE
               IF WS-DROP-DATE > TERM-TBL-END (MATCH-TERM-IDX)
                   MOVE "TERM ALREADY ENDED" TO WS-REJECT-REASON
               ELSE
                   PERFORM 320-READ-AND-DROP
               END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               MOVE WS-REJECT-REASON TO WS-RESULT
               ADD 1 TO REJECTED-COUNT
           END-IF.
           PERFORM 400-WRITE-REPORT-LINE.

       310-FIND-TERM.
           MOVE ZERO TO MATCH-TERM-IDX.
           PERFORM VARYING TERM-IDX FROM 1 BY 1
               UNTIL TERM-IDX > TERM-COUNT
               IF TERM-TBL-CODE (TERM-IDX) = DRQ-TERM
                   MOVE TERM-IDX TO MATCH-TERM-IDX
               END-IF
           END-PERFORM.

       320-READ-AND-DROP.
           MOVE DRQ-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ STUDENT-RECORD
               INVALID KEY
                   MOVE "STUDENT NOT ON FILE" TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE STUDENT-NAME TO DTL-STUDENT-NAME
                   PERFORM 330-FIND-COURSE-SLOT
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 340-COMPUTE-DROP-CREDIT
                       PERFORM 350-DROP-COURSE
                   END-IF
           END-READ.

       330-FIND-COURSE-SLOT.
           MOVE 'N' TO FOUND-FLAG.
           MOVE ZERO TO MATCH-IDX.
           IF COURSE-COUNT IS NUMERIC AND COURSE-COUNT >= 1
               AND COURSE-COUNT <= 10
               PERFORM VARYING COURSE-IDX FROM 1 BY 1
                   UNTIL FOUND-FLAG = 'Y'
                   OR COURSE-IDX > COURSE-COUNT
                   IF COURSE-CODE (COURSE-IDX) = DRQ-COURSE-CODE
                       AND COURSE-TERM (COURSE-IDX) = DRQ-TERM
                       MOVE 'Y' TO FOUND-FLAG
                       MOVE COURSE-IDX TO MATCH-IDX
                   END-IF
               END-PERFORM
           END-IF.
           IF FOUND-FLAG NOT = 'Y'
               MOVE "NOT ENROLLED IN COURSE/TERM" TO WS-REJECT-REASON
           ELSE
           IF COURSE-WITHDRAWN (MATCH-IDX)
               MOVE "ALREADY WITHDRAWN" TO WS-REJECT-REASON
           END-IF
           END-IF.

      * Tuition is only credited back once the term has been
      * assessed - before that the drop just removes the course.
       340-COMPUTE-DROP-CREDIT.
           MOVE ZERO TO WS-DROP-CREDIT.
           IF TERM-TBL-ASSESSED (MATCH-TERM-IDX) = "Y"
               PERFORM 341-COMPUTE-ASSESSED-CREDIT
           END-IF.

      * The load is the one the term was assessed on: withdrawn
      * courses still count, and so do courses this run has already
      * removed outright, so each later drop gets the same share.
      * The credit is then held to what is left of the AS charge.
       341-COMPUTE-ASSESSED-CREDIT.
           MOVE STUDENT-NUMBER TO WS-ASSESS-KEY.
           MOVE MATCH-TERM-IDX TO WS-ASSESS-TERM-IDX.
           PERFORM 160-FIND-ASSESSMENT.
           MOVE ZERO TO WS-LOAD-CREDITS.
           IF ASSESS-FOUND-FLAG = 'Y'
               MOVE ASM-TBL-REMOVED (ASSESS-MATCH-IDX)
                   TO WS-LOAD-CREDITS
           END-IF.
           PERFORM VARYING COURSE-IDX FROM 1 BY 1
               UNTIL COURSE-IDX > COURSE-COUNT
               IF COURSE-TERM (COURSE-IDX) = DRQ-TERM
                   MOVE COURSE-CODE (COURSE-IDX) TO WS-LOOKUP-CODE
                   PERFORM 342-FIND-COURSE-CREDITS
                   ADD WS-COURSE-CREDITS TO WS-LOAD-CREDITS
               END-IF
           END-PERFORM.
           MOVE DRQ-COURSE-CODE TO WS-LOOKUP-CODE.
           PERFORM 342-FIND-COURSE-CREDITS.
           PERFORM 344-FIND-TERM-RATE.
           PERFORM 346-SET-REFUND-PERCENT.
           MOVE ZERO TO WS-COURSE-SHARE.
           IF RATE-FOUND-FLAG = 'Y' AND WS-LOAD-CREDITS > ZERO
               COMPUTE WS-COURSE-SHARE ROUNDED
                   = WS-TERM-RATE * WS-COURSE-CREDITS
                   / WS-LOAD-CREDITS
           END-IF.
           COMPUTE WS-DROP-CREDIT ROUNDED
               = WS-COURSE-SHARE * WS-REFUND-PCT / 100.
           MOVE ZERO TO WS-CREDIT-LEFT.
           IF ASSESS-FOUND-FLAG = 'Y'
               IF ASM-TBL-DEBIT (ASSESS-MATCH-IDX)
                   > ASM-TBL-CREDIT (ASSESS-MATCH-IDX)
                   SUBTRACT ASM-TBL-CREDIT (ASSESS-MATCH-IDX)
                       FROM ASM-TBL-DEBIT (ASSESS-MATCH-IDX)
                       GIVING WS-CREDIT-LEFT
               END-IF
           END-IF.
           IF WS-DROP-CREDIT > WS-CREDIT-LEFT
               MOVE WS-CREDIT-LEFT TO WS-DROP-CREDIT
           END-IF.

       342-FIND-COURSE-CREDITS.
           MOVE 1 TO WS-COURSE-CREDITS.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > CATALOG-COUNT
               IF WS-LOOKUP-CODE = CAT-TBL-CODE (CAT-IDX)
                   AND CAT-TBL-CREDITS (CAT-IDX) IS NUMERIC
                   AND CAT-TBL-CREDITS (CAT-IDX) > ZERO
                   MOVE CAT-TBL-CREDITS (CAT-IDX) TO WS-COURSE-CREDITS
               END-IF
           END-PERFORM.

       344-FIND-TERM-RATE.
           MOVE 'N' TO RATE-FOUND-FLAG.
           MOVE ZERO TO WS-TERM-RATE.
           PERFORM VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-FOUND-FLAG = 'Y' OR RATE-IDX > RATE-COUNT
               IF PROGRAM-OF-STUDY = RATE-PROGRAM-CD (RATE-IDX)
                   MOVE 'Y' TO RATE-FOUND-FLAG
                   MOVE RATE-PER-TERM (RATE-IDX) TO WS-TERM-RATE
               END-IF
           END-PERFORM.

       346-SET-REFUND-PERCENT.
           MOVE TERM-TBL-START (MATCH-TERM-IDX) TO WS-DATE-IN.
           PERFORM 231-DATE-TO-DAYS.
           MOVE WS-DAY-NUMBER TO WS-TERM-START-DAYS.
           MOVE WS-DROP-DATE TO WS-DATE-IN.
           PERFORM 231-DATE-TO-DAYS.
           MOVE WS-DAY-NUMBER TO WS-DROP-DAYS.
           IF WS-DROP-DAYS <= WS-TERM-START-DAYS
               MOVE 1 TO WS-WEEK
           ELSE
               COMPUTE WS-WEEK
                   = (WS-DROP-DAYS - WS-TERM-START-DAYS) / 7 + 1
           END-IF.
           MOVE 100 TO WS-REFUND-PCT.
           PERFORM VARYING SCHED-IDX FROM 1 BY 1
               UNTIL SCHED-IDX > SCHED-COUNT
               IF SCHED-WEEK (SCHED-IDX) <= WS-WEEK
                   MOVE SCHED-PERCENT (SCHED-IDX) TO WS-REFUND-PCT
               END-IF
           END-PERFORM.

       350-DROP-COURSE.
           MOVE COURSE-DETAIL (MATCH-IDX) TO WS-OLD-DETAIL.
           MOVE SPACES TO WS-JRN-FIELD.
           STRING "COURSE-" DELIMITED BY SIZE
                   MATCH-IDX DELIMITED BY SIZE
               INTO WS-JRN-FIELD.
           MOVE WS-OLD-DETAIL TO WS-JRN-BEFORE.
           IF WS-DROP-DATE <= TERM-TBL-ADD-DROP (MATCH-TERM-IDX)
               MOVE "R" TO WS-DROP-ACTION
               PERFORM 352-REMOVE-SLOT
               IF TERM-TBL-ASSESSED (MATCH-TERM-IDX) = "Y"
                   AND ASSESS-FOUND-FLAG = 'Y'
                   ADD WS-COURSE-CREDITS
                       TO ASM-TBL-REMOVED (ASSESS-MATCH-IDX)
               END-IF
               MOVE "(EMPTY SLOT)" TO WS-JRN-AFTER
               MOVE "REMOVED - SEAT RELEASED" TO WS-RESULT
               ADD 1 TO DROPPED-COUNT
           ELSE
               MOVE "W" TO WS-DROP-ACTION
               MOVE 999 TO COURSE-AVERAGE (MATCH-IDX)
               MOVE COURSE-DETAIL (MATCH-IDX) TO WS-JRN-AFTER
               MOVE "WITHDRAWN (W) - SEAT RELEASED" TO WS-RESULT
               ADD 1 TO WITHDRAWN-COUNT
           END-IF.
           PERFORM 510-WRITE-JOURNAL.
           IF WS-DROP-CREDIT > ZERO
               PERFORM 360-APPLY-DROP-CREDIT
           END-IF.
           REWRITE STUDENTS.

       352-REMOVE-SLOT.
           PERFORM VARYING SHIFT-IDX FROM MATCH-IDX BY 1
               UNTIL SHIFT-IDX >= COURSE-COUNT
               MOVE COURSE-DETAIL (SHIFT-IDX + 1)
                   TO COURSE-DETAIL (SHIFT-IDX)
           END-PERFORM.
           MOVE SPACES TO COURSE-CODE (COURSE-COUNT).
           MOVE ZERO TO COURSE-AVERAGE (COURSE-COUNT).
           MOVE SPACES TO COURSE-TERM (COURSE-COUNT).
           SUBTRACT 1 FROM COURSE-COUNT.

       360-APPLY-DROP-CREDIT.
           MOVE TUITION-OWED TO WS-JRN-AMOUNT.
           MOVE WS-JRN-AMOUNT TO WS-JRN-BEFORE.
           IF WS-DROP-CREDIT > TUITION-OWED
               SUBTRACT TUITION-OWED FROM WS-DROP-CREDIT
                   GIVING WS-OVERAGE
               MOVE ZERO TO TUITION-OWED
               PERFORM 530-WRITE-REFUND-QUEUE
               MOVE "RF" TO WS-LGR-TYPE
               MOVE "D" TO WS-LGR-DC
               MOVE WS-OVERAGE TO WS-LGR-AMOUNT
               PERFORM 520-WRITE-LEDGER
               ADD WS-OVERAGE TO OVERAGE-TOTAL
           ELSE
               SUBTRACT WS-DROP-CREDIT FROM TUITION-OWED
           END-IF.
           MOVE TUITION-OWED TO WS-JRN-AMOUNT.
           MOVE WS-JRN-AMOUNT TO WS-JRN-AFTER.
           MOVE "TUITION-OWED" TO WS-JRN-FIELD.
           PERFORM 510-WRITE-JOURNAL.
           MOVE "DR" TO WS-LGR-TYPE.
           MOVE "C" TO WS-LGR-DC.
           MOVE WS-DROP-CREDIT TO WS-LGR-AMOUNT.
           PERFORM 520-WRITE-LEDGER.
           ADD WS-DROP-CREDIT TO CREDIT-TOTAL.
           ADD WS-DROP-CREDIT TO ASM-TBL-CREDIT (ASSESS-MATCH-IDX).

       231-DATE-TO-DAYS.
           COMPUTE WS-DAY-NUMBER = WS-DI-YEAR * 365
               + MONTH-START-DAY (WS-DI-MONTH)
               + WS-DI-DAY.

       400-WRITE-REPORT-LINE.
           MOVE DRQ-STUDENT-NUMBER TO DTL-STUDENT-NUMBER.
           MOVE DRQ-COURSE-CODE TO DTL-COURSE-CODE.
           MOVE DRQ-TERM TO DTL-TERM.
           MOVE WS-WEEK TO DTL-WEEK.
           MOVE WS-REFUND-PCT TO DTL-PERCENT.
           MOVE WS-DROP-CREDIT TO DTL-CREDIT.
           MOVE WS-RESULT TO DTL-RESULT.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       450-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "REMOVED BEFORE ADD/DROP DATE" TO TTL-LABEL.
           MOVE DROPPED-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "WITHDRAWN (W) AFTER ADD/DROP" TO TTL-LABEL.
           MOVE WITHDRAWN-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "REQUESTS REJECTED" TO TTL-LABEL.
           MOVE REJECTED-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "TUITION CREDITED" TO TTL-LABEL.
           ADD DROPPED-COUNT WITHDRAWN-COUNT GIVING TTL-COUNT.
           MOVE CREDIT-TOTAL TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "OVERAGE SENT TO REFUND QUEUE" TO TTL-LABEL.
           MOVE REFUND-COUNT TO TTL-COUNT.
           MOVE OVERAGE-TOTAL TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       510-WRITE-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF JRN-STAT = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE STUDENT-NUMBER TO JRN-STUDENT-NUMBER.
           MOVE WS-JRN-FIELD TO JRN-FIELD-NAME.
           MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE.
           MOVE WS-JRN-AFTER TO JRN-AFTER-IMAGE.
           MOVE WS-RUN-DATE TO JRN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME TO JRN-TIME.
           MOVE "B" TO JRN-MODE.
           WRITE JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.

       520-WRITE-LEDGER.
           OPEN EXTEND LEDGER-FILE.
           IF LGR-STAT = "35"
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           MOVE SPACES TO LEDGER-RECORD.
           MOVE STUDENT-NUMBER TO LGR-STUDENT-NUMBER.
           MOVE WS-RUN-DATE TO LGR-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME TO LGR-TIME.
           MOVE "COURSE-DROP" TO LGR-SOURCE.
           MOVE WS-LGR-TYPE TO LGR-TYPE.
           MOVE WS-LGR-DC TO LGR-DC.
           MOVE WS-LGR-AMOUNT TO LGR-AMOUNT.
           WRITE LEDGER-RECORD.
           CLOSE LEDGER-FILE.

       530-WRITE-REFUND-QUEUE.
           OPEN EXTEND REFUND-QUEUE.
           IF REFUNDQ-STAT = "35"
               OPEN OUTPUT REFUND-QUEUE
           END-IF.
           MOVE SPACES TO REFUND-QUEUE-RECORD.
           MOVE "D" TO RFQ-MODE.
           MOVE STUDENT-NUMBER TO RFQ-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO RFQ-STUDENT-NAME.
           MOVE WS-DROP-CREDIT TO RFQ-PAYMENT.
           MOVE WS-OVERAGE TO RFQ-OVERAGE.
           MOVE WS-RUN-DATE TO RFQ-DATE.
           WRITE REFUND-QUEUE-RECORD.
           CLOSE REFUND-QUEUE.
           ADD 1 TO REFUND-COUNT.

       500-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "COURSE-DROP" TO AUDIT-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           STRING "REMOVED=" DELIMITED BY SIZE
                   DROPPED-COUNT DELIMITED BY SIZE
                   " WITHDRAWN=" DELIMITED BY SIZE
                   WITHDRAWN-COUNT DELIMITED BY SIZE
                   " CREDIT=" DELIMITED BY SIZE
                   CREDIT-TOTAL DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "COURSE-DROP" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

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
               MOVE "COURSE-DROP" TO LOCK-HOLDER
               ACCEPT LOCK-DATE FROM DATE YYYYMMDD
               ACCEPT LOCK-TIME FROM TIME
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
           END-IF.

       810-CLEAR-LOCK.
           OPEN OUTPUT LOCK-FILE.
           CLOSE LOCK-FILE.

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

       END PROGRAM COURSE-DROP.
