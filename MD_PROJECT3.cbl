      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: MASTER CHANGE DELTA - answers "what changed on the
      *          master last night" from two STUBACK_YYYYMMDD_HHMMSS.TXT
      *          generations written by STUFILE-UNLOAD, instead of
      *          piecing it together from STUJRNL.TXT, STULEDG.TXT and
      *          the run reports (not every batch run journals every
      *          field). Point STUBACK_BEFORE_FILE at the earlier
      *          generation and STUBACK_AFTER_FILE at the later one;
      *          both are in student-number order as unloaded, so they
      *          are matched in one pass. DELTA_YYYYMMDD_HHMMSS.TXT
      *          lists every student added, every student removed and,
      *          for a student on both, each field that changed with
      *          its before and after value - TUITION-OWED, name,
      *          program, standing, course count and each COURSE-DETAIL
      *          slot. The totals end with the net balance movement
      *          between the two generations, tied to the net of the
      *          STULEDG.TXT entries dated DELTA_LEDGER_FROM through
      *          DELTA_LEDGER_TO (both default to the business date),
      *          so the report is an independent check on the night's
      *          processing. GOBACKs with return code 4 when the
      *          movement does not tie to the ledger and 8 when a
      *          generation cannot be read.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      *   15/10/2026 HE  The DELTA file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      *   15/10/2026 HE  Opening balances (type OB) posted by
      *       LEDGER-YEAR-CLOSE are left out of the ledger net - they
      *       restate balances already on the master, not a change.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-DELTA-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BEFORE-FILE ASSIGN TO WS-BEFORE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BEF-STAT.

           SELECT AFTER-FILE ASSIGN TO WS-AFTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AFT-STAT.

           SELECT LEDGER-FILE ASSIGN TO WS-STULEDG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LGR-STAT.

           SELECT DELTA-REPORT ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS-FIELD.

           SELECT BUSDATE-FILE ASSIGN TO WS-BUSDATE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUSDATE-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD BEFORE-FILE.
       01 BEFORE-STUDENT.
           05 BEF-STUDENT-NUMBER PIC 9(6).
           05 BEF-TUITION-OWED PIC 9(6)V99.
           05 BEF-STUDENT-NAME PIC X(40).
           05 BEF-PROGRAM-OF-STUDY PIC X(5).
           COPY "COURSDTL.DAT" REPLACING
               ==COURSE-COUNT== BY ==BEF-COURSE-COUNT==
               ==COURSE-DETAIL== BY ==BEF-COURSE-DETAIL==
               ==COURSE-CODE== BY ==BEF-COURSE-CODE==
               ==COURSE-AVERAGE== BY ==BEF-COURSE-AVERAGE==
               ==COURSE-TERM== BY ==BEF-COURSE-TERM==
               ==COURSE-WITHDRAWN== BY ==BEF-COURSE-WITHDRAWN==.
           05 BEF-STUDENT-STANDING PIC X(1).

       FD AFTER-FILE.
       01 AFTER-STUDENT.
           05 AFT-STUDENT-NUMBER PIC 9(6).
           05 AFT-TUITION-OWED PIC 9(6)V99.
           05 AFT-STUDENT-NAME PIC X(40).
           05 AFT-PROGRAM-OF-STUDY PIC X(5).
           COPY "COURSDTL.DAT" REPLACING
               ==COURSE-COUNT== BY ==AFT-COURSE-COUNT==
               ==COURSE-DETAIL== BY ==AFT-COURSE-DETAIL==
               ==COURSE-CODE== BY ==AFT-COURSE-CODE==
               ==COURSE-AVERAGE== BY ==AFT-COURSE-AVERAGE==
               ==COURSE-TERM== BY ==AFT-COURSE-TERM==
               ==COURSE-WITHDRAWN== BY ==AFT-COURSE-WITHDRAWN==.
           05 AFT-STUDENT-STANDING PIC X(1).

       FD LEDGER-FILE.
           COPY "STULEDG.DAT".

       FD DELTA-REPORT.
       01 REPORT-LINE PIC X(132).

       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.DAT".

       FD BUSDATE-FILE.
           COPY "BUSDATE.DAT".

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 WS-BUSDATE-PATH PIC X(60).
           05 BUSDATE-STAT PIC X(2).
           05 BEF-STAT PIC X(2).
           05 AFT-STAT PIC X(2).
           05 LGR-STAT PIC X(2).
           05 BEF-EOF PIC X(3) VALUE "NO".
           05 AFT-EOF PIC X(3) VALUE "NO".
           05 LGR-EOF PIC X(3) VALUE "NO".
           05 LEDGER-READ-FLAG PIC X(3) VALUE "NO".
           05 SLOT-IDX PIC 9(2).
           05 WS-SLOT-LIMIT PIC 9(2).
           05 WS-BEF-COUNT PIC 9(2).
           05 WS-AFT-COUNT PIC 9(2).
           05 STUDENT-CHANGED-FLAG PIC X(1).
           05 WS-FIELD-NAME PIC X(12).
           05 WS-BEFORE-IMAGE PIC X(40).
           05 WS-AFTER-IMAGE PIC X(40).
           05 WS-EDIT-AMOUNT PIC $$$,$$9.99.
           05 WS-EDIT-COUNT PIC Z9.
           05 WS-SLOT-NUMBER PIC 9(2).
           05 WS-SLOT-IMAGE PIC X(40).
           05 WS-SLOT-MARK PIC X(3).
           05 WS-LEDGER-FROM PIC 9(8).
           05 WS-LEDGER-TO PIC 9(8).
           05 WS-DATE-INPUT PIC X(8).
           05 BEFORE-COUNT PIC 9(6) VALUE ZERO.
           05 AFTER-COUNT PIC 9(6) VALUE ZERO.
           05 ADDED-COUNT PIC 9(6) VALUE ZERO.
           05 REMOVED-COUNT PIC 9(6) VALUE ZERO.
           05 CHANGED-COUNT PIC 9(6) VALUE ZERO.
           05 UNCHANGED-COUNT PIC 9(6) VALUE ZERO.
           05 FIELD-CHANGE-COUNT PIC 9(8) VALUE ZERO.
           05 LEDGER-ENTRY-COUNT PIC 9(8) VALUE ZERO.
           05 BEFORE-TOTAL PIC S9(10)V99 VALUE ZERO.
           05 AFTER-TOTAL PIC S9(10)V99 VALUE ZERO.
           05 ADDED-TOTAL PIC S9(10)V99 VALUE ZERO.
           05 REMOVED-TOTAL PIC S9(10)V99 VALUE ZERO.
           05 NET-MOVEMENT PIC S9(10)V99 VALUE ZERO.
           05 LEDGER-NET PIC S9(10)V99 VALUE ZERO.
           05 TIE-DIFFERENCE PIC S9(10)V99 VALUE ZERO.
           05 WS-BEFORE-PATH PIC X(60).
           05 WS-AFTER-PATH PIC X(60).
           05 WS-STULEDG-PATH PIC X(60).
           05 WS-REPORT-DIR PIC X(40).
           05 WS-REPORT-FILENAME PIC X(60).
           05 WS-AUDIT-LOG-PATH PIC X(60).
           05 AUDIT-STATUS-FIELD PIC X(2).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).

       01 HEADING-LINE.
           05 FILLER PIC X(8) VALUE "STUDENT".
           05 FILLER PIC X(26) VALUE "NAME".
           05 FILLER PIC X(14) VALUE "FIELD".
           05 FILLER PIC X(42) VALUE "BEFORE".
           05 FILLER PIC X(42) VALUE "AFTER".

       01 DETAIL-LINE.
           05 DTL-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-STUDENT-NAME PIC X(24).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-FIELD-NAME PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-BEFORE PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-AFTER PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.

       01 TOTAL-LINE.
           05 TTL-LABEL PIC X(40).
           05 TTL-COUNT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TTL-AMOUNT PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER PIC X(59) VALUE SPACES.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-DELTA.
           PERFORM 110-GET-FILE-PATHS.
           OPEN INPUT BEFORE-FILE.
           IF BEF-STAT NOT = "00"
               DISPLAY "BEFORE GENERATION NOT AVAILABLE, FILE STATUS = "
                   BEF-STAT " - SET STUBACK_BEFORE_FILE" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT AFTER-FILE.
           IF AFT-STAT NOT = "00"
               DISPLAY "AFTER GENERATION NOT AVAILABLE, FILE STATUS = "
                   AFT-STAT " - SET STUBACK_AFTER_FILE" UPON CONSOLE
               CLOSE BEFORE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 120-NET-LEDGER.
           OPEN OUTPUT DELTA-REPORT.
           PERFORM 400-WRITE-HEADINGS.
           PERFORM 200-READ-BEFORE.
           PERFORM 210-READ-AFTER.
           PERFORM UNTIL BEF-EOF = "YES" AND AFT-EOF = "YES"
               PERFORM 300-MATCH-ONE-STUDENT
           END-PERFORM.
           COMPUTE NET-MOVEMENT = AFTER-TOTAL - BEFORE-TOTAL.
           COMPUTE TIE-DIFFERENCE = NET-MOVEMENT - LEDGER-NET.
           PERFORM 450-WRITE-TOTALS.
           CLOSE BEFORE-FILE AFTER-FILE DELTA-REPORT.
           MOVE "DELTA" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           PERFORM 500-WRITE-AUDIT-LOG.
           DISPLAY "MASTER DELTA COMPLETE, ADDED: " ADDED-COUNT
               " REMOVED: " REMOVED-COUNT " CHANGED: " CHANGED-COUNT
               UPON CONSOLE.
           IF LEDGER-READ-FLAG = "YES" AND TIE-DIFFERENCE NOT = ZERO
               DISPLAY "NET BALANCE MOVEMENT DOES NOT TIE TO "
                   "STULEDG.TXT - SEE DELTA REPORT" UPON CONSOLE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       110-GET-FILE-PATHS.
           ACCEPT WS-BEFORE-PATH FROM ENVIRONMENT "STUBACK_BEFORE_FILE".
           IF WS-BEFORE-PATH = SPACES
               MOVE "C:\Users\hamza\STUBACK_BEFORE.TXT"
                   TO WS-BEFORE-PATH
           END-IF.
           ACCEPT WS-AFTER-PATH FROM ENVIRONMENT "STUBACK_AFTER_FILE".
           IF WS-AFTER-PATH = SPACES
               MOVE "C:\Users\hamza\STUBACK_AFTER.TXT"
                   TO WS-AFTER-PATH
           END-IF.
           ACCEPT WS-STULEDG-PATH FROM ENVIRONMENT "STULEDG_FILE".
           IF WS-STULEDG-PATH = SPACES
               MOVE "C:\Users\hamza\STULEDG.TXT" TO WS-STULEDG-PATH
           END-IF.
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "AUDIT_LOG_FILE".
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\hamza\AUDITLOG.TXT" TO WS-AUDIT-LOG-PATH
           END-IF.
           ACCEPT WS-REPORT-DIR FROM ENVIRONMENT "DELTA_DIR".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 112-GET-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "DELTA_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.
           MOVE WS-RUN-DATE TO WS-LEDGER-FROM.
           MOVE WS-RUN-DATE TO WS-LEDGER-TO.
           ACCEPT WS-DATE-INPUT FROM ENVIRONMENT "DELTA_LEDGER_FROM".
           IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-LEDGER-FROM
           END-IF.
           ACCEPT WS-DATE-INPUT FROM ENVIRONMENT "DELTA_LEDGER_TO".
           IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-LEDGER-TO
           END-IF.

       120-NET-LEDGER.
           OPEN INPUT LEDGER-FILE.
           IF LGR-STAT NOT = "00"
               DISPLAY "STULEDG.TXT NOT AVAILABLE - MOVEMENT NOT TIED "
                   "TO THE LEDGER" UPON CONSOLE
           ELSE
               MOVE "YES" TO LEDGER-READ-FLAG
               PERFORM UNTIL LGR-EOF = "YES"
                   READ LEDGER-FILE
                       AT END MOVE "YES" TO LGR-EOF
                       NOT AT END
                           PERFORM 125-TAKE-LEDGER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       125-TAKE-LEDGER-ENTRY.
           IF LGR-DATE IS NUMERIC AND LGR-AMOUNT IS NUMERIC
               AND LGR-DATE >= WS-LEDGER-FROM
               AND LGR-DATE <= WS-LEDGER-TO
               AND LGR-TYPE NOT = "OB"
               ADD 1 TO LEDGER-ENTRY-COUNT
               IF LGR-DC = "D"
                   ADD LGR-AMOUNT TO LEDGER-NET
               ELSE
                   SUBTRACT LGR-AMOUNT FROM LEDGER-NET
               END-IF
           END-IF.

       200-READ-BEFORE.
           READ BEFORE-FILE
               AT END MOVE "YES" TO BEF-EOF
           END-READ.

       210-READ-AFTER.
           READ AFTER-FILE
               AT END MOVE "YES" TO AFT-EOF
           END-READ.

       300-MATCH-ONE-STUDENT.
           IF AFT-EOF = "YES"
               OR (BEF-EOF = "NO"
               AND BEF-STUDENT-NUMBER < AFT-STUDENT-NUMBER)
               PERFORM 320-STUDENT-REMOVED
               PERFORM 200-READ-BEFORE
           ELSE
           IF BEF-EOF = "YES"
               OR AFT-STUDENT-NUMBER < BEF-STUDENT-NUMBER
               PERFORM 310-STUDENT-ADDED
               PERFORM 210-READ-AFTER
           ELSE
               PERFORM 330-COMPARE-STUDENT
               PERFORM 200-READ-BEFORE
               PERFORM 210-READ-AFTER
           END-IF
           END-IF.

       310-STUDENT-ADDED.
           ADD 1 TO AFTER-COUNT.
           ADD 1 TO ADDED-COUNT.
           ADD AFT-TUITION-OWED TO AFTER-TOTAL.
           ADD AFT-TUITION-OWED TO ADDED-TOTAL.
           MOVE SPACES TO DETAIL-LINE.
           MOVE AFT-STUDENT-NUMBER TO DTL-STUDENT-NUMBER.
           MOVE AFT-STUDENT-NAME TO DTL-STUDENT-NAME.
           MOVE "*ADDED*" TO DTL-FIELD-NAME.
           MOVE "(NOT ON FILE)" TO DTL-BEFORE.
           MOVE AFT-TUITION-OWED TO WS-EDIT-AMOUNT.
           STRING "OWED " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   "  PROGRAM " DELIMITED BY SIZE
                   AFT-PROGRAM-OF-STUDY DELIMITED BY SIZE
               INTO DTL-AFTER.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       320-STUDENT-REMOVED.
           ADD 1 TO BEFORE-COUNT.
           ADD 1 TO REMOVED-COUNT.
           ADD BEF-TUITION-OWED TO BEFORE-TOTAL.
           ADD BEF-TUITION-OWED TO REMOVED-TOTAL.
           MOVE SPACES TO DETAIL-LINE.
           MOVE BEF-STUDENT-NUMBER TO DTL-STUDENT-NUMBER.
           MOVE BEF-STUDENT-NAME TO DTL-STUDENT-NAME.
           MOVE "*REMOVED*" TO DTL-FIELD-NAME.
           MOVE BEF-TUITION-OWED TO WS-EDIT-AMOUNT.
           STRING "OWED " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   "  PROGRAM " DELIMITED BY SIZE
                   BEF-PROGRAM-OF-STUDY DELIMITED BY SIZE
               INTO DTL-BEFORE.
           MOVE "(NOT ON FILE)" TO DTL-AFTER.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       330-COMPARE-STUDENT.
           ADD 1 TO BEFORE-COUNT.
           ADD 1 TO AFTER-COUNT.
           ADD BEF-TUITION-OWED TO BEFORE-TOTAL.
           ADD AFT-TUITION-OWED TO AFTER-TOTAL.
           MOVE 'N' TO STUDENT-CHANGED-FLAG.
           IF BEF-TUITION-OWED NOT = AFT-TUITION-OWED
               MOVE "TUITION-OWED" TO WS-FIELD-NAME
               MOVE BEF-TUITION-OWED TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-BEFORE-IMAGE
               MOVE AFT-TUITION-OWED TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-AFTER-IMAGE
               PERFORM 420-WRITE-CHANGE-LINE
           END-IF.
           IF BEF-STUDENT-NAME NOT = AFT-STUDENT-NAME
               MOVE "NAME" TO WS-FIELD-NAME
               MOVE BEF-STUDENT-NAME TO WS-BEFORE-IMAGE
               MOVE AFT-STUDENT-NAME TO WS-AFTER-IMAGE
               PERFORM 420-WRITE-CHANGE-LINE
           END-IF.
           IF BEF-PROGRAM-OF-STUDY NOT = AFT-PROGRAM-OF-STUDY
               MOVE "PROGRAM" TO WS-FIELD-NAME
               MOVE BEF-PROGRAM-OF-STUDY TO WS-BEFORE-IMAGE
               MOVE AFT-PROGRAM-OF-STUDY TO WS-AFTER-IMAGE
               PERFORM 420-WRITE-CHANGE-LINE
           END-IF.
           IF BEF-STUDENT-STANDING NOT = AFT-STUDENT-STANDING
               MOVE "STANDING" TO WS-FIELD-NAME
               MOVE BEF-STUDENT-STANDING TO WS-BEFORE-IMAGE
               MOVE AFT-STUDENT-STANDING TO WS-AFTER-IMAGE
               PERFORM 420-WRITE-CHANGE-LINE
           END-IF.
           MOVE ZERO TO WS-BEF-COUNT.
           IF BEF-COURSE-COUNT IS NUMERIC
               AND BEF-COURSE-COUNT <= 10
               MOVE BEF-COURSE-COUNT TO WS-BEF-COUNT
           END-IF.
           MOVE ZERO TO WS-AFT-COUNT.
           IF AFT-COURSE-COUNT IS NUMERIC
               AND AFT-COURSE-COUNT <= 10
               MOVE AFT-COURSE-COUNT TO WS-AFT-COUNT
           END-IF.
           IF WS-BEF-COUNT NOT = WS-AFT-COUNT
               MOVE "COURSE-COUNT" TO WS-FIELD-NAME
               MOVE WS-BEF-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-BEFORE-IMAGE
               MOVE WS-AFT-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-AFTER-IMAGE
               PERFORM 420-WRITE-CHANGE-LINE
           END-IF.
           IF WS-BEF-COUNT > WS-AFT-COUNT
               MOVE WS-BEF-COUNT TO WS-SLOT-LIMIT
           ELSE
               MOVE WS-AFT-COUNT TO WS-SLOT-LIMIT
           END-IF.
           PERFORM 340-COMPARE-SLOT
               VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > WS-SLOT-LIMIT.
           IF STUDENT-CHANGED-FLAG = 'Y'
               ADD 1 TO CHANGED-COUNT
           ELSE
               ADD 1 TO UNCHANGED-COUNT
           END-IF.

       340-COMPARE-SLOT.
           IF SLOT-IDX > WS-BEF-COUNT
               MOVE "(EMPTY SLOT)" TO WS-BEFORE-IMAGE
           ELSE
               MOVE BEF-COURSE-CODE (SLOT-IDX) TO WS-SLOT-IMAGE
               IF BEF-COURSE-WITHDRAWN (SLOT-IDX)
                   MOVE "W" TO WS-SLOT-MARK
               ELSE
                   MOVE BEF-COURSE-AVERAGE (SLOT-IDX) TO WS-SLOT-MARK
               END-IF
               MOVE WS-SLOT-MARK TO WS-SLOT-IMAGE (10:3)
               MOVE BEF-COURSE-TERM (SLOT-IDX) TO WS-SLOT-IMAGE (15:5)
               MOVE WS-SLOT-IMAGE TO WS-BEFORE-IMAGE
           END-IF.
           IF SLOT-IDX > WS-AFT-COUNT
               MOVE "(EMPTY SLOT)" TO WS-AFTER-IMAGE
           ELSE
               MOVE AFT-COURSE-CODE (SLOT-IDX) TO WS-SLOT-IMAGE
               IF AFT-COURSE-WITHDRAWN (SLOT-IDX)
                   MOVE "W" TO WS-SLOT-MARK
               ELSE
                   MOVE AFT-COURSE-AVERAGE (SLOT-IDX) TO WS-SLOT-MARK
               END-IF
               MOVE WS-SLOT-MARK TO WS-SLOT-IMAGE (10:3)
               MOVE AFT-COURSE-TERM (SLOT-IDX) TO WS-SLOT-IMAGE (15:5)
               MOVE WS-SLOT-IMAGE TO WS-AFTER-IMAGE
           END-IF.
           IF WS-BEFORE-IMAGE NOT = WS-AFTER-IMAGE
               MOVE SLOT-IDX TO WS-SLOT-NUMBER
               MOVE SPACES TO WS-FIELD-NAME
               STRING "COURSE-" DELIMITED BY SIZE
                       WS-SLOT-NUMBER DELIMITED BY SIZE
                   INTO WS-FIELD-NAME
               PERFORM 420-WRITE-CHANGE-LINE
           END-IF.

       400-WRITE-HEADINGS.
           MOVE "STUDENT MASTER CHANGE DELTA" TO REPORT-LINE.
           MOVE "RUN DATE " TO REPORT-LINE (55:9).
           MOVE WS-RUN-DATE TO REPORT-LINE (64:8).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "BEFORE: " DELIMITED BY SIZE
                   WS-BEFORE-PATH DELIMITED BY SPACE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "AFTER:  " DELIMITED BY SIZE
                   WS-AFTER-PATH DELIMITED BY SPACE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       420-WRITE-CHANGE-LINE.
           MOVE 'Y' TO STUDENT-CHANGED-FLAG.
           ADD 1 TO FIELD-CHANGE-COUNT.
           MOVE SPACES TO DETAIL-LINE.
           MOVE AFT-STUDENT-NUMBER TO DTL-STUDENT-NUMBER.
           MOVE AFT-STUDENT-NAME TO DTL-STUDENT-NAME.
           MOVE WS-FIELD-NAME TO DTL-FIELD-NAME.
           MOVE WS-BEFORE-IMAGE TO DTL-BEFORE.
           MOVE WS-AFTER-IMAGE TO DTL-AFTER.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       450-WRITE-TOTALS.
           IF ADDED-COUNT = ZERO AND REMOVED-COUNT = ZERO
               AND CHANGED-COUNT = ZERO
               MOVE "    NO CHANGES BETWEEN THE TWO GENERATIONS"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TOTALS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "STUDENTS BEFORE / BALANCE BEFORE" TO TTL-LABEL.
           MOVE BEFORE-COUNT TO TTL-COUNT.
           MOVE BEFORE-TOTAL TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STUDENTS AFTER / BALANCE AFTER" TO TTL-LABEL.
           MOVE AFTER-COUNT TO TTL-COUNT.
           MOVE AFTER-TOTAL TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STUDENTS ADDED / BALANCE ADDED" TO TTL-LABEL.
           MOVE ADDED-COUNT TO TTL-COUNT.
           MOVE ADDED-TOTAL TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STUDENTS REMOVED / BALANCE REMOVED" TO TTL-LABEL.
           MOVE REMOVED-COUNT TO TTL-COUNT.
           MOVE REMOVED-TOTAL TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "STUDENTS CHANGED" TO TTL-LABEL.
           MOVE CHANGED-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STUDENTS UNCHANGED" TO TTL-LABEL.
           MOVE UNCHANGED-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FIELD CHANGES" TO TTL-LABEL.
           MOVE FIELD-CHANGE-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "NET BALANCE MOVEMENT" TO TTL-LABEL.
           MOVE NET-MOVEMENT TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF LEDGER-READ-FLAG = "NO"
               MOVE "    STULEDG.TXT NOT AVAILABLE - NOT TIED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "STULEDG.TXT NET, ENTRIES DATED "
                       DELIMITED BY SIZE
                       WS-LEDGER-FROM DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       WS-LEDGER-TO DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO TOTAL-LINE
               MOVE "  LEDGER ENTRIES / LEDGER NET" TO TTL-LABEL
               MOVE LEDGER-ENTRY-COUNT TO TTL-COUNT
               MOVE LEDGER-NET TO TTL-AMOUNT
               MOVE TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO TOTAL-LINE
               MOVE "MOVEMENT LESS LEDGER NET" TO TTL-LABEL
               MOVE TIE-DIFFERENCE TO TTL-AMOUNT
               MOVE TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               IF TIE-DIFFERENCE = ZERO
                   MOVE "    MOVEMENT TIES TO THE LEDGER" TO REPORT-LINE
               ELSE
                   MOVE "    *** MOVEMENT DOES NOT TIE TO THE LEDGER"
                       TO REPORT-LINE
                   MOVE " ***" TO REPORT-LINE (44:4)
               END-IF
               WRITE REPORT-LINE
           END-IF.

       500-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "MASTER-DELTA-REPORT" TO AUDIT-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           IF LEDGER-READ-FLAG = "YES" AND TIE-DIFFERENCE NOT = ZERO
               STRING "ADD=" DELIMITED BY SIZE
                   ADDED-COUNT DELIMITED BY SIZE
                   " REM=" DELIMITED BY SIZE
                   REMOVED-COUNT DELIMITED BY SIZE
                   " CHG=" DELIMITED BY SIZE
                   CHANGED-COUNT DELIMITED BY SIZE
                   " NOT TIED" DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
           ELSE
               STRING "ADD=" DELIMITED BY SIZE
                   ADDED-COUNT DELIMITED BY SIZE
                   " REM=" DELIMITED BY SIZE
                   REMOVED-COUNT DELIMITED BY SIZE
                   " CHG=" DELIMITED BY SIZE
                   CHANGED-COUNT DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "MASTER-DELTA-REPORT" TO RRG-PROGRAM-NAME.
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

       END PROGRAM MASTER-DELTA-REPORT.
