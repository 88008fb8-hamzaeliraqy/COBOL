      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: LEDGER RECONCILIATION - proves the student ledger
      *          (STULEDG.TXT, see STULEDG.DAT) adds up to the
      *          TUITION-OWED actually carried on STUFILE-C.TXT. The
      *          ledger is sorted by student number in the order it
      *          was written and each student's debits and credits are
      *          netted - every LGR-TYPE (AS, DB, CR, PY, AD, RF, RV,
      *          NS, PC, MG, LF, DR, VC, SS, OB) by its LGR-DC - then
      *          matched against the master in key order. Every student
      *          whose ledger net differs from the master balance is
      *          listed on LEDGREC_YYYYMMDD_HHMMSS.TXT with the
      *          difference and the last ledger entry posted for them;
      *          that includes a master balance with no ledger entries
      *          behind it and a ledger balance for a number no longer
      *          on the master.
      *          The report ends with shop-wide totals and the debit
      *          and credit totals by ledger type. GOBACKs with return
      *          code 8 when anything is out of balance so
      *          BATCH-DRIVER records the step as failed and the
      *          morning run-health page shows it.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      *   15/10/2026 HE  The LEDGREC file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      *   15/10/2026 HE  Types VC, SS and OB have their own lines in the
      *       activity by type instead of falling into OTHER; an OB
      *       opening balance is what the rest of a student's entries
      *       after a year-end close net against.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-RECONCILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO WS-STULEDG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LGR-STAT.

           SELECT STUDENT-RECORD ASSIGN TO WS-STUFILE-OUT-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STUDENT-NUMBER
           ALTERNATE RECORD KEY IS STUDENT-NAME
               WITH DUPLICATES
           FILE STATUS IS STATUS-FIELD.

           SELECT SORT-WORK-FILE ASSIGN TO "LRSORT.TMP".

           SELECT RECON-REPORT ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS-FIELD.

           SELECT BUSDATE-FILE ASSIGN TO WS-BUSDATE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUSDATE-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
           COPY "STULEDG.DAT".

       FD STUDENT-RECORD.
       01 STUDENTS.
           05 STUDENT-NUMBER PIC 9(6).
           05 TUITION-OWED PIC 9(6)V99.
           05 STUDENT-NAME PIC X(40).
           05 PROGRAM-OF-STUDY PIC X(5).
           COPY "COURSDTL.DAT".
           05 STUDENT-STANDING PIC X(1).

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-STUDENT-NUMBER PIC 9(6).
           05 SORT-SEQUENCE PIC 9(8).
           05 SORT-DATE PIC 9(8).
           05 SORT-SOURCE PIC X(20).
           05 SORT-TYPE PIC X(2).
           05 SORT-DC PIC X(1).
           05 SORT-AMOUNT PIC 9(6)V99.

       FD RECON-REPORT.
       01 REPORT-LINE PIC X(132).

       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.DAT".

       FD BUSDATE-FILE.
           COPY "BUSDATE.DAT".

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 WS-BUSDATE-PATH PIC X(60).
           05 BUSDATE-STAT PIC X(2).
           05 LGR-STAT PIC X(2).
           05 STATUS-FIELD PIC X(2).
           05 LGR-EOF PIC X(3) VALUE "NO".
           05 SORT-EOF-FLAG PIC X(3) VALUE "NO".
           05 MASTER-EOF PIC X(3) VALUE "NO".
           05 ON-MASTER-FLAG PIC X(1).
           05 MASTER-OPEN-FLAG PIC X(3) VALUE "NO".
           05 WS-SEQUENCE PIC 9(8) VALUE ZERO.
           05 TYPE-IDX PIC 9(2).
           05 FOUND-FLAG PIC X(1).
           05 WS-CURRENT-STUDENT PIC 9(6).
           05 WS-LEDGER-NET PIC S9(8)V99.
           05 WS-MASTER-BALANCE PIC S9(8)V99.
           05 WS-DIFFERENCE PIC S9(8)V99.
           05 WS-STUDENT-NAME PIC X(40).
           05 WS-LAST-DATE PIC 9(8).
           05 WS-LAST-SOURCE PIC X(20).
           05 WS-LAST-TYPE PIC X(2).
           05 WS-LAST-DC PIC X(1).
           05 WS-LAST-AMOUNT PIC 9(6)V99.
           05 WS-ENTRY-COUNT PIC 9(6).
           05 LEDGER-RECORD-COUNT PIC 9(8) VALUE ZERO.
           05 MASTER-COUNT PIC 9(6) VALUE ZERO.
           05 IN-BALANCE-COUNT PIC 9(6) VALUE ZERO.
           05 OUT-BALANCE-COUNT PIC 9(6) VALUE ZERO.
           05 NO-LEDGER-COUNT PIC 9(6) VALUE ZERO.
           05 NOT-ON-MASTER-COUNT PIC 9(6) VALUE ZERO.
           05 MASTER-TOTAL PIC S9(10)V99 VALUE ZERO.
           05 LEDGER-TOTAL PIC S9(10)V99 VALUE ZERO.
           05 DIFFERENCE-TOTAL PIC S9(10)V99 VALUE ZERO.
           05 WS-STULEDG-PATH PIC X(60).
           05 WS-STUFILE-OUT-PATH PIC X(60).
           05 WS-REPORT-DIR PIC X(40).
           05 WS-REPORT-FILENAME PIC X(60).
           05 WS-AUDIT-LOG-PATH PIC X(60).
           05 AUDIT-STATUS-FIELD PIC X(2).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).

       01 TYPE-CODE-VALUES.
           05 FILLER PIC X(32)
               VALUE "ASDBCRPYADRFRVNSPCMGLFDRVCSSOB**".
       01 TYPE-CODES REDEFINES TYPE-CODE-VALUES.
           05 TYPE-CODE PIC X(2) OCCURS 16 TIMES.

       01 TYPE-TOTAL-VALUES.
           05 TYPE-TOTAL-ENTRY OCCURS 16 TIMES.
               10 TYPE-DEBIT-TOTAL PIC 9(10)V99.
               10 TYPE-CREDIT-TOTAL PIC 9(10)V99.
               10 TYPE-ENTRY-COUNT PIC 9(8).

       01 HEADING-LINE.
           05 FILLER PIC X(8) VALUE "STUDENT".
           05 FILLER PIC X(27) VALUE "NAME".
           05 FILLER PIC X(15) VALUE "  MASTER BAL".
           05 FILLER PIC X(15) VALUE "  LEDGER NET".
           05 FILLER PIC X(15) VALUE "  DIFFERENCE".
           05 FILLER PIC X(52) VALUE
               "  LAST ENTRY: DATE    TYPE D/C      AMOUNT  SOURCE".

       01 DETAIL-LINE.
           05 DTL-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-STUDENT-NAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-MASTER-BALANCE PIC $$$,$$9.99-.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-LEDGER-NET PIC $$$,$$9.99-.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-DIFFERENCE PIC $$$,$$9.99-.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-LAST-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-LAST-TYPE PIC X(2).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DTL-LAST-DC PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-LAST-AMOUNT PIC $$$,$$9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-LAST-SOURCE PIC X(20).

       01 TOTAL-LINE.
           05 TTL-LABEL PIC X(40).
           05 TTL-COUNT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TTL-AMOUNT PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER PIC X(59) VALUE SPACES.

       01 TYPE-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TYL-TYPE PIC X(5).
           05 TYL-COUNT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(10) VALUE "  DEBITS ".
           05 TYL-DEBITS PIC $$$,$$$,$$$,$$9.99.
           05 FILLER PIC X(10) VALUE "  CREDITS ".
           05 TYL-CREDITS PIC $$$,$$$,$$$,$$9.99.
           05 FILLER PIC X(57) VALUE SPACES.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-RECONCILE.
           PERFORM 110-GET-FILE-PATHS.
           PERFORM VARYING TYPE-IDX FROM 1 BY 1 UNTIL TYPE-IDX > 16
               MOVE ZERO TO TYPE-DEBIT-TOTAL (TYPE-IDX)
               MOVE ZERO TO TYPE-CREDIT-TOTAL (TYPE-IDX)
               MOVE ZERO TO TYPE-ENTRY-COUNT (TYPE-IDX)
           END-PERFORM.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-STUDENT-NUMBER SORT-SEQUENCE
               INPUT PROCEDURE IS 200-BUILD-SORT-FILE
               OUTPUT PROCEDURE IS 400-MATCH-AND-REPORT.
           IF MASTER-OPEN-FLAG = "NO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 500-WRITE-AUDIT-LOG.
           DISPLAY "LEDGER RECONCILIATION COMPLETE, STUDENTS: "
               MASTER-COUNT " OUT OF BALANCE: " OUT-BALANCE-COUNT
               UPON CONSOLE.
           IF OUT-BALANCE-COUNT > ZERO
               DISPLAY "LEDGER DOES NOT AGREE WITH STUFILE-C.TXT - "
                   "SEE LEDGREC REPORT" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       110-GET-FILE-PATHS.
           ACCEPT WS-STULEDG-PATH FROM ENVIRONMENT "STULEDG_FILE".
           IF WS-STULEDG-PATH = SPACES
               MOVE "C:\Users\hamza\STULEDG.TXT" TO WS-STULEDG-PATH
           END-IF.
           ACCEPT WS-STUFILE-OUT-PATH FROM ENVIRONMENT "STUFILE_OUT".
           IF WS-STUFILE-OUT-PATH = SPACES
               MOVE "C:\Users\hamza\STUFILE-C.txt"
                   TO WS-STUFILE-OUT-PATH
           END-IF.
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "AUDIT_LOG_FILE".
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\hamza\AUDITLOG.TXT" TO WS-AUDIT-LOG-PATH
           END-IF.
           ACCEPT WS-REPORT-DIR FROM ENVIRONMENT "LEDGREC_DIR".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 112-GET-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "LEDGREC_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.

       200-BUILD-SORT-FILE.
           OPEN INPUT LEDGER-FILE.
           IF LGR-STAT NOT = "00"
               DISPLAY "STULEDG.TXT NOT AVAILABLE - EVERY MASTER "
                   "BALANCE IS CHECKED AGAINST A NIL LEDGER"
                   UPON CONSOLE
           ELSE
               PERFORM 210-READ-LEDGER
               PERFORM UNTIL LGR-EOF = "YES"
                   PERFORM 220-RELEASE-LEDGER-ENTRY
                   PERFORM 210-READ-LEDGER
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       210-READ-LEDGER.
           READ LEDGER-FILE
               AT END MOVE "YES" TO LGR-EOF
           END-READ.

       220-RELEASE-LEDGER-ENTRY.
           ADD 1 TO LEDGER-RECORD-COUNT.
           ADD 1 TO WS-SEQUENCE.
           MOVE LGR-STUDENT-NUMBER TO SORT-STUDENT-NUMBER.
           MOVE WS-SEQUENCE TO SORT-SEQUENCE.
           MOVE LGR-DATE TO SORT-DATE.
           MOVE LGR-SOURCE TO SORT-SOURCE.
           MOVE LGR-TYPE TO SORT-TYPE.
           MOVE LGR-DC TO SORT-DC.
           IF LGR-AMOUNT IS NUMERIC
               MOVE LGR-AMOUNT TO SORT-AMOUNT
           ELSE
               MOVE ZERO TO SORT-AMOUNT
           END-IF.
           MOVE 'N' TO FOUND-FLAG.
           PERFORM VARYING TYPE-IDX FROM 1 BY 1
               UNTIL FOUND-FLAG = 'Y' OR TYPE-IDX > 15
               IF TYPE-CODE (TYPE-IDX) = LGR-TYPE
                   MOVE 'Y' TO FOUND-FLAG
               END-IF
           END-PERFORM.
           IF FOUND-FLAG = 'Y'
               SUBTRACT 1 FROM TYPE-IDX
           END-IF.
           ADD 1 TO TYPE-ENTRY-COUNT (TYPE-IDX).
           IF LGR-DC = "D"
               ADD SORT-AMOUNT TO TYPE-DEBIT-TOTAL (TYPE-IDX)
           ELSE
               ADD SORT-AMOUNT TO TYPE-CREDIT-TOTAL (TYPE-IDX)
           END-IF.
           RELEASE SORT-RECORD.

       400-MATCH-AND-REPORT.
           OPEN INPUT STUDENT-RECORD.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "STUDENT-RECORD OPEN FAILED, FILE STATUS = "
                   STATUS-FIELD UPON CONSOLE
           ELSE
               MOVE "YES" TO MASTER-OPEN-FLAG
               OPEN OUTPUT RECON-REPORT
               MOVE "STUDENT LEDGER VS. MASTER BALANCE RECONCILIATION"
                   TO REPORT-LINE
               MOVE "RUN DATE " TO REPORT-LINE (55:9)
               MOVE WS-RUN-DATE TO REPORT-LINE (64:8)
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE HEADING-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 410-RETURN-SORTED
               PERFORM 420-READ-MASTER
               PERFORM UNTIL SORT-EOF-FLAG = "YES"
                   AND MASTER-EOF = "YES"
                   PERFORM 430-MATCH-ONE-STUDENT
               END-PERFORM
               PERFORM 450-WRITE-TOTALS
               CLOSE RECON-REPORT STUDENT-RECORD
               MOVE "LEDGREC" TO RRG-REPORT-ID
               MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME
               PERFORM 590-REGISTER-REPORT
           END-IF.

       410-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END MOVE "YES" TO SORT-EOF-FLAG
           END-RETURN.

       420-READ-MASTER.
           READ STUDENT-RECORD
               AT END MOVE "YES" TO MASTER-EOF
           END-READ.

       430-MATCH-ONE-STUDENT.
           MOVE ZERO TO WS-LEDGER-NET.
           MOVE ZERO TO WS-MASTER-BALANCE.
           MOVE ZERO TO WS-ENTRY-COUNT.
           MOVE SPACES TO WS-STUDENT-NAME.
           MOVE 'Y' TO ON-MASTER-FLAG.
           IF SORT-EOF-FLAG = "YES"
               OR (MASTER-EOF = "NO"
               AND STUDENT-NUMBER < SORT-STUDENT-NUMBER)
               MOVE STUDENT-NUMBER TO WS-CURRENT-STUDENT
               PERFORM 440-TAKE-MASTER
           ELSE
           IF MASTER-EOF = "YES"
               OR SORT-STUDENT-NUMBER < STUDENT-NUMBER
               MOVE SORT-STUDENT-NUMBER TO WS-CURRENT-STUDENT
               PERFORM 445-NET-LEDGER-GROUP
               MOVE 'N' TO ON-MASTER-FLAG
               MOVE "*** NOT ON MASTER ***" TO WS-STUDENT-NAME
               IF WS-LEDGER-NET NOT = ZERO
                   ADD 1 TO NOT-ON-MASTER-COUNT
               END-IF
           ELSE
               MOVE STUDENT-NUMBER TO WS-CURRENT-STUDENT
               PERFORM 445-NET-LEDGER-GROUP
               PERFORM 440-TAKE-MASTER
           END-IF
           END-IF.
           IF WS-ENTRY-COUNT = ZERO
               ADD 1 TO NO-LEDGER-COUNT
           END-IF.
           ADD WS-LEDGER-NET TO LEDGER-TOTAL.
           COMPUTE WS-DIFFERENCE = WS-MASTER-BALANCE - WS-LEDGER-NET.
           IF WS-DIFFERENCE = ZERO
               IF ON-MASTER-FLAG = 'Y'
                   ADD 1 TO IN-BALANCE-COUNT
               END-IF
           ELSE
               ADD 1 TO OUT-BALANCE-COUNT
               ADD WS-DIFFERENCE TO DIFFERENCE-TOTAL
               PERFORM 460-WRITE-DETAIL-LINE
           END-IF.

       440-TAKE-MASTER.
           ADD 1 TO MASTER-COUNT.
           MOVE TUITION-OWED TO WS-MASTER-BALANCE.
           ADD TUITION-OWED TO MASTER-TOTAL.
           MOVE STUDENT-NAME TO WS-STUDENT-NAME.
           PERFORM 420-READ-MASTER.

       445-NET-LEDGER-GROUP.
           PERFORM UNTIL SORT-EOF-FLAG = "YES"
               OR SORT-STUDENT-NUMBER NOT = WS-CURRENT-STUDENT
               ADD 1 TO WS-ENTRY-COUNT
               IF SORT-DC = "D"
                   ADD SORT-AMOUNT TO WS-LEDGER-NET
               ELSE
                   SUBTRACT SORT-AMOUNT FROM WS-LEDGER-NET
               END-IF
               MOVE SORT-DATE TO WS-LAST-DATE
               MOVE SORT-SOURCE TO WS-LAST-SOURCE
               MOVE SORT-TYPE TO WS-LAST-TYPE
               MOVE SORT-DC TO WS-LAST-DC
               MOVE SORT-AMOUNT TO WS-LAST-AMOUNT
               PERFORM 410-RETURN-SORTED
           END-PERFORM.

       450-WRITE-TOTALS.
           IF OUT-BALANCE-COUNT = ZERO
               MOVE "    NO STUDENTS OUT OF BALANCE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SHOP TOTALS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "LEDGER RECORDS READ" TO TTL-LABEL.
           MOVE LEDGER-RECORD-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STUDENTS ON MASTER / MASTER BALANCE" TO TTL-LABEL.
           MOVE MASTER-COUNT TO TTL-COUNT.
           MOVE MASTER-TOTAL TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "LEDGER NET, ALL STUDENTS" TO TTL-LABEL.
           MOVE LEDGER-TOTAL TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "STUDENTS IN BALANCE" TO TTL-LABEL.
           MOVE IN-BALANCE-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STUDENTS OUT OF BALANCE / NET DIFFERENCE"
               TO TTL-LABEL.
           MOVE OUT-BALANCE-COUNT TO TTL-COUNT.
           MOVE DIFFERENCE-TOTAL TO TTL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "  OF WHICH: NO LEDGER ENTRIES AT ALL" TO TTL-LABEL.
           MOVE NO-LEDGER-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  OF WHICH: LEDGER BALANCE, NOT ON MASTER"
               TO TTL-LABEL.
           MOVE NOT-ON-MASTER-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "LEDGER ACTIVITY BY TYPE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING TYPE-IDX FROM 1 BY 1 UNTIL TYPE-IDX > 16
               IF TYPE-ENTRY-COUNT (TYPE-IDX) > ZERO
                   IF TYPE-IDX = 16
                       MOVE "OTHER" TO TYL-TYPE
                   ELSE
                       MOVE TYPE-CODE (TYPE-IDX) TO TYL-TYPE
                   END-IF
                   MOVE TYPE-ENTRY-COUNT (TYPE-IDX) TO TYL-COUNT
                   MOVE TYPE-DEBIT-TOTAL (TYPE-IDX) TO TYL-DEBITS
                   MOVE TYPE-CREDIT-TOTAL (TYPE-IDX) TO TYL-CREDITS
                   MOVE TYPE-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       460-WRITE-DETAIL-LINE.
           MOVE WS-CURRENT-STUDENT TO DTL-STUDENT-NUMBER.
           MOVE WS-STUDENT-NAME TO DTL-STUDENT-NAME.
           MOVE WS-MASTER-BALANCE TO DTL-MASTER-BALANCE.
           MOVE WS-LEDGER-NET TO DTL-LEDGER-NET.
           MOVE WS-DIFFERENCE TO DTL-DIFFERENCE.
           IF WS-ENTRY-COUNT = ZERO
               MOVE "NONE" TO DTL-LAST-DATE
               MOVE SPACES TO DTL-LAST-TYPE
               MOVE SPACES TO DTL-LAST-DC
               MOVE ZERO TO DTL-LAST-AMOUNT
               MOVE "NO LEDGER ENTRIES" TO DTL-LAST-SOURCE
           ELSE
               MOVE WS-LAST-DATE TO DTL-LAST-DATE
               MOVE WS-LAST-TYPE TO DTL-LAST-TYPE
               MOVE WS-LAST-DC TO DTL-LAST-DC
               MOVE WS-LAST-AMOUNT TO DTL-LAST-AMOUNT
               MOVE WS-LAST-SOURCE TO DTL-LAST-SOURCE
           END-IF.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       500-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "LEDGER-RECONCILE" TO AUDIT-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           STRING "STUDENTS=" DELIMITED BY SIZE
                   MASTER-COUNT DELIMITED BY SIZE
                   " OUT=" DELIMITED BY SIZE
                   OUT-BALANCE-COUNT DELIMITED BY SIZE
                   " LEDGER-RECS=" DELIMITED BY SIZE
                   LEDGER-RECORD-COUNT DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "LEDGER-RECONCILE" TO RRG-PROGRAM-NAME.
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

       END PROGRAM LEDGER-RECONCILE.
