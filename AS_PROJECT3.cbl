      *       rerun batch books to the night it belongs to; with no
      *       business date on file the system date applies as
      *       before.
      *   15/10/2026 HE  Carry the new TRM-CENSUS-DATE (see
      *       TERMMAST.DAT) through the term master rewrite.
      *   15/10/2026 HE  BATCH_PREVIEW Y runs the assessment as a
      *       preview: the report is headed PREVIEW and lists every
      *       charge that would be made with totals, but no balance,
      *       ledger entry or assessed flag on the term master is
      *       written and the audit entry is marked PREVIEW.
      *   15/10/2026 HE  The ASSESS file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      *   15/10/2026 HE  Refuses to run when the run date falls in a
      *       fiscal year already closed by LEDGER-YEAR-CLOSE (asked of
      *       LEDGER-PERIOD-CHECK, see LEDGCHK.DAT), so no ledger entry
      *       is ever booked into a closed year.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION-ASSESSMENT.
           05 TERM-IDX PIC 9(2).
           05 TERM-MATCH-IDX PIC 9(2) VALUE ZERO.
           05 WS-CURRENT-TERM PIC X(5).
           05 WS-PREVIEW-FLAG PIC X(1) VALUE "N".

       01 TERM-VALUES.
           05 TERM-ENTRY OCCURS 20 TIMES.
               10 TRM-TBL-BILL-DUE PIC 9(8).
               10 TRM-TBL-STATUS PIC X(1).
               10 TRM-TBL-ASSESSED PIC X(1).
               10 TRM-TBL-CENSUS PIC 9(8).

       01 RATE-VALUES.
           05 RATE-TABLE OCCURS 20 TIMES.
           05 FILLER PIC X(2) VALUE SPACES.
           05 NRL-REASON PIC X(23) VALUE "NO RATE ON FILE".

       01 CHARGE-LINE.
           05 CGL-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CGL-STUDENT-NAME PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CGL-PROGRAM-CODE PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CGL-AMOUNT PIC $$$,$$9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 CGL-RESULT PIC X(12) VALUE "WOULD CHARGE".

       01 PREVIEW-TOTAL-LINE.
           05 PTL-LABEL PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PTL-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PTL-AMOUNT PIC $$$,$$$,$$9.99.

       COPY "LEDGCHK.DAT".

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-ASSESSMENT.
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
           OPEN OUTPUT ASSESS-REPORT.
           IF WS-PREVIEW-FLAG = "Y"
               PERFORM 400-WRITE-PREVIEW-HEADINGS
           ELSE
               MOVE "STUDENTS WITH NO TUITION RATE ON FILE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM 200-READ-STUDENT.
           PERFORM UNTIL EOF-FLAG = "YES"
               PERFORM 300-ASSESS-STUDENT
               PERFORM 200-READ-STUDENT
           END-PERFORM.
           IF WS-PREVIEW-FLAG = "Y"
               PERFORM 450-WRITE-PREVIEW-TOTALS
           END-IF.
           CLOSE STUDENT-RECORD ASSESS-REPORT.
           MOVE "ASSESS" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           IF WS-PREVIEW-FLAG = "N"
               PERFORM 118-FLAG-TERM-ASSESSED
           END-IF.
           PERFORM 500-WRITE-AUDIT-LOG.
           PERFORM 810-CLEAR-LOCK.
           IF WS-PREVIEW-FLAG = "Y"
               DISPLAY "ASSESSMENT PREVIEW COMPLETE, WOULD ASSESS: "
                   ASSESSED-COUNT " NO RATE: " NO-RATE-COUNT
                   UPON CONSOLE
           ELSE
               DISPLAY "ASSESSMENT COMPLETE, ASSESSED: " ASSESSED-COUNT
                   " NO RATE: " NO-RATE-COUNT UPON CONSOLE
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

       115-FIND-CURRENT-TERM.
           MOVE ZERO TO TERM-COUNT.
                               TO TRM-TBL-STATUS (TERM-COUNT)
                           MOVE TRM-ASSESSED-FLAG
                               TO TRM-TBL-ASSESSED (TERM-COUNT)
                           IF TRM-CENSUS-DATE IS NUMERIC
                               MOVE TRM-CENSUS-DATE
                                   TO TRM-TBL-CENSUS (TERM-COUNT)
                           ELSE
                               MOVE ZERO TO TRM-TBL-CENSUS (TERM-COUNT)
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE TRM-TBL-BILL-DUE (TERM-IDX) TO TRM-BILL-DUE-DATE
               MOVE TRM-TBL-STATUS (TERM-IDX) TO TRM-STATUS
               MOVE TRM-TBL-ASSESSED (TERM-IDX) TO TRM-ASSESSED-FLAG
               MOVE TRM-TBL-CENSUS (TERM-IDX) TO TRM-CENSUS-DATE
               WRITE TERM-MASTER-RECORD
           END-PERFORM.
           CLOSE TERM-MASTER.
       300-ASSESS-STUDENT.
           PERFORM 310-FIND-RATE.
           IF FOUND-FLAG = 'Y'
               ADD 1 TO ASSESSED-COUNT
               ADD WS-TERM-RATE TO ASSESSED-TOTAL
               IF WS-PREVIEW-FLAG = "Y"
                   PERFORM 325-REPORT-CHARGE
               ELSE
                   ADD WS-TERM-RATE TO TUITION-OWED
                   REWRITE STUDENTS
                   PERFORM 330-WRITE-LEDGER
               END-IF
           ELSE
               PERFORM 320-REPORT-NO-RATE
           END-IF.
           DISPLAY "NO RATE ON FILE FOR STUDENT " STUDENT-NUMBER
               " PROGRAM: " PROGRAM-OF-STUDY UPON CONSOLE.

       325-REPORT-CHARGE.
           MOVE STUDENT-NUMBER TO CGL-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO CGL-STUDENT-NAME.
           MOVE PROGRAM-OF-STUDY TO CGL-PROGRAM-CODE.
           MOVE WS-TERM-RATE TO CGL-AMOUNT.
           MOVE CHARGE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       330-WRITE-LEDGER.
           OPEN EXTEND LEDGER-FILE.
           IF LGR-STAT = "35"
           WRITE LEDGER-RECORD.
           CLOSE LEDGER-FILE.

       400-WRITE-PREVIEW-HEADINGS.
           MOVE SPACES TO REPORT-LINE.
           STRING "TUITION ASSESSMENT PREVIEW - NO CHANGES - TERM "
                   DELIMITED BY SIZE
                   WS-CURRENT-TERM DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CHARGES THAT WOULD BE ASSESSED AND STUDENTS WITH NO "
               TO REPORT-LINE.
           MOVE "RATE ON FILE" TO REPORT-LINE (53:12).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       450-WRITE-PREVIEW-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO PREVIEW-TOTAL-LINE.
           MOVE "STUDENTS WOULD BE CHARGED" TO PTL-LABEL.
           MOVE ASSESSED-COUNT TO PTL-COUNT.
           MOVE ASSESSED-TOTAL TO PTL-AMOUNT.
           MOVE PREVIEW-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO PREVIEW-TOTAL-LINE.
           MOVE "STUDENTS WITH NO RATE ON FILE" TO PTL-LABEL.
           MOVE NO-RATE-COUNT TO PTL-COUNT.
           MOVE PREVIEW-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       500-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "35"
           MOVE "TUITION-ASSESSMENT" TO AUDIT-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           IF WS-PREVIEW-FLAG = "Y"
               STRING "PREVIEW WOULD-ASSESS=" DELIMITED BY SIZE
                   ASSESSED-COUNT DELIMITED BY SIZE
                   " CHARGE=" DELIMITED BY SIZE
                   ASSESSED-TOTAL DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
           ELSE
               STRING "ASSESSED=" DELIMITED BY SIZE
                   ASSESSED-COUNT DELIMITED BY SIZE
                   " CHARGED=" DELIMITED BY SIZE
                   ASSESSED-TOTAL DELIMITED BY SIZE
                   " NORATE=" DELIMITED BY SIZE
                   NO-RATE-COUNT DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "TUITION-ASSESSMENT" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       800-CHECK-AND-SET-LOCK.
           ACCEPT WS-STULOCK-PATH FROM ENVIRONMENT "STULOCK_FILE".
           IF WS-STULOCK-PATH = SPACES
