      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: CENSUS HEADCOUNT REPORT - the statutory enrollment
      *          return for one term, built only from the frozen
      *          census snapshot on CENSUS.TXT (see CENSUS.DAT), never
      *          from the live master, so a rerun months later prints
      *          the same figures. For each program of study and in
      *          total: headcount full-time, part-time and all, and
      *          FTE full-time, part-time and all, using the load
      *          status and FTE fixed at snapshot time. Students with
      *          no course in the term (status N) are shown as a
      *          count only. CENSUS_TERM picks the term; unset means
      *          the term most recently added to CENSUS.TXT. Output is
      *          CENSUSRPT_<term>_YYYYMMDD_HHMMSS.TXT in CENSUS_DIR.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      *   15/10/2026 HE  The CENSUSRPT file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSUS-HEADCOUNT-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CENSUS-FILE ASSIGN TO WS-CENSUS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CEN-STAT.

           SELECT HEADCOUNT-REPORT ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.
       FD CENSUS-FILE.
           COPY "CENSUS.DAT".

       FD HEADCOUNT-REPORT.
       01 REPORT-LINE PIC X(90).

       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.DAT".

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 CEN-STAT PIC X(2).
           05 CEN-EOF PIC X(3).
           05 WS-CENSUS-TERM PIC X(5) VALUE SPACES.
           05 WS-CENSUS-DATE PIC 9(8) VALUE ZERO.
           05 WS-FULL-TIME-HOURS PIC 9(2) VALUE ZERO.
           05 PROGRAM-COUNT PIC 9(2) VALUE ZERO.
           05 PROGRAM-IDX PIC 9(2).
           05 SHIFT-IDX PIC S9(3).
           05 FOUND-FLAG PIC X(1).
           05 LINES-READ PIC 9(6) VALUE ZERO.
           05 OVERFLOW-COUNT PIC 9(6) VALUE ZERO.
           05 TOT-FT-HEAD PIC 9(6) VALUE ZERO.
           05 TOT-PT-HEAD PIC 9(6) VALUE ZERO.
           05 TOT-NE-HEAD PIC 9(6) VALUE ZERO.
           05 TOT-FT-FTE PIC 9(6)V99 VALUE ZERO.
           05 TOT-PT-FTE PIC 9(6)V99 VALUE ZERO.
           05 WS-ALL-HEAD PIC 9(6).
           05 WS-ALL-FTE PIC 9(6)V99.
           05 WS-CENSUS-PATH PIC X(60).
           05 WS-REPORT-DIR PIC X(40).
           05 WS-REPORT-FILENAME PIC X(60).
           05 WS-AUDIT-LOG-PATH PIC X(60).
           05 AUDIT-STATUS-FIELD PIC X(2).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).

       01 PROGRAM-VALUES.
           05 PROGRAM-ENTRY OCCURS 50 TIMES.
               10 PRG-TBL-CODE PIC X(5).
               10 PRG-TBL-FT-HEAD PIC 9(6).
               10 PRG-TBL-PT-HEAD PIC 9(6).
               10 PRG-TBL-NE-HEAD PIC 9(6).
               10 PRG-TBL-FT-FTE PIC 9(6)V99.
               10 PRG-TBL-PT-FTE PIC 9(6)V99.

       01 HEADER-LINE-1.
           05 FILLER PIC X(36) VALUE
               "STATUTORY ENROLLMENT RETURN - TERM ".
           05 HDR-TERM PIC X(5).
           05 FILLER PIC X(15) VALUE "  CENSUS DATE ".
           05 HDR-CENSUS-DATE PIC 9(8).
           05 FILLER PIC X(26) VALUE SPACES.

       01 HEADER-LINE-2.
           05 FILLER PIC X(37) VALUE
               "FROM CENSUS SNAPSHOT - FULL-TIME AT ".
           05 HDR-FULL-TIME PIC Z9.
           05 FILLER PIC X(51) VALUE " CREDIT HOURS OR MORE".

       01 COLUMN-LINE-1.
           05 FILLER PIC X(9) VALUE SPACES.
           05 FILLER PIC X(33) VALUE
               "-------- HEADCOUNT --------".
           05 FILLER PIC X(30) VALUE
               "----------- FTE -----------".
           05 FILLER PIC X(18) VALUE SPACES.

       01 COLUMN-LINE-2.
           05 FILLER PIC X(9) VALUE "PROGRAM".
           05 FILLER PIC X(9) VALUE "   FULL".
           05 FILLER PIC X(9) VALUE "   PART".
           05 FILLER PIC X(9) VALUE "  TOTAL".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "     FULL".
           05 FILLER PIC X(10) VALUE "     PART".
           05 FILLER PIC X(10) VALUE "    TOTAL".
           05 FILLER PIC X(11) VALUE "  NOT ENRL".
           05 FILLER PIC X(10) VALUE SPACES.

       01 DETAIL-LINE.
           05 DTL-PROGRAM PIC X(9).
           05 DTL-FT-HEAD PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-PT-HEAD PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-ALL-HEAD PIC ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DTL-FT-FTE PIC ZZZ,ZZ9.99.
           05 DTL-PT-FTE PIC ZZZ,ZZ9.99.
           05 DTL-ALL-FTE PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-NE-HEAD PIC ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE SPACES.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-REPORT.
           PERFORM 110-GET-FILE-PATHS.
           IF WS-CENSUS-TERM = SPACES
               PERFORM 120-FIND-LATEST-TERM
           END-IF.
           IF WS-CENSUS-TERM = SPACES
               DISPLAY "CENSUS.TXT NOT ON FILE OR EMPTY - NO SNAPSHOT "
                   "TO REPORT" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 200-ACCUMULATE-SNAPSHOT.
           IF LINES-READ = ZERO
               DISPLAY "NO CENSUS SNAPSHOT FOR TERM " WS-CENSUS-TERM
                   UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "CENSUSRPT_" DELIMITED BY SIZE
                   WS-CENSUS-TERM DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.
           OPEN OUTPUT HEADCOUNT-REPORT.
           PERFORM 400-PRINT-REPORT.
           CLOSE HEADCOUNT-REPORT.
           MOVE "CENSUSRPT" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           PERFORM 500-WRITE-AUDIT-LOG.
           DISPLAY "CENSUS HEADCOUNT REPORT COMPLETE, TERM: "
               WS-CENSUS-TERM " STUDENTS: " LINES-READ UPON CONSOLE.
           IF OVERFLOW-COUNT > ZERO
               DISPLAY "MORE THAN 50 PROGRAMS - " OVERFLOW-COUNT
                   " STUDENTS IN TOTALS ONLY" UPON CONSOLE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       110-GET-FILE-PATHS.
           ACCEPT WS-CENSUS-PATH FROM ENVIRONMENT "CENSUS_FILE".
           IF WS-CENSUS-PATH = SPACES
               MOVE "C:\Users\hamza\CENSUS.TXT" TO WS-CENSUS-PATH
           END-IF.
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "AUDIT_LOG_FILE".
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\hamza\AUDITLOG.TXT" TO WS-AUDIT-LOG-PATH
           END-IF.
           ACCEPT WS-CENSUS-TERM FROM ENVIRONMENT "CENSUS_TERM".
           ACCEPT WS-REPORT-DIR FROM ENVIRONMENT "CENSUS_DIR".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

      * Snapshots are appended term by term, so the last line on the
      * file belongs to the latest census taken.
       120-FIND-LATEST-TERM.
           MOVE "NO" TO CEN-EOF.
           OPEN INPUT CENSUS-FILE.
           IF CEN-STAT = "00"
               PERFORM UNTIL CEN-EOF = "YES"
                   READ CENSUS-FILE
                       AT END MOVE "YES" TO CEN-EOF
                       NOT AT END MOVE CEN-TERM TO WS-CENSUS-TERM
                   END-READ
               END-PERFORM
               CLOSE CENSUS-FILE
           END-IF.

       200-ACCUMULATE-SNAPSHOT.
           MOVE "NO" TO CEN-EOF.
           OPEN INPUT CENSUS-FILE.
           IF CEN-STAT = "00"
               PERFORM UNTIL CEN-EOF = "YES"
                   READ CENSUS-FILE
                       AT END MOVE "YES" TO CEN-EOF
                       NOT AT END
                           IF CEN-TERM = WS-CENSUS-TERM
                               PERFORM 300-COUNT-STUDENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CENSUS-FILE
           END-IF.

       300-COUNT-STUDENT.
           ADD 1 TO LINES-READ.
           MOVE CEN-CENSUS-DATE TO WS-CENSUS-DATE.
           MOVE CEN-FULL-TIME-HOURS TO WS-FULL-TIME-HOURS.
           PERFORM 310-FIND-PROGRAM.
           EVALUATE TRUE
               WHEN CEN-FULL-TIME
                   ADD 1 TO TOT-FT-HEAD
                   ADD CEN-FTE TO TOT-FT-FTE
               WHEN CEN-PART-TIME
                   ADD 1 TO TOT-PT-HEAD
                   ADD CEN-FTE TO TOT-PT-FTE
               WHEN OTHER
                   ADD 1 TO TOT-NE-HEAD
           END-EVALUATE.
           IF FOUND-FLAG = 'Y'
               EVALUATE TRUE
                   WHEN CEN-FULL-TIME
                       ADD 1 TO PRG-TBL-FT-HEAD (PROGRAM-IDX)
                       ADD CEN-FTE TO PRG-TBL-FT-FTE (PROGRAM-IDX)
                   WHEN CEN-PART-TIME
                       ADD 1 TO PRG-TBL-PT-HEAD (PROGRAM-IDX)
                       ADD CEN-FTE TO PRG-TBL-PT-FTE (PROGRAM-IDX)
                   WHEN OTHER
                       ADD 1 TO PRG-TBL-NE-HEAD (PROGRAM-IDX)
               END-EVALUATE
           ELSE
               ADD 1 TO OVERFLOW-COUNT
           END-IF.

      * Programs are kept in code order as they are met, so the
      * return always lists them the same way.
       310-FIND-PROGRAM.
           MOVE 'N' TO FOUND-FLAG.
           PERFORM VARYING PROGRAM-IDX FROM 1 BY 1
               UNTIL FOUND-FLAG = 'Y' OR PROGRAM-IDX > PROGRAM-COUNT
               OR PRG-TBL-CODE (PROGRAM-IDX) > CEN-PROGRAM-OF-STUDY
               IF PRG-TBL-CODE (PROGRAM-IDX) = CEN-PROGRAM-OF-STUDY
                   MOVE 'Y' TO FOUND-FLAG
               END-IF
           END-PERFORM.
           IF FOUND-FLAG = 'Y'
               SUBTRACT 1 FROM PROGRAM-IDX
           ELSE
               IF PROGRAM-COUNT < 50
                   PERFORM VARYING SHIFT-IDX FROM PROGRAM-COUNT BY -1
                       UNTIL SHIFT-IDX < PROGRAM-IDX
                       MOVE PROGRAM-ENTRY (SHIFT-IDX)
                           TO PROGRAM-ENTRY (SHIFT-IDX + 1)
                   END-PERFORM
                   ADD 1 TO PROGRAM-COUNT
                   MOVE CEN-PROGRAM-OF-STUDY
                       TO PRG-TBL-CODE (PROGRAM-IDX)
                   MOVE ZERO TO PRG-TBL-FT-HEAD (PROGRAM-IDX)
                       PRG-TBL-PT-HEAD (PROGRAM-IDX)
                       PRG-TBL-NE-HEAD (PROGRAM-IDX)
                       PRG-TBL-FT-FTE (PROGRAM-IDX)
                       PRG-TBL-PT-FTE (PROGRAM-IDX)
                   MOVE 'Y' TO FOUND-FLAG
               END-IF
           END-IF.

       400-PRINT-REPORT.
           MOVE WS-CENSUS-TERM TO HDR-TERM.
           MOVE WS-CENSUS-DATE TO HDR-CENSUS-DATE.
           MOVE HEADER-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FULL-TIME-HOURS TO HDR-FULL-TIME.
           MOVE HEADER-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE COLUMN-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE COLUMN-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING PROGRAM-IDX FROM 1 BY 1
               UNTIL PROGRAM-IDX > PROGRAM-COUNT
               MOVE PRG-TBL-CODE (PROGRAM-IDX) TO DTL-PROGRAM
               MOVE PRG-TBL-FT-HEAD (PROGRAM-IDX) TO DTL-FT-HEAD
               MOVE PRG-TBL-PT-HEAD (PROGRAM-IDX) TO DTL-PT-HEAD
               COMPUTE WS-ALL-HEAD = PRG-TBL-FT-HEAD (PROGRAM-IDX)
                   + PRG-TBL-PT-HEAD (PROGRAM-IDX)
               MOVE WS-ALL-HEAD TO DTL-ALL-HEAD
               MOVE PRG-TBL-FT-FTE (PROGRAM-IDX) TO DTL-FT-FTE
               MOVE PRG-TBL-PT-FTE (PROGRAM-IDX) TO DTL-PT-FTE
               COMPUTE WS-ALL-FTE = PRG-TBL-FT-FTE (PROGRAM-IDX)
                   + PRG-TBL-PT-FTE (PROGRAM-IDX)
               MOVE WS-ALL-FTE TO DTL-ALL-FTE
               MOVE PRG-TBL-NE-HEAD (PROGRAM-IDX) TO DTL-NE-HEAD
               MOVE DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TOTAL" TO DTL-PROGRAM.
           MOVE TOT-FT-HEAD TO DTL-FT-HEAD.
           MOVE TOT-PT-HEAD TO DTL-PT-HEAD.
           COMPUTE WS-ALL-HEAD = TOT-FT-HEAD + TOT-PT-HEAD.
           MOVE WS-ALL-HEAD TO DTL-ALL-HEAD.
           MOVE TOT-FT-FTE TO DTL-FT-FTE.
           MOVE TOT-PT-FTE TO DTL-PT-FTE.
           COMPUTE WS-ALL-FTE = TOT-FT-FTE + TOT-PT-FTE.
           MOVE WS-ALL-FTE TO DTL-ALL-FTE.
           MOVE TOT-NE-HEAD TO DTL-NE-HEAD.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       500-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "CENSUS-HEADCOUNT" TO AUDIT-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           COMPUTE WS-ALL-HEAD = TOT-FT-HEAD + TOT-PT-HEAD.
           STRING "TERM=" DELIMITED BY SIZE
                   WS-CENSUS-TERM DELIMITED BY SIZE
                   " HEAD=" DELIMITED BY SIZE
                   WS-ALL-HEAD DELIMITED BY SIZE
                   " FT=" DELIMITED BY SIZE
                   TOT-FT-HEAD DELIMITED BY SIZE
                   " PT=" DELIMITED BY SIZE
                   TOT-PT-HEAD DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "CENSUS-HEADCOUNT" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       END PROGRAM CENSUS-HEADCOUNT-REPORT.
