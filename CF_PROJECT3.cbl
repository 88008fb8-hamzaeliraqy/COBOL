      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: DEGREE CONFERRAL - graduates the students on the
      *          registrar's approved candidate list (CONFCAND.TXT, see
      *          CONFCAND.DAT). Each candidate is checked again at the
      *          time of the run: still on STUFILE-C.TXT, every
      *          requirement met by the DEGREE-AUDIT-CHECK rules, a
      *          zero TUITION-OWED and no open hold of any type on
      *          STUHOLD.TXT. A candidate who passes is written to the
      *          permanent graduate archive (GRADARCH.TXT, see
      *          GRADARCH.DAT) with the degree, the conferral date and
      *          the final course-history summary, journaled to
      *          STUJRNL.TXT (field GRADUATED) and deleted from the
      *          master, so graduates stop showing up in every nightly
      *          report. The run prints the commencement list
      *          (COMMENCE_YYYYMMDD_HHMMSS.TXT), writes the
      *          diploma-order file for the printer
      *          (DIPLOMA_YYYYMMDD_HHMMSS.TXT) and lists every blocked
      *          candidate with each reason
      *          (CONFBLOCK_YYYYMMDD_HHMMSS.TXT), all in CONFER_DIR.
      *          The conferral date is CONFER_DATE (YYYYMMDD) when
      *          set, otherwise the business date. Return code 4 when
      *          any candidate was blocked.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      *   15/10/2026 HE  Transfer credit (average 888, see CRSHIST.DAT)
      *       counts as taken and passed on the archive summary but
      *       stays out of the final average.
      *   15/10/2026 HE  STUHOLD.TXT is now indexed on student number: a
      *       candidate's open holds are read by key instead of from the
      *       1000-entry open-hold table.
      *   15/10/2026 HE  The COMMENCE, DIPLOMA and CONFBLOCK files are
      *       now entered in the report catalog RPTCAT.TXT through
      *       REPORT-REGISTER (see RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGREE-CONFERRAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-RECORD ASSIGN TO WS-STUFILE-OUT-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-NUMBER
           ALTERNATE RECORD KEY IS STUDENT-NAME
               WITH DUPLICATES
           FILE STATUS IS STATUS-FIELD.

           SELECT CANDIDATE-FILE ASSIGN TO WS-CONFCAND-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CFC-STAT.

           SELECT COURSE-HISTORY ASSIGN TO WS-COURSHIST-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS HIST-STAT.

           SELECT COURSE-CATALOG ASSIGN TO WS-COURSECAT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-STAT.

           SELECT HOLD-FILE ASSIGN TO WS-STUHOLD-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HLD-KEY
           FILE STATUS IS HOLD-STAT.

           SELECT GRADUATE-ARCHIVE ASSIGN TO WS-GRADARCH-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GRA-STAT.

           SELECT COMMENCEMENT-REPORT ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIPLOMA-FILE ASSIGN TO WS-DIPLOMA-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BLOCKED-REPORT ASSIGN TO WS-BLOCKED-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNAL-FILE ASSIGN TO WS-STUJRNL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRN-STAT.

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
       FD STUDENT-RECORD.
       01 STUDENTS.
           05 STUDENT-NUMBER PIC 9(6).
           05 TUITION-OWED PIC 9(6)V99.
           05 STUDENT-NAME PIC X(40).
           05 PROGRAM-OF-STUDY PIC X(5).
           COPY "COURSDTL.DAT".
           05 STUDENT-STANDING PIC X(1).

       FD CANDIDATE-FILE.
           COPY "CONFCAND.DAT".

       FD COURSE-HISTORY.
           COPY "CRSHIST.DAT".

       FD COURSE-CATALOG.
           COPY "COURSCAT.DAT".

       FD HOLD-FILE.
           COPY "STUHOLD.DAT".

       FD GRADUATE-ARCHIVE.
           COPY "GRADARCH.DAT".

       FD COMMENCEMENT-REPORT.
       01 REPORT-LINE PIC X(80).

       FD DIPLOMA-FILE.
       01 DIPLOMA-RECORD.
           05 DIP-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2).
           05 DIP-STUDENT-NAME PIC X(40).
           05 FILLER PIC X(2).
           05 DIP-DEGREE PIC X(6).
           05 FILLER PIC X(2).
           05 DIP-PROGRAM-OF-STUDY PIC X(5).
           05 FILLER PIC X(2).
           05 DIP-CONFERRAL-DATE PIC 9(8).

       FD BLOCKED-REPORT.
       01 BLOCKED-LINE PIC X(80).

       FD JOURNAL-FILE.
           COPY "STUJRNL.DAT".

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
           05 STATUS-FIELD PIC X(2).
           05 CFC-STAT PIC X(2).
           05 HIST-STAT PIC X(2).
           05 CAT-STAT PIC X(2).
           05 HOLD-STAT PIC X(2).
           05 GRA-STAT PIC X(2).
           05 JRN-STAT PIC X(2).
           05 CFC-EOF PIC X(3) VALUE "NO".
           05 HIST-EOF PIC X(3).
           05 HIST-OPEN-FLAG PIC X(3) VALUE "NO".
           05 CAT-EOF PIC X(3).
           05 HOLD-EOF PIC X(3).
           05 HOLD-OPEN-FLAG PIC X(3) VALUE "NO".
           05 CATALOG-COUNT PIC 9(2) VALUE ZERO.
           05 CAT-IDX PIC 9(2).
           05 COURSE-IDX PIC 9(2).
           05 FOUND-FLAG PIC X(1).
           05 DONE-COUNT PIC 9(3) VALUE ZERO.
           05 DONE-IDX PIC 9(3).
           05 BLOCKED-FLAG PIC X(1).
           05 WS-REASON PIC X(40).
           05 WS-DEGREE PIC X(6).
           05 WS-CONFER-DATE PIC 9(8).
           05 WS-CONFER-INPUT PIC X(8).
           05 CANDIDATE-COUNT PIC 9(6) VALUE ZERO.
           05 CONFERRED-COUNT PIC 9(6) VALUE ZERO.
           05 BLOCKED-COUNT PIC 9(6) VALUE ZERO.
           05 WS-COURSES-TAKEN PIC 9(3).
           05 WS-COURSES-PASSED PIC 9(3).
           05 WS-WEIGHTED-POINTS PIC 9(7).
           05 WS-WEIGHT-TOTAL PIC 9(5).
           05 WS-COURSE-WEIGHT PIC 9(2).
           05 WS-FINAL-AVERAGE PIC 9(3).
           05 WS-LAST-TERM PIC X(5).
           05 WS-LAST-RANK PIC 9(5).
           05 WS-ARC-TERM PIC X(5).
           05 WS-ARC-CODE PIC X(7).
           05 WS-ARC-AVERAGE PIC 9(3).
           05 WS-TERM-IN PIC X(5).
           05 WS-TERM-PARTS REDEFINES WS-TERM-IN.
               10 WS-TERM-YEAR PIC X(4).
               10 WS-TERM-SEASON PIC X(1).
           05 WS-TERM-YEAR-NUM PIC 9(4).
           05 WS-TERM-RANK PIC 9(5).
           05 ED-BALANCE PIC $$$,$$9.99.
           05 WS-STUFILE-OUT-PATH PIC X(60).
           05 WS-CONFCAND-PATH PIC X(60).
           05 WS-COURSHIST-PATH PIC X(60).
           05 WS-COURSECAT-PATH PIC X(60).
           05 WS-STUHOLD-PATH PIC X(60).
           05 WS-GRADARCH-PATH PIC X(60).
           05 WS-STUJRNL-PATH PIC X(60).
           05 WS-REPORT-DIR PIC X(40).
           05 WS-REPORT-FILENAME PIC X(60).
           05 WS-DIPLOMA-FILENAME PIC X(60).
           05 WS-BLOCKED-FILENAME PIC X(60).
           05 WS-AUDIT-LOG-PATH PIC X(60).
           05 AUDIT-STATUS-FIELD PIC X(2).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).
           05 WS-STULOCK-PATH PIC X(60).
           05 LOCK-STAT PIC X(2).
           05 LOCK-FREE-FLAG PIC X(3).

       01 CATALOG-VALUES.
           05 CATALOG-TABLE OCCURS 50 TIMES.
               10 CAT-TBL-CODE PIC X(7).
               10 CAT-TBL-CREDITS PIC 9(2).

       01 DONE-VALUES.
           05 DONE-STUDENT PIC 9(6) OCCURS 500 TIMES.

       01 AUDCHK-PARMS.
           05 AUDCHK-RESULT-AREA.
               10 AUDCHK-RESULT PIC X(1).
                   88 AUDCHK-CANDIDATE VALUE "C".
                   88 AUDCHK-NO-REQUIREMENTS VALUE "R".
               10 AUDCHK-REQ-COUNT PIC 9(2).
               10 AUDCHK-MET-COUNT PIC 9(2).
               10 AUDCHK-CREDITS PIC 9(3).
               10 AUDCHK-MIN-CREDITS PIC 9(3).

       01 COMMENCE-COLUMN-HEADING.
           05 FILLER PIC X(8) VALUE "STUDENT".
           05 FILLER PIC X(42) VALUE "NAME".
           05 FILLER PIC X(8) VALUE "DEGREE".
           05 FILLER PIC X(7) VALUE "PROG".
           05 FILLER PIC X(15) VALUE "CREDITS".

       01 COMMENCE-LINE.
           05 CML-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CML-STUDENT-NAME PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CML-DEGREE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CML-PROGRAM PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CML-CREDITS PIC ZZ9.
           05 FILLER PIC X(12) VALUE SPACES.

       01 BLOCKED-DETAIL.
           05 BLD-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BLD-STUDENT-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BLD-REASON PIC X(40).

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-CONFERRAL.
           PERFORM 110-GET-FILE-PATHS.
           OPEN INPUT CANDIDATE-FILE.
           IF CFC-STAT NOT = "00"
               DISPLAY "CONFCAND.TXT NOT ON FILE - NO CANDIDATES TO "
                   "CONFER" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 800-CHECK-AND-SET-LOCK.
           IF LOCK-FREE-FLAG = "NO"
               CLOSE CANDIDATE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O STUDENT-RECORD.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "STUDENT-RECORD OPEN FAILED, FILE STATUS = "
                   STATUS-FIELD UPON CONSOLE
               CLOSE CANDIDATE-FILE
               PERFORM 810-CLEAR-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 120-LOAD-CATALOG.
           PERFORM 125-OPEN-HOLD-FILE.
           OPEN INPUT COURSE-HISTORY.
           IF HIST-STAT = "00"
               MOVE "YES" TO HIST-OPEN-FLAG
           ELSE
               DISPLAY "NO COURSE HISTORY ON FILE - CURRENT TERM "
                   "ONLY" UPON CONSOLE
           END-IF.
           OPEN EXTEND GRADUATE-ARCHIVE.
           IF GRA-STAT = "35"
               OPEN OUTPUT GRADUATE-ARCHIVE
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           IF JRN-STAT = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           PERFORM 130-OPEN-REPORTS.
           PERFORM 200-READ-CANDIDATE.
           PERFORM UNTIL CFC-EOF = "YES"
               PERFORM 300-CONFER-CANDIDATE
               PERFORM 200-READ-CANDIDATE
           END-PERFORM.
           PERFORM 450-WRITE-TOTALS.
           IF HIST-OPEN-FLAG = "YES"
               CLOSE COURSE-HISTORY
           END-IF.
           IF HOLD-OPEN-FLAG = "YES"
               CLOSE HOLD-FILE
           END-IF.
           CLOSE CANDIDATE-FILE STUDENT-RECORD GRADUATE-ARCHIVE
               JOURNAL-FILE COMMENCEMENT-REPORT DIPLOMA-FILE
               BLOCKED-REPORT.
           MOVE "COMMENCE" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           MOVE "DIPLOMA" TO RRG-REPORT-ID.
           MOVE WS-DIPLOMA-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           MOVE "CONFBLOCK" TO RRG-REPORT-ID.
           MOVE WS-BLOCKED-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           PERFORM 500-WRITE-AUDIT-LOG.
           PERFORM 810-CLEAR-LOCK.
           DISPLAY "DEGREE CONFERRAL COMPLETE, CANDIDATES: "
               CANDIDATE-COUNT " CONFERRED: " CONFERRED-COUNT
               " BLOCKED: " BLOCKED-COUNT UPON CONSOLE.
           IF BLOCKED-COUNT > ZERO
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
           ACCEPT WS-CONFCAND-PATH FROM ENVIRONMENT "CONFCAND_FILE".
           IF WS-CONFCAND-PATH = SPACES
               MOVE "C:\Users\hamza\CONFCAND.TXT" TO WS-CONFCAND-PATH
           END-IF.
           ACCEPT WS-COURSHIST-PATH FROM ENVIRONMENT "COURSHIST_FILE".
           IF WS-COURSHIST-PATH = SPACES
               MOVE "C:\Users\hamza\COURSHIST.TXT"
                   TO WS-COURSHIST-PATH
           END-IF.
           ACCEPT WS-COURSECAT-PATH FROM ENVIRONMENT "COURSECAT_FILE".
           IF WS-COURSECAT-PATH = SPACES
               MOVE "C:\Users\hamza\COURSECAT.TXT"
                   TO WS-COURSECAT-PATH
           END-IF.
           ACCEPT WS-STUHOLD-PATH FROM ENVIRONMENT "STUHOLD_FILE".
           IF WS-STUHOLD-PATH = SPACES
               MOVE "C:\Users\hamza\STUHOLD.TXT" TO WS-STUHOLD-PATH
           END-IF.
           ACCEPT WS-GRADARCH-PATH FROM ENVIRONMENT "GRADARCH_FILE".
           IF WS-GRADARCH-PATH = SPACES
               MOVE "C:\Users\hamza\GRADARCH.TXT" TO WS-GRADARCH-PATH
           END-IF.
           ACCEPT WS-STUJRNL-PATH FROM ENVIRONMENT "STUJRNL_FILE".
           IF WS-STUJRNL-PATH = SPACES
               MOVE "C:\Users\hamza\STUJRNL.TXT" TO WS-STUJRNL-PATH
           END-IF.
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "AUDIT_LOG_FILE".
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\hamza\AUDITLOG.TXT" TO WS-AUDIT-LOG-PATH
           END-IF.
           ACCEPT WS-REPORT-DIR FROM ENVIRONMENT "CONFER_DIR".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 112-GET-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-CONFER-DATE.
           ACCEPT WS-CONFER-INPUT FROM ENVIRONMENT "CONFER_DATE".
           IF WS-CONFER-INPUT IS NUMERIC
               MOVE WS-CONFER-INPUT TO WS-CONFER-DATE
           END-IF.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "COMMENCE_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "DIPLOMA_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-DIPLOMA-FILENAME.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "CONFBLOCK_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-BLOCKED-FILENAME.

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
           END-IF.

       125-OPEN-HOLD-FILE.
           OPEN INPUT HOLD-FILE.
           IF HOLD-STAT = "00"
               MOVE "YES" TO HOLD-OPEN-FLAG
           END-IF.

       130-OPEN-REPORTS.
           OPEN OUTPUT COMMENCEMENT-REPORT.
           MOVE "COMMENCEMENT LIST - DEGREES CONFERRED " TO REPORT-LINE.
           MOVE WS-CONFER-DATE TO REPORT-LINE (40:8).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE COMMENCE-COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN OUTPUT DIPLOMA-FILE.
           OPEN OUTPUT BLOCKED-REPORT.
           MOVE "CONFERRAL CANDIDATES BLOCKED - RUN DATE "
               TO BLOCKED-LINE.
           MOVE WS-RUN-DATE TO BLOCKED-LINE (41:8).
           WRITE BLOCKED-LINE.
           MOVE SPACES TO BLOCKED-LINE.
           WRITE BLOCKED-LINE.

       200-READ-CANDIDATE.
           READ CANDIDATE-FILE
               AT END MOVE "YES" TO CFC-EOF
           END-READ.

       300-CONFER-CANDIDATE.
           ADD 1 TO CANDIDATE-COUNT.
           MOVE 'N' TO BLOCKED-FLAG.
           MOVE SPACES TO BLD-STUDENT-NAME.
           MOVE CFC-STUDENT-NUMBER TO BLD-STUDENT-NUMBER.
           IF CFC-STUDENT-NUMBER IS NOT NUMERIC
               MOVE ZERO TO BLD-STUDENT-NUMBER
               MOVE "STUDENT NUMBER NOT NUMERIC" TO WS-REASON
               PERFORM 390-WRITE-BLOCKED-REASON
           ELSE
               PERFORM 310-CHECK-DUPLICATE
               IF FOUND-FLAG = 'Y'
                   MOVE "APPEARS TWICE ON APPROVED LIST" TO WS-REASON
                   PERFORM 390-WRITE-BLOCKED-REASON
               ELSE
                   MOVE CFC-STUDENT-NUMBER TO STUDENT-NUMBER
                   READ STUDENT-RECORD
                       INVALID KEY
                           MOVE "NOT ON STUDENT MASTER" TO WS-REASON
                           PERFORM 390-WRITE-BLOCKED-REASON
                       NOT INVALID KEY
                           MOVE STUDENT-NAME TO BLD-STUDENT-NAME
                           PERFORM 320-RECHECK-CANDIDATE
                   END-READ
               END-IF
           END-IF.
           IF BLOCKED-FLAG = 'Y'
               ADD 1 TO BLOCKED-COUNT
           ELSE
               PERFORM 400-GRADUATE-STUDENT
           END-IF.

       310-CHECK-DUPLICATE.
           MOVE 'N' TO FOUND-FLAG.
           PERFORM VARYING DONE-IDX FROM 1 BY 1
               UNTIL FOUND-FLAG = 'Y' OR DONE-IDX > DONE-COUNT
               IF DONE-STUDENT (DONE-IDX) = CFC-STUDENT-NUMBER
                   MOVE 'Y' TO FOUND-FLAG
               END-IF
           END-PERFORM.
           IF FOUND-FLAG NOT = 'Y' AND DONE-COUNT < 500
               ADD 1 TO DONE-COUNT
               MOVE CFC-STUDENT-NUMBER TO DONE-STUDENT (DONE-COUNT)
           END-IF.

      * Every reason a candidate fails is listed, not just the first,
      * so the registrar can clear them all before the next run.
       320-RECHECK-CANDIDATE.
           CALL "DEGREE-AUDIT-CHECK" USING STUDENT-NUMBER
               PROGRAM-OF-STUDY COURSE-COUNT COURSE-DETAIL (1)
               AUDCHK-RESULT-AREA.
           IF AUDCHK-NO-REQUIREMENTS
               MOVE SPACES TO WS-REASON
               STRING "NO REQUIREMENTS ON FILE FOR " DELIMITED BY SIZE
                       PROGRAM-OF-STUDY DELIMITED BY SIZE
                   INTO WS-REASON
               PERFORM 390-WRITE-BLOCKED-REASON
           ELSE
               IF AUDCHK-MET-COUNT < AUDCHK-REQ-COUNT
                   MOVE SPACES TO WS-REASON
                   STRING "REQUIRED COURSES MET " DELIMITED BY SIZE
                           AUDCHK-MET-COUNT DELIMITED BY SIZE
                           " OF " DELIMITED BY SIZE
                           AUDCHK-REQ-COUNT DELIMITED BY SIZE
                       INTO WS-REASON
                   PERFORM 390-WRITE-BLOCKED-REASON
               END-IF
               IF AUDCHK-CREDITS < AUDCHK-MIN-CREDITS
                   MOVE SPACES TO WS-REASON
                   STRING "CREDITS EARNED " DELIMITED BY SIZE
                           AUDCHK-CREDITS DELIMITED BY SIZE
                           " OF " DELIMITED BY SIZE
                           AUDCHK-MIN-CREDITS DELIMITED BY SIZE
                       INTO WS-REASON
                   PERFORM 390-WRITE-BLOCKED-REASON
               END-IF
           END-IF.
           IF TUITION-OWED NOT = ZERO
               MOVE TUITION-OWED TO ED-BALANCE
               MOVE SPACES TO WS-REASON
               STRING "BALANCE OWING " DELIMITED BY SIZE
                       ED-BALANCE DELIMITED BY SIZE
                   INTO WS-REASON
               PERFORM 390-WRITE-BLOCKED-REASON
           END-IF.
           IF HOLD-OPEN-FLAG = "YES"
               PERFORM 325-LIST-OPEN-HOLDS
           END-IF.

       325-LIST-OPEN-HOLDS.
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
                           IF HLD-RELEASED-DATE = ZERO
                               MOVE SPACES TO WS-REASON
                               STRING "OPEN HOLD " DELIMITED BY SIZE
                                       HLD-TYPE DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       HLD-REASON DELIMITED BY SIZE
                                   INTO WS-REASON
                               PERFORM 390-WRITE-BLOCKED-REASON
                           END-IF
                       ELSE
                           MOVE "YES" TO HOLD-EOF
                       END-IF
               END-READ
           END-PERFORM.

       390-WRITE-BLOCKED-REASON.
           MOVE 'Y' TO BLOCKED-FLAG.
           MOVE WS-REASON TO BLD-REASON.
           MOVE BLOCKED-DETAIL TO BLOCKED-LINE.
           WRITE BLOCKED-LINE.

       400-GRADUATE-STUDENT.
           IF CFC-DEGREE = SPACES
               MOVE PROGRAM-OF-STUDY TO WS-DEGREE
           ELSE
               MOVE CFC-DEGREE TO WS-DEGREE
           END-IF.
           PERFORM 410-SUMMARIZE-RECORD.
           MOVE SPACES TO GRADUATE-ARCHIVE-RECORD.
           MOVE STUDENT-NUMBER TO GRA-STUDENT-NUMBER.
           MOVE "G" TO GRA-RECORD-TYPE.
           MOVE STUDENT-NAME TO GRA-STUDENT-NAME.
           MOVE PROGRAM-OF-STUDY TO GRA-PROGRAM-OF-STUDY.
           MOVE WS-DEGREE TO GRA-DEGREE.
           MOVE WS-CONFER-DATE TO GRA-CONFERRAL-DATE.
           MOVE AUDCHK-CREDITS TO GRA-CREDITS-EARNED.
           MOVE WS-COURSES-TAKEN TO GRA-COURSES-TAKEN.
           MOVE WS-COURSES-PASSED TO GRA-COURSES-PASSED.
           MOVE WS-FINAL-AVERAGE TO GRA-FINAL-AVERAGE.
           MOVE WS-LAST-TERM TO GRA-LAST-TERM.
           WRITE GRADUATE-ARCHIVE-RECORD.
           PERFORM 420-ARCHIVE-COURSES.
           PERFORM 510-WRITE-JOURNAL.
           DELETE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "DELETE FAILED FOR " STUDENT-NUMBER
                       " - ARCHIVED BUT STILL ON MASTER" UPON CONSOLE
           END-DELETE.
           ADD 1 TO CONFERRED-COUNT.
           MOVE STUDENT-NUMBER TO CML-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO CML-STUDENT-NAME.
           MOVE WS-DEGREE TO CML-DEGREE.
           MOVE PROGRAM-OF-STUDY TO CML-PROGRAM.
           MOVE AUDCHK-CREDITS TO CML-CREDITS.
           MOVE COMMENCE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO DIPLOMA-RECORD.
           MOVE STUDENT-NUMBER TO DIP-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO DIP-STUDENT-NAME.
           MOVE WS-DEGREE TO DIP-DEGREE.
           MOVE PROGRAM-OF-STUDY TO DIP-PROGRAM-OF-STUDY.
           MOVE WS-CONFER-DATE TO DIP-CONFERRAL-DATE.
           WRITE DIPLOMA-RECORD.

      * Courses taken, courses passed, the credit-weighted average and
      * the last term, over history and the current-term table, for
      * the G line of the archive.
       410-SUMMARIZE-RECORD.
           MOVE ZERO TO WS-COURSES-TAKEN WS-COURSES-PASSED
               WS-WEIGHTED-POINTS WS-WEIGHT-TOTAL WS-FINAL-AVERAGE
               WS-LAST-RANK.
           MOVE SPACES TO WS-LAST-TERM.
           IF HIST-OPEN-FLAG = "YES"
               MOVE SPACES TO HIST-KEY
               MOVE STUDENT-NUMBER TO HIST-STUDENT-NUMBER
               MOVE "NO" TO HIST-EOF
               START COURSE-HISTORY KEY IS >= HIST-KEY
                   INVALID KEY MOVE "YES" TO HIST-EOF
               END-START
               PERFORM UNTIL HIST-EOF = "YES"
                   READ COURSE-HISTORY NEXT RECORD
                       AT END MOVE "YES" TO HIST-EOF
                       NOT AT END
                           IF HIST-STUDENT-NUMBER = STUDENT-NUMBER
                               MOVE HIST-TERM TO WS-ARC-TERM
                               MOVE HIST-COURSE-CODE TO WS-ARC-CODE
                               MOVE HIST-COURSE-AVERAGE
                                   TO WS-ARC-AVERAGE
                               PERFORM 415-TALLY-COURSE
                           ELSE
                               MOVE "YES" TO HIST-EOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF COURSE-COUNT IS NUMERIC AND COURSE-COUNT >= 1
               AND COURSE-COUNT <= 10
               PERFORM VARYING COURSE-IDX FROM 1 BY 1
                   UNTIL COURSE-IDX > COURSE-COUNT
                   MOVE COURSE-TERM (COURSE-IDX) TO WS-ARC-TERM
                   MOVE COURSE-CODE (COURSE-IDX) TO WS-ARC-CODE
                   MOVE COURSE-AVERAGE (COURSE-IDX) TO WS-ARC-AVERAGE
                   PERFORM 415-TALLY-COURSE
               END-PERFORM
           END-IF.
           IF WS-WEIGHT-TOTAL > ZERO
               DIVIDE WS-WEIGHTED-POINTS BY WS-WEIGHT-TOTAL
                   GIVING WS-FINAL-AVERAGE ROUNDED
           END-IF.

       415-TALLY-COURSE.
           ADD 1 TO WS-COURSES-TAKEN.
           MOVE WS-ARC-TERM TO WS-TERM-IN.
           PERFORM 480-TERM-TO-RANK.
           IF WS-TERM-RANK > WS-LAST-RANK
               MOVE WS-TERM-RANK TO WS-LAST-RANK
               MOVE WS-ARC-TERM TO WS-LAST-TERM
           END-IF.
           IF WS-ARC-AVERAGE = 888
               ADD 1 TO WS-COURSES-PASSED
           ELSE
           IF WS-ARC-AVERAGE NOT = 999
               IF WS-ARC-AVERAGE >= 60
                   ADD 1 TO WS-COURSES-PASSED
               END-IF
               MOVE 1 TO WS-COURSE-WEIGHT
               MOVE 'N' TO FOUND-FLAG
               PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL FOUND-FLAG = 'Y' OR CAT-IDX > CATALOG-COUNT
                   IF CAT-TBL-CODE (CAT-IDX) = WS-ARC-CODE
                       MOVE 'Y' TO FOUND-FLAG
                       MOVE CAT-TBL-CREDITS (CAT-IDX)
                           TO WS-COURSE-WEIGHT
                   END-IF
               END-PERFORM
               COMPUTE WS-WEIGHTED-POINTS = WS-WEIGHTED-POINTS
                   + WS-ARC-AVERAGE * WS-COURSE-WEIGHT
               ADD WS-COURSE-WEIGHT TO WS-WEIGHT-TOTAL
           END-IF
           END-IF.

       420-ARCHIVE-COURSES.
           IF HIST-OPEN-FLAG = "YES"
               MOVE SPACES TO HIST-KEY
               MOVE STUDENT-NUMBER TO HIST-STUDENT-NUMBER
               MOVE "NO" TO HIST-EOF
               START COURSE-HISTORY KEY IS >= HIST-KEY
                   INVALID KEY MOVE "YES" TO HIST-EOF
               END-START
               PERFORM UNTIL HIST-EOF = "YES"
                   READ COURSE-HISTORY NEXT RECORD
                       AT END MOVE "YES" TO HIST-EOF
                       NOT AT END
                           IF HIST-STUDENT-NUMBER = STUDENT-NUMBER
                               MOVE HIST-TERM TO WS-ARC-TERM
                               MOVE HIST-COURSE-CODE TO WS-ARC-CODE
                               MOVE HIST-COURSE-AVERAGE
                                   TO WS-ARC-AVERAGE
                               PERFORM 425-WRITE-COURSE-LINE
                           ELSE
                               MOVE "YES" TO HIST-EOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF COURSE-COUNT IS NUMERIC AND COURSE-COUNT >= 1
               AND COURSE-COUNT <= 10
               PERFORM VARYING COURSE-IDX FROM 1 BY 1
                   UNTIL COURSE-IDX > COURSE-COUNT
                   MOVE COURSE-TERM (COURSE-IDX) TO WS-ARC-TERM
                   MOVE COURSE-CODE (COURSE-IDX) TO WS-ARC-CODE
                   MOVE COURSE-AVERAGE (COURSE-IDX) TO WS-ARC-AVERAGE
                   PERFORM 425-WRITE-COURSE-LINE
               END-PERFORM
           END-IF.

       425-WRITE-COURSE-LINE.
           MOVE SPACES TO GRADUATE-ARCHIVE-RECORD.
           MOVE STUDENT-NUMBER TO GRA-STUDENT-NUMBER.
           MOVE "C" TO GRA-RECORD-TYPE.
           MOVE WS-ARC-TERM TO GRA-COURSE-TERM.
           MOVE WS-ARC-CODE TO GRA-COURSE-CODE.
           MOVE WS-ARC-AVERAGE TO GRA-COURSE-AVERAGE.
           WRITE GRADUATE-ARCHIVE-RECORD.

       450-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DEGREES CONFERRED: " TO REPORT-LINE.
           MOVE CONFERRED-COUNT TO REPORT-LINE (20:6).
           WRITE REPORT-LINE.
           MOVE SPACES TO BLOCKED-LINE.
           WRITE BLOCKED-LINE.
           MOVE "CANDIDATES:         " TO BLOCKED-LINE.
           MOVE CANDIDATE-COUNT TO BLOCKED-LINE (21:6).
           WRITE BLOCKED-LINE.
           MOVE "CONFERRED:          " TO BLOCKED-LINE.
           MOVE CONFERRED-COUNT TO BLOCKED-LINE (21:6).
           WRITE BLOCKED-LINE.
           MOVE "BLOCKED:            " TO BLOCKED-LINE.
           MOVE BLOCKED-COUNT TO BLOCKED-LINE (21:6).
           WRITE BLOCKED-LINE.

       480-TERM-TO-RANK.
           MOVE ZERO TO WS-TERM-RANK.
           IF WS-TERM-YEAR IS NUMERIC
               MOVE WS-TERM-YEAR TO WS-TERM-YEAR-NUM
               COMPUTE WS-TERM-RANK = WS-TERM-YEAR-NUM * 10
               EVALUATE WS-TERM-SEASON
                   WHEN "W" ADD 1 TO WS-TERM-RANK
                   WHEN "S" ADD 2 TO WS-TERM-RANK
                   WHEN "F" ADD 3 TO WS-TERM-RANK
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-IF.

       510-WRITE-JOURNAL.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE STUDENT-NUMBER TO JRN-STUDENT-NUMBER.
           MOVE "GRADUATED" TO JRN-FIELD-NAME.
           MOVE PROGRAM-OF-STUDY TO JRN-BEFORE-IMAGE.
           STRING WS-DEGREE DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-CONFER-DATE DELIMITED BY SIZE
               INTO JRN-AFTER-IMAGE.
           MOVE WS-RUN-DATE TO JRN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME TO JRN-TIME.
           MOVE "B" TO JRN-MODE.
           MOVE "BATCH" TO JRN-OPERATOR.
           WRITE JOURNAL-RECORD.

       500-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "DEGREE-CONFERRAL" TO AUDIT-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           STRING "CAND=" DELIMITED BY SIZE
                   CANDIDATE-COUNT DELIMITED BY SIZE
                   " CONF=" DELIMITED BY SIZE
                   CONFERRED-COUNT DELIMITED BY SIZE
                   " BLKD=" DELIMITED BY SIZE
                   BLOCKED-COUNT DELIMITED BY SIZE
                   " DATE=" DELIMITED BY SIZE
                   WS-CONFER-DATE DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "DEGREE-CONFERRAL" TO RRG-PROGRAM-NAME.
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
               MOVE "DEGREE-CONFERRAL" TO LOCK-HOLDER
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

       END PROGRAM DEGREE-CONFERRAL.
