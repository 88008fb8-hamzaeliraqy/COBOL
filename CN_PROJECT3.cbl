      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: CENSUS SNAPSHOT - freezes enrollment as it stands on
      *          a term's official census date. The batch driver runs
      *          this step on the night whose business date equals a
      *          TRM-CENSUS-DATE on TERMMAST.TXT (job calendar
      *          frequency C); CENSUS_TERM names a term by hand for a
      *          snapshot taken outside the chain. Every student on
      *          STUFILE-C.TXT is appended to CENSUS.TXT (see
      *          CENSUS.DAT) with program, the term's credit load
      *          (CAT-CREDIT-HOURS of each un-withdrawn course of the
      *          term, a course missing from the catalog counting 1),
      *          standing and balance, plus the load status and FTE
      *          worked out now: full-time at or above
      *          CENSUS_FULL_TIME hours (default 12, FTE 1.00),
      *          part-time below it (FTE = hours / full-time hours),
      *          N with no course in the term. A term already on
      *          CENSUS.TXT is never snapshotted again (return code 4),
      *          so the statutory figures cannot move.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSUS-SNAPSHOT.
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

           SELECT TERM-MASTER ASSIGN TO WS-TERMMAST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRM-STAT.

           SELECT COURSE-CATALOG ASSIGN TO WS-COURSECAT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-STAT.

           SELECT CENSUS-FILE ASSIGN TO WS-CENSUS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CEN-STAT.

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

       FD TERM-MASTER.
           COPY "TERMMAST.DAT".

       FD COURSE-CATALOG.
           COPY "COURSCAT.DAT".

       FD CENSUS-FILE.
           COPY "CENSUS.DAT".

       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.DAT".

       FD BUSDATE-FILE.
           COPY "BUSDATE.DAT".

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 WS-BUSDATE-PATH PIC X(60).
           05 BUSDATE-STAT PIC X(2).
           05 STATUS-FIELD PIC X(2).
           05 TRM-STAT PIC X(2).
           05 CAT-STAT PIC X(2).
           05 CEN-STAT PIC X(2).
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 TRM-EOF PIC X(3).
           05 CAT-EOF PIC X(3).
           05 CEN-EOF PIC X(3).
           05 CATALOG-COUNT PIC 9(2) VALUE ZERO.
           05 CAT-IDX PIC 9(2).
           05 COURSE-IDX PIC 9(2).
           05 FOUND-FLAG PIC X(1).
           05 ALREADY-TAKEN-FLAG PIC X(3) VALUE "NO".
           05 WS-CENSUS-TERM PIC X(5) VALUE SPACES.
           05 WS-CENSUS-DATE PIC 9(8) VALUE ZERO.
           05 WS-FULL-TIME-HOURS PIC 9(2) VALUE 12.
           05 WS-HOURS-INPUT PIC X(2).
           05 WS-LOOKUP-CODE PIC X(7).
           05 WS-COURSE-CREDITS PIC 9(2).
           05 WS-TERM-CREDITS PIC 9(3).
           05 WS-TERM-COURSES PIC 9(2).
           05 STUDENT-COUNT PIC 9(6) VALUE ZERO.
           05 FULL-TIME-COUNT PIC 9(6) VALUE ZERO.
           05 PART-TIME-COUNT PIC 9(6) VALUE ZERO.
           05 NOT-ENROLLED-COUNT PIC 9(6) VALUE ZERO.
           05 WS-STUFILE-OUT-PATH PIC X(60).
           05 WS-TERMMAST-PATH PIC X(60).
           05 WS-COURSECAT-PATH PIC X(60).
           05 WS-CENSUS-PATH PIC X(60).
           05 WS-AUDIT-LOG-PATH PIC X(60).
           05 AUDIT-STATUS-FIELD PIC X(2).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).

       01 CATALOG-VALUES.
           05 CATALOG-TABLE OCCURS 50 TIMES.
               10 CAT-TBL-CODE PIC X(7).
               10 CAT-TBL-CREDITS PIC 9(2).

       PROCEDURE DIVISION.
       100-RUN-SNAPSHOT.
           PERFORM 110-GET-FILE-PATHS.
           PERFORM 115-FIND-CENSUS-TERM.
           IF WS-CENSUS-TERM = SPACES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 120-CHECK-ALREADY-TAKEN.
           IF ALREADY-TAKEN-FLAG = "YES"
               DISPLAY "CENSUS FOR TERM " WS-CENSUS-TERM
                   " ALREADY ON CENSUS.TXT - LEFT UNCHANGED"
                   UPON CONSOLE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT STUDENT-RECORD.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "STUDENT-RECORD OPEN FAILED, FILE STATUS = "
                   STATUS-FIELD UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 130-LOAD-CATALOG.
           OPEN EXTEND CENSUS-FILE.
           IF CEN-STAT = "35"
               OPEN OUTPUT CENSUS-FILE
           END-IF.
           PERFORM 200-READ-STUDENT.
           PERFORM UNTIL EOF-FLAG = "YES"
               PERFORM 300-SNAPSHOT-STUDENT
               PERFORM 200-READ-STUDENT
           END-PERFORM.
           CLOSE STUDENT-RECORD CENSUS-FILE.
           PERFORM 500-WRITE-AUDIT-LOG.
           DISPLAY "CENSUS SNAPSHOT COMPLETE, TERM: " WS-CENSUS-TERM
               " STUDENTS: " STUDENT-COUNT " FULL-TIME: "
               FULL-TIME-COUNT " PART-TIME: " PART-TIME-COUNT
               UPON CONSOLE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       110-GET-FILE-PATHS.
           ACCEPT WS-STUFILE-OUT-PATH FROM ENVIRONMENT "STUFILE_OUT".
           IF WS-STUFILE-OUT-PATH = SPACES
               MOVE "C:\Users\hamza\STUFILE-C.txt"
                   TO WS-STUFILE-OUT-PATH
           END-IF.
           ACCEPT WS-TERMMAST-PATH FROM ENVIRONMENT "TERMMAST_FILE".
           IF WS-TERMMAST-PATH = SPACES
               MOVE "C:\Users\hamza\TERMMAST.TXT" TO WS-TERMMAST-PATH
           END-IF.
           ACCEPT WS-COURSECAT-PATH FROM ENVIRONMENT "COURSECAT_FILE".
           IF WS-COURSECAT-PATH = SPACES
               MOVE "C:\Users\hamza\COURSECAT.TXT"
                   TO WS-COURSECAT-PATH
           END-IF.
           ACCEPT WS-CENSUS-PATH FROM ENVIRONMENT "CENSUS_FILE".
           IF WS-CENSUS-PATH = SPACES
               MOVE "C:\Users\hamza\CENSUS.TXT" TO WS-CENSUS-PATH
           END-IF.
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "AUDIT_LOG_FILE".
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\hamza\AUDITLOG.TXT" TO WS-AUDIT-LOG-PATH
           END-IF.
           ACCEPT WS-HOURS-INPUT FROM ENVIRONMENT "CENSUS_FULL_TIME".
           IF WS-HOURS-INPUT IS NUMERIC AND WS-HOURS-INPUT > "00"
               MOVE WS-HOURS-INPUT TO WS-FULL-TIME-HOURS
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 112-GET-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.

      * CENSUS_TERM wins; otherwise the term whose census date is
      * tonight's business date.
       115-FIND-CENSUS-TERM.
           ACCEPT WS-CENSUS-TERM FROM ENVIRONMENT "CENSUS_TERM".
           MOVE 'N' TO FOUND-FLAG.
           MOVE "NO" TO TRM-EOF.
           OPEN INPUT TERM-MASTER.
           IF TRM-STAT NOT = "00"
               DISPLAY "TERMMAST.TXT NOT AVAILABLE, FILE STATUS = "
                   TRM-STAT " - SNAPSHOT REFUSED" UPON CONSOLE
               MOVE SPACES TO WS-CENSUS-TERM
           ELSE
               PERFORM UNTIL TRM-EOF = "YES" OR FOUND-FLAG = 'Y'
                   READ TERM-MASTER
                       AT END MOVE "YES" TO TRM-EOF
                       NOT AT END
                           IF WS-CENSUS-TERM NOT = SPACES
                               IF TRM-CODE = WS-CENSUS-TERM
                                   MOVE 'Y' TO FOUND-FLAG
                                   PERFORM 117-SET-CENSUS-DATE
                               END-IF
                           ELSE
                           IF TRM-CENSUS-DATE IS NUMERIC
                               AND TRM-CENSUS-DATE = WS-RUN-DATE
                               MOVE 'Y' TO FOUND-FLAG
                               MOVE TRM-CODE TO WS-CENSUS-TERM
                               PERFORM 117-SET-CENSUS-DATE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-MASTER
               IF FOUND-FLAG NOT = 'Y'
                   IF WS-CENSUS-TERM NOT = SPACES
                       DISPLAY "TERM " WS-CENSUS-TERM
                           " NOT ON TERMMAST.TXT - SNAPSHOT REFUSED"
                           UPON CONSOLE
                   ELSE
                       DISPLAY "NO TERM HAS ITS CENSUS DATE ON "
                           WS-RUN-DATE " - SET CENSUS_TERM"
                           UPON CONSOLE
                   END-IF
                   MOVE SPACES TO WS-CENSUS-TERM
               END-IF
           END-IF.

       117-SET-CENSUS-DATE.
           IF TRM-CENSUS-DATE IS NUMERIC AND TRM-CENSUS-DATE > ZERO
               MOVE TRM-CENSUS-DATE TO WS-CENSUS-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-CENSUS-DATE
           END-IF.

       120-CHECK-ALREADY-TAKEN.
           MOVE "NO" TO ALREADY-TAKEN-FLAG.
           MOVE "NO" TO CEN-EOF.
           OPEN INPUT CENSUS-FILE.
           IF CEN-STAT = "00"
               PERFORM UNTIL CEN-EOF = "YES"
                   OR ALREADY-TAKEN-FLAG = "YES"
                   READ CENSUS-FILE
                       AT END MOVE "YES" TO CEN-EOF
                       NOT AT END
                           IF CEN-TERM = WS-CENSUS-TERM
                               MOVE "YES" TO ALREADY-TAKEN-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CENSUS-FILE
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

       200-READ-STUDENT.
           READ STUDENT-RECORD
               AT END MOVE "YES" TO EOF-FLAG
           END-READ.

       300-SNAPSHOT-STUDENT.
           ADD 1 TO STUDENT-COUNT.
           PERFORM 320-TOTAL-TERM-CREDITS.
           MOVE SPACES TO CENSUS-RECORD.
           MOVE WS-CENSUS-TERM TO CEN-TERM.
           MOVE WS-CENSUS-DATE TO CEN-CENSUS-DATE.
           MOVE STUDENT-NUMBER TO CEN-STUDENT-NUMBER.
           MOVE PROGRAM-OF-STUDY TO CEN-PROGRAM-OF-STUDY.
           MOVE WS-TERM-CREDITS TO CEN-CREDIT-LOAD.
           MOVE WS-TERM-COURSES TO CEN-COURSE-COUNT.
           MOVE STUDENT-STANDING TO CEN-STANDING.
           MOVE TUITION-OWED TO CEN-BALANCE.
           MOVE WS-FULL-TIME-HOURS TO CEN-FULL-TIME-HOURS.
           EVALUATE TRUE
               WHEN WS-TERM-COURSES = ZERO
                   MOVE "N" TO CEN-LOAD-STATUS
                   MOVE ZERO TO CEN-FTE
                   ADD 1 TO NOT-ENROLLED-COUNT
               WHEN WS-TERM-CREDITS >= WS-FULL-TIME-HOURS
                   MOVE "F" TO CEN-LOAD-STATUS
                   MOVE 1 TO CEN-FTE
                   ADD 1 TO FULL-TIME-COUNT
               WHEN OTHER
                   MOVE "P" TO CEN-LOAD-STATUS
                   COMPUTE CEN-FTE ROUNDED =
                       WS-TERM-CREDITS / WS-FULL-TIME-HOURS
                   ADD 1 TO PART-TIME-COUNT
           END-EVALUATE.
           WRITE CENSUS-RECORD.

       320-TOTAL-TERM-CREDITS.
           MOVE ZERO TO WS-TERM-CREDITS.
           MOVE ZERO TO WS-TERM-COURSES.
           IF COURSE-COUNT IS NUMERIC AND COURSE-COUNT >= 1
               AND COURSE-COUNT <= 10
               PERFORM VARYING COURSE-IDX FROM 1 BY 1
                   UNTIL COURSE-IDX > COURSE-COUNT
                   IF COURSE-TERM (COURSE-IDX) = WS-CENSUS-TERM
                       AND NOT COURSE-WITHDRAWN (COURSE-IDX)
                       MOVE COURSE-CODE (COURSE-IDX) TO WS-LOOKUP-CODE
                       PERFORM 322-FIND-COURSE-CREDITS
                       ADD WS-COURSE-CREDITS TO WS-TERM-CREDITS
                       ADD 1 TO WS-TERM-COURSES
                   END-IF
               END-PERFORM
           END-IF.

       322-FIND-COURSE-CREDITS.
           MOVE 1 TO WS-COURSE-CREDITS.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > CATALOG-COUNT
               IF WS-LOOKUP-CODE = CAT-TBL-CODE (CAT-IDX)
                   AND CAT-TBL-CREDITS (CAT-IDX) IS NUMERIC
                   AND CAT-TBL-CREDITS (CAT-IDX) > ZERO
                   MOVE CAT-TBL-CREDITS (CAT-IDX) TO WS-COURSE-CREDITS
               END-IF
           END-PERFORM.

       500-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "CENSUS-SNAPSHOT" TO AUDIT-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           STRING "TERM=" DELIMITED BY SIZE
                   WS-CENSUS-TERM DELIMITED BY SIZE
                   " STU=" DELIMITED BY SIZE
                   STUDENT-COUNT DELIMITED BY SIZE
                   " FT=" DELIMITED BY SIZE
                   FULL-TIME-COUNT DELIMITED BY SIZE
                   " PT=" DELIMITED BY SIZE
                   PART-TIME-COUNT DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

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

       END PROGRAM CENSUS-SNAPSHOT.
