      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: TRANSFER CREDIT POSTING - evaluates the outside
      *          courses keyed in XFERREQ.TXT (see XFERREQ.DAT) for
      *          students arriving from other institutions. A line is
      *          accepted when the student is on STUFILE-C.TXT, the
      *          institution is on XFERINST.TXT and accepted, the
      *          outside course maps through XFEREQV.TXT to a course
      *          on the catalog, and the outside mark reaches the
      *          institution's minimum. Accepted credit is written to
      *          COURSHIST.TXT under the transfer term TRANS with
      *          average 888 (see CRSHIST.DAT) - credit hours from the
      *          catalog, no mark - and journaled to STUJRNL.TXT as
      *          field XFERCREDIT. The degree audit, the transcript
      *          and credits earned count it; averages and standing
      *          do not. Every line, accepted or rejected with its
      *          reason, is listed on XFERPOST_YYYYMMDD_HHMMSS.TXT in
      *          XFER_DIR. Return code 4 when any line was rejected.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      *   15/10/2026 HE  The XFERPOST file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFER-CREDIT-POST.
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

           SELECT REQUEST-FILE ASSIGN TO WS-XFERREQ-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS XRQ-STAT.

           SELECT INSTITUTION-FILE ASSIGN TO WS-XFERINST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS XIN-STAT.

           SELECT EQUIVALENCY-FILE ASSIGN TO WS-XFEREQV-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS XEQ-STAT.

           SELECT COURSE-CATALOG ASSIGN TO WS-COURSECAT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-STAT.

           SELECT COURSE-HISTORY ASSIGN TO WS-COURSHIST-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS HIST-STAT.

           SELECT POSTING-REPORT ASSIGN TO WS-REPORT-FILENAME
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

       FD REQUEST-FILE.
           COPY "XFERREQ.DAT".

       FD INSTITUTION-FILE.
           COPY "XFERINST.DAT".

       FD EQUIVALENCY-FILE.
           COPY "XFEREQV.DAT".

       FD COURSE-CATALOG.
           COPY "COURSCAT.DAT".

       FD COURSE-HISTORY.
           COPY "CRSHIST.DAT".

       FD POSTING-REPORT.
       01 REPORT-LINE PIC X(90).

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
           05 XRQ-STAT PIC X(2).
           05 XIN-STAT PIC X(2).
           05 XEQ-STAT PIC X(2).
           05 CAT-STAT PIC X(2).
           05 HIST-STAT PIC X(2).
           05 JRN-STAT PIC X(2).
           05 XRQ-EOF PIC X(3) VALUE "NO".
           05 XIN-EOF PIC X(3).
           05 XEQ-EOF PIC X(3).
           05 CAT-EOF PIC X(3).
           05 INSTITUTION-COUNT PIC 9(3) VALUE ZERO.
           05 INST-IDX PIC 9(3).
           05 EQUIV-COUNT PIC 9(3) VALUE ZERO.
           05 EQUIV-IDX PIC 9(3).
           05 CATALOG-COUNT PIC 9(2) VALUE ZERO.
           05 CAT-IDX PIC 9(2).
           05 FOUND-FLAG PIC X(1).
           05 WS-MIN-GRADE PIC 9(3).
           05 WS-COURSE-CODE PIC X(7).
           05 WS-CREDITS PIC 9(2).
           05 WS-REASON PIC X(30).
           05 READ-COUNT PIC 9(6) VALUE ZERO.
           05 POSTED-COUNT PIC 9(6) VALUE ZERO.
           05 REJECTED-COUNT PIC 9(6) VALUE ZERO.
           05 CREDITS-POSTED PIC 9(5) VALUE ZERO.
           05 WS-STUFILE-OUT-PATH PIC X(60).
           05 WS-XFERREQ-PATH PIC X(60).
           05 WS-XFERINST-PATH PIC X(60).
           05 WS-XFEREQV-PATH PIC X(60).
           05 WS-COURSECAT-PATH PIC X(60).
           05 WS-COURSHIST-PATH PIC X(60).
           05 WS-STUJRNL-PATH PIC X(60).
           05 WS-REPORT-DIR PIC X(40).
           05 WS-REPORT-FILENAME PIC X(60).
           05 WS-AUDIT-LOG-PATH PIC X(60).
           05 AUDIT-STATUS-FIELD PIC X(2).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).
           05 WS-STULOCK-PATH PIC X(60).
           05 LOCK-STAT PIC X(2).
           05 LOCK-FREE-FLAG PIC X(3).

       01 INSTITUTION-VALUES.
           05 INSTITUTION-ENTRY OCCURS 100 TIMES.
               10 INST-TBL-ID PIC X(6).
               10 INST-TBL-MIN-GRADE PIC 9(3).
               10 INST-TBL-STATUS PIC X(1).

       01 EQUIVALENCY-VALUES.
           05 EQUIVALENCY-ENTRY OCCURS 500 TIMES.
               10 EQV-TBL-INSTITUTION PIC X(6).
               10 EQV-TBL-OUTSIDE-COURSE PIC X(10).
               10 EQV-TBL-COURSE-CODE PIC X(7).
               10 EQV-TBL-STATUS PIC X(1).

       01 CATALOG-VALUES.
           05 CATALOG-TABLE OCCURS 50 TIMES.
               10 CAT-TBL-CODE PIC X(7).
               10 CAT-TBL-CREDITS PIC 9(2).

       01 HEADER-LINE.
           05 FILLER PIC X(30) VALUE "TRANSFER CREDIT POSTING - RUN ".
           05 FILLER PIC X(5) VALUE "DATE ".
           05 HDR-RUN-DATE PIC 9(8).
           05 FILLER PIC X(47) VALUE SPACES.

       01 COLUMN-HEADING.
           05 FILLER PIC X(8) VALUE "STUDENT".
           05 FILLER PIC X(8) VALUE "INST".
           05 FILLER PIC X(12) VALUE "OUTSIDE".
           05 FILLER PIC X(6) VALUE "MARK".
           05 FILLER PIC X(9) VALUE "COURSE".
           05 FILLER PIC X(6) VALUE "CRED".
           05 FILLER PIC X(41) VALUE "RESULT".

       01 DETAIL-LINE.
           05 DTL-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-INSTITUTION PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-OUTSIDE-COURSE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-OUTSIDE-GRADE PIC ZZ9.
           05 DTL-OUTSIDE-GRADE-X REDEFINES DTL-OUTSIDE-GRADE
               PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DTL-COURSE-CODE PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-CREDITS PIC ZZ9.
           05 DTL-CREDITS-X REDEFINES DTL-CREDITS PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DTL-RESULT PIC X(41).

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-POSTING.
           PERFORM 110-GET-FILE-PATHS.
           OPEN INPUT REQUEST-FILE.
           IF XRQ-STAT NOT = "00"
               DISPLAY "XFERREQ.TXT NOT ON FILE - NOTHING TO POST"
                   UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 120-LOAD-INSTITUTIONS.
           PERFORM 125-LOAD-EQUIVALENCIES.
           PERFORM 130-LOAD-CATALOG.
           IF INSTITUTION-COUNT = ZERO OR EQUIV-COUNT = ZERO
               DISPLAY "XFERINST.TXT OR XFEREQV.TXT NOT ON FILE - "
                   "NOTHING CAN BE EVALUATED" UPON CONSOLE
               CLOSE REQUEST-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 800-CHECK-AND-SET-LOCK.
           IF LOCK-FREE-FLAG = "NO"
               CLOSE REQUEST-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT STUDENT-RECORD.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "STUDENT-RECORD OPEN FAILED, FILE STATUS = "
                   STATUS-FIELD UPON CONSOLE
               CLOSE REQUEST-FILE
               PERFORM 810-CLEAR-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O COURSE-HISTORY.
           IF HIST-STAT = "35"
               OPEN OUTPUT COURSE-HISTORY
               CLOSE COURSE-HISTORY
               OPEN I-O COURSE-HISTORY
           END-IF.
           IF HIST-STAT NOT = "00"
               DISPLAY "COURSHIST.TXT OPEN FAILED, FILE STATUS = "
                   HIST-STAT UPON CONSOLE
               CLOSE REQUEST-FILE STUDENT-RECORD
               PERFORM 810-CLEAR-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           IF JRN-STAT = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           OPEN OUTPUT POSTING-REPORT.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE.
           MOVE HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 200-READ-REQUEST.
           PERFORM UNTIL XRQ-EOF = "YES"
               PERFORM 300-EVALUATE-REQUEST
               PERFORM 200-READ-REQUEST
           END-PERFORM.
           PERFORM 450-WRITE-TOTALS.
           CLOSE REQUEST-FILE STUDENT-RECORD COURSE-HISTORY
               JOURNAL-FILE POSTING-REPORT.
           MOVE "XFERPOST" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           PERFORM 500-WRITE-AUDIT-LOG.
           PERFORM 810-CLEAR-LOCK.
           DISPLAY "TRANSFER CREDIT POSTING COMPLETE, READ: "
               READ-COUNT " POSTED: " POSTED-COUNT
               " REJECTED: " REJECTED-COUNT UPON CONSOLE.
           IF REJECTED-COUNT > ZERO
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
           ACCEPT WS-XFERREQ-PATH FROM ENVIRONMENT "XFERREQ_FILE".
           IF WS-XFERREQ-PATH = SPACES
               MOVE "C:\Users\hamza\XFERREQ.TXT" TO WS-XFERREQ-PATH
           END-IF.
           ACCEPT WS-XFERINST-PATH FROM ENVIRONMENT "XFERINST_FILE".
           IF WS-XFERINST-PATH = SPACES
               MOVE "C:\Users\hamza\XFERINST.TXT" TO WS-XFERINST-PATH
           END-IF.
           ACCEPT WS-XFEREQV-PATH FROM ENVIRONMENT "XFEREQV_FILE".
           IF WS-XFEREQV-PATH = SPACES
               MOVE "C:\Users\hamza\XFEREQV.TXT" TO WS-XFEREQV-PATH
           END-IF.
           ACCEPT WS-COURSECAT-PATH FROM ENVIRONMENT "COURSECAT_FILE".
           IF WS-COURSECAT-PATH = SPACES
               MOVE "C:\Users\hamza\COURSECAT.TXT"
                   TO WS-COURSECAT-PATH
           END-IF.
           ACCEPT WS-COURSHIST-PATH FROM ENVIRONMENT "COURSHIST_FILE".
           IF WS-COURSHIST-PATH = SPACES
               MOVE "C:\Users\hamza\COURSHIST.TXT"
                   TO WS-COURSHIST-PATH
           END-IF.
           ACCEPT WS-STUJRNL-PATH FROM ENVIRONMENT "STUJRNL_FILE".
           IF WS-STUJRNL-PATH = SPACES
               MOVE "C:\Users\hamza\STUJRNL.TXT" TO WS-STUJRNL-PATH
           END-IF.
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "AUDIT_LOG_FILE".
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\hamza\AUDITLOG.TXT" TO WS-AUDIT-LOG-PATH
           END-IF.
           ACCEPT WS-REPORT-DIR FROM ENVIRONMENT "XFER_DIR".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 112-GET-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "XFERPOST_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.

       120-LOAD-INSTITUTIONS.
           MOVE ZERO TO INSTITUTION-COUNT.
           MOVE "NO" TO XIN-EOF.
           OPEN INPUT INSTITUTION-FILE.
           IF XIN-STAT = "00"
               PERFORM UNTIL XIN-EOF = "YES"
                   OR INSTITUTION-COUNT >= 100
                   READ INSTITUTION-FILE
                       AT END MOVE "YES" TO XIN-EOF
                       NOT AT END
                           ADD 1 TO INSTITUTION-COUNT
                           MOVE XIN-INSTITUTION-ID
                               TO INST-TBL-ID (INSTITUTION-COUNT)
                           MOVE XIN-STATUS
                               TO INST-TBL-STATUS (INSTITUTION-COUNT)
                           IF XIN-MIN-GRADE IS NUMERIC
                               AND XIN-MIN-GRADE > ZERO
                               MOVE XIN-MIN-GRADE TO INST-TBL-MIN-GRADE
                                   (INSTITUTION-COUNT)
                           ELSE
                               MOVE 60 TO INST-TBL-MIN-GRADE
                                   (INSTITUTION-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSTITUTION-FILE
           END-IF.

       125-LOAD-EQUIVALENCIES.
           MOVE ZERO TO EQUIV-COUNT.
           MOVE "NO" TO XEQ-EOF.
           OPEN INPUT EQUIVALENCY-FILE.
           IF XEQ-STAT = "00"
               PERFORM UNTIL XEQ-EOF = "YES" OR EQUIV-COUNT >= 500
                   READ EQUIVALENCY-FILE
                       AT END MOVE "YES" TO XEQ-EOF
                       NOT AT END
                           ADD 1 TO EQUIV-COUNT
                           MOVE XEQ-INSTITUTION-ID
                               TO EQV-TBL-INSTITUTION (EQUIV-COUNT)
                           MOVE XEQ-OUTSIDE-COURSE
                               TO EQV-TBL-OUTSIDE-COURSE (EQUIV-COUNT)
                           MOVE XEQ-COURSE-CODE
                               TO EQV-TBL-COURSE-CODE (EQUIV-COUNT)
                           MOVE XEQ-STATUS
                               TO EQV-TBL-STATUS (EQUIV-COUNT)
                   END-READ
               END-PERFORM
               CLOSE EQUIVALENCY-FILE
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

       200-READ-REQUEST.
           READ REQUEST-FILE
               AT END MOVE "YES" TO XRQ-EOF
           END-READ.

      * The checks run in order and the first one that fails is the
      * reason printed; the registrar fixes the table and re-keys it.
       300-EVALUATE-REQUEST.
           ADD 1 TO READ-COUNT.
           MOVE SPACES TO WS-REASON WS-COURSE-CODE.
           MOVE ZERO TO WS-CREDITS.
           IF XRQ-STUDENT-NUMBER IS NOT NUMERIC
               MOVE "STUDENT NUMBER NOT NUMERIC" TO WS-REASON
           ELSE
               MOVE XRQ-STUDENT-NUMBER TO STUDENT-NUMBER
               READ STUDENT-RECORD
                   INVALID KEY
                       MOVE "NOT ON STUDENT MASTER" TO WS-REASON
               END-READ
           END-IF.
           IF WS-REASON = SPACES
               PERFORM 310-FIND-INSTITUTION
           END-IF.
           IF WS-REASON = SPACES
               PERFORM 320-FIND-EQUIVALENCY
           END-IF.
           IF WS-REASON = SPACES
               PERFORM 330-FIND-CATALOG-CREDITS
           END-IF.
           IF WS-REASON = SPACES
               IF XRQ-OUTSIDE-GRADE IS NOT NUMERIC
                   MOVE "OUTSIDE MARK NOT NUMERIC" TO WS-REASON
               ELSE
                   IF XRQ-OUTSIDE-GRADE < WS-MIN-GRADE
                       MOVE SPACES TO WS-REASON
                       STRING "MARK BELOW INSTITUTION MIN "
                               DELIMITED BY SIZE
                               WS-MIN-GRADE DELIMITED BY SIZE
                           INTO WS-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-REASON = SPACES
               PERFORM 400-POST-CREDIT
           END-IF.
           PERFORM 420-PRINT-DETAIL.

       310-FIND-INSTITUTION.
           MOVE 'N' TO FOUND-FLAG.
           PERFORM VARYING INST-IDX FROM 1 BY 1
               UNTIL FOUND-FLAG = 'Y' OR INST-IDX > INSTITUTION-COUNT
               IF INST-TBL-ID (INST-IDX) = XRQ-INSTITUTION-ID
                   MOVE 'Y' TO FOUND-FLAG
                   MOVE INST-TBL-MIN-GRADE (INST-IDX) TO WS-MIN-GRADE
                   IF INST-TBL-STATUS (INST-IDX) NOT = "A"
                       MOVE "INSTITUTION NOT ACCEPTED" TO WS-REASON
                   END-IF
               END-IF
           END-PERFORM.
           IF FOUND-FLAG NOT = 'Y'
               MOVE "INSTITUTION NOT ON FILE" TO WS-REASON
           END-IF.

       320-FIND-EQUIVALENCY.
           MOVE 'N' TO FOUND-FLAG.
           PERFORM VARYING EQUIV-IDX FROM 1 BY 1
               UNTIL FOUND-FLAG = 'Y' OR EQUIV-IDX > EQUIV-COUNT
               IF EQV-TBL-INSTITUTION (EQUIV-IDX) = XRQ-INSTITUTION-ID
                   AND EQV-TBL-OUTSIDE-COURSE (EQUIV-IDX)
                       = XRQ-OUTSIDE-COURSE
                   MOVE 'Y' TO FOUND-FLAG
                   MOVE EQV-TBL-COURSE-CODE (EQUIV-IDX)
                       TO WS-COURSE-CODE
                   IF EQV-TBL-STATUS (EQUIV-IDX) NOT = "A"
                       MOVE "REVIEWED - NO CREDIT GIVEN" TO WS-REASON
                   END-IF
               END-IF
           END-PERFORM.
           IF FOUND-FLAG NOT = 'Y'
               MOVE "NO EQUIVALENCY - SEND TO DEPT" TO WS-REASON
           END-IF.

       330-FIND-CATALOG-CREDITS.
           MOVE 'N' TO FOUND-FLAG.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
               UNTIL FOUND-FLAG = 'Y' OR CAT-IDX > CATALOG-COUNT
               IF CAT-TBL-CODE (CAT-IDX) = WS-COURSE-CODE
                   MOVE 'Y' TO FOUND-FLAG
                   MOVE CAT-TBL-CREDITS (CAT-IDX) TO WS-CREDITS
               END-IF
           END-PERFORM.
           IF FOUND-FLAG NOT = 'Y'
               MOVE "EQUIVALENT NOT ON CATALOG" TO WS-REASON
           END-IF.

       400-POST-CREDIT.
           MOVE XRQ-STUDENT-NUMBER TO HIST-STUDENT-NUMBER.
           MOVE "TRANS" TO HIST-TERM.
           MOVE WS-COURSE-CODE TO HIST-COURSE-CODE.
           MOVE 888 TO HIST-COURSE-AVERAGE.
           WRITE COURSE-HISTORY-RECORD
               INVALID KEY
                   MOVE "ALREADY POSTED FOR STUDENT" TO WS-REASON
               NOT INVALID KEY
                   ADD 1 TO POSTED-COUNT
                   ADD WS-CREDITS TO CREDITS-POSTED
                   PERFORM 510-WRITE-JOURNAL
           END-WRITE.

       420-PRINT-DETAIL.
           MOVE SPACES TO DETAIL-LINE.
           MOVE XRQ-STUDENT-NUMBER TO DTL-STUDENT-NUMBER.
           MOVE XRQ-INSTITUTION-ID TO DTL-INSTITUTION.
           MOVE XRQ-OUTSIDE-COURSE TO DTL-OUTSIDE-COURSE.
           IF XRQ-OUTSIDE-GRADE IS NUMERIC
               MOVE XRQ-OUTSIDE-GRADE TO DTL-OUTSIDE-GRADE
           END-IF.
           MOVE WS-COURSE-CODE TO DTL-COURSE-CODE.
           IF WS-REASON = SPACES
               MOVE WS-CREDITS TO DTL-CREDITS
               MOVE "POSTED" TO DTL-RESULT
           ELSE
               ADD 1 TO REJECTED-COUNT
               STRING "REJECTED - " DELIMITED BY SIZE
                       WS-REASON DELIMITED BY SIZE
                   INTO DTL-RESULT
           END-IF.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       450-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "LINES READ:      " TO REPORT-LINE.
           MOVE READ-COUNT TO REPORT-LINE (18:6).
           WRITE REPORT-LINE.
           MOVE "POSTED:          " TO REPORT-LINE.
           MOVE POSTED-COUNT TO REPORT-LINE (18:6).
           WRITE REPORT-LINE.
           MOVE "REJECTED:        " TO REPORT-LINE.
           MOVE REJECTED-COUNT TO REPORT-LINE (18:6).
           WRITE REPORT-LINE.
           MOVE "CREDITS POSTED:  " TO REPORT-LINE.
           MOVE CREDITS-POSTED TO REPORT-LINE (18:5).
           WRITE REPORT-LINE.

       510-WRITE-JOURNAL.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE XRQ-STUDENT-NUMBER TO JRN-STUDENT-NUMBER.
           MOVE "XFERCREDIT" TO JRN-FIELD-NAME.
           STRING XRQ-INSTITUTION-ID DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   XRQ-OUTSIDE-COURSE DELIMITED BY SIZE
               INTO JRN-BEFORE-IMAGE.
           STRING "TRANS " DELIMITED BY SIZE
                   WS-COURSE-CODE DELIMITED BY SIZE
                   " CR " DELIMITED BY SIZE
                   WS-CREDITS DELIMITED BY SIZE
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
           MOVE "TRANSFER-CREDIT-POST" TO AUDIT-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           STRING "READ=" DELIMITED BY SIZE
                   READ-COUNT DELIMITED BY SIZE
                   " POSTED=" DELIMITED BY SIZE
                   POSTED-COUNT DELIMITED BY SIZE
                   " REJ=" DELIMITED BY SIZE
                   REJECTED-COUNT DELIMITED BY SIZE
                   " CR=" DELIMITED BY SIZE
                   CREDITS-POSTED DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "TRANSFER-CREDIT-POST" TO RRG-PROGRAM-NAME.
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
               MOVE "TRANSFER-CREDIT-POST" TO LOCK-HOLDER
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

       END PROGRAM TRANSFER-CREDIT-POST.
