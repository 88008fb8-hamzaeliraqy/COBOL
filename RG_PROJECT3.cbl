      *       rerun batch books to the night it belongs to; with no
      *       business date on file the system date applies as
      *       before.
      *   15/10/2026 HE  Withdrawn slots (see COURSDTL.DAT) no longer
      *       take a seat, so a course dropped through COURSE-DROP
      *       gives its seat back against CAT-SEAT-CAPACITY.
      *   15/10/2026 HE  A request for a full course now goes onto the
      *       course waitlist (WAITLIST.TXT, see WAITLIST.DAT) in
      *       arrival order instead of being rejected outright;
      *       WAITLIST-PROMOTION enrolls from it as seats free up. A
      *       student already waiting for the course is not added twice.
      *   15/10/2026 HE  Section registration. A request may carry a
      *       section number after the term; a course with sections on
      *       the section master (SECTMAST.TXT, see SECTMAST.DAT) for
      *       the term must be requested by section, is filled against
      *       the section's own capacity, and is refused when its
      *       meeting days and times clash with a section the student
      *       already holds that term. Accepted section enrollments are
      *       appended to SECTENRL.TXT (see SECTENRL.DAT) and a full
      *       section waitlists the student for that section.
      *   15/10/2026 HE  BATCH_PREVIEW Y runs registration as a preview:
      *       the report is headed PREVIEW and shows every enrollment
      *       and waitlisting that would be made, counting seats as a
      *       live run would, but nothing is written to STUFILE-C.TXT,
      *       STUJRNL.TXT, WAITLIST.TXT or SECTENRL.TXT and the audit
      *       entry is marked PREVIEW.
      *   15/10/2026 HE  The ENROLL file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      *   15/10/2026 HE  A preview keeps the enrollments it would make
      *       and lays them back over the student's course table after
      *       each read, so a repeated request, an eleventh course or a
      *       time clash with a section accepted earlier in the same
      *       preview is refused as the live run would refuse it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-REGISTRATION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRM-STAT.

           SELECT WAITLIST-FILE ASSIGN TO WS-WAITLIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WTL-STAT.

           SELECT SECTION-MASTER ASSIGN TO WS-SECTMAST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEC-STAT.

           SELECT SECTION-ENROLL-FILE ASSIGN TO WS-SECTENRL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEN-STAT.

           SELECT BUSDATE-FILE ASSIGN TO WS-BUSDATE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUSDATE-STAT.
           05 ENR-STUDENT-NUMBER PIC X(6).
           05 ENR-COURSE-CODE PIC X(7).
           05 ENR-TERM PIC X(5).
           05 ENR-SECTION PIC X(3).

       FD STUDENT-RECORD.
       01 STUDENTS.
       FD TERM-MASTER.
           COPY "TERMMAST.DAT".

       FD WAITLIST-FILE.
           COPY "WAITLIST.DAT".

       FD SECTION-MASTER.
           COPY "SECTMAST.DAT".

       FD SECTION-ENROLL-FILE.
           COPY "SECTENRL.DAT".

       FD BUSDATE-FILE.
           COPY "BUSDATE.DAT".

           05 TERM-COUNT PIC 9(2) VALUE ZERO.
           05 TERM-IDX PIC 9(2).
           05 TERM-OK-FLAG PIC X(3).
           05 WS-WAITLIST-PATH PIC X(60).
           05 WTL-STAT PIC X(2).
           05 WTL-EOF PIC X(3).
           05 WAIT-IDX PIC 9(3).
           05 WAIT-TAB-COUNT PIC 9(3) VALUE ZERO.
           05 WAITLISTED-FLAG PIC X(1).
           05 WAITLISTED-COUNT PIC 9(6) VALUE ZERO.
           05 WS-SECTMAST-PATH PIC X(60).
           05 SEC-STAT PIC X(2).
           05 SEC-EOF PIC X(3).
           05 SECTION-COUNT PIC 9(3) VALUE ZERO.
           05 SEC-IDX PIC 9(3).
           05 SEC-MATCH-IDX PIC 9(3).
           05 HELD-SEC-IDX PIC 9(3).
           05 SECTIONED-FLAG PIC X(1).
           05 WS-SECTENRL-PATH PIC X(60).
           05 SEN-STAT PIC X(2).
           05 SEN-EOF PIC X(3).
           05 HELD-COUNT PIC 9(4) VALUE ZERO.
           05 HELD-IDX PIC 9(4).
           05 HELD-FOUND-FLAG PIC X(1).
           05 WS-HELD-SECTION PIC X(3).
           05 DAY-IDX PIC 9(1).
           05 DAY-OVERLAP-FLAG PIC X(1).
           05 WS-PREVIEW-FLAG PIC X(1) VALUE "N".
           05 PREVIEW-COUNT PIC 9(4) VALUE ZERO.
           05 PREVIEW-IDX PIC 9(4).
           05 PREVIEW-FULL-FLAG PIC X(3) VALUE "NO".

       01 WAIT-VALUES.
           05 WAIT-ENTRY OCCURS 500 TIMES.
               10 WT-STUDENT PIC 9(6).
               10 WT-COURSE PIC X(7).

       01 SECTION-VALUES.
           05 SECTION-ENTRY OCCURS 200 TIMES.
               10 SEC-TBL-COURSE PIC X(7).
               10 SEC-TBL-SECTION PIC X(3).
               10 SEC-TBL-DAYS PIC X(7).
               10 SEC-TBL-START PIC 9(4).
               10 SEC-TBL-END PIC 9(4).
               10 SEC-TBL-CAPACITY PIC 9(3).
               10 SEC-TBL-SEATS-USED PIC 9(3).

       01 HELD-SECTION-VALUES.
           05 HELD-ENTRY OCCURS 2000 TIMES.
               10 HLD-STUDENT PIC 9(6).
               10 HLD-COURSE PIC X(7).
               10 HLD-SECTION PIC X(3).

      * Enrollments a preview would have made - the student record is
      * not rewritten, so they are laid back on after each read.
       01 PREVIEW-VALUES.
           05 PREVIEW-ENTRY OCCURS 2000 TIMES.
               10 PVW-STUDENT PIC 9(6).
               10 PVW-COURSE PIC X(7).

       01 TERM-VALUES.
           05 TERM-ENTRY OCCURS 20 TIMES.
           05 DTL-STUDENT-NAME PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-COURSE-CODE PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DTL-SECTION PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-TERM PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-RESULT PIC X(30).

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-REGISTRATION.
           PERFORM 110-GET-FILE-PATHS.
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
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM 170-LOAD-SECTIONS
               PERFORM 175-LOAD-SECTION-ENROLLMENTS
               PERFORM 140-COUNT-CURRENT-SEATS
               PERFORM 160-LOAD-WAITLIST
               OPEN OUTPUT ENROLL-REPORT
               MOVE "COURSE REGISTRATION - TERM " TO REPORT-LINE
               MOVE WS-RUN-TERM TO REPORT-LINE (28:5)
               IF WS-PREVIEW-FLAG = "Y"
                   MOVE "PREVIEW - NO CHANGES" TO REPORT-LINE (35:20)
               END-IF
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
                   PERFORM 200-READ-REQUEST
               END-PERFORM
               CLOSE ENROLL-REPORT
               MOVE "ENROLL" TO RRG-REPORT-ID
               MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME
               PERFORM 590-REGISTER-REPORT
           END-IF.
           CLOSE ENROLL-REQUESTS STUDENT-RECORD.
           PERFORM 500-WRITE-AUDIT-LOG.
           PERFORM 810-CLEAR-LOCK.
           IF WS-PREVIEW-FLAG = "Y"
               DISPLAY "REGISTRATION PREVIEW COMPLETE, WOULD ACCEPT: "
                   ACCEPTED-COUNT " WAITLIST: " WAITLISTED-COUNT
                   " REJECT: " REJECTED-COUNT UPON CONSOLE
           ELSE
               DISPLAY "REGISTRATION COMPLETE, ACCEPTED: "
                   ACCEPTED-COUNT " WAITLISTED: " WAITLISTED-COUNT
                   " REJECTED: " REJECTED-COUNT UPON CONSOLE
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

               MOVE "C:\Users\hamza\TERMMAST.TXT"
                   TO WS-TERMMAST-PATH
           END-IF.
           ACCEPT WS-WAITLIST-PATH FROM ENVIRONMENT "WAITLIST_FILE".
           IF WS-WAITLIST-PATH = SPACES
               MOVE "C:\Users\hamza\WAITLIST.TXT" TO WS-WAITLIST-PATH
           END-IF.
           ACCEPT WS-SECTMAST-PATH FROM ENVIRONMENT "SECTMAST_FILE".
           IF WS-SECTMAST-PATH = SPACES
               MOVE "C:\Users\hamza\SECTMAST.TXT" TO WS-SECTMAST-PATH
           END-IF.
           ACCEPT WS-SECTENRL-PATH FROM ENVIRONMENT "SECTENRL_FILE".
           IF WS-SECTENRL-PATH = SPACES
               MOVE "C:\Users\hamza\SECTENRL.TXT" TO WS-SECTENRL-PATH
           END-IF.
           ACCEPT WS-RUN-TERM FROM ENVIRONMENT "REGISTER_TERM".
           ACCEPT WS-REPORT-DIR FROM ENVIRONMENT "ENROLL_DIR".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.
           MOVE SPACE TO WS-PREVIEW-FLAG.
           ACCEPT WS-PREVIEW-FLAG FROM ENVIRONMENT "BATCH_PREVIEW".
           IF WS-PREVIEW-FLAG NOT = "Y"
               MOVE "N" TO WS-PREVIEW-FLAG
           END-IF.

       120-LOAD-CATALOG.
           MOVE ZERO TO CATALOG-COUNT.

       150-TALLY-STUDENT-SEATS.
           IF COURSE-TERM (COURSE-IDX) = WS-RUN-TERM
               AND NOT COURSE-WITHDRAWN (COURSE-IDX)
               PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CATALOG-COUNT
                   IF COURSE-CODE (COURSE-IDX) = CAT-TBL-CODE (CAT-IDX)
                       ADD 1 TO CAT-TBL-SEATS-USED (CAT-IDX)
                   END-IF
               END-PERFORM
               IF SECTION-COUNT > ZERO
                   PERFORM 180-FIND-HELD-SECTION
                   IF HELD-FOUND-FLAG = 'Y'
                       ADD 1 TO SEC-TBL-SEATS-USED (HELD-SEC-IDX)
                   END-IF
               END-IF
           END-IF.

       160-LOAD-WAITLIST.
           MOVE ZERO TO WAIT-TAB-COUNT.
           MOVE "NO" TO WTL-EOF.
           OPEN INPUT WAITLIST-FILE.
           IF WTL-STAT = "00"
               PERFORM UNTIL WTL-EOF = "YES" OR WAIT-TAB-COUNT >= 500
                   READ WAITLIST-FILE
                       AT END MOVE "YES" TO WTL-EOF
                       NOT AT END
                           IF WTL-TERM = WS-RUN-TERM
                               ADD 1 TO WAIT-TAB-COUNT
                               MOVE WTL-STUDENT-NUMBER
                                   TO WT-STUDENT (WAIT-TAB-COUNT)
                               MOVE WTL-COURSE-CODE
                                   TO WT-COURSE (WAIT-TAB-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAITLIST-FILE
           END-IF.

       170-LOAD-SECTIONS.
           MOVE ZERO TO SECTION-COUNT.
           MOVE "NO" TO SEC-EOF.
           OPEN INPUT SECTION-MASTER.
           IF SEC-STAT = "00"
               PERFORM UNTIL SEC-EOF = "YES" OR SECTION-COUNT >= 200
                   READ SECTION-MASTER
                       AT END MOVE "YES" TO SEC-EOF
                       NOT AT END
                           IF SEC-TERM = WS-RUN-TERM
                               PERFORM 172-STORE-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECTION-MASTER
           END-IF.

       172-STORE-SECTION.
           ADD 1 TO SECTION-COUNT.
           MOVE SEC-COURSE-CODE TO SEC-TBL-COURSE (SECTION-COUNT).
           MOVE SEC-SECTION TO SEC-TBL-SECTION (SECTION-COUNT).
           MOVE SEC-DAYS TO SEC-TBL-DAYS (SECTION-COUNT).
           IF SEC-START-TIME IS NUMERIC AND SEC-END-TIME IS NUMERIC
               MOVE SEC-START-TIME TO SEC-TBL-START (SECTION-COUNT)
               MOVE SEC-END-TIME TO SEC-TBL-END (SECTION-COUNT)
           ELSE
               MOVE ZERO TO SEC-TBL-START (SECTION-COUNT)
               MOVE ZERO TO SEC-TBL-END (SECTION-COUNT)
           END-IF.
           IF SEC-CAPACITY IS NUMERIC
               MOVE SEC-CAPACITY TO SEC-TBL-CAPACITY (SECTION-COUNT)
           ELSE
               MOVE ZERO TO SEC-TBL-CAPACITY (SECTION-COUNT)
           END-IF.
           MOVE ZERO TO SEC-TBL-SEATS-USED (SECTION-COUNT).

       175-LOAD-SECTION-ENROLLMENTS.
           MOVE ZERO TO HELD-COUNT.
           MOVE "NO" TO SEN-EOF.
           OPEN INPUT SECTION-ENROLL-FILE.
           IF SEN-STAT = "00"
               PERFORM UNTIL SEN-EOF = "YES"
                   READ SECTION-ENROLL-FILE
                       AT END MOVE "YES" TO SEN-EOF
                       NOT AT END
                           IF SEN-TERM = WS-RUN-TERM
                               PERFORM 177-STORE-HELD-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECTION-ENROLL-FILE
           END-IF.

       177-STORE-HELD-SECTION.
           MOVE 'N' TO HELD-FOUND-FLAG.
           PERFORM VARYING HELD-IDX FROM 1 BY 1
               UNTIL HELD-FOUND-FLAG = 'Y' OR HELD-IDX > HELD-COUNT
               IF HLD-STUDENT (HELD-IDX) = SEN-STUDENT-NUMBER
                   AND HLD-COURSE (HELD-IDX) = SEN-COURSE-CODE
                   MOVE SEN-SECTION TO HLD-SECTION (HELD-IDX)
                   MOVE 'Y' TO HELD-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF HELD-FOUND-FLAG = 'N' AND HELD-COUNT < 2000
               ADD 1 TO HELD-COUNT
               MOVE SEN-STUDENT-NUMBER TO HLD-STUDENT (HELD-COUNT)
               MOVE SEN-COURSE-CODE TO HLD-COURSE (HELD-COUNT)
               MOVE SEN-SECTION TO HLD-SECTION (HELD-COUNT)
           END-IF.

       180-FIND-HELD-SECTION.
           MOVE 'N' TO HELD-FOUND-FLAG.
           MOVE SPACES TO WS-HELD-SECTION.
           PERFORM VARYING HELD-IDX FROM 1 BY 1
               UNTIL HELD-FOUND-FLAG = 'Y' OR HELD-IDX > HELD-COUNT
               IF HLD-STUDENT (HELD-IDX) = STUDENT-NUMBER
                   AND HLD-COURSE (HELD-IDX) = COURSE-CODE (COURSE-IDX)
                   MOVE HLD-SECTION (HELD-IDX) TO WS-HELD-SECTION
                   MOVE 'Y' TO HELD-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF HELD-FOUND-FLAG = 'Y'
               MOVE 'N' TO HELD-FOUND-FLAG
               PERFORM VARYING SEC-IDX FROM 1 BY 1
                   UNTIL HELD-FOUND-FLAG = 'Y'
                   OR SEC-IDX > SECTION-COUNT
                   IF SEC-TBL-COURSE (SEC-IDX) =
                       COURSE-CODE (COURSE-IDX)
                       AND SEC-TBL-SECTION (SEC-IDX) = WS-HELD-SECTION
                       MOVE SEC-IDX TO HELD-SEC-IDX
                       MOVE 'Y' TO HELD-FOUND-FLAG
                   END-IF
               END-PERFORM
           END-IF.

       200-READ-REQUEST.
       300-PROCESS-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO DTL-STUDENT-NAME.
           MOVE 'N' TO WAITLISTED-FLAG.
           IF ENR-STUDENT-NUMBER IS NOT NUMERIC
               MOVE "STUDENT NUMBER NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               IF FOUND-FLAG NOT = 'Y'
                   MOVE "COURSE CODE NOT ON CATALOG" TO WS-REJECT-REASON
               ELSE
                   PERFORM 315-FIND-SECTION
                   IF SECTIONED-FLAG = 'Y' AND ENR-SECTION = SPACES
                       MOVE "SECTION REQUIRED" TO WS-REJECT-REASON
                   ELSE
                   IF SECTIONED-FLAG = 'Y' AND SEC-MATCH-IDX = ZERO
                       MOVE "SECTION NOT OFFERED THIS TERM"
                           TO WS-REJECT-REASON
                   ELSE
                   IF SECTIONED-FLAG = 'N' AND ENR-SECTION NOT = SPACES
                       MOVE "COURSE HAS NO SECTIONS" TO WS-REJECT-REASON
                   ELSE
                       PERFORM 320-CHECK-AND-ENROLL
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES AND WS-PREVIEW-FLAG = "Y"
               MOVE "WOULD BE ACCEPTED" TO WS-REJECT-REASON
               ADD 1 TO ACCEPTED-COUNT
           ELSE
           IF WS-REJECT-REASON = SPACES
               MOVE "ACCEPTED" TO WS-REJECT-REASON
               ADD 1 TO ACCEPTED-COUNT
           ELSE
           IF WAITLISTED-FLAG = 'Y'
               ADD 1 TO WAITLISTED-COUNT
           ELSE
               ADD 1 TO REJECTED-COUNT
           END-IF
           END-IF
           END-IF.
           PERFORM 400-WRITE-REPORT-LINE.

               END-IF
           END-PERFORM.

       315-FIND-SECTION.
           MOVE 'N' TO SECTIONED-FLAG.
           MOVE ZERO TO SEC-MATCH-IDX.
           PERFORM VARYING SEC-IDX FROM 1 BY 1
               UNTIL SEC-IDX > SECTION-COUNT
               IF SEC-TBL-COURSE (SEC-IDX) = ENR-COURSE-CODE
                   MOVE 'Y' TO SECTIONED-FLAG
                   IF SEC-TBL-SECTION (SEC-IDX) = ENR-SECTION
                       MOVE SEC-IDX TO SEC-MATCH-IDX
                   END-IF
               END-IF
           END-PERFORM.

       320-CHECK-AND-ENROLL.
           MOVE ENR-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ STUDENT-RECORD
                   MOVE "STUDENT NOT ON FILE" TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE STUDENT-NAME TO DTL-STUDENT-NAME
                   IF WS-PREVIEW-FLAG = "Y"
                       PERFORM 325-MERGE-PREVIEW-COURSES
                   END-IF
                   PERFORM 330-CHECK-ALREADY-ENROLLED
                   IF WS-REJECT-REASON = SPACES
                       AND SECTIONED-FLAG = 'Y'
                       PERFORM 335-CHECK-TIME-CLASH
                   END-IF
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 340-CHECK-CAPACITY
                   END-IF
                   END-IF
           END-READ.

       325-MERGE-PREVIEW-COURSES.
           IF COURSE-COUNT IS NOT NUMERIC
               MOVE ZERO TO COURSE-COUNT
           END-IF.
           PERFORM VARYING PREVIEW-IDX FROM 1 BY 1
               UNTIL PREVIEW-IDX > PREVIEW-COUNT
               IF PVW-STUDENT (PREVIEW-IDX) = STUDENT-NUMBER
                   AND COURSE-COUNT < 10
                   ADD 1 TO COURSE-COUNT
                   MOVE PVW-COURSE (PREVIEW-IDX)
                       TO COURSE-CODE (COURSE-COUNT)
                   MOVE ZERO TO COURSE-AVERAGE (COURSE-COUNT)
                   MOVE WS-RUN-TERM TO COURSE-TERM (COURSE-COUNT)
               END-IF
           END-PERFORM.

       330-CHECK-ALREADY-ENROLLED.
           IF COURSE-COUNT IS NOT NUMERIC
               MOVE ZERO TO COURSE-COUNT
               MOVE "COURSE TABLE FULL" TO WS-REJECT-REASON
           END-IF.

       335-CHECK-TIME-CLASH.
           PERFORM VARYING COURSE-IDX FROM 1 BY 1
               UNTIL COURSE-IDX > COURSE-COUNT
               OR WS-REJECT-REASON NOT = SPACES
               IF COURSE-TERM (COURSE-IDX) = WS-RUN-TERM
                   AND NOT COURSE-WITHDRAWN (COURSE-IDX)
                   PERFORM 180-FIND-HELD-SECTION
                   IF HELD-FOUND-FLAG = 'Y'
                       PERFORM 337-COMPARE-MEETING-TIMES
                   END-IF
               END-IF
           END-PERFORM.

       337-COMPARE-MEETING-TIMES.
           MOVE 'N' TO DAY-OVERLAP-FLAG.
           PERFORM VARYING DAY-IDX FROM 1 BY 1
               UNTIL DAY-IDX > 7 OR DAY-OVERLAP-FLAG = 'Y'
               IF SEC-TBL-DAYS (SEC-MATCH-IDX) (DAY-IDX:1) NOT = SPACE
                   AND SEC-TBL-DAYS (HELD-SEC-IDX) (DAY-IDX:1)
                       NOT = SPACE
                   MOVE 'Y' TO DAY-OVERLAP-FLAG
               END-IF
           END-PERFORM.
           IF DAY-OVERLAP-FLAG = 'Y'
               AND SEC-TBL-START (SEC-MATCH-IDX) <
                   SEC-TBL-END (HELD-SEC-IDX)
               AND SEC-TBL-START (HELD-SEC-IDX) <
                   SEC-TBL-END (SEC-MATCH-IDX)
               STRING "TIME CLASH WITH " DELIMITED BY SIZE
                       COURSE-CODE (COURSE-IDX) DELIMITED BY SPACE
                   INTO WS-REJECT-REASON
           END-IF.

       340-CHECK-CAPACITY.
           IF SECTIONED-FLAG = 'Y'
               IF SEC-TBL-CAPACITY (SEC-MATCH-IDX) > ZERO
                   AND SEC-TBL-SEATS-USED (SEC-MATCH-IDX) >=
                       SEC-TBL-CAPACITY (SEC-MATCH-IDX)
                   MOVE "SECTION FULL" TO WS-REJECT-REASON
                   PERFORM 345-ADD-TO-WAITLIST
               END-IF
           ELSE
               IF CAT-TBL-CAPACITY (MATCH-IDX) > ZERO
                   AND CAT-TBL-SEATS-USED (MATCH-IDX) >=
                       CAT-TBL-CAPACITY (MATCH-IDX)
                   MOVE "COURSE FULL" TO WS-REJECT-REASON
                   PERFORM 345-ADD-TO-WAITLIST
               END-IF
           END-IF.

       345-ADD-TO-WAITLIST.
           MOVE 'N' TO FOUND-FLAG.
           PERFORM VARYING WAIT-IDX FROM 1 BY 1
               UNTIL FOUND-FLAG = 'Y' OR WAIT-IDX > WAIT-TAB-COUNT
               IF WT-STUDENT (WAIT-IDX) = STUDENT-NUMBER
                   AND WT-COURSE (WAIT-IDX) = ENR-COURSE-CODE
                   MOVE 'Y' TO FOUND-FLAG
               END-IF
           END-PERFORM.
           IF FOUND-FLAG = 'Y'
               MOVE "COURSE FULL - ALREADY WAITING" TO WS-REJECT-REASON
           ELSE
               IF WS-PREVIEW-FLAG = "N"
                   PERFORM 347-WRITE-WAITLIST
               END-IF
               IF WAIT-TAB-COUNT < 500
                   ADD 1 TO WAIT-TAB-COUNT
                   MOVE STUDENT-NUMBER TO WT-STUDENT (WAIT-TAB-COUNT)
                   MOVE ENR-COURSE-CODE TO WT-COURSE (WAIT-TAB-COUNT)
               END-IF
               IF WS-PREVIEW-FLAG = "Y"
                   MOVE "FULL - WOULD BE WAITLISTED" TO WS-REJECT-REASON
               ELSE
               IF SECTIONED-FLAG = 'Y'
                   MOVE "SECTION FULL - WAITLISTED" TO WS-REJECT-REASON
               ELSE
                   MOVE "COURSE FULL - WAITLISTED" TO WS-REJECT-REASON
               END-IF
               END-IF
               MOVE 'Y' TO WAITLISTED-FLAG
           END-IF.

       347-WRITE-WAITLIST.
           OPEN EXTEND WAITLIST-FILE.
           IF WTL-STAT = "35"
               OPEN OUTPUT WAITLIST-FILE
           END-IF.
           MOVE SPACES TO WAITLIST-RECORD.
           MOVE ENR-COURSE-CODE TO WTL-COURSE-CODE.
           MOVE WS-RUN-TERM TO WTL-TERM.
           MOVE STUDENT-NUMBER TO WTL-STUDENT-NUMBER.
           MOVE WS-RUN-DATE TO WTL-REQUEST-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME TO WTL-REQUEST-TIME.
           MOVE ENR-SECTION TO WTL-SECTION.
           WRITE WAITLIST-RECORD.
           CLOSE WAITLIST-FILE.

       350-ENROLL-STUDENT.
           ADD 1 TO COURSE-COUNT.
           MOVE ENR-COURSE-CODE TO COURSE-CODE (COURSE-COUNT).
           MOVE ZERO TO COURSE-AVERAGE (COURSE-COUNT).
           MOVE WS-RUN-TERM TO COURSE-TERM (COURSE-COUNT).
           ADD 1 TO CAT-TBL-SEATS-USED (MATCH-IDX).
           IF WS-PREVIEW-FLAG = "N"
               REWRITE STUDENTS
               MOVE SPACES TO WS-JRN-FIELD
               STRING "COURSE-" DELIMITED BY SIZE
                       COURSE-COUNT DELIMITED BY SIZE
                   INTO WS-JRN-FIELD
               PERFORM 510-WRITE-JOURNAL
           ELSE
               PERFORM 357-KEEP-PREVIEW-COURSE
           END-IF.
           IF SECTIONED-FLAG = 'Y'
               PERFORM 355-WRITE-SECTION-ENROLL
           END-IF.

       355-WRITE-SECTION-ENROLL.
           IF WS-PREVIEW-FLAG = "N"
               OPEN EXTEND SECTION-ENROLL-FILE
               IF SEN-STAT = "35"
                   OPEN OUTPUT SECTION-ENROLL-FILE
               END-IF
               MOVE SPACES TO SECTION-ENROLL-RECORD
               MOVE STUDENT-NUMBER TO SEN-STUDENT-NUMBER
               MOVE WS-RUN-TERM TO SEN-TERM
               MOVE ENR-COURSE-CODE TO SEN-COURSE-CODE
               MOVE ENR-SECTION TO SEN-SECTION
               MOVE WS-RUN-DATE TO SEN-DATE
               MOVE "R" TO SEN-SOURCE
               WRITE SECTION-ENROLL-RECORD
               CLOSE SECTION-ENROLL-FILE
           END-IF.
           ADD 1 TO SEC-TBL-SEATS-USED (SEC-MATCH-IDX).
           MOVE STUDENT-NUMBER TO SEN-STUDENT-NUMBER.
           MOVE ENR-COURSE-CODE TO SEN-COURSE-CODE.
           MOVE ENR-SECTION TO SEN-SECTION.
           PERFORM 177-STORE-HELD-SECTION.

       357-KEEP-PREVIEW-COURSE.
           IF PREVIEW-COUNT < 2000
               ADD 1 TO PREVIEW-COUNT
               MOVE STUDENT-NUMBER TO PVW-STUDENT (PREVIEW-COUNT)
               MOVE ENR-COURSE-CODE TO PVW-COURSE (PREVIEW-COUNT)
           ELSE
           IF PREVIEW-FULL-FLAG = "NO"
               MOVE "YES" TO PREVIEW-FULL-FLAG
               DISPLAY "MORE THAN 2000 PREVIEW ENROLLMENTS - LATER "
                   "REPEATS AND CLASHES MAY NOT SHOW" UPON CONSOLE
           END-IF
           END-IF.

       400-WRITE-REPORT-LINE.
           MOVE ENR-STUDENT-NUMBER TO DTL-STUDENT-NUMBER.
           MOVE ENR-COURSE-CODE TO DTL-COURSE-CODE.
           MOVE ENR-SECTION TO DTL-SECTION.
           MOVE ENR-TERM TO DTL-TERM.
           MOVE WS-REJECT-REASON TO DTL-RESULT.
           MOVE DETAIL-LINE TO REPORT-LINE.
           MOVE "COURSE-REGISTRATION" TO AUDIT-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           IF WS-PREVIEW-FLAG = "Y"
               STRING "PREVIEW " DELIMITED BY SIZE
                   WS-RUN-TERM DELIMITED BY SIZE
                   " ACC=" DELIMITED BY SIZE
                   ACCEPTED-COUNT DELIMITED BY SIZE
                   " WAIT=" DELIMITED BY SIZE
                   WAITLISTED-COUNT DELIMITED BY SIZE
                   " REJ=" DELIMITED BY SIZE
                   REJECTED-COUNT DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
           ELSE
               STRING "TERM=" DELIMITED BY SIZE
                   WS-RUN-TERM DELIMITED BY SIZE
                   " ACC=" DELIMITED BY SIZE
                   ACCEPTED-COUNT DELIMITED BY SIZE
                   " WAIT=" DELIMITED BY SIZE
                   WAITLISTED-COUNT DELIMITED BY SIZE
                   " REJ=" DELIMITED BY SIZE
                   REJECTED-COUNT DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "COURSE-REGISTRATION" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       800-CHECK-AND-SET-LOCK.
           ACCEPT WS-STULOCK-PATH FROM ENVIRONMENT "STULOCK_FILE".
           IF WS-STULOCK-PATH = SPACES
