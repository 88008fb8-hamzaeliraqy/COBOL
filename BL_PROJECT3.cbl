      *       standing byte; accepted records with any contact data
      *       get a STUADDR.TXT line (see STUADDR.DAT). Old-format
      *       feeds load unchanged with the address left blank.
      *   15/10/2026 HE  STUADDR.TXT is now indexed on student number:
      *       the contact record is written by key, replacing any
      *       earlier address left under the same number.
      *   15/10/2026 HE  Feed records that arrive with no student number
      *       (blank or zero) are given the next number by
      *       STUDENT-NUMBER-CHECK from STUNOCTL.TXT (see STUNOCTL.DAT)
      *       instead of being rejected; a supplied number with a wrong
      *       check digit is rejected. Assigned numbers are counted on
      *       the console and in AUDITLOG.TXT.
      *   15/10/2026 HE  The LOADRPT file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BULK-INTAKE-LOAD.
           FILE STATUS IS AUDIT-STATUS-FIELD.

           SELECT ADDRESS-FILE ASSIGN TO WS-STUADDR-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADR-STUDENT-NUMBER
           FILE STATUS IS ADR-STAT.

       DATA DIVISION.
           05 DUP-EOF PIC X(3).
           05 VALID-FLAG PIC X(3).
           05 DUPLICATE-FLAG PIC X(3).
           05 ASSIGN-FLAG PIC X(3).
           05 CRS-VALID-FLAG PIC X(3).
           05 PROG-FOUND-FLAG PIC X(1).
           05 END-OF-FILE2 PIC X(1).
           05 COURSE-IDX PIC 9(2).
           05 ACCEPTED-COUNT PIC 9(6) VALUE ZERO.
           05 REJECTED-COUNT PIC 9(6) VALUE ZERO.
           05 ASSIGNED-COUNT PIC 9(6) VALUE ZERO.
           05 WS-REJECT-REASON PIC X(30).
           05 WS-REGFEED-PATH PIC X(60).
           05 WS-STUFILE-IN-PATH PIC X(60).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LDL-RESULT PIC X(30).

       COPY "STUNOCHK.DAT".

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-LOAD.
           PERFORM 110-GET-FILE-PATHS.
               PERFORM 200-READ-FEED
           END-PERFORM.
           CLOSE FEED-FILE LOAD-REPORT.
           MOVE "LOADRPT" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           PERFORM 500-WRITE-AUDIT-LOG.
           DISPLAY "FEED LOAD COMPLETE, ACCEPTED: " ACCEPTED-COUNT
               " REJECTED: " REJECTED-COUNT
               " NUMBERS ASSIGNED: " ASSIGNED-COUNT UPON CONSOLE.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       300-EDIT-AND-LOAD.
           MOVE "YES" TO VALID-FLAG.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE "NO" TO ASSIGN-FLAG.
           IF FEED-STUDENT-NUMBER = SPACES
               OR FEED-STUDENT-NUMBER = "000000"
               MOVE "YES" TO ASSIGN-FLAG
           ELSE
           IF FEED-STUDENT-NUMBER IS NOT NUMERIC
               MOVE "STUDENT NUMBER NOT NUMERIC" TO WS-REJECT-REASON
               MOVE "NO" TO VALID-FLAG
           ELSE
               PERFORM 305-CHECK-STUDENT-NUMBER
           END-IF
           END-IF.
           IF VALID-FLAG = "YES" AND FEED-STUDENT-NAME = SPACES
           IF VALID-FLAG = "YES"
               PERFORM 310-CHECK-PROGRAM-CODE
           END-IF.
           IF VALID-FLAG = "YES" AND ASSIGN-FLAG = "YES"
               PERFORM 315-ASSIGN-STUDENT-NUMBER
           END-IF.
           IF VALID-FLAG = "YES"
               PERFORM 320-CHECK-DUPLICATE
           END-IF.
               PERFORM 330-CHECK-COURSE-CODES
               PERFORM 400-APPEND-STUDENT
               PERFORM 420-APPEND-ADDRESS
               IF ASSIGN-FLAG = "YES"
                   MOVE "ACCEPTED - NUMBER ASSIGNED" TO WS-REJECT-REASON
                   ADD 1 TO ASSIGNED-COUNT
               ELSE
                   MOVE "ACCEPTED" TO WS-REJECT-REASON
               END-IF
               ADD 1 TO ACCEPTED-COUNT
           ELSE
               ADD 1 TO REJECTED-COUNT
           END-IF.
           PERFORM 410-WRITE-LOAD-LINE.

       305-CHECK-STUDENT-NUMBER.
           MOVE "V" TO SNK-FUNCTION.
           MOVE FEED-STUDENT-NUMBER TO SNK-STUDENT-NUMBER.
           CALL "STUDENT-NUMBER-CHECK" USING STUNO-CHECK-AREA.
           IF SNK-BAD-CHECK-DIGIT
               MOVE "STUDENT NUMBER CHECK DIGIT BAD" TO WS-REJECT-REASON
               MOVE "NO" TO VALID-FLAG
           END-IF.

       310-CHECK-PROGRAM-CODE.
           MOVE 'N' TO PROG-FOUND-FLAG.
           PERFORM VARYING I FROM 1 BY 1
               MOVE "NO" TO VALID-FLAG
           END-IF.

       315-ASSIGN-STUDENT-NUMBER.
           MOVE "A" TO SNK-FUNCTION.
           CALL "STUDENT-NUMBER-CHECK" USING STUNO-CHECK-AREA.
           IF SNK-GOOD
               MOVE SNK-STUDENT-NUMBER TO FEED-STUDENT-NUMBER
           ELSE
               IF SNK-NO-CONTROL
                   MOVE "NO NUMBER - NO STUNOCTL FILE"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE "NO STUDENT NUMBERS LEFT" TO WS-REJECT-REASON
               END-IF
               MOVE "NO" TO VALID-FLAG
           END-IF.

       320-CHECK-DUPLICATE.
           MOVE "NO" TO DUPLICATE-FLAG.
           MOVE "NO" TO DUP-EOF.
               AND FEED-ADR-EMAIL = SPACES
               CONTINUE
           ELSE
               OPEN I-O ADDRESS-FILE
               IF ADR-STAT = "35"
                   OPEN OUTPUT ADDRESS-FILE
                   CLOSE ADDRESS-FILE
                   OPEN I-O ADDRESS-FILE
               END-IF
               MOVE SPACES TO STUDENT-ADDRESS-RECORD
               MOVE FEED-STUDENT-NUMBER TO ADR-STUDENT-NUMBER
               MOVE FEED-ADR-PHONE TO ADR-PHONE
               MOVE FEED-ADR-EMAIL TO ADR-EMAIL
               WRITE STUDENT-ADDRESS-RECORD
                   INVALID KEY REWRITE STUDENT-ADDRESS-RECORD
               END-WRITE
               CLOSE ADDRESS-FILE
           END-IF.

                   ACCEPTED-COUNT DELIMITED BY SIZE
                   " REJECTED=" DELIMITED BY SIZE
                   REJECTED-COUNT DELIMITED BY SIZE
                   " ASSIGNED=" DELIMITED BY SIZE
                   ASSIGNED-COUNT DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "BULK-INTAKE-LOAD" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       END PROGRAM BULK-INTAKE-LOAD.
