      *       OPERMAST.DAT): intake is maintenance, so inquiry-only
      *       operators and unknown IDs are refused before the first
      *       prompt.
      *   15/10/2026 HE  Sign-on now CALLs OPERATOR-SIGN-ON (see
      *       SIGNON.DAT) instead of reading OPERMAST.TXT here, so the
      *       operator's password is checked, an expired or reset
      *       password must be changed, and repeated failures lock the
      *       ID. The level checks made here are unchanged.
      *   15/10/2026 HE  STUADDR.TXT is now indexed on student number:
      *       the contact record is written by key, replacing any
      *       earlier address left under the same number.
      *   15/10/2026 HE  Student numbers: 0 at the prompt has
      *       STUDENT-NUMBER-CHECK assign the next number from
      *       STUNOCTL.TXT (see STUNOCTL.DAT), and a keyed number with a
      *       wrong check digit is refused before the duplicate scan.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-RECORDS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CRSEXCP-STAT.

           SELECT TERM-MASTER ASSIGN TO WS-TERMMAST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRM-STAT.

           SELECT ADDRESS-FILE ASSIGN TO WS-STUADDR-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADR-STUDENT-NUMBER
           FILE STATUS IS ADR-STAT.

       DATA DIVISION.
           05 CEX-REASON PIC X(30) VALUE
               "COURSE CODE NOT ON CATALOG".

       FD TERM-MASTER.
           COPY "TERMMAST.DAT".

           05 CAT-IDX PIC 9(2).
           05 CATALOG-COUNT PIC 9(2) VALUE ZERO.
           05 CRS-VALID-FLAG PIC X(3).
           05 WS-OPERATOR-ID PIC X(8).
           05 WS-OPERATOR-LEVEL PIC X(1).
           05 WS-TERMMAST-PATH PIC X(60).
               10 CAT-TBL-CREDITS PIC 9(2).
               10 CAT-TBL-ACTIVE PIC X(1).

       COPY "SIGNON.DAT".

       COPY "STUNOCHK.DAT".

       PROCEDURE DIVISION.
       101-STUDENT-DATA.
           PERFORM 200-GET-FILE-PATH.
           IF WS-CRSEXCP-PATH = SPACES
               MOVE "C:\Users\hamza\CRSEXCP.TXT" TO WS-CRSEXCP-PATH
           END-IF.
           ACCEPT WS-TERMMAST-PATH FROM ENVIRONMENT "TERMMAST_FILE".
           IF WS-TERMMAST-PATH = SPACES
               MOVE "C:\Users\hamza\TERMMAST.TXT"
       213-OPERATOR-SIGN-ON.
           MOVE SPACES TO WS-OPERATOR-ID.
           MOVE "D" TO WS-OPERATOR-LEVEL.
           MOVE "STUDENT-RECORDS" TO SGN-CALLER.
           CALL "OPERATOR-SIGN-ON" USING SIGN-ON-AREA.
           IF SGN-NO-MASTER
               DISPLAY "No operator master on file - sign-on not "
                   "checked." UPON CONSOLE
           ELSE
               MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
               MOVE SGN-OPERATOR-LEVEL TO WS-OPERATOR-LEVEL
               IF NOT SGN-ACCEPTED
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Signed on: " SGN-OPERATOR-NAME
                   UPON CONSOLE
           END-IF.

       202-LOAD-CATALOG.

       203-TAKE-IN-RECORD.
           MOVE SPACES TO STUDENT-RECORD.
           DISPLAY "Enter student number (0 to assign one) : "
               UPON CONSOLE.
           ACCEPT STUDENT-NUMBER FROM CONSOLE.
           DISPLAY "Enter Tuition owed : " UPON CONSOLE.
           ACCEPT TUITION FROM CONSOLE.

       204-VALIDATE-RECORD.
           MOVE "YES" TO VALID-FLAG.
           IF STUDENT-NUMBER NOT = ZERO
               PERFORM 217-CHECK-STUDENT-NUMBER
           END-IF.
           IF STUDENT-NAME = SPACES
               DISPLAY "Student name cannot be blank." UPON CONSOLE
               MOVE "NO" TO VALID-FLAG
           END-IF.
           IF VALID-FLAG = "YES" AND STUDENT-NUMBER = ZERO
               PERFORM 216-ASSIGN-STUDENT-NUMBER
           END-IF.
           IF VALID-FLAG = "YES"
               PERFORM 206-CHECK-DUPLICATE
               IF DUPLICATE-FLAG = "YES"
               PERFORM 201-APP-STARTUP
           END-IF.

       216-ASSIGN-STUDENT-NUMBER.
           MOVE "A" TO SNK-FUNCTION.
           CALL "STUDENT-NUMBER-CHECK" USING STUNO-CHECK-AREA.
           IF SNK-GOOD
               MOVE SNK-STUDENT-NUMBER TO STUDENT-NUMBER
               DISPLAY "Student number assigned : " STUDENT-NUMBER
                   UPON CONSOLE
           ELSE
               IF SNK-NO-CONTROL
                   DISPLAY "No student-number control file - enter "
                       "the number." UPON CONSOLE
               ELSE
                   DISPLAY "No student numbers left to assign."
                       UPON CONSOLE
               END-IF
               MOVE "NO" TO VALID-FLAG
           END-IF.

       217-CHECK-STUDENT-NUMBER.
           MOVE "V" TO SNK-FUNCTION.
           MOVE STUDENT-NUMBER TO SNK-STUDENT-NUMBER.
           CALL "STUDENT-NUMBER-CHECK" USING STUNO-CHECK-AREA.
           IF SNK-BAD-CHECK-DIGIT
               DISPLAY "Student number check digit is wrong."
                   UPON CONSOLE
               MOVE "NO" TO VALID-FLAG
           END-IF.

       206-CHECK-DUPLICATE.
           MOVE "NO" TO DUPLICATE-FLAG.
           MOVE "NO" TO DUP-EOF.
           PERFORM 208-TAKE-ADDRESS.

       208-TAKE-ADDRESS.
           OPEN I-O ADDRESS-FILE.
           IF ADR-STAT = "35"
               OPEN OUTPUT ADDRESS-FILE
               CLOSE ADDRESS-FILE
               OPEN I-O ADDRESS-FILE
           END-IF.
           MOVE SPACES TO STUDENT-ADDRESS-RECORD.
           MOVE STUDENT-NUMBER TO ADR-STUDENT-NUMBER.
           ACCEPT ADR-PHONE FROM CONSOLE.
           DISPLAY "Enter email : " UPON CONSOLE.
           ACCEPT ADR-EMAIL FROM CONSOLE.
           WRITE STUDENT-ADDRESS-RECORD
               INVALID KEY REWRITE STUDENT-ADDRESS-RECORD
           END-WRITE.
           CLOSE ADDRESS-FILE.
           DISPLAY "Address saved." UPON CONSOLE.

