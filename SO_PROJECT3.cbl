      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: OPERATOR SIGN-ON - the one sign-on check every
      *          interactive program CALLs (see SIGNON.DAT), in place
      *          of each program reading OPERMAST.TXT for itself. The
      *          operator gives an ID and password; the password is
      *          hashed by PASSWORD-HASH and compared with
      *          OPER-PASSWORD-HASH. A wrong password adds to
      *          OPER-FAILED-COUNT and at SIGNON_MAX_TRIES (default 3)
      *          the ID is locked until a supervisor resets it through
      *          OPERATOR-MAINT; a good one clears the count. Disabled
      *          (leaver) and locked IDs are refused outright, and so
      *          is an ID with no password on file - a supervisor sets
      *          a temporary one through OPERATOR-MAINT. A password
      *          past its OPER-PWD-EXPIRY-DATE, or one a supervisor has
      *          reset, must be changed before the session goes on: the
      *          new password is typed twice, must be SIGNON_MIN_LENGTH
      *          (default 6) to 8 characters with no spaces, must
      *          differ from the old one, and runs for
      *          SIGNON_PASSWORD_DAYS (default 90) days. Every refused
      *          sign-on, lock-out and password change is appended to
      *          SECLOG.TXT (see SECLOG.DAT), and OPERMAST.TXT is
      *          rewritten with the new counts and dates. With no
      *          OPERMAST.TXT on file the caller is told so and runs
      *          open, as before.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      *   15/10/2026 HE  OPERMAST.TXT is read again when the sign-on is
      *       recorded and only this operator's line is replaced, so
      *       an OPERATOR-MAINT change made while the operator sat at
      *       a prompt is no longer undone. If this operator's own line
      *       was changed meanwhile the change stands and the sign-on
      *       is refused.
      *   15/10/2026 HE  An ID with no password on file is refused and
      *       logged as NO PASSWORD instead of letting whoever types
      *       the ID choose one; a supervisor sets a temporary password
      *       through OPERATOR-MAINT. A refused password change is now
      *       logged as PASSWORD NOT CHANGED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-SIGN-ON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO WS-OPERMAST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPER-STAT.

           SELECT SECURITY-LOG ASSIGN TO WS-SECLOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEC-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-MASTER.
       01 OPERATOR-LINE PIC X(101).

       FD SECURITY-LOG.
           COPY "SECLOG.DAT".

       WORKING-STORAGE SECTION.
       01 WS-SIGNON-FIELDS.
           05 WS-OPERMAST-PATH PIC X(60).
           05 WS-SECLOG-PATH PIC X(60).
           05 OPER-STAT PIC X(2).
           05 OPER-EOF PIC X(3).
           05 SEC-STAT PIC X(2).
           05 OPER-OVERFLOW-FLAG PIC X(3) VALUE "NO".
           05 OPERATOR-FOUND-FLAG PIC X(1).
           05 PASSWORD-OK-FLAG PIC X(1).
           05 CHANGE-DONE-FLAG PIC X(1).
           05 REWRITE-DONE-FLAG PIC X(1).
           05 OPER-AS-READ PIC X(101).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).
           05 WS-EVENT PIC X(20).
           05 WS-MAX-TRIES PIC 9(2) VALUE 3.
           05 WS-PASSWORD-DAYS PIC 9(3) VALUE 90.
           05 WS-MIN-LENGTH PIC 9(1) VALUE 6.
           05 WS-PARM-INPUT PIC X(3).
           05 WS-PARM-LENGTH PIC 9(1).
           05 WS-PASSWORD-INPUT PIC X(8).
           05 WS-NEW-PASSWORD PIC X(8).
           05 WS-CONFIRM-PASSWORD PIC X(8).
           05 WS-PASSWORD-LENGTH PIC 9(1).
           05 WS-OLD-HASH PIC 9(10).

       01 WS-EXPIRY-DATE PIC 9(8).
       01 WS-EXPIRY-PARTS REDEFINES WS-EXPIRY-DATE.
           05 WS-EXPIRY-YEAR PIC 9(4).
           05 WS-EXPIRY-MONTH PIC 9(2).
           05 WS-EXPIRY-DAY PIC 9(2).

       01 WS-DAY-FIELDS.
           05 WS-MONTH-LENGTH PIC 9(2).
           05 WS-LEAP-QUOTIENT PIC 9(4).
           05 WS-LEAP-REMAINDER PIC 9(3).
           05 WS-LEAP-FLAG PIC X(1).

       01 MONTH-LENGTH-VALUES.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
           05 MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.

       01 OPERATOR-TABLE.
           05 OPER-COUNT PIC 9(3) VALUE ZERO.
           05 OPER-IDX PIC 9(3).
           05 OPER-ENTRY PIC X(101) OCCURS 500 TIMES.

       COPY "OPERMAST.DAT".

       COPY "PWDHASH.DAT".

       LINKAGE SECTION.
       COPY "SIGNON.DAT".

       PROCEDURE DIVISION USING SIGN-ON-AREA.
       100-SIGN-ON.
           PERFORM 110-GET-FILE-PATHS.
           MOVE "N" TO SGN-RESULT.
           MOVE SPACES TO SGN-OPERATOR-ID SGN-OPERATOR-NAME
               SGN-DEAN-FLAG SGN-SUPERVISOR-FLAG.
           MOVE "D" TO SGN-OPERATOR-LEVEL.
           PERFORM 120-LOAD-OPERATORS.
           IF OPER-COUNT = ZERO
               MOVE "O" TO SGN-RESULT
               GOBACK
           END-IF.
           IF OPER-OVERFLOW-FLAG = "YES"
               DISPLAY "OPERMAST.TXT HOLDS MORE THAN 500 OPERATORS - "
                   "SIGN-ON REFUSED" UPON CONSOLE
               GOBACK
           END-IF.
           DISPLAY "OPERATOR ID : " UPON CONSOLE.
           ACCEPT SGN-OPERATOR-ID FROM CONSOLE.
           PERFORM 200-FIND-OPERATOR.
           IF OPERATOR-FOUND-FLAG NOT = 'Y'
               MOVE "UNKNOWN ID" TO WS-EVENT
               PERFORM 500-WRITE-SECURITY-LOG
               DISPLAY "OPERATOR NOT AUTHORIZED" UPON CONSOLE
               GOBACK
           END-IF.
           MOVE OPER-ENTRY (OPER-IDX) TO OPERATOR-RECORD.
           MOVE OPER-ENTRY (OPER-IDX) TO OPER-AS-READ.
           IF OPER-DISABLED
               MOVE "DISABLED ID" TO WS-EVENT
               PERFORM 500-WRITE-SECURITY-LOG
               DISPLAY "OPERATOR ID DISABLED - NOT AUTHORIZED"
                   UPON CONSOLE
               GOBACK
           END-IF.
           IF OPER-LOCKED
               MOVE "LOCKED ID" TO WS-EVENT
               PERFORM 500-WRITE-SECURITY-LOG
               DISPLAY "OPERATOR ID LOCKED - SEE YOUR SUPERVISOR"
                   UPON CONSOLE
               GOBACK
           END-IF.
           IF OPER-PASSWORD-HASH NOT NUMERIC
               MOVE "NO PASSWORD" TO WS-EVENT
               PERFORM 500-WRITE-SECURITY-LOG
               DISPLAY "NO PASSWORD SET FOR THIS ID - ASK A SUPERVISOR "
                   "TO SET ONE THROUGH OPERATOR-MAINT" UPON CONSOLE
               GOBACK
           END-IF.
           PERFORM 210-CHECK-PASSWORD.
           IF PASSWORD-OK-FLAG NOT = 'Y'
               PERFORM 600-REWRITE-OPERATORS
               GOBACK
           END-IF.
           IF OPER-MUST-CHANGE
               DISPLAY "PASSWORD HAS BEEN RESET - CHOOSE A NEW ONE"
                   UPON CONSOLE
               PERFORM 300-CHANGE-PASSWORD
           ELSE
               IF OPER-PWD-EXPIRY-DATE NOT NUMERIC
                   OR OPER-PWD-EXPIRY-DATE < WS-RUN-DATE
                   DISPLAY "PASSWORD HAS EXPIRED - CHOOSE A NEW ONE"
                       UPON CONSOLE
                   PERFORM 300-CHANGE-PASSWORD
               ELSE
                   MOVE 'Y' TO CHANGE-DONE-FLAG
               END-IF
           END-IF.
           IF CHANGE-DONE-FLAG NOT = 'Y'
               MOVE "PASSWORD NOT CHANGED" TO WS-EVENT
               PERFORM 500-WRITE-SECURITY-LOG
               DISPLAY "PASSWORD NOT CHANGED - SIGN-ON REFUSED"
                   UPON CONSOLE
               PERFORM 600-REWRITE-OPERATORS
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE TO OPER-LAST-SIGNON-DATE.
           PERFORM 600-REWRITE-OPERATORS.
           IF REWRITE-DONE-FLAG NOT = 'Y'
               DISPLAY "SIGN-ON REFUSED - SIGN ON AGAIN" UPON CONSOLE
               GOBACK
           END-IF.
           MOVE OPER-NAME TO SGN-OPERATOR-NAME.
           MOVE OPER-LEVEL TO SGN-OPERATOR-LEVEL.
           MOVE OPER-DEAN-FLAG TO SGN-DEAN-FLAG.
           MOVE OPER-SUPERVISOR-FLAG TO SGN-SUPERVISOR-FLAG.
           MOVE "Y" TO SGN-RESULT.
           GOBACK.

       110-GET-FILE-PATHS.
           ACCEPT WS-OPERMAST-PATH FROM ENVIRONMENT "OPERMAST_FILE".
           IF WS-OPERMAST-PATH = SPACES
               MOVE "C:\Users\hamza\OPERMAST.TXT" TO WS-OPERMAST-PATH
           END-IF.
           ACCEPT WS-SECLOG-PATH FROM ENVIRONMENT "SECLOG_FILE".
           IF WS-SECLOG-PATH = SPACES
               MOVE "C:\Users\hamza\SECLOG.TXT" TO WS-SECLOG-PATH
           END-IF.
           ACCEPT WS-PARM-INPUT FROM ENVIRONMENT "SIGNON_MAX_TRIES".
           PERFORM 115-MEASURE-PARM.
           IF WS-PARM-LENGTH > 0 AND WS-PARM-LENGTH < 3
               MOVE WS-PARM-INPUT (1:WS-PARM-LENGTH) TO WS-MAX-TRIES
           END-IF.
           ACCEPT WS-PARM-INPUT
               FROM ENVIRONMENT "SIGNON_PASSWORD_DAYS".
           PERFORM 115-MEASURE-PARM.
           IF WS-PARM-LENGTH > 0
               MOVE WS-PARM-INPUT (1:WS-PARM-LENGTH)
                   TO WS-PASSWORD-DAYS
           END-IF.
           ACCEPT WS-PARM-INPUT FROM ENVIRONMENT "SIGNON_MIN_LENGTH".
           PERFORM 115-MEASURE-PARM.
           IF WS-PARM-LENGTH = 1
               MOVE WS-PARM-INPUT (1:1) TO WS-MIN-LENGTH
           END-IF.
           IF WS-MAX-TRIES = ZERO
               MOVE 3 TO WS-MAX-TRIES
           END-IF.
           IF WS-MIN-LENGTH = ZERO OR WS-MIN-LENGTH > 8
               MOVE 6 TO WS-MIN-LENGTH
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

      * Length of a numeric parameter up to the first space; zero
      * when it is missing or not all digits, so the default stands.
       115-MEASURE-PARM.
           MOVE ZERO TO WS-PARM-LENGTH.
           INSPECT WS-PARM-INPUT TALLYING WS-PARM-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-PARM-LENGTH > 0
               IF WS-PARM-INPUT (1:WS-PARM-LENGTH) NOT NUMERIC
                   MOVE ZERO TO WS-PARM-LENGTH
               END-IF
           END-IF.

       120-LOAD-OPERATORS.
           MOVE ZERO TO OPER-COUNT.
           MOVE "NO" TO OPER-EOF.
           OPEN INPUT OPERATOR-MASTER.
           IF OPER-STAT = "00"
               PERFORM UNTIL OPER-EOF = "YES"
                   OR OPER-OVERFLOW-FLAG = "YES"
                   READ OPERATOR-MASTER
                       AT END MOVE "YES" TO OPER-EOF
                       NOT AT END
                           IF OPER-COUNT < 500
                               ADD 1 TO OPER-COUNT
                               MOVE OPERATOR-LINE
                                   TO OPER-ENTRY (OPER-COUNT)
                           ELSE
                               MOVE "YES" TO OPER-OVERFLOW-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER
           END-IF.

       200-FIND-OPERATOR.
           MOVE 'N' TO OPERATOR-FOUND-FLAG.
           PERFORM VARYING OPER-IDX FROM 1 BY 1
               UNTIL OPERATOR-FOUND-FLAG = 'Y' OR OPER-IDX > OPER-COUNT
               IF OPER-ENTRY (OPER-IDX) (1:8) = SGN-OPERATOR-ID
                   AND SGN-OPERATOR-ID NOT = SPACES
                   MOVE 'Y' TO OPERATOR-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF OPERATOR-FOUND-FLAG = 'Y'
               SUBTRACT 1 FROM OPER-IDX
           END-IF.

       210-CHECK-PASSWORD.
           MOVE 'N' TO PASSWORD-OK-FLAG.
           DISPLAY "PASSWORD : " UPON CONSOLE.
           ACCEPT WS-PASSWORD-INPUT FROM CONSOLE.
           MOVE OPER-ID TO HASH-OPERATOR-ID.
           MOVE WS-PASSWORD-INPUT TO HASH-PASSWORD.
           CALL "PASSWORD-HASH" USING HASH-AREA.
           MOVE SPACES TO WS-PASSWORD-INPUT HASH-PASSWORD.
           IF HASH-RESULT = OPER-PASSWORD-HASH
               MOVE 'Y' TO PASSWORD-OK-FLAG
               MOVE ZERO TO OPER-FAILED-COUNT
           ELSE
               IF OPER-FAILED-COUNT NOT NUMERIC
                   MOVE ZERO TO OPER-FAILED-COUNT
               END-IF
               ADD 1 TO OPER-FAILED-COUNT
               IF OPER-FAILED-COUNT >= WS-MAX-TRIES
                   MOVE "L" TO OPER-STATUS
                   MOVE "ID LOCKED OUT" TO WS-EVENT
                   PERFORM 500-WRITE-SECURITY-LOG
                   DISPLAY "TOO MANY FAILED ATTEMPTS - OPERATOR ID "
                       "LOCKED, SEE YOUR SUPERVISOR" UPON CONSOLE
               ELSE
                   MOVE "BAD PASSWORD" TO WS-EVENT
                   PERFORM 500-WRITE-SECURITY-LOG
                   DISPLAY "INVALID PASSWORD - NOT AUTHORIZED"
                       UPON CONSOLE
               END-IF
           END-IF.

      * Forced change - sets CHANGE-DONE-FLAG only when a valid new
      * password has been taken; anything else ends the sign-on.
       300-CHANGE-PASSWORD.
           MOVE 'N' TO CHANGE-DONE-FLAG.
           MOVE ZERO TO WS-OLD-HASH.
           IF OPER-PASSWORD-HASH NUMERIC
               MOVE OPER-PASSWORD-HASH TO WS-OLD-HASH
           END-IF.
           DISPLAY "NEW PASSWORD (" WS-MIN-LENGTH
               " TO 8 CHARACTERS) : " UPON CONSOLE.
           ACCEPT WS-NEW-PASSWORD FROM CONSOLE.
           DISPLAY "NEW PASSWORD AGAIN : " UPON CONSOLE.
           ACCEPT WS-CONFIRM-PASSWORD FROM CONSOLE.
           MOVE ZERO TO WS-PASSWORD-LENGTH.
           INSPECT WS-NEW-PASSWORD TALLYING WS-PASSWORD-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE OPER-ID TO HASH-OPERATOR-ID.
           MOVE WS-NEW-PASSWORD TO HASH-PASSWORD.
           CALL "PASSWORD-HASH" USING HASH-AREA.
           EVALUATE TRUE
               WHEN WS-NEW-PASSWORD NOT = WS-CONFIRM-PASSWORD
                   DISPLAY "PASSWORDS DO NOT MATCH" UPON CONSOLE
               WHEN WS-PASSWORD-LENGTH < WS-MIN-LENGTH
                   DISPLAY "PASSWORD TOO SHORT OR CONTAINS A SPACE"
                       UPON CONSOLE
               WHEN WS-PASSWORD-LENGTH < 8
                   AND WS-NEW-PASSWORD (WS-PASSWORD-LENGTH + 1:)
                       NOT = SPACES
                   DISPLAY "PASSWORD TOO SHORT OR CONTAINS A SPACE"
                       UPON CONSOLE
               WHEN HASH-RESULT = WS-OLD-HASH
                   DISPLAY "NEW PASSWORD MUST DIFFER FROM THE OLD ONE"
                       UPON CONSOLE
               WHEN OTHER
                   MOVE HASH-RESULT TO OPER-PASSWORD-HASH
                   MOVE WS-RUN-DATE TO OPER-PWD-CHANGED-DATE
                   PERFORM 310-SET-EXPIRY-DATE
                   MOVE WS-EXPIRY-DATE TO OPER-PWD-EXPIRY-DATE
                   MOVE "N" TO OPER-MUST-CHANGE-FLAG
                   MOVE "A" TO OPER-STATUS
                   MOVE ZERO TO OPER-FAILED-COUNT
                   MOVE 'Y' TO CHANGE-DONE-FLAG
                   MOVE "PASSWORD CHANGED" TO WS-EVENT
                   PERFORM 500-WRITE-SECURITY-LOG
                   DISPLAY "PASSWORD CHANGED" UPON CONSOLE
           END-EVALUATE.
           MOVE SPACES TO WS-NEW-PASSWORD WS-CONFIRM-PASSWORD
               HASH-PASSWORD.

       310-SET-EXPIRY-DATE.
           MOVE WS-RUN-DATE TO WS-EXPIRY-DATE.
           PERFORM 320-ADD-ONE-DAY WS-PASSWORD-DAYS TIMES.

       320-ADD-ONE-DAY.
           MOVE MONTH-DAYS (WS-EXPIRY-MONTH) TO WS-MONTH-LENGTH.
           IF WS-EXPIRY-MONTH = 2
               PERFORM 330-CHECK-LEAP-YEAR
               IF WS-LEAP-FLAG = 'Y'
                   MOVE 29 TO WS-MONTH-LENGTH
               END-IF
           END-IF.
           ADD 1 TO WS-EXPIRY-DAY.
           IF WS-EXPIRY-DAY > WS-MONTH-LENGTH
               MOVE 1 TO WS-EXPIRY-DAY
               ADD 1 TO WS-EXPIRY-MONTH
               IF WS-EXPIRY-MONTH > 12
                   MOVE 1 TO WS-EXPIRY-MONTH
                   ADD 1 TO WS-EXPIRY-YEAR
               END-IF
           END-IF.

       330-CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-FLAG.
           DIVIDE WS-EXPIRY-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 'Y' TO WS-LEAP-FLAG
               DIVIDE WS-EXPIRY-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 'N' TO WS-LEAP-FLAG
                   DIVIDE WS-EXPIRY-YEAR BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 'Y' TO WS-LEAP-FLAG
                   END-IF
               END-IF
           END-IF.

       500-WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG.
           IF SEC-STAT = "35"
               OPEN OUTPUT SECURITY-LOG
           END-IF.
           MOVE SPACES TO SECURITY-LOG-RECORD.
           MOVE WS-RUN-DATE TO SEC-DATE.
           MOVE WS-RUN-TIME TO SEC-TIME.
           MOVE SGN-OPERATOR-ID TO SEC-OPERATOR-ID.
           MOVE WS-EVENT TO SEC-EVENT.
           MOVE SGN-CALLER TO SEC-PROGRAM.
           MOVE SPACES TO SEC-BY-OPERATOR.
           WRITE SECURITY-LOG-RECORD.
           CLOSE SECURITY-LOG.

      * OPERMAST.TXT is read again here and only this operator's line
      * is replaced, so changes OPERATOR-MAINT made while the operator
      * sat at a prompt stand. If this operator's own line no longer
      * matches what was read, a supervisor changed it meanwhile and
      * nothing is written.
       600-REWRITE-OPERATORS.
           MOVE 'N' TO REWRITE-DONE-FLAG.
           PERFORM 120-LOAD-OPERATORS.
           PERFORM 200-FIND-OPERATOR.
           IF OPER-OVERFLOW-FLAG = "YES"
               DISPLAY "OPERMAST.TXT HOLDS MORE THAN 500 OPERATORS - "
                   "SIGN-ON NOT RECORDED" UPON CONSOLE
           ELSE
           IF OPERATOR-FOUND-FLAG NOT = 'Y'
               DISPLAY "OPERATOR ID REMOVED DURING SIGN-ON"
                   UPON CONSOLE
           ELSE
           IF OPER-ENTRY (OPER-IDX) NOT = OPER-AS-READ
               DISPLAY "OPERATOR ID CHANGED BY A SUPERVISOR DURING "
                   "SIGN-ON" UPON CONSOLE
           ELSE
               MOVE OPERATOR-RECORD TO OPER-ENTRY (OPER-IDX)
               OPEN OUTPUT OPERATOR-MASTER
               PERFORM VARYING OPER-IDX FROM 1 BY 1
                   UNTIL OPER-IDX > OPER-COUNT
                   MOVE OPER-ENTRY (OPER-IDX) TO OPERATOR-LINE
                   WRITE OPERATOR-LINE
               END-PERFORM
               CLOSE OPERATOR-MASTER
               MOVE 'Y' TO REWRITE-DONE-FLAG
           END-IF
           END-IF
           END-IF.

       END PROGRAM OPERATOR-SIGN-ON.
