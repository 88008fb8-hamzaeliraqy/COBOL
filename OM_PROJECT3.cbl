      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: OPERATOR MAINTENANCE - console session over the
      *          operator master (OPERMAST.TXT, see OPERMAST.DAT) so
      *          nobody has to edit it in a text editor. Only a
      *          supervisor (OPER-SUPERVISOR-FLAG Y) may sign on; the
      *          sign-on itself goes through OPERATOR-SIGN-ON like
      *          every other session. The supervisor can add an
      *          operator, change OPER-LEVEL, set or clear the dean and
      *          supervisor flags, reset a password (which also
      *          unlocks a locked ID) and disable a leaver. A new or
      *          reset password is a temporary one the supervisor
      *          types and hands over; OPER-MUST-CHANGE makes the
      *          operator replace it at the next sign-on. Disabled
      *          IDs stay on file so old journal stamps still name
      *          someone, and an ID is never given out twice. A
      *          supervisor cannot disable themselves or take away
      *          their own supervisor flag. Every change is appended
      *          to SECLOG.TXT under the supervisor's ID and written
      *          to OPERMAST.TXT as it is made, and totals go to
      *          AUDITLOG.TXT. With no
      *          OPERMAST.TXT on file the session runs open so the
      *          first supervisor can be added.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      *   15/10/2026 HE  Each change is written to OPERMAST.TXT as it
      *       is made: the file is read again, only that operator's
      *       line is replaced (or added) and the file written back.
      *       The session used to rewrite its start-of-session copy at
      *       quit, undoing lockouts, failed-try counts and password
      *       changes OPERATOR-SIGN-ON made in the meantime. Lookups
      *       and the list also read the file fresh.
      *   15/10/2026 HE  A change is only written if the operator's line
      *       still reads as it did when the supervisor looked it up;
      *       if OPERATOR-SIGN-ON (or another supervisor) changed it
      *       meanwhile the change is refused with RECORD CHANGED -
      *       RE-ENTER rather than putting back the old counts, status
      *       or password.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO WS-OPERMAST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPER-STAT.

           SELECT SECURITY-LOG ASSIGN TO WS-SECLOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEC-STAT.

           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-MASTER.
       01 OPERATOR-LINE PIC X(101).

       FD SECURITY-LOG.
           COPY "SECLOG.DAT".

       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.DAT".

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 WS-OPERMAST-PATH PIC X(60).
           05 WS-SECLOG-PATH PIC X(60).
           05 WS-AUDIT-LOG-PATH PIC X(60).
           05 OPER-STAT PIC X(2).
           05 SEC-STAT PIC X(2).
           05 AUDIT-STATUS-FIELD PIC X(2).
           05 OPER-EOF PIC X(3).
           05 OPER-OVERFLOW-FLAG PIC X(3) VALUE "NO".
           05 CHANGE-APPLIED-FLAG PIC X(1).
           05 APPLY-MODE PIC X(1).
           05 FOUND-FLAG PIC X(1).
           05 ACTION-INPUT PIC X(1).
           05 CONFIRM-INPUT PIC X(1).
           05 REQUEST-ID PIC X(8).
           05 FLAG-INPUT PIC X(1).
           05 LEVEL-INPUT PIC X(1).
           05 PASSWORD-SET-FLAG PIC X(1).
           05 OPER-AS-READ PIC X(101).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).
           05 WS-OPERATOR-ID PIC X(8).
           05 WS-EVENT PIC X(20).
           05 WS-EVENT-ID PIC X(8).
           05 WS-EVENT-TIME PIC 9(8).
           05 WS-TEMP-PASSWORD PIC X(8).
           05 WS-CONFIRM-PASSWORD PIC X(8).
           05 WS-PASSWORD-LENGTH PIC 9(1).
           05 WS-MIN-LENGTH PIC 9(1) VALUE 6.
           05 WS-LENGTH-INPUT PIC X(1).
           05 ADDED-COUNT PIC 9(4) VALUE ZERO.
           05 LEVEL-COUNT PIC 9(4) VALUE ZERO.
           05 FLAGS-COUNT PIC 9(4) VALUE ZERO.
           05 RESET-COUNT PIC 9(4) VALUE ZERO.
           05 DISABLED-COUNT PIC 9(4) VALUE ZERO.

       01 OPERATOR-TABLE.
           05 OPER-COUNT PIC 9(3) VALUE ZERO.
           05 OPER-IDX PIC 9(3).
           05 MATCH-IDX PIC 9(3).
           05 OPER-ENTRY PIC X(101) OCCURS 500 TIMES.

       01 LIST-LINE.
           05 LST-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LST-NAME PIC X(30).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LST-LEVEL PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LST-STATUS PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LST-FLAGS PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LST-EXPIRY PIC X(8).

       COPY "OPERMAST.DAT".

       COPY "PWDHASH.DAT".

       COPY "SIGNON.DAT".

       PROCEDURE DIVISION.
       100-RUN-OPERATOR-MAINT.
           PERFORM 110-GET-FILE-PATHS.
           PERFORM 130-OPERATOR-SIGN-ON.
           PERFORM 140-LOAD-OPERATORS.
           IF OPER-OVERFLOW-FLAG = "YES"
               DISPLAY "OPERMAST.TXT HOLDS MORE THAN 500 OPERATORS - "
                   "SESSION REFUSED SO NONE ARE LOST" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO ACTION-INPUT.
           PERFORM 200-WORK-ONE-REQUEST
               UNTIL ACTION-INPUT = "Q" OR ACTION-INPUT = "q".
           PERFORM 500-WRITE-AUDIT-LOG.
           DISPLAY "OPERATOR MAINTENANCE ENDED, ADDED: " ADDED-COUNT
               " RESET: " RESET-COUNT " DISABLED: " DISABLED-COUNT
               UPON CONSOLE.
           STOP RUN.

       110-GET-FILE-PATHS.
           ACCEPT WS-OPERMAST-PATH FROM ENVIRONMENT "OPERMAST_FILE".
           IF WS-OPERMAST-PATH = SPACES
               MOVE "C:\Users\hamza\OPERMAST.TXT" TO WS-OPERMAST-PATH
           END-IF.
           ACCEPT WS-SECLOG-PATH FROM ENVIRONMENT "SECLOG_FILE".
           IF WS-SECLOG-PATH = SPACES
               MOVE "C:\Users\hamza\SECLOG.TXT" TO WS-SECLOG-PATH
           END-IF.
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "AUDIT_LOG_FILE".
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\hamza\AUDITLOG.TXT" TO WS-AUDIT-LOG-PATH
           END-IF.
           ACCEPT WS-LENGTH-INPUT FROM ENVIRONMENT "SIGNON_MIN_LENGTH".
           IF WS-LENGTH-INPUT IS NUMERIC AND WS-LENGTH-INPUT NOT = "0"
               AND WS-LENGTH-INPUT NOT = "9"
               MOVE WS-LENGTH-INPUT TO WS-MIN-LENGTH
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

       130-OPERATOR-SIGN-ON.
           MOVE SPACES TO WS-OPERATOR-ID.
           MOVE "OPERATOR-MAINT" TO SGN-CALLER.
           CALL "OPERATOR-SIGN-ON" USING SIGN-ON-AREA.
           IF SGN-NO-MASTER
               DISPLAY "NO OPERATOR MASTER ON FILE - SIGN-ON NOT "
                   "CHECKED, ADD A SUPERVISOR FIRST" UPON CONSOLE
           ELSE
               MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
               IF NOT SGN-ACCEPTED
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF SGN-SUPERVISOR-FLAG NOT = "Y"
                   DISPLAY "OPERATOR MAINTENANCE IS FOR SUPERVISORS "
                       "ONLY - NOT AUTHORIZED" UPON CONSOLE
                   MOVE "NOT SUPERVISOR" TO WS-EVENT
                   MOVE WS-OPERATOR-ID TO WS-EVENT-ID
                   PERFORM 510-WRITE-SECURITY-LOG
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "SIGNED ON: " SGN-OPERATOR-NAME
                   UPON CONSOLE
           END-IF.

       140-LOAD-OPERATORS.
           MOVE ZERO TO OPER-COUNT.
           MOVE "NO" TO OPER-EOF.
           MOVE "NO" TO OPER-OVERFLOW-FLAG.
           OPEN INPUT OPERATOR-MASTER.
           IF OPER-STAT = "00"
               PERFORM UNTIL OPER-EOF = "YES"
                   OR OPER-OVERFLOW-FLAG = "YES"
                   READ OPERATOR-MASTER
                       AT END MOVE "YES" TO OPER-EOF
                       NOT AT END
                           IF OPER-COUNT >= 500
                               MOVE "YES" TO OPER-OVERFLOW-FLAG
                           ELSE
                               ADD 1 TO OPER-COUNT
                               MOVE OPERATOR-LINE
                                   TO OPER-ENTRY (OPER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER
           END-IF.

       200-WORK-ONE-REQUEST.
           DISPLAY " " UPON CONSOLE.
           DISPLAY "(A)DD (L)EVEL (F)LAGS (R)ESET PASSWORD "
               "(D)ISABLE (V)IEW (Q)UIT : " UPON CONSOLE.
           ACCEPT ACTION-INPUT FROM CONSOLE.
           EVALUATE ACTION-INPUT
               WHEN "A" WHEN "a"
                   PERFORM 300-ADD-OPERATOR
               WHEN "L" WHEN "l"
                   PERFORM 310-CHANGE-LEVEL
               WHEN "F" WHEN "f"
                   PERFORM 320-CHANGE-FLAGS
               WHEN "R" WHEN "r"
                   PERFORM 330-RESET-PASSWORD
               WHEN "D" WHEN "d"
                   PERFORM 340-DISABLE-OPERATOR
               WHEN "V" WHEN "v"
                   PERFORM 360-LIST-OPERATORS
               WHEN "Q" WHEN "q"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE" UPON CONSOLE
           END-EVALUATE.

       210-GET-OPERATOR.
           DISPLAY "OPERATOR ID : " UPON CONSOLE.
           ACCEPT REQUEST-ID FROM CONSOLE.
           PERFORM 140-LOAD-OPERATORS.
           PERFORM 220-FIND-OPERATOR.
           IF FOUND-FLAG = 'Y'
               MOVE OPER-ENTRY (MATCH-IDX) TO OPERATOR-RECORD
               MOVE OPER-ENTRY (MATCH-IDX) TO OPER-AS-READ
               PERFORM 230-SHOW-OPERATOR
           ELSE
               DISPLAY "OPERATOR NOT ON FILE: " REQUEST-ID
                   UPON CONSOLE
           END-IF.

       220-FIND-OPERATOR.
           MOVE 'N' TO FOUND-FLAG.
           PERFORM VARYING OPER-IDX FROM 1 BY 1
               UNTIL FOUND-FLAG = 'Y' OR OPER-IDX > OPER-COUNT
               IF OPER-ENTRY (OPER-IDX) (1:8) = REQUEST-ID
                   AND REQUEST-ID NOT = SPACES
                   MOVE 'Y' TO FOUND-FLAG
                   MOVE OPER-IDX TO MATCH-IDX
               END-IF
           END-PERFORM.

       230-SHOW-OPERATOR.
           PERFORM 370-FORMAT-LIST-LINE.
           DISPLAY "ID       NAME                           L STATUS"
               "   D/S  EXPIRES" UPON CONSOLE.
           DISPLAY LIST-LINE UPON CONSOLE.

       300-ADD-OPERATOR.
           DISPLAY "NEW OPERATOR ID : " UPON CONSOLE.
           ACCEPT REQUEST-ID FROM CONSOLE.
           PERFORM 140-LOAD-OPERATORS.
           PERFORM 220-FIND-OPERATOR.
           IF REQUEST-ID = SPACES
               DISPLAY "OPERATOR ID REQUIRED" UPON CONSOLE
           ELSE
           IF FOUND-FLAG = 'Y'
               DISPLAY "OPERATOR ID ALREADY ISSUED - NOT ADDED"
                   UPON CONSOLE
           ELSE
           IF OPER-COUNT >= 500
               DISPLAY "OPERATOR TABLE FULL - NOT ADDED" UPON CONSOLE
           ELSE
               MOVE SPACES TO OPERATOR-RECORD
               MOVE REQUEST-ID TO OPER-ID
               DISPLAY "OPERATOR NAME : " UPON CONSOLE
               ACCEPT OPER-NAME FROM CONSOLE
               PERFORM 350-GET-LEVEL
               MOVE LEVEL-INPUT TO OPER-LEVEL
               DISPLAY "DEAN-LEVEL (Y/N) : " UPON CONSOLE
               ACCEPT FLAG-INPUT FROM CONSOLE
               IF FLAG-INPUT = "Y" OR FLAG-INPUT = "y"
                   MOVE "Y" TO OPER-DEAN-FLAG
               ELSE
                   MOVE "N" TO OPER-DEAN-FLAG
               END-IF
               DISPLAY "SUPERVISOR (Y/N) : " UPON CONSOLE
               ACCEPT FLAG-INPUT FROM CONSOLE
               IF FLAG-INPUT = "Y" OR FLAG-INPUT = "y"
                   MOVE "Y" TO OPER-SUPERVISOR-FLAG
               ELSE
                   MOVE "N" TO OPER-SUPERVISOR-FLAG
               END-IF
               MOVE "A" TO OPER-STATUS
               MOVE ZERO TO OPER-FAILED-COUNT
               MOVE ZERO TO OPER-LAST-SIGNON-DATE
               PERFORM 380-SET-TEMP-PASSWORD
               IF PASSWORD-SET-FLAG = 'Y'
                   MOVE "A" TO APPLY-MODE
                   PERFORM 610-APPLY-OPERATOR-CHANGE
               END-IF
               IF PASSWORD-SET-FLAG = 'Y'
                   AND CHANGE-APPLIED-FLAG = 'Y'
                   ADD 1 TO ADDED-COUNT
                   MOVE "OPERATOR ADDED" TO WS-EVENT
                   MOVE OPER-ID TO WS-EVENT-ID
                   PERFORM 510-WRITE-SECURITY-LOG
                   DISPLAY "OPERATOR ADDED: " OPER-ID UPON CONSOLE
               ELSE
                   DISPLAY "OPERATOR NOT ADDED" UPON CONSOLE
               END-IF
           END-IF
           END-IF
           END-IF.

       310-CHANGE-LEVEL.
           PERFORM 210-GET-OPERATOR.
           IF FOUND-FLAG = 'Y'
               PERFORM 350-GET-LEVEL
               IF LEVEL-INPUT = OPER-LEVEL
                   DISPLAY "LEVEL UNCHANGED" UPON CONSOLE
               ELSE
                   MOVE SPACES TO WS-EVENT
                   STRING "LEVEL " DELIMITED BY SIZE
                           OPER-LEVEL DELIMITED BY SIZE
                           " TO " DELIMITED BY SIZE
                           LEVEL-INPUT DELIMITED BY SIZE
                       INTO WS-EVENT
                   MOVE LEVEL-INPUT TO OPER-LEVEL
                   MOVE "C" TO APPLY-MODE
                   PERFORM 610-APPLY-OPERATOR-CHANGE
                   IF CHANGE-APPLIED-FLAG = 'Y'
                       ADD 1 TO LEVEL-COUNT
                       MOVE OPER-ID TO WS-EVENT-ID
                       PERFORM 510-WRITE-SECURITY-LOG
                       DISPLAY "LEVEL CHANGED" UPON CONSOLE
                   END-IF
               END-IF
           END-IF.

       320-CHANGE-FLAGS.
           PERFORM 210-GET-OPERATOR.
           IF FOUND-FLAG = 'Y'
               DISPLAY "DEAN-LEVEL (Y/N, ENTER TO KEEP) : "
                   UPON CONSOLE
               ACCEPT FLAG-INPUT FROM CONSOLE
               IF FLAG-INPUT = "Y" OR FLAG-INPUT = "y"
                   MOVE "Y" TO OPER-DEAN-FLAG
               END-IF
               IF FLAG-INPUT = "N" OR FLAG-INPUT = "n"
                   MOVE "N" TO OPER-DEAN-FLAG
               END-IF
               DISPLAY "SUPERVISOR (Y/N, ENTER TO KEEP) : "
                   UPON CONSOLE
               ACCEPT FLAG-INPUT FROM CONSOLE
               IF FLAG-INPUT = "Y" OR FLAG-INPUT = "y"
                   MOVE "Y" TO OPER-SUPERVISOR-FLAG
               END-IF
               IF FLAG-INPUT = "N" OR FLAG-INPUT = "n"
                   IF OPER-ID = WS-OPERATOR-ID
                       DISPLAY "YOU CANNOT REMOVE YOUR OWN SUPERVISOR "
                           "FLAG" UPON CONSOLE
                   ELSE
                       MOVE "N" TO OPER-SUPERVISOR-FLAG
                   END-IF
               END-IF
               IF OPERATOR-RECORD = OPER-ENTRY (MATCH-IDX)
                   DISPLAY "FLAGS UNCHANGED" UPON CONSOLE
               ELSE
                   MOVE "C" TO APPLY-MODE
                   PERFORM 610-APPLY-OPERATOR-CHANGE
                   IF CHANGE-APPLIED-FLAG = 'Y'
                       ADD 1 TO FLAGS-COUNT
                       MOVE SPACES TO WS-EVENT
                       STRING "FLAGS DEAN=" DELIMITED BY SIZE
                               OPER-DEAN-FLAG DELIMITED BY SIZE
                               " SUP=" DELIMITED BY SIZE
                               OPER-SUPERVISOR-FLAG DELIMITED BY SIZE
                           INTO WS-EVENT
                       MOVE OPER-ID TO WS-EVENT-ID
                       PERFORM 510-WRITE-SECURITY-LOG
                       DISPLAY "FLAGS CHANGED" UPON CONSOLE
                   END-IF
               END-IF
           END-IF.

       330-RESET-PASSWORD.
           PERFORM 210-GET-OPERATOR.
           IF FOUND-FLAG = 'Y'
               IF OPER-DISABLED
                   DISPLAY "OPERATOR IS DISABLED - PASSWORD NOT RESET"
                       UPON CONSOLE
               ELSE
                   PERFORM 380-SET-TEMP-PASSWORD
                   IF PASSWORD-SET-FLAG = 'Y'
                       MOVE "A" TO OPER-STATUS
                       MOVE ZERO TO OPER-FAILED-COUNT
                       MOVE "C" TO APPLY-MODE
                       PERFORM 610-APPLY-OPERATOR-CHANGE
                   END-IF
                   IF PASSWORD-SET-FLAG = 'Y'
                       AND CHANGE-APPLIED-FLAG = 'Y'
                       ADD 1 TO RESET-COUNT
                       MOVE "PASSWORD RESET" TO WS-EVENT
                       MOVE OPER-ID TO WS-EVENT-ID
                       PERFORM 510-WRITE-SECURITY-LOG
                       DISPLAY "PASSWORD RESET - OPERATOR MUST CHANGE "
                           "IT AT NEXT SIGN-ON" UPON CONSOLE
                   ELSE
                       DISPLAY "PASSWORD NOT RESET" UPON CONSOLE
                   END-IF
               END-IF
           END-IF.

       340-DISABLE-OPERATOR.
           PERFORM 210-GET-OPERATOR.
           IF FOUND-FLAG = 'Y'
               IF OPER-ID = WS-OPERATOR-ID
                   DISPLAY "YOU CANNOT DISABLE YOUR OWN ID"
                       UPON CONSOLE
               ELSE
               IF OPER-DISABLED
                   DISPLAY "OPERATOR ALREADY DISABLED" UPON CONSOLE
               ELSE
                   DISPLAY "DISABLE THIS OPERATOR (Y/N) : "
                       UPON CONSOLE
                   ACCEPT CONFIRM-INPUT FROM CONSOLE
                   IF CONFIRM-INPUT = "Y" OR CONFIRM-INPUT = "y"
                       MOVE "D" TO OPER-STATUS
                       MOVE "N" TO OPER-SUPERVISOR-FLAG
                       MOVE "N" TO OPER-DEAN-FLAG
                       MOVE "C" TO APPLY-MODE
                       PERFORM 610-APPLY-OPERATOR-CHANGE
                       IF CHANGE-APPLIED-FLAG = 'Y'
                           ADD 1 TO DISABLED-COUNT
                           MOVE "OPERATOR DISABLED" TO WS-EVENT
                           MOVE OPER-ID TO WS-EVENT-ID
                           PERFORM 510-WRITE-SECURITY-LOG
                           DISPLAY "OPERATOR DISABLED" UPON CONSOLE
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

       350-GET-LEVEL.
           MOVE SPACES TO LEVEL-INPUT.
           PERFORM UNTIL LEVEL-INPUT = "I" OR LEVEL-INPUT = "M"
               OR LEVEL-INPUT = "D"
               DISPLAY "LEVEL (I)NQUIRY (M)AINTENANCE "
                   "(D)ELETE ALLOWED : " UPON CONSOLE
               ACCEPT LEVEL-INPUT FROM CONSOLE
               EVALUATE LEVEL-INPUT
                   WHEN "i" MOVE "I" TO LEVEL-INPUT
                   WHEN "m" MOVE "M" TO LEVEL-INPUT
                   WHEN "d" MOVE "D" TO LEVEL-INPUT
               END-EVALUATE
           END-PERFORM.

       360-LIST-OPERATORS.
           PERFORM 140-LOAD-OPERATORS.
           DISPLAY "ID       NAME                           L STATUS"
               "   D/S  EXPIRES" UPON CONSOLE.
           PERFORM VARYING OPER-IDX FROM 1 BY 1
               UNTIL OPER-IDX > OPER-COUNT
               MOVE OPER-ENTRY (OPER-IDX) TO OPERATOR-RECORD
               PERFORM 370-FORMAT-LIST-LINE
               DISPLAY LIST-LINE UPON CONSOLE
           END-PERFORM.
           DISPLAY "OPERATORS ON FILE: " OPER-COUNT UPON CONSOLE.

       370-FORMAT-LIST-LINE.
           MOVE OPER-ID TO LST-ID.
           MOVE OPER-NAME TO LST-NAME.
           MOVE OPER-LEVEL TO LST-LEVEL.
           EVALUATE TRUE
               WHEN OPER-DISABLED
                   MOVE "DISABLED" TO LST-STATUS
               WHEN OPER-LOCKED
                   MOVE "LOCKED" TO LST-STATUS
               WHEN OPER-PASSWORD-HASH NOT NUMERIC
                   MOVE "NO PWD" TO LST-STATUS
               WHEN OPER-MUST-CHANGE
                   MOVE "RESET" TO LST-STATUS
               WHEN OTHER
                   MOVE "ACTIVE" TO LST-STATUS
           END-EVALUATE.
           MOVE "N/N" TO LST-FLAGS.
           IF OPER-IS-DEAN
               MOVE "Y" TO LST-FLAGS (1:1)
           END-IF.
           IF OPER-IS-SUPERVISOR
               MOVE "Y" TO LST-FLAGS (3:1)
           END-IF.
           MOVE OPER-PWD-EXPIRY-DATE TO LST-EXPIRY.

      * Temporary password typed twice by the supervisor; the
      * operator has to replace it at the next sign-on.
       380-SET-TEMP-PASSWORD.
           MOVE 'N' TO PASSWORD-SET-FLAG.
           DISPLAY "TEMPORARY PASSWORD : " UPON CONSOLE.
           ACCEPT WS-TEMP-PASSWORD FROM CONSOLE.
           DISPLAY "TEMPORARY PASSWORD AGAIN : " UPON CONSOLE.
           ACCEPT WS-CONFIRM-PASSWORD FROM CONSOLE.
           MOVE ZERO TO WS-PASSWORD-LENGTH.
           INSPECT WS-TEMP-PASSWORD TALLYING WS-PASSWORD-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           EVALUATE TRUE
               WHEN WS-TEMP-PASSWORD NOT = WS-CONFIRM-PASSWORD
                   DISPLAY "PASSWORDS DO NOT MATCH" UPON CONSOLE
               WHEN WS-PASSWORD-LENGTH < WS-MIN-LENGTH
                   DISPLAY "PASSWORD TOO SHORT OR CONTAINS A SPACE"
                       UPON CONSOLE
               WHEN WS-PASSWORD-LENGTH < 8
                   AND WS-TEMP-PASSWORD (WS-PASSWORD-LENGTH + 1:)
                       NOT = SPACES
                   DISPLAY "PASSWORD TOO SHORT OR CONTAINS A SPACE"
                       UPON CONSOLE
               WHEN OTHER
                   MOVE OPER-ID TO HASH-OPERATOR-ID
                   MOVE WS-TEMP-PASSWORD TO HASH-PASSWORD
                   CALL "PASSWORD-HASH" USING HASH-AREA
                   MOVE HASH-RESULT TO OPER-PASSWORD-HASH
                   MOVE WS-RUN-DATE TO OPER-PWD-CHANGED-DATE
                   MOVE WS-RUN-DATE TO OPER-PWD-EXPIRY-DATE
                   MOVE "Y" TO OPER-MUST-CHANGE-FLAG
                   MOVE 'Y' TO PASSWORD-SET-FLAG
           END-EVALUATE.
           MOVE SPACES TO WS-TEMP-PASSWORD WS-CONFIRM-PASSWORD
               HASH-PASSWORD.

       500-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "OPERATOR-MAINT" TO AUDIT-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR.
           STRING "ADD=" DELIMITED BY SIZE
                   ADDED-COUNT DELIMITED BY SIZE
                   " LVL=" DELIMITED BY SIZE
                   LEVEL-COUNT DELIMITED BY SIZE
                   " FLG=" DELIMITED BY SIZE
                   FLAGS-COUNT DELIMITED BY SIZE
                   " RST=" DELIMITED BY SIZE
                   RESET-COUNT DELIMITED BY SIZE
                   " DIS=" DELIMITED BY SIZE
                   DISABLED-COUNT DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       510-WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG.
           IF SEC-STAT = "35"
               OPEN OUTPUT SECURITY-LOG
           END-IF.
           MOVE SPACES TO SECURITY-LOG-RECORD.
           MOVE WS-RUN-DATE TO SEC-DATE.
           ACCEPT WS-EVENT-TIME FROM TIME.
           MOVE WS-EVENT-TIME TO SEC-TIME.
           MOVE WS-EVENT-ID TO SEC-OPERATOR-ID.
           MOVE WS-EVENT TO SEC-EVENT.
           MOVE "OPERATOR-MAINT" TO SEC-PROGRAM.
           MOVE WS-OPERATOR-ID TO SEC-BY-OPERATOR.
           WRITE SECURITY-LOG-RECORD.
           CLOSE SECURITY-LOG.

       600-REWRITE-OPERATORS.
           OPEN OUTPUT OPERATOR-MASTER.
           PERFORM VARYING OPER-IDX FROM 1 BY 1
               UNTIL OPER-IDX > OPER-COUNT
               MOVE OPER-ENTRY (OPER-IDX) TO OPERATOR-LINE
               WRITE OPERATOR-LINE
           END-PERFORM.
           CLOSE OPERATOR-MASTER.

      * OPERATOR-SIGN-ON rewrites OPERMAST.TXT too (lockouts, failed
      * tries, password changes), so each change is made against the
      * file as it stands now: read it again, replace or add just
      * this operator's line, write it straight back. A is an add and
      * is refused if the ID was issued meanwhile; C is a change and
      * is refused if the line no longer matches the one looked up.
       610-APPLY-OPERATOR-CHANGE.
           MOVE 'N' TO CHANGE-APPLIED-FLAG.
           PERFORM 140-LOAD-OPERATORS.
           MOVE OPER-ID TO REQUEST-ID.
           PERFORM 220-FIND-OPERATOR.
           IF OPER-OVERFLOW-FLAG = "YES"
               DISPLAY "OPERMAST.TXT HOLDS MORE THAN 500 OPERATORS - "
                   "CHANGE NOT MADE" UPON CONSOLE
           ELSE
           IF FOUND-FLAG = 'Y' AND APPLY-MODE = "A"
               DISPLAY "OPERATOR ID ISSUED MEANWHILE - NOT ADDED"
                   UPON CONSOLE
           ELSE
           IF APPLY-MODE = "C" AND FOUND-FLAG NOT = 'Y'
               DISPLAY "RECORD CHANGED - RE-ENTER" UPON CONSOLE
           ELSE
           IF APPLY-MODE = "C"
               AND OPER-ENTRY (MATCH-IDX) NOT = OPER-AS-READ
               DISPLAY "RECORD CHANGED - RE-ENTER" UPON CONSOLE
           ELSE
           IF FOUND-FLAG = 'Y'
               MOVE OPERATOR-RECORD TO OPER-ENTRY (MATCH-IDX)
               MOVE 'Y' TO CHANGE-APPLIED-FLAG
           ELSE
           IF OPER-COUNT >= 500
               DISPLAY "OPERATOR TABLE FULL - CHANGE NOT MADE"
                   UPON CONSOLE
           ELSE
               ADD 1 TO OPER-COUNT
               MOVE OPERATOR-RECORD TO OPER-ENTRY (OPER-COUNT)
               MOVE 'Y' TO CHANGE-APPLIED-FLAG
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           IF CHANGE-APPLIED-FLAG = 'Y'
               PERFORM 600-REWRITE-OPERATORS
           END-IF.

       END PROGRAM OPERATOR-MAINT.
