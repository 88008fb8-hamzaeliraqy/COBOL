      *       OPERMAST.DAT): the workbench inserts, merges and
      *       discards, so inquiry-only operators and unknown IDs are
      *       refused before the first reject is shown.
      *   15/10/2026 HE  Sign-on now CALLs OPERATOR-SIGN-ON (see
      *       SIGNON.DAT) instead of reading OPERMAST.TXT here, so the
      *       operator's password is checked, an expired or reset
      *       password must be changed, and repeated failures lock the
      *       ID. The level checks made here are unchanged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJECT-WORKBENCH.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOCK-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD REJECT-RECORDS.
           05 FILLER PIC X(2).
           05 LOCK-TIME PIC 9(8).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 REJ-STAT PIC X(2).
           05 WS-STULOCK-PATH PIC X(60).
           05 LOCK-STAT PIC X(2).
           05 LOCK-FREE-FLAG PIC X(3).
           05 WS-OPERATOR-ID PIC X(8).
           05 WS-OPERATOR-LEVEL PIC X(1).

               ==COURSE-TERM== BY ==RJ-COURSE-TERM==.
           05 RJ-STUDENT-STANDING PIC X(1).

       COPY "SIGNON.DAT".

       PROCEDURE DIVISION.
       100-RUN-WORKBENCH.
           PERFORM 110-GET-FILE-PATHS.
           IF WS-STUDISP-PATH = SPACES
               MOVE "C:\Users\hamza\STUDISP.TXT" TO WS-STUDISP-PATH
           END-IF.

       130-OPERATOR-SIGN-ON.
           MOVE SPACES TO WS-OPERATOR-ID.
           MOVE "D" TO WS-OPERATOR-LEVEL.
           MOVE "REJECT-WORKBENCH" TO SGN-CALLER.
           CALL "OPERATOR-SIGN-ON" USING SIGN-ON-AREA.
           IF SGN-NO-MASTER
               DISPLAY "NO OPERATOR MASTER ON FILE - SIGN-ON NOT "
                   "CHECKED" UPON CONSOLE
           ELSE
               MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
               MOVE SGN-OPERATOR-LEVEL TO WS-OPERATOR-LEVEL
               IF NOT SGN-ACCEPTED
                   PERFORM 810-CLEAR-LOCK
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "SIGNED ON: " SGN-OPERATOR-NAME
                   UPON CONSOLE
           END-IF.

       120-OPEN-DISPOSITIONS.
