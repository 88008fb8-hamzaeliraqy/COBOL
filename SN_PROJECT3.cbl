      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: STUDENT NUMBER CHECK - the one place student numbers
      *          are issued and their check digit tested (see
      *          STUNOCHK.DAT). A number is a five-digit base and a
      *          modulus-11 check digit, so a single mistyped digit or
      *          two digits keyed the wrong way round never make
      *          another valid number. Function A takes the next base
      *          from the control record on STUNOCTL.TXT (see
      *          STUNOCTL.DAT), skips any base whose check digit would
      *          be 10, hands back the full number and rewrites the
      *          control record. Function V tests a keyed number:
      *          numbers at or above the control record's cut-over
      *          must carry the right check digit, numbers below it
      *          were issued before check digits and pass as keyed.
      *          The control record is read once per run for checks
      *          and afresh for every assignment. With no STUNOCTL.TXT
      *          on file nothing is checked and the caller is told so,
      *          the same way the sign-on runs open without OPERMAST.
      *          Called by STUDENT-RECORDS and BULK-INTAKE-LOAD to
      *          assign, and by SP-PROJECT3, STUDENT-INQUIRY,
      *          CASHIER-SESSION and TUITION-TXN-EDIT to check.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-NUMBER-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO WS-STUNOCTL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTL-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE.
           COPY "STUNOCTL.DAT".

       WORKING-STORAGE SECTION.
       01 WS-CHECK-FIELDS.
           05 WS-STUNOCTL-PATH PIC X(60).
           05 CTL-STAT PIC X(2).
           05 CTL-LOADED-FLAG PIC X(3) VALUE "NO".
           05 CTL-ON-FILE-FLAG PIC X(3) VALUE "NO".
           05 WS-FIRST-CHECKED PIC 9(6) VALUE ZERO.
           05 WS-CHECK-DIGIT PIC 9(2).
           05 WS-WEIGHTED-SUM PIC 9(4).
           05 WS-QUOTIENT PIC 9(4).
           05 WS-REMAINDER PIC 9(2).
           05 DIGIT-IDX PIC 9(1).
           05 WS-RUN-DATE PIC 9(8).

       01 WS-NUMBER PIC 9(6).
       01 WS-NUMBER-PARTS REDEFINES WS-NUMBER.
           05 WS-BASE PIC 9(5).
           05 WS-BASE-DIGITS REDEFINES WS-BASE.
               10 WS-BASE-DIGIT PIC 9(1) OCCURS 5 TIMES.
           05 WS-KEYED-CHECK PIC 9(1).

       01 WEIGHT-VALUES.
           05 FILLER PIC X(5) VALUE "65432".
       01 WEIGHT-TABLE REDEFINES WEIGHT-VALUES.
           05 DIGIT-WEIGHT PIC 9(1) OCCURS 5 TIMES.

       LINKAGE SECTION.
       COPY "STUNOCHK.DAT".

       PROCEDURE DIVISION USING STUNO-CHECK-AREA.
       100-CHECK-OR-ASSIGN.
           ACCEPT WS-STUNOCTL-PATH FROM ENVIRONMENT "STUNOCTL_FILE".
           IF WS-STUNOCTL-PATH = SPACES
               MOVE "C:\Users\hamza\STUNOCTL.TXT" TO WS-STUNOCTL-PATH
           END-IF.
           IF SNK-ASSIGN
               PERFORM 300-ASSIGN-NUMBER
           ELSE
               PERFORM 200-VALIDATE-NUMBER
           END-IF.
           GOBACK.

       200-VALIDATE-NUMBER.
           IF CTL-LOADED-FLAG = "NO"
               PERFORM 210-LOAD-CONTROL
           END-IF.
           IF CTL-ON-FILE-FLAG = "NO"
               MOVE "O" TO SNK-RESULT
           ELSE
           IF SNK-STUDENT-NUMBER < WS-FIRST-CHECKED
               MOVE "L" TO SNK-RESULT
           ELSE
               MOVE SNK-STUDENT-NUMBER TO WS-NUMBER
               PERFORM 400-COMPUTE-CHECK-DIGIT
               IF WS-CHECK-DIGIT = WS-KEYED-CHECK
                   MOVE "Y" TO SNK-RESULT
               ELSE
                   MOVE "N" TO SNK-RESULT
               END-IF
           END-IF
           END-IF.

       210-LOAD-CONTROL.
           MOVE "YES" TO CTL-LOADED-FLAG.
           MOVE "NO" TO CTL-ON-FILE-FLAG.
           OPEN INPUT CONTROL-FILE.
           IF CTL-STAT = "00"
               READ CONTROL-FILE
                   NOT AT END
                       IF SNC-NEXT-BASE IS NUMERIC
                           AND SNC-FIRST-CHECKED IS NUMERIC
                           MOVE "YES" TO CTL-ON-FILE-FLAG
                           MOVE SNC-FIRST-CHECKED TO WS-FIRST-CHECKED
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       300-ASSIGN-NUMBER.
           MOVE ZERO TO SNK-STUDENT-NUMBER.
           PERFORM 210-LOAD-CONTROL.
           IF CTL-ON-FILE-FLAG = "NO"
               MOVE "O" TO SNK-RESULT
               GOBACK
           END-IF.
           MOVE SNC-NEXT-BASE TO WS-BASE.
           MOVE 10 TO WS-CHECK-DIGIT.
           PERFORM UNTIL WS-CHECK-DIGIT < 10 OR WS-BASE = ZERO
               PERFORM 400-COMPUTE-CHECK-DIGIT
               IF WS-CHECK-DIGIT = 10
                   IF WS-BASE = 99999
                       MOVE ZERO TO WS-BASE
                   ELSE
                       ADD 1 TO WS-BASE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-BASE = ZERO
               MOVE "X" TO SNK-RESULT
               GOBACK
           END-IF.
           MOVE WS-CHECK-DIGIT TO WS-KEYED-CHECK.
           MOVE WS-NUMBER TO SNK-STUDENT-NUMBER.
           MOVE "Y" TO SNK-RESULT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-NUMBER TO SNC-LAST-ISSUED.
           MOVE WS-RUN-DATE TO SNC-LAST-ISSUED-DATE.
           IF SNC-ISSUED-COUNT IS NOT NUMERIC
               MOVE ZERO TO SNC-ISSUED-COUNT
           END-IF.
           ADD 1 TO SNC-ISSUED-COUNT.
           IF WS-BASE = 99999
               MOVE ZERO TO SNC-NEXT-BASE
           ELSE
               ADD 1 WS-BASE GIVING SNC-NEXT-BASE
           END-IF.
           OPEN OUTPUT CONTROL-FILE.
           WRITE STUDENT-NUMBER-CONTROL.
           CLOSE CONTROL-FILE.

       400-COMPUTE-CHECK-DIGIT.
           MOVE ZERO TO WS-WEIGHTED-SUM.
           PERFORM VARYING DIGIT-IDX FROM 1 BY 1
               UNTIL DIGIT-IDX > 5
               COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
                   + WS-BASE-DIGIT (DIGIT-IDX)
                   * DIGIT-WEIGHT (DIGIT-IDX)
           END-PERFORM.
           DIVIDE WS-WEIGHTED-SUM BY 11 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER.
           IF WS-REMAINDER = ZERO
               MOVE ZERO TO WS-CHECK-DIGIT
           ELSE
               SUBTRACT WS-REMAINDER FROM 11 GIVING WS-CHECK-DIGIT
           END-IF.

       END PROGRAM STUDENT-NUMBER-CHECK.
