      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: ADVISOR ASSIGNMENT MAINTENANCE - console session over
      *          the student-to-advisor assignment file (ADVASSGN.TXT,
      *          see ADVASSGN.DAT) in the ADDRESS-MAINT style:
      *          operator sign-on through OPERATOR-SIGN-ON
      *          (inquiry-only operators may look but not change),
      *          then either one student at a time - keyed by student
      *          number, name and program shown from STUFILE-C.TXT,
      *          current advisor shown, new advisor keyed - or a bulk
      *          assignment of every student in one PROGRAM-OF-STUDY
      *          to one advisor, for all of them or only those not yet
      *          assigned. The advisor must be on the advisor master
      *          (ADVMAST.TXT, see ADVMAST.DAT) and active; the
      *          session warns when the advisor's caseload goes past
      *          ADV-MAX-CASELOAD but does not refuse. Every change is
      *          journaled to STUJRNL.TXT (field ADVISOR, old and new
      *          advisor ID) under the signed-on operator. Each
      *          change is written to the indexed assignment file as
      *          it is made; totals go to AUDITLOG.TXT.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      *   15/10/2026 HE  ADVASSGN.TXT is now indexed on student number
      *       (converted once by KEYED-FILE-CONVERT). The session reads
      *       and writes one assignment at a time instead of loading the
      *       file into a 2000-entry table and rewriting it at the end,
      *       so two sessions no longer overwrite each other and there
      *       is no size ceiling. A delete-level operator (OPER-LEVEL D)
      *       can also remove a student's assignment. The audit line
      *       counts assignments added and removed instead of the file
      *       total.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVISOR-ASSIGN-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSIGN-FILE ASSIGN TO WS-ADVASSGN-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASG-STUDENT-NUMBER
           FILE STATUS IS ASG-STAT.

           SELECT ADVISOR-MASTER ASSIGN TO WS-ADVMAST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ADV-STAT.

           SELECT STUDENT-RECORD ASSIGN TO WS-STUFILE-OUT-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-NUMBER
           ALTERNATE RECORD KEY IS STUDENT-NAME
               WITH DUPLICATES
           FILE STATUS IS STATUS-FIELD.

           SELECT JOURNAL-FILE ASSIGN TO WS-STUJRNL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRN-STAT.

           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.
       FD ASSIGN-FILE.
           COPY "ADVASSGN.DAT".

       FD ADVISOR-MASTER.
           COPY "ADVMAST.DAT".

       FD STUDENT-RECORD.
       01 STUDENTS.
           05 STUDENT-NUMBER PIC 9(6).
           05 TUITION-OWED PIC 9(6)V99.
           05 STUDENT-NAME PIC X(40).
           05 PROGRAM-OF-STUDY PIC X(5).
           COPY "COURSDTL.DAT".
           05 STUDENT-STANDING PIC X(1).

       FD JOURNAL-FILE.
           COPY "STUJRNL.DAT".

       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.DAT".

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 ASG-STAT PIC X(2).
           05 ADV-STAT PIC X(2).
           05 STATUS-FIELD PIC X(2).
           05 JRN-STAT PIC X(2).
           05 ASG-EOF PIC X(3).
           05 ADV-EOF PIC X(3).
           05 EOF-FLAG PIC X(3).
           05 FOUND-FLAG PIC X(1).
           05 ADVISOR-COUNT PIC 9(3) VALUE ZERO.
           05 ADVISOR-IDX PIC 9(3).
           05 ADV-MATCH-IDX PIC 9(3).
           05 ADV-FOUND-FLAG PIC X(1).
           05 ADVISOR-OK-FLAG PIC X(1).
           05 REQUEST-INPUT PIC X(6).
           05 REQUEST-NUMBER PIC 9(6).
           05 ACTION-INPUT PIC X(1).
           05 SCOPE-INPUT PIC X(1).
           05 CONFIRM-INPUT PIC X(1).
           05 WS-ADVISOR-INPUT PIC X(6).
           05 WS-PROGRAM-INPUT PIC X(5).
           05 WS-ASSIGN-SOURCE PIC X(1).
           05 WS-OLD-ADVISOR PIC X(6).
           05 WS-CASELOAD PIC 9(4).
           05 BULK-MATCHED-COUNT PIC 9(6).
           05 BULK-SET-COUNT PIC 9(6).
           05 BULK-KEPT-COUNT PIC 9(6).
           05 UPDATED-COUNT PIC 9(6) VALUE ZERO.
           05 ADDED-COUNT PIC 9(6) VALUE ZERO.
           05 REMOVED-COUNT PIC 9(6) VALUE ZERO.
           05 BULK-RUN-COUNT PIC 9(4) VALUE ZERO.
           05 WS-ADVASSGN-PATH PIC X(60).
           05 WS-ADVMAST-PATH PIC X(60).
           05 WS-STUFILE-OUT-PATH PIC X(60).
           05 WS-STUJRNL-PATH PIC X(60).
           05 WS-AUDIT-LOG-PATH PIC X(60).
           05 AUDIT-STATUS-FIELD PIC X(2).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).
           05 WS-OPERATOR-ID PIC X(8).
           05 WS-OPERATOR-LEVEL PIC X(1).

       01 ADVISOR-VALUES.
           05 ADVISOR-ENTRY OCCURS 100 TIMES.
               10 ADV-TBL-ID PIC X(6).
               10 ADV-TBL-NAME PIC X(30).
               10 ADV-TBL-MAX PIC 9(4).
               10 ADV-TBL-STATUS PIC X(1).

       COPY "SIGNON.DAT".

       PROCEDURE DIVISION.
       100-RUN-MAINTENANCE.
           PERFORM 110-GET-FILE-PATHS.
           PERFORM 130-OPERATOR-SIGN-ON.
           PERFORM 120-LOAD-ADVISORS.
           IF ADVISOR-COUNT = ZERO
               DISPLAY "ADVMAST.TXT NOT ON FILE - NO ADVISORS TO "
                   "ASSIGN" UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-RECORD.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "STUDENT-RECORD OPEN FAILED, FILE STATUS = "
                   STATUS-FIELD UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 140-OPEN-ASSIGN-FILE.
           IF ASG-STAT NOT = "00"
               DISPLAY "ASSIGN-FILE OPEN FAILED, FILE STATUS = "
                   ASG-STAT UPON CONSOLE
               CLOSE STUDENT-RECORD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO ACTION-INPUT.
           PERFORM 200-WORK-ONE-REQUEST
               UNTIL ACTION-INPUT = "Q" OR ACTION-INPUT = "q".
           CLOSE STUDENT-RECORD ASSIGN-FILE.
           PERFORM 500-WRITE-AUDIT-LOG.
           DISPLAY "ADVISOR ASSIGNMENT ENDED, CHANGES: "
               UPDATED-COUNT UPON CONSOLE.
           STOP RUN.

       110-GET-FILE-PATHS.
           ACCEPT WS-ADVASSGN-PATH FROM ENVIRONMENT "ADVASSGN_FILE".
           IF WS-ADVASSGN-PATH = SPACES
               MOVE "C:\Users\hamza\ADVASSGN.TXT" TO WS-ADVASSGN-PATH
           END-IF.
           ACCEPT WS-ADVMAST-PATH FROM ENVIRONMENT "ADVMAST_FILE".
           IF WS-ADVMAST-PATH = SPACES
               MOVE "C:\Users\hamza\ADVMAST.TXT" TO WS-ADVMAST-PATH
           END-IF.
           ACCEPT WS-STUFILE-OUT-PATH FROM ENVIRONMENT "STUFILE_OUT".
           IF WS-STUFILE-OUT-PATH = SPACES
               MOVE "C:\Users\hamza\STUFILE-C.txt"
                   TO WS-STUFILE-OUT-PATH
           END-IF.
           ACCEPT WS-STUJRNL-PATH FROM ENVIRONMENT "STUJRNL_FILE".
           IF WS-STUJRNL-PATH = SPACES
               MOVE "C:\Users\hamza\STUJRNL.TXT" TO WS-STUJRNL-PATH
           END-IF.
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "AUDIT_LOG_FILE".
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\hamza\AUDITLOG.TXT" TO WS-AUDIT-LOG-PATH
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

       120-LOAD-ADVISORS.
           MOVE ZERO TO ADVISOR-COUNT.
           MOVE "NO" TO ADV-EOF.
           OPEN INPUT ADVISOR-MASTER.
           IF ADV-STAT = "00"
               PERFORM UNTIL ADV-EOF = "YES" OR ADVISOR-COUNT >= 100
                   READ ADVISOR-MASTER
                       AT END MOVE "YES" TO ADV-EOF
                       NOT AT END
                           ADD 1 TO ADVISOR-COUNT
                           MOVE ADV-ADVISOR-ID
                               TO ADV-TBL-ID (ADVISOR-COUNT)
                           MOVE ADV-NAME TO ADV-TBL-NAME (ADVISOR-COUNT)
                           MOVE ADV-MAX-CASELOAD
                               TO ADV-TBL-MAX (ADVISOR-COUNT)
                           MOVE ADV-STATUS
                               TO ADV-TBL-STATUS (ADVISOR-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ADVISOR-MASTER
           END-IF.

       130-OPERATOR-SIGN-ON.
           MOVE SPACES TO WS-OPERATOR-ID.
           MOVE "D" TO WS-OPERATOR-LEVEL.
           MOVE "ADVISOR-ASSIGN-MAINT" TO SGN-CALLER.
           CALL "OPERATOR-SIGN-ON" USING SIGN-ON-AREA.
           IF SGN-NO-MASTER
               DISPLAY "NO OPERATOR MASTER ON FILE - SIGN-ON NOT "
                   "CHECKED" UPON CONSOLE
           ELSE
               MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
               MOVE SGN-OPERATOR-LEVEL TO WS-OPERATOR-LEVEL
               IF NOT SGN-ACCEPTED
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "SIGNED ON: " SGN-OPERATOR-NAME
                   UPON CONSOLE
           END-IF.

       140-OPEN-ASSIGN-FILE.
           OPEN I-O ASSIGN-FILE.
           IF ASG-STAT = "35"
               OPEN OUTPUT ASSIGN-FILE
               CLOSE ASSIGN-FILE
               OPEN I-O ASSIGN-FILE
           END-IF.

       200-WORK-ONE-REQUEST.
           DISPLAY " " UPON CONSOLE.
           DISPLAY "(S)TUDENT  (B)ULK BY PROGRAM  (Q)UIT : "
               UPON CONSOLE.
           ACCEPT ACTION-INPUT FROM CONSOLE.
           IF ACTION-INPUT = "S" OR ACTION-INPUT = "s"
               PERFORM 300-WORK-ONE-STUDENT
           ELSE
           IF ACTION-INPUT = "B" OR ACTION-INPUT = "b"
               IF WS-OPERATOR-LEVEL = "I"
                   DISPLAY "INQUIRY-ONLY OPERATOR - NOT ALLOWED"
                       UPON CONSOLE
               ELSE
                   PERFORM 400-BULK-ASSIGN
               END-IF
           ELSE
           IF ACTION-INPUT = "Q" OR ACTION-INPUT = "q"
               CONTINUE
           ELSE
               DISPLAY "CHOOSE S, B OR Q" UPON CONSOLE
           END-IF
           END-IF
           END-IF.

       300-WORK-ONE-STUDENT.
           DISPLAY "STUDENT NUMBER : " UPON CONSOLE.
           ACCEPT REQUEST-INPUT FROM CONSOLE.
           IF REQUEST-INPUT IS NOT NUMERIC
               DISPLAY "STUDENT NUMBER NOT NUMERIC" UPON CONSOLE
           ELSE
               MOVE REQUEST-INPUT TO REQUEST-NUMBER
               MOVE REQUEST-NUMBER TO STUDENT-NUMBER
               READ STUDENT-RECORD
                   INVALID KEY
                       DISPLAY "STUDENT NOT FOUND: " REQUEST-NUMBER
                           UPON CONSOLE
                   NOT INVALID KEY
                       PERFORM 310-SHOW-AND-ACT
               END-READ
           END-IF.

       310-SHOW-AND-ACT.
           DISPLAY " " UPON CONSOLE.
           DISPLAY "STUDENT : " STUDENT-NUMBER " " STUDENT-NAME
               UPON CONSOLE.
           DISPLAY "PROGRAM : " PROGRAM-OF-STUDY UPON CONSOLE.
           PERFORM 320-FIND-ASSIGNMENT.
           IF FOUND-FLAG = 'Y'
               MOVE ASG-ADVISOR-ID TO WS-ADVISOR-INPUT
               PERFORM 330-FIND-ADVISOR
               IF ADV-FOUND-FLAG = 'Y'
                   DISPLAY "ADVISOR : " ASG-ADVISOR-ID
                       " " ADV-TBL-NAME (ADV-MATCH-IDX)
                       "  SINCE " ASG-ASSIGNED-DATE
                       UPON CONSOLE
               ELSE
                   DISPLAY "ADVISOR : " ASG-ADVISOR-ID
                       " *** NOT ON ADVISOR MASTER ***" UPON CONSOLE
               END-IF
           ELSE
               DISPLAY "ADVISOR : (NONE ASSIGNED)" UPON CONSOLE
           END-IF.
           DISPLAY "(A)SSIGN ADVISOR  (R)EMOVE ASSIGNMENT  (N)EXT : "
               UPON CONSOLE.
           ACCEPT CONFIRM-INPUT FROM CONSOLE.
           IF CONFIRM-INPUT = "A" OR CONFIRM-INPUT = "a"
               IF WS-OPERATOR-LEVEL = "I"
                   DISPLAY "INQUIRY-ONLY OPERATOR - NOT ALLOWED"
                       UPON CONSOLE
               ELSE
                   PERFORM 340-ASSIGN-ONE-STUDENT
               END-IF
           END-IF.
           IF CONFIRM-INPUT = "R" OR CONFIRM-INPUT = "r"
               IF WS-OPERATOR-LEVEL NOT = "D"
                   DISPLAY "OPERATOR NOT AUTHORIZED TO DELETE"
                       UPON CONSOLE
               ELSE
                   PERFORM 370-REMOVE-ASSIGNMENT
               END-IF
           END-IF.

       320-FIND-ASSIGNMENT.
           MOVE STUDENT-NUMBER TO ASG-STUDENT-NUMBER.
           READ ASSIGN-FILE
               INVALID KEY MOVE 'N' TO FOUND-FLAG
               NOT INVALID KEY MOVE 'Y' TO FOUND-FLAG
           END-READ.

       330-FIND-ADVISOR.
           MOVE 'N' TO ADV-FOUND-FLAG.
           PERFORM VARYING ADVISOR-IDX FROM 1 BY 1
               UNTIL ADV-FOUND-FLAG = 'Y' OR ADVISOR-IDX > ADVISOR-COUNT
               IF ADV-TBL-ID (ADVISOR-IDX) = WS-ADVISOR-INPUT
                   MOVE 'Y' TO ADV-FOUND-FLAG
                   MOVE ADVISOR-IDX TO ADV-MATCH-IDX
               END-IF
           END-PERFORM.

       335-CHECK-ADVISOR.
           MOVE 'N' TO ADVISOR-OK-FLAG.
           PERFORM 330-FIND-ADVISOR.
           IF ADV-FOUND-FLAG NOT = 'Y'
               DISPLAY "ADVISOR NOT ON FILE: " WS-ADVISOR-INPUT
                   UPON CONSOLE
           ELSE
           IF ADV-TBL-STATUS (ADV-MATCH-IDX) = "I"
               DISPLAY "ADVISOR INACTIVE - TAKES NO NEW STUDENTS: "
                   WS-ADVISOR-INPUT UPON CONSOLE
           ELSE
               MOVE 'Y' TO ADVISOR-OK-FLAG
               DISPLAY "ADVISOR : " ADV-TBL-NAME (ADV-MATCH-IDX)
                   UPON CONSOLE
           END-IF
           END-IF.

       340-ASSIGN-ONE-STUDENT.
           DISPLAY "NEW ADVISOR ID : " UPON CONSOLE.
           ACCEPT WS-ADVISOR-INPUT FROM CONSOLE.
           IF WS-ADVISOR-INPUT = SPACES
               DISPLAY "NO CHANGE" UPON CONSOLE
           ELSE
               PERFORM 335-CHECK-ADVISOR
               IF ADVISOR-OK-FLAG = 'Y'
                   IF FOUND-FLAG = 'Y'
                       AND ASG-ADVISOR-ID = WS-ADVISOR-INPUT
                       DISPLAY "ALREADY ASSIGNED TO THIS ADVISOR"
                           UPON CONSOLE
                   ELSE
                       MOVE "M" TO WS-ASSIGN-SOURCE
                       PERFORM 350-SET-ASSIGNMENT
                       IF FOUND-FLAG = 'Y'
                           DISPLAY "ADVISOR ASSIGNED" UPON CONSOLE
                           PERFORM 360-WARN-CASELOAD
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Sets the current student's assignment to WS-ADVISOR-INPUT,
      * adding one when the student has none. The record is read again
      * just before the change so a session running alongside this one
      * is never overwritten with an old copy. FOUND-FLAG comes back
      * 'N' only when nothing could be written.
       350-SET-ASSIGNMENT.
           PERFORM 320-FIND-ASSIGNMENT.
           IF FOUND-FLAG = 'Y'
               MOVE ASG-ADVISOR-ID TO WS-OLD-ADVISOR
           ELSE
               MOVE SPACES TO WS-OLD-ADVISOR
               MOVE SPACES TO ADVISOR-ASSIGN-RECORD
               MOVE STUDENT-NUMBER TO ASG-STUDENT-NUMBER
           END-IF.
           MOVE WS-ADVISOR-INPUT TO ASG-ADVISOR-ID.
           MOVE WS-RUN-DATE TO ASG-ASSIGNED-DATE.
           MOVE WS-ASSIGN-SOURCE TO ASG-SOURCE.
           IF FOUND-FLAG = 'Y'
               REWRITE ADVISOR-ASSIGN-RECORD
                   INVALID KEY
                       DISPLAY "ASSIGNMENT REWRITE FAILED, FILE "
                           "STATUS = " ASG-STAT UPON CONSOLE
                       MOVE 'N' TO FOUND-FLAG
               END-REWRITE
           ELSE
               WRITE ADVISOR-ASSIGN-RECORD
                   INVALID KEY
                       DISPLAY "ASSIGNMENT ADDED BY ANOTHER SESSION - "
                           "NOT ADDED: " STUDENT-NUMBER UPON CONSOLE
                   NOT INVALID KEY
                       ADD 1 TO ADDED-COUNT
                       MOVE 'Y' TO FOUND-FLAG
               END-WRITE
           END-IF.
           IF FOUND-FLAG = 'Y'
               ADD 1 TO UPDATED-COUNT
               PERFORM 510-WRITE-JOURNAL
           END-IF.

       360-WARN-CASELOAD.
           MOVE ZERO TO WS-CASELOAD.
           MOVE "NO" TO ASG-EOF.
           MOVE ZERO TO ASG-STUDENT-NUMBER.
           START ASSIGN-FILE KEY IS >= ASG-STUDENT-NUMBER
               INVALID KEY MOVE "YES" TO ASG-EOF
           END-START.
           PERFORM UNTIL ASG-EOF = "YES"
               READ ASSIGN-FILE NEXT RECORD
                   AT END MOVE "YES" TO ASG-EOF
                   NOT AT END
                       IF ASG-ADVISOR-ID = WS-ADVISOR-INPUT
                           ADD 1 TO WS-CASELOAD
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "CASELOAD NOW " WS-CASELOAD UPON CONSOLE.
           IF ADV-TBL-MAX (ADV-MATCH-IDX) > ZERO
               AND WS-CASELOAD > ADV-TBL-MAX (ADV-MATCH-IDX)
               DISPLAY "WARNING - ABOVE MAXIMUM CASELOAD OF "
                   ADV-TBL-MAX (ADV-MATCH-IDX) UPON CONSOLE
           END-IF.

      * Takes the student off the assignment file altogether, so the
      * student is reported under UNASSIGNED until given an advisor.
       370-REMOVE-ASSIGNMENT.
           PERFORM 320-FIND-ASSIGNMENT.
           IF FOUND-FLAG NOT = 'Y'
               DISPLAY "NO ADVISOR ASSIGNED - NOTHING TO REMOVE"
                   UPON CONSOLE
           ELSE
               DISPLAY "REMOVE ASSIGNMENT TO " ASG-ADVISOR-ID
                   " (Y/N) : " UPON CONSOLE
               ACCEPT CONFIRM-INPUT FROM CONSOLE
               IF CONFIRM-INPUT = "Y" OR CONFIRM-INPUT = "y"
                   MOVE ASG-ADVISOR-ID TO WS-OLD-ADVISOR
                   DELETE ASSIGN-FILE RECORD
                       INVALID KEY
                           DISPLAY "ASSIGNMENT DELETE FAILED, FILE "
                               "STATUS = " ASG-STAT UPON CONSOLE
                       NOT INVALID KEY
                           MOVE SPACES TO WS-ADVISOR-INPUT
                           ADD 1 TO REMOVED-COUNT
                           ADD 1 TO UPDATED-COUNT
                           PERFORM 510-WRITE-JOURNAL
                           DISPLAY "ASSIGNMENT REMOVED" UPON CONSOLE
                   END-DELETE
               END-IF
           END-IF.

       400-BULK-ASSIGN.
           DISPLAY "PROGRAM OF STUDY : " UPON CONSOLE.
           ACCEPT WS-PROGRAM-INPUT FROM CONSOLE.
           DISPLAY "ADVISOR ID       : " UPON CONSOLE.
           ACCEPT WS-ADVISOR-INPUT FROM CONSOLE.
           IF WS-PROGRAM-INPUT = SPACES OR WS-ADVISOR-INPUT = SPACES
               DISPLAY "PROGRAM AND ADVISOR ARE BOTH REQUIRED"
                   UPON CONSOLE
           ELSE
               PERFORM 335-CHECK-ADVISOR
               IF ADVISOR-OK-FLAG = 'Y'
                   DISPLAY "(A)LL STUDENTS IN PROGRAM OR (U)NASSIGNED "
                       "ONLY : " UPON CONSOLE
                   ACCEPT SCOPE-INPUT FROM CONSOLE
                   IF SCOPE-INPUT = "a"
                       MOVE "A" TO SCOPE-INPUT
                   END-IF
                   IF SCOPE-INPUT = "u"
                       MOVE "U" TO SCOPE-INPUT
                   END-IF
                   IF SCOPE-INPUT = "A" OR SCOPE-INPUT = "U"
                       PERFORM 410-BULK-SCAN
                   ELSE
                       DISPLAY "BULK ASSIGNMENT CANCELLED"
                           UPON CONSOLE
                   END-IF
               END-IF
           END-IF.

       410-BULK-SCAN.
           MOVE ZERO TO BULK-MATCHED-COUNT.
           MOVE ZERO TO BULK-SET-COUNT.
           MOVE ZERO TO BULK-KEPT-COUNT.
           MOVE "B" TO WS-ASSIGN-SOURCE.
           MOVE "NO" TO EOF-FLAG.
           MOVE ZERO TO STUDENT-NUMBER.
           START STUDENT-RECORD KEY IS >= STUDENT-NUMBER
               INVALID KEY MOVE "YES" TO EOF-FLAG
           END-START.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ STUDENT-RECORD NEXT RECORD
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       IF PROGRAM-OF-STUDY = WS-PROGRAM-INPUT
                           PERFORM 420-BULK-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO BULK-RUN-COUNT.
           DISPLAY "STUDENTS IN PROGRAM " WS-PROGRAM-INPUT ": "
               BULK-MATCHED-COUNT UPON CONSOLE.
           DISPLAY "ASSIGNED: " BULK-SET-COUNT
               "  LEFT AS THEY WERE: " BULK-KEPT-COUNT UPON CONSOLE.
           PERFORM 360-WARN-CASELOAD.

       420-BULK-ONE-STUDENT.
           ADD 1 TO BULK-MATCHED-COUNT.
           PERFORM 320-FIND-ASSIGNMENT.
           IF FOUND-FLAG = 'Y'
               AND (SCOPE-INPUT = "U"
               OR ASG-ADVISOR-ID = WS-ADVISOR-INPUT)
               ADD 1 TO BULK-KEPT-COUNT
           ELSE
               PERFORM 350-SET-ASSIGNMENT
               IF FOUND-FLAG = 'Y'
                   ADD 1 TO BULK-SET-COUNT
               ELSE
                   ADD 1 TO BULK-KEPT-COUNT
               END-IF
           END-IF.

       510-WRITE-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF JRN-STAT = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE STUDENT-NUMBER TO JRN-STUDENT-NUMBER.
           MOVE "ADVISOR" TO JRN-FIELD-NAME.
           MOVE WS-OLD-ADVISOR TO JRN-BEFORE-IMAGE.
           MOVE WS-ADVISOR-INPUT TO JRN-AFTER-IMAGE.
           MOVE WS-RUN-DATE TO JRN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME TO JRN-TIME.
           MOVE "I" TO JRN-MODE.
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR.
           WRITE JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.

       500-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "ADVISOR-ASSIGN-MAINT" TO AUDIT-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR.
           STRING "CHANGES=" DELIMITED BY SIZE
                   UPDATED-COUNT DELIMITED BY SIZE
                   " BULK=" DELIMITED BY SIZE
                   BULK-RUN-COUNT DELIMITED BY SIZE
                   " ADDED=" DELIMITED BY SIZE
                   ADDED-COUNT DELIMITED BY SIZE
                   " REMOVED=" DELIMITED BY SIZE
                   REMOVED-COUNT DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       END PROGRAM ADVISOR-ASSIGN-MAINT.
