      *          update of address lines, city, phone and email.
      *          Every change is journaled to STUJRNL.TXT (field
      *          ADDRESS, before/after of the first address line)
      *          under the signed-on operator. Each change is
      *          rewritten to the indexed address file as it is
      *          keyed; totals go to AUDITLOG.TXT.
      * Tectonics: cobc
      * Mod-history:
      *   02/09/2026 HE  Original.
      *   02/09/2026 HE  Refuse the session when STUADDR.TXT holds
      *       more than the 500 entries the table carries, instead
      *       of silently dropping the overflow on the rewrite.
      *   15/10/2026 HE  Sign-on now CALLs OPERATOR-SIGN-ON (see
      *       SIGNON.DAT) instead of reading OPERMAST.TXT here, so the
      *       operator's password is checked, an expired or reset
      *       password must be changed, and repeated failures lock the
      *       ID. The level checks made here are unchanged.
      *   15/10/2026 HE  STUADDR.TXT is now indexed on student number
      *       (converted once by KEYED-FILE-CONVERT). The session reads
      *       and rewrites one address at a time instead of loading the
      *       file into a 500-entry table, so clerks can work side by
      *       side and there is no size ceiling. The audit line counts
      *       addresses added instead of the file total.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-MAINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDRESS-FILE ASSIGN TO WS-STUADDR-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADR-STUDENT-NUMBER
           FILE STATUS IS ADR-STAT.

           SELECT STUDENT-RECORD ASSIGN TO WS-STUFILE-OUT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.
       FD ADDRESS-FILE.
       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.DAT".

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 ADR-STAT PIC X(2).
           05 STATUS-FIELD PIC X(2).
           05 JRN-STAT PIC X(2).
           05 FOUND-FLAG PIC X(1).
           05 REQUEST-INPUT PIC X(6).
           05 REQUEST-NUMBER PIC 9(6).
           05 ACTION-INPUT PIC X(1).
           05 UPDATED-COUNT PIC 9(6) VALUE ZERO.
           05 ADDED-COUNT PIC 9(6) VALUE ZERO.
           05 WS-JRN-BEFORE PIC X(40).
           05 WS-STUADDR-PATH PIC X(60).
           05 WS-STUFILE-OUT-PATH PIC X(60).
           05 AUDIT-STATUS-FIELD PIC X(2).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).
           05 WS-OPERATOR-ID PIC X(8).
           05 WS-OPERATOR-LEVEL PIC X(1).

       COPY "SIGNON.DAT".

       PROCEDURE DIVISION.
       100-RUN-MAINTENANCE.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 140-OPEN-ADDRESS-FILE.
           IF ADR-STAT NOT = "00"
               DISPLAY "ADDRESS-FILE OPEN FAILED, FILE STATUS = "
                   ADR-STAT UPON CONSOLE
               CLOSE STUDENT-RECORD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 200-WORK-ONE-STUDENT
               UNTIL REQUEST-INPUT = "0" OR REQUEST-INPUT = "000000".
           CLOSE STUDENT-RECORD ADDRESS-FILE.
           PERFORM 500-WRITE-AUDIT-LOG.
           DISPLAY "ADDRESS MAINTENANCE ENDED, CHANGES: "
               UPDATED-COUNT UPON CONSOLE.
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\hamza\AUDITLOG.TXT" TO WS-AUDIT-LOG-PATH
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

       130-OPERATOR-SIGN-ON.
           MOVE SPACES TO WS-OPERATOR-ID.
           MOVE "D" TO WS-OPERATOR-LEVEL.
           MOVE "ADDRESS-MAINT" TO SGN-CALLER.
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

       140-OPEN-ADDRESS-FILE.
           OPEN I-O ADDRESS-FILE.
           IF ADR-STAT = "35"
               OPEN OUTPUT ADDRESS-FILE
               CLOSE ADDRESS-FILE
               OPEN I-O ADDRESS-FILE
           END-IF.

       200-WORK-ONE-STUDENT.
           END-IF.

       310-FIND-ADDRESS.
           MOVE STUDENT-NUMBER TO ADR-STUDENT-NUMBER.
           READ ADDRESS-FILE
               INVALID KEY MOVE 'N' TO FOUND-FLAG
               NOT INVALID KEY MOVE 'Y' TO FOUND-FLAG
           END-READ.

       320-SHOW-ADDRESS.
           DISPLAY "ADDRESS : " ADR-LINE-1 UPON CONSOLE.
           DISPLAY "          " ADR-LINE-2 UPON CONSOLE.
           DISPLAY "CITY    : " ADR-CITY UPON CONSOLE.
           DISPLAY "PHONE   : " ADR-PHONE UPON CONSOLE.
           DISPLAY "EMAIL   : " ADR-EMAIL UPON CONSOLE.

      * Read the record again just before the change so a session
      * running alongside this one is never overwritten with an old
      * copy.
       400-UPDATE-ADDRESS.
           PERFORM 310-FIND-ADDRESS.
           IF FOUND-FLAG NOT = 'Y'
               MOVE SPACES TO STUDENT-ADDRESS-RECORD
               MOVE STUDENT-NUMBER TO ADR-STUDENT-NUMBER
           END-IF.
           MOVE ADR-LINE-1 TO WS-JRN-BEFORE.
           DISPLAY "ADDRESS LINE 1 : " UPON CONSOLE.
           ACCEPT ADR-LINE-1 FROM CONSOLE.
           DISPLAY "ADDRESS LINE 2 : " UPON CONSOLE.
           ACCEPT ADR-LINE-2 FROM CONSOLE.
           DISPLAY "CITY           : " UPON CONSOLE.
           ACCEPT ADR-CITY FROM CONSOLE.
           DISPLAY "PHONE          : " UPON CONSOLE.
           ACCEPT ADR-PHONE FROM CONSOLE.
           DISPLAY "EMAIL          : " UPON CONSOLE.
           ACCEPT ADR-EMAIL FROM CONSOLE.
           IF FOUND-FLAG = 'Y'
               REWRITE STUDENT-ADDRESS-RECORD
                   INVALID KEY
                       DISPLAY "ADDRESS REWRITE FAILED, FILE STATUS = "
                           ADR-STAT UPON CONSOLE
                       MOVE 'N' TO FOUND-FLAG
               END-REWRITE
           ELSE
               WRITE STUDENT-ADDRESS-RECORD
                   INVALID KEY
                       DISPLAY "ADDRESS ADDED BY ANOTHER SESSION - "
                           "NOT ADDED, RETRY THE UPDATE" UPON CONSOLE
                   NOT INVALID KEY
                       ADD 1 TO ADDED-COUNT
                       MOVE 'Y' TO FOUND-FLAG
               END-WRITE
           END-IF.
           IF FOUND-FLAG = 'Y'
               ADD 1 TO UPDATED-COUNT
               PERFORM 510-WRITE-JOURNAL
               DISPLAY "ADDRESS UPDATED" UPON CONSOLE
           MOVE STUDENT-NUMBER TO JRN-STUDENT-NUMBER.
           MOVE "ADDRESS" TO JRN-FIELD-NAME.
           MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE.
           MOVE ADR-LINE-1 TO JRN-AFTER-IMAGE.
           MOVE WS-RUN-DATE TO JRN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME TO JRN-TIME.
           WRITE JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.

       500-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "35"
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR.
           STRING "CHANGES=" DELIMITED BY SIZE
                   UPDATED-COUNT DELIMITED BY SIZE
                   " ADDED=" DELIMITED BY SIZE
                   ADDED-COUNT DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
