      * Tectonics: cobc
      * Mod-history:
      *   02/09/2026 HE  Original.
      *   15/10/2026 HE  Sign-on now CALLs OPERATOR-SIGN-ON (see
      *       SIGNON.DAT) instead of reading OPERMAST.TXT here, so the
      *       operator's password is checked, an expired or reset
      *       password must be changed, and repeated failures lock the
      *       ID. The level checks made here are unchanged.
      *   15/10/2026 HE  The keyed student number is checked by
      *       STUDENT-NUMBER-CHECK before the master is read, so a
      *       mistyped number is refused before a payment can be keyed
      *       against the wrong account.
      *   15/10/2026 HE  The CASHTXN and DRAWER files are now entered in
      *       the report catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHIER-SESSION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS-FIELD.

           SELECT LOCK-FILE ASSIGN TO WS-STULOCK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOCK-STAT.
       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.DAT".

       FD LOCK-FILE.
       01 LOCK-RECORD.
           05 LOCK-HOLDER PIC X(20).
           05 AUDIT-STATUS-FIELD PIC X(2).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).
           05 WS-OPERATOR-ID PIC X(8).
           05 WS-OPERATOR-LEVEL PIC X(1).
           05 WS-STULOCK-PATH PIC X(60).
           05 BAL-AMOUNT PIC +$$$,$$$,$$9.99.
           05 FILLER PIC X(47) VALUE SPACES.

       COPY "SIGNON.DAT".

       COPY "STUNOCHK.DAT".

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-SESSION.
           PERFORM 110-GET-FILE-PATHS.
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\hamza\AUDITLOG.TXT" TO WS-AUDIT-LOG-PATH
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-BATCH-DIR FROM ENVIRONMENT "CASHTXN_DIR".
       130-OPERATOR-SIGN-ON.
           MOVE SPACES TO WS-OPERATOR-ID.
           MOVE "D" TO WS-OPERATOR-LEVEL.
           MOVE "CASHIER-SESSION" TO SGN-CALLER.
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

       140-OPEN-SESSION.
               DISPLAY "STUDENT NUMBER NOT NUMERIC" UPON CONSOLE
           ELSE
               MOVE REQUEST-INPUT TO REQUEST-NUMBER
               PERFORM 205-FIND-STUDENT
           END-IF
           END-IF.

       205-FIND-STUDENT.
           MOVE "V" TO SNK-FUNCTION.
           MOVE REQUEST-NUMBER TO SNK-STUDENT-NUMBER.
           CALL "STUDENT-NUMBER-CHECK" USING STUNO-CHECK-AREA.
           IF SNK-BAD-CHECK-DIGIT
               DISPLAY "STUDENT NUMBER CHECK DIGIT IS WRONG: "
                   REQUEST-NUMBER UPON CONSOLE
           ELSE
               MOVE REQUEST-NUMBER TO STUDENT-NUMBER
               READ STUDENT-RECORD
                   INVALID KEY
                   NOT INVALID KEY
                       PERFORM 210-CONFIRM-AND-KEY
               END-READ
           END-IF.

       210-CONFIRM-AND-KEY.
           MOVE SESSION-TOTAL TO BTT-HASH-TOTAL.
           WRITE BATCH-TRAILER.
           CLOSE BATCH-FILE.
           MOVE "CASHTXN" TO RRG-REPORT-ID.
           MOVE WS-BATCH-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           DISPLAY "SESSION BATCH WRITTEN TO " WS-BATCH-FILENAME
               UPON CONSOLE.
           DISPLAY "FEED IT TO TUITION-TXN-EDIT AS THE BANK FILE"
           MOVE BALANCE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE DRAWER-REPORT.
           MOVE "DRAWER" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           MOVE WS-OVER-SHORT TO ED-OVER-SHORT.
           DISPLAY "DRAWER OVER/SHORT: " ED-OVER-SHORT UPON CONSOLE.

           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "CASHIER-SESSION" TO RRG-PROGRAM-NAME.
           MOVE WS-OPERATOR-ID TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       800-CHECK-LOCK.
           ACCEPT WS-STULOCK-PATH FROM ENVIRONMENT "STULOCK_FILE".
           IF WS-STULOCK-PATH = SPACES
