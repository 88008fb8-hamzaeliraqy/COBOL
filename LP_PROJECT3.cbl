      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: LEDGER PERIOD CHECK - the one place that says whether
      *          a ledger date may still be posted (see LEDGCHK.DAT).
      *          Reads the close records on LEDGCLOS.TXT (see
      *          LEDGCLOS.DAT) written by LEDGER-YEAR-CLOSE and takes
      *          the latest year closed: a date before the first day
      *          of the year after it is in a closed year and the
      *          caller is told to refuse. The file is read afresh on
      *          every call so a close run between two postings is
      *          never missed. With no LEDGCLOS.TXT on file no year
      *          has been closed and everything is open.
      *          Called at start-up by every program that appends to
      *          STULEDG.TXT, before it updates the master.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-PERIOD-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-FILE ASSIGN TO WS-LEDGCLOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LCL-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD CLOSE-FILE.
           COPY "LEDGCLOS.DAT".

       WORKING-STORAGE SECTION.
       01 WS-CHECK-FIELDS.
           05 WS-LEDGCLOS-PATH PIC X(60).
           05 LCL-STAT PIC X(2).
           05 EOF-FLAG PIC X(3).

       LINKAGE SECTION.
       COPY "LEDGCHK.DAT".

       PROCEDURE DIVISION USING LEDGER-PERIOD-AREA.
       100-CHECK-PERIOD.
           ACCEPT WS-LEDGCLOS-PATH FROM ENVIRONMENT "LEDGCLOS_FILE".
           IF WS-LEDGCLOS-PATH = SPACES
               MOVE "C:\Users\hamza\LEDGCLOS.TXT" TO WS-LEDGCLOS-PATH
           END-IF.
           MOVE ZERO TO LPC-CLOSED-YEAR.
           MOVE ZERO TO LPC-OPEN-DATE.
           OPEN INPUT CLOSE-FILE.
           IF LCL-STAT NOT = "00"
               MOVE "O" TO LPC-RESULT
           ELSE
               PERFORM 200-FIND-LATEST-CLOSE
               CLOSE CLOSE-FILE
               IF LPC-LEDGER-DATE < LPC-OPEN-DATE
                   MOVE "C" TO LPC-RESULT
               ELSE
                   MOVE "Y" TO LPC-RESULT
               END-IF
           END-IF.
           GOBACK.

       200-FIND-LATEST-CLOSE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ CLOSE-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       IF LCL-OPEN-DATE IS NUMERIC
                           AND LCL-OPEN-DATE > LPC-OPEN-DATE
                           MOVE LCL-OPEN-DATE TO LPC-OPEN-DATE
                           MOVE LCL-FISCAL-YEAR TO LPC-CLOSED-YEAR
                       END-IF
               END-READ
           END-PERFORM.

       END PROGRAM LEDGER-PERIOD-CHECK.
