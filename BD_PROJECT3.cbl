      *       job calendar off the business date, so a chain that
      *       starts at 6 a.m. or a next-evening rerun resumes the
      *       night it belongs to instead of opening a brand-new day.
      *   15/10/2026 HE  LATE-FEE-ASSESSMENT joins the chain as a
      *       month-end step. The number of steps is now held in
      *       STEP-COUNT instead of being repeated in every loop.
      *   15/10/2026 HE  LEDGER-RECONCILE joins the chain as the last
      *       daily step; it returns 8 when the ledger and the master
      *       disagree, which the run-health page shows as a failed
      *       step.
      *   15/10/2026 HE  DEREGISTER-UNPAID joins the chain ahead of
      *       LEDGER-RECONCILE. It never runs by default; the registrar
      *       puts it on JOBCAL.TXT as an S entry for the
      *       de-registration date.
      *   15/10/2026 HE  CENSUS-SNAPSHOT joins the chain ahead of
      *       LEDGER-RECONCILE with the new calendar frequency C: it
      *       runs on any night whose business date is a term's census
      *       date on TERMMAST.TXT.
      *   15/10/2026 HE  NOTIFY-EXTRACT joins the chain as a daily step
      *       ahead of LEDGER-RECONCILE: it empties NOTIFYQ.TXT into the
      *       messaging gateway file so the day's notices go out by
      *       email or text overnight.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-DRIVER.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUSDATE-STAT.

           SELECT TERM-MASTER ASSIGN TO WS-TERMMAST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRM-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       FD BUSDATE-FILE.
           COPY "BUSDATE.DAT".

       FD TERM-MASTER.
           COPY "TERMMAST.DAT".

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 WS-STEP-RETURN-CODE PIC S9(4) COMP.
           05 WS-BUSDATE-PATH PIC X(60).
           05 BUSDATE-STAT PIC X(2).
           05 WS-BUSDATE-OVERRIDE PIC X(8).
           05 STEP-COUNT PIC 9(2) VALUE 17.
           05 WS-TERMMAST-PATH PIC X(60).
           05 TRM-STAT PIC X(2).
           05 TRM-EOF PIC X(3).
           05 WS-CENSUS-FLAG PIC X(3) VALUE "NO".

       01 CALENDAR-VALUES.
           05 CALENDAR-TABLE OCCURS 20 TIMES.
           05 FILLER PIC X(20) VALUE "TERM-ROLLOVER".
           05 FILLER PIC X(20) VALUE "EXTRACT-ACK-MATCH".
           05 FILLER PIC X(20) VALUE "FINANCE-EXTRACT".
           05 FILLER PIC X(20) VALUE "LATE-FEE-ASSESSMENT".
           05 FILLER PIC X(20) VALUE "DEREGISTER-UNPAID".
           05 FILLER PIC X(20) VALUE "CENSUS-SNAPSHOT".
           05 FILLER PIC X(20) VALUE "NOTIFY-EXTRACT".
           05 FILLER PIC X(20) VALUE "LEDGER-RECONCILE".
       01 STEP-NAMES REDEFINES STEP-NAME-VALUES.
           05 STEP-NAME-ENTRY PIC X(20) OCCURS 17 TIMES.

       01 STEP-FREQ-VALUES.
           05 FILLER PIC X(17) VALUE "DDNDDDDDNNDDMNCDD".
       01 STEP-FREQS REDEFINES STEP-FREQ-VALUES.
           05 STEP-DEFAULT-FREQ PIC X(1) OCCURS 17 TIMES.

       01 STEP-STATE.
           05 STEP-ENTRY OCCURS 17 TIMES.
               10 STEP-STATUS PIC X(1).
               10 STEP-RC PIC 9(4).

           PERFORM 120-LOAD-RUN-CONTROL.
           PERFORM 140-LOAD-CALENDAR.
           PERFORM 150-SET-MONTH-END-FLAG.
           PERFORM 160-SET-CENSUS-FLAG.
           PERFORM 200-RUN-ONE-STEP
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-COUNT OR WS-RUN-FAILED = "YES".
           PERFORM 810-CLEAR-LOCK.
           IF WS-RUN-FAILED = "YES"
               DISPLAY "BATCH RUN STOPPED AT FAILED STEP - FIX AND "
               UPON CONSOLE.

       120-LOAD-RUN-CONTROL.
           PERFORM VARYING LOAD-IDX FROM 1 BY 1
               UNTIL LOAD-IDX > STEP-COUNT
               MOVE "P" TO STEP-STATUS (LOAD-IDX)
               MOVE ZERO TO STEP-RC (LOAD-IDX)
           END-PERFORM.

       130-TAKE-CONTROL-RECORD.
           IF RC-RUN-DATE = WS-RUN-DATE
               PERFORM VARYING LOAD-IDX FROM 1 BY 1
                   UNTIL LOAD-IDX > STEP-COUNT
                   IF RC-STEP-NAME = STEP-NAME-ENTRY (LOAD-IDX)
                       MOVE RC-STEP-STATUS TO STEP-STATUS (LOAD-IDX)
                       MOVE RC-RETURN-CODE TO STEP-RC (LOAD-IDX)
               MOVE "NO" TO WS-MONTH-END-FLAG
           END-IF.

       160-SET-CENSUS-FLAG.
           ACCEPT WS-TERMMAST-PATH FROM ENVIRONMENT "TERMMAST_FILE".
           IF WS-TERMMAST-PATH = SPACES
               MOVE "C:\Users\hamza\TERMMAST.TXT" TO WS-TERMMAST-PATH
           END-IF.
           MOVE "NO" TO WS-CENSUS-FLAG.
           MOVE "NO" TO TRM-EOF.
           OPEN INPUT TERM-MASTER.
           IF TRM-STAT = "00"
               PERFORM UNTIL TRM-EOF = "YES"
                   READ TERM-MASTER
                       AT END MOVE "YES" TO TRM-EOF
                       NOT AT END
                           IF TRM-CENSUS-DATE IS NUMERIC
                               AND TRM-CENSUS-DATE = WS-RUN-DATE
                               MOVE "YES" TO WS-CENSUS-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-MASTER
           END-IF.

       200-RUN-ONE-STEP.
           PERFORM 220-CHECK-CALENDAR.
           EVALUATE TRUE
                   MOVE "YES" TO RUN-TODAY-FLAG
               WHEN "M"
                   MOVE WS-MONTH-END-FLAG TO RUN-TODAY-FLAG
               WHEN "C"
                   MOVE WS-CENSUS-FLAG TO RUN-TODAY-FLAG
               WHEN "S"
                   IF WS-STEP-CAL-DATE = WS-RUN-DATE
                       MOVE "YES" TO RUN-TODAY-FLAG
               WHEN 10 CALL "TERM-ROLLOVER"
               WHEN 11 CALL "EXTRACT-ACK-MATCH"
               WHEN 12 CALL "FINANCE-EXTRACT"
               WHEN 13 CALL "LATE-FEE-ASSESSMENT"
               WHEN 14 CALL "DEREGISTER-UNPAID"
               WHEN 15 CALL "CENSUS-SNAPSHOT"
               WHEN 16 CALL "NOTIFY-EXTRACT"
               WHEN 17 CALL "LEDGER-RECONCILE"
           END-EVALUATE.
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE.
           MOVE 0 TO RETURN-CODE.

       300-WRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE.
           PERFORM VARYING LOAD-IDX FROM 1 BY 1
               UNTIL LOAD-IDX > STEP-COUNT
               MOVE SPACES TO RUNCTL-RECORD
               MOVE WS-RUN-DATE TO RC-RUN-DATE
               MOVE STEP-NAME-ENTRY (LOAD-IDX) TO RC-STEP-NAME
