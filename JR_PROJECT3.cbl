      *   22/08/2026 HE  Original.
      *   02/09/2026 HE  Print JRN-OPERATOR on each line now the
      *       journal carries who made the change.
      *   15/10/2026 HE  The JOURNALRPT file is now entered in the
      *       report catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURNAL-REPORT.
           05 DTL-AFTER PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-REPORT.
           PERFORM 110-GET-FILE-PATHS.
               PERFORM 200-READ-JOURNAL
           END-PERFORM.
           CLOSE JOURNAL-FILE JOURNAL-REPORT-FILE.
           MOVE "JOURNALRPT" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           DISPLAY "JOURNAL REPORT COMPLETE, ENTRIES: " SELECTED-COUNT
               UPON CONSOLE.
           STOP RUN.
           WRITE REPORT-LINE.
           ADD 1 TO SELECTED-COUNT.

       590-REGISTER-REPORT.
           MOVE "JOURNAL-REPORT" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       END PROGRAM JOURNAL-REPORT.
