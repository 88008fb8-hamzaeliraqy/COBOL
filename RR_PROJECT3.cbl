      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: REPORT REGISTER - the one place a run's dated output
      *          is entered in the report catalog RPTCAT.TXT (see
      *          RPTCAT.DAT). The caller passes the program name,
      *          report ID, file name and operator (see RPTREG.DAT)
      *          after closing its file; this program reads the file
      *          through once to count its lines, takes the business
      *          date from BUSDATE.TXT and appends a catalog entry with
      *          status O. A file that cannot be opened is still
      *          catalogued, with no lines, so the gap shows up on the
      *          query; a catalog that cannot be opened is reported on
      *          the console and the caller carries on.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-REGISTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-STAT.

           SELECT CATALOG-FILE ASSIGN TO WS-RPTCAT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-STAT.

           SELECT BUSDATE-FILE ASSIGN TO WS-BUSDATE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUSDATE-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(300).

       FD CATALOG-FILE.
           COPY "RPTCAT.DAT".

       FD BUSDATE-FILE.
           COPY "BUSDATE.DAT".

       WORKING-STORAGE SECTION.
       01 WS-REGISTER-FIELDS.
           05 WS-REPORT-PATH PIC X(60).
           05 RPT-STAT PIC X(2).
           05 RPT-EOF PIC X(3).
           05 WS-RPTCAT-PATH PIC X(60).
           05 CAT-STAT PIC X(2).
           05 WS-BUSDATE-PATH PIC X(60).
           05 BUSDATE-STAT PIC X(2).
           05 WS-BUSINESS-DATE PIC 9(8).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).

       LINKAGE SECTION.
       COPY "RPTREG.DAT".

       PROCEDURE DIVISION USING REPORT-REGISTER-AREA.
       100-REGISTER-REPORT.
           ACCEPT WS-RPTCAT-PATH FROM ENVIRONMENT "RPTCAT_FILE".
           IF WS-RPTCAT-PATH = SPACES
               MOVE "C:\Users\hamza\RPTCAT.TXT" TO WS-RPTCAT-PATH
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
           PERFORM 112-GET-BUSINESS-DATE.
           PERFORM 200-COUNT-LINES.
           OPEN EXTEND CATALOG-FILE.
           IF CAT-STAT = "35"
               OPEN OUTPUT CATALOG-FILE
           END-IF.
           IF CAT-STAT NOT = "00"
               DISPLAY "RPTCAT.TXT NOT AVAILABLE, FILE STATUS = "
                   CAT-STAT " - " RRG-REPORT-ID " NOT CATALOGUED"
                   UPON CONSOLE
               MOVE "N" TO RRG-RESULT
               GOBACK
           END-IF.
           MOVE SPACES TO REPORT-CATALOG-RECORD.
           MOVE RRG-PROGRAM-NAME TO CAT-PROGRAM-NAME.
           MOVE RRG-REPORT-ID TO CAT-REPORT-ID.
           MOVE WS-BUSINESS-DATE TO CAT-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO CAT-RUN-DATE.
           MOVE WS-RUN-TIME TO CAT-RUN-TIME.
           MOVE RRG-LINE-COUNT TO CAT-LINE-COUNT.
           MOVE RRG-OPERATOR TO CAT-OPERATOR.
           MOVE "O" TO CAT-STATUS.
           MOVE WS-BUSINESS-DATE TO CAT-STATUS-DATE.
           MOVE RRG-FILE-NAME TO CAT-FILE-NAME.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE CATALOG-FILE.
           GOBACK.

       200-COUNT-LINES.
           MOVE ZERO TO RRG-LINE-COUNT.
           MOVE RRG-FILE-NAME TO WS-REPORT-PATH.
           OPEN INPUT REPORT-FILE.
           IF RPT-STAT NOT = "00"
               DISPLAY "REPORT FILE NOT FOUND, FILE STATUS = " RPT-STAT
                   " - " RRG-REPORT-ID " CATALOGUED WITH NO LINES"
                   UPON CONSOLE
               MOVE "M" TO RRG-RESULT
           ELSE
               MOVE "NO" TO RPT-EOF
               PERFORM UNTIL RPT-EOF = "YES"
                   READ REPORT-FILE
                       AT END MOVE "YES" TO RPT-EOF
                       NOT AT END ADD 1 TO RRG-LINE-COUNT
                   END-READ
               END-PERFORM
               CLOSE REPORT-FILE
               MOVE "Y" TO RRG-RESULT
           END-IF.

       112-GET-BUSINESS-DATE.
           ACCEPT WS-BUSDATE-PATH FROM ENVIRONMENT "BUSDATE_FILE".
           IF WS-BUSDATE-PATH = SPACES
               MOVE "C:\Users\hamza\BUSDATE.TXT" TO WS-BUSDATE-PATH
           END-IF.
           OPEN INPUT BUSDATE-FILE.
           IF BUSDATE-STAT = "00"
               READ BUSDATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BUS-DATE IS NUMERIC AND BUS-DATE > ZERO
                           MOVE BUS-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

       END PROGRAM REPORT-REGISTER.
