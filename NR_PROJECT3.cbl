      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: NOTIFICATION STATUS POSTING - closes the loop
      *          NOTIFY-EXTRACT leaves open. The messaging gateway
      *          returns NOTIFYRTN.TXT (see NOTIFYRT.DAT) with one line
      *          per message it worked, delivered or bounced; this run
      *          finds each message by its ID on the notification log
      *          (NOTIFYLOG.TXT, see NOTIFYLG.DAT) and stamps the
      *          status, the gateway's date and any bounce reason on
      *          it. NOTIFYSTS_YYYYMMDD_HHMMSS.TXT lists every bounce -
      *          the student's email or phone needs correcting through
      *          ADDRESS-MAINT - and every returned line that could not
      *          be posted: an ID not on the log, a message that was
      *          never sent, or a status other than D or B. Delivered
      *          messages are counted only. Totals to AUDITLOG.TXT.
      *          Return code 0 when everything posted clean, 4 when
      *          there are bounces or lines that did not post, 8 when
      *          the log cannot be opened.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      *   15/10/2026 HE  The NOTIFYSTS file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFY-STATUS-POST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO WS-NOTIFYRTN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NRT-STAT.

           SELECT NOTIFY-LOG ASSIGN TO WS-NOTIFYLOG-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NTL-MESSAGE-ID
           FILE STATUS IS NTL-STAT.

           SELECT STATUS-REPORT ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS-FIELD.

           SELECT BUSDATE-FILE ASSIGN TO WS-BUSDATE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUSDATE-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD RETURN-FILE.
           COPY "NOTIFYRT.DAT".

       FD NOTIFY-LOG.
           COPY "NOTIFYLG.DAT".

       FD STATUS-REPORT.
       01 REPORT-LINE PIC X(132).

       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.DAT".

       FD BUSDATE-FILE.
           COPY "BUSDATE.DAT".

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 WS-BUSDATE-PATH PIC X(60).
           05 BUSDATE-STAT PIC X(2).
           05 NRT-STAT PIC X(2).
           05 NTL-STAT PIC X(2).
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 FOUND-FLAG PIC X(1).
           05 WS-RESULT PIC X(16).
           05 READ-COUNT PIC 9(6) VALUE ZERO.
           05 DELIVERED-COUNT PIC 9(6) VALUE ZERO.
           05 BOUNCED-COUNT PIC 9(6) VALUE ZERO.
           05 NOT-POSTED-COUNT PIC 9(6) VALUE ZERO.
           05 WS-NOTIFYRTN-PATH PIC X(60).
           05 WS-NOTIFYLOG-PATH PIC X(60).
           05 WS-REPORT-DIR PIC X(40).
           05 WS-REPORT-FILENAME PIC X(60).
           05 WS-AUDIT-LOG-PATH PIC X(60).
           05 AUDIT-STATUS-FIELD PIC X(2).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).

       01 STATUS-HEADING.
           05 FILLER PIC X(40) VALUE
               "NOTIFICATION STATUS POSTING".
           05 FILLER PIC X(10) VALUE "RUN DATE ".
           05 STH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(74) VALUE SPACES.

       01 STATUS-CAPTION.
           05 FILLER PIC X(66) VALUE
               "MESSAGE ID              STUDENT  EV  C  ADDRESS".
           05 FILLER PIC X(66) VALUE
               "      RESULT            REASON".

       01 DETAIL-LINE.
           05 DTL-MESSAGE-ID PIC X(22).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-STUDENT-NUMBER PIC X(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DTL-EVENT-TYPE PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-CHANNEL PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-ADDRESS PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-RESULT PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-REASON PIC X(30).
           05 FILLER PIC X(12) VALUE SPACES.

       01 TOTAL-LINE.
           05 TTL-LABEL PIC X(40).
           05 TTL-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(85) VALUE SPACES.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-STATUS-POST.
           PERFORM 110-GET-FILE-PATHS.
           OPEN INPUT RETURN-FILE.
           IF NRT-STAT NOT = "00"
               DISPLAY "NOTIFYRTN.TXT NOT AVAILABLE, FILE STATUS = "
                   NRT-STAT " - NO STATUS POSTED" UPON CONSOLE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O NOTIFY-LOG.
           IF NTL-STAT NOT = "00"
               DISPLAY "NOTIFYLOG.TXT OPEN FAILED, FILE STATUS = "
                   NTL-STAT UPON CONSOLE
               CLOSE RETURN-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT STATUS-REPORT.
           PERFORM 200-WRITE-HEADINGS.
           PERFORM 250-READ-RETURN.
           PERFORM UNTIL EOF-FLAG = "YES"
               PERFORM 300-POST-ONE-STATUS
               PERFORM 250-READ-RETURN
           END-PERFORM.
           PERFORM 400-WRITE-TOTALS.
           CLOSE RETURN-FILE NOTIFY-LOG STATUS-REPORT.
           MOVE "NOTIFYSTS" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           PERFORM 500-WRITE-AUDIT-LOG.
           DISPLAY "NOTIFICATION STATUS POSTED, DELIVERED: "
               DELIVERED-COUNT " BOUNCED: " BOUNCED-COUNT
               " NOT POSTED: " NOT-POSTED-COUNT UPON CONSOLE.
           IF BOUNCED-COUNT > ZERO OR NOT-POSTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       110-GET-FILE-PATHS.
           ACCEPT WS-NOTIFYRTN-PATH FROM ENVIRONMENT "NOTIFYRTN_FILE".
           IF WS-NOTIFYRTN-PATH = SPACES
               MOVE "C:\Users\hamza\NOTIFYRTN.TXT"
                   TO WS-NOTIFYRTN-PATH
           END-IF.
           ACCEPT WS-NOTIFYLOG-PATH FROM ENVIRONMENT "NOTIFYLOG_FILE".
           IF WS-NOTIFYLOG-PATH = SPACES
               MOVE "C:\Users\hamza\NOTIFYLOG.TXT"
                   TO WS-NOTIFYLOG-PATH
           END-IF.
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "AUDIT_LOG_FILE".
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\hamza\AUDITLOG.TXT" TO WS-AUDIT-LOG-PATH
           END-IF.
           ACCEPT WS-REPORT-DIR FROM ENVIRONMENT "NOTIFYSTS_DIR".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 112-GET-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "NOTIFYSTS_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.

       200-WRITE-HEADINGS.
           MOVE WS-RUN-DATE TO STH-RUN-DATE.
           MOVE STATUS-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE STATUS-CAPTION TO REPORT-LINE.
           WRITE REPORT-LINE.

       250-READ-RETURN.
           READ RETURN-FILE
               AT END MOVE "YES" TO EOF-FLAG
           END-READ.

       300-POST-ONE-STATUS.
           ADD 1 TO READ-COUNT.
           MOVE NRT-MESSAGE-ID TO NTL-MESSAGE-ID.
           READ NOTIFY-LOG
               INVALID KEY MOVE 'N' TO FOUND-FLAG
               NOT INVALID KEY MOVE 'Y' TO FOUND-FLAG
           END-READ.
           IF FOUND-FLAG NOT = 'Y'
               MOVE "NO SUCH MESSAGE" TO WS-RESULT
               PERFORM 330-REPORT-NOT-POSTED
           ELSE
           IF NRT-STATUS NOT = "D" AND NRT-STATUS NOT = "B"
               MOVE "BAD STATUS CODE" TO WS-RESULT
               PERFORM 330-REPORT-NOT-POSTED
           ELSE
           IF NTL-STATUS = "X"
               MOVE "WAS NOT SENT" TO WS-RESULT
               PERFORM 330-REPORT-NOT-POSTED
           ELSE
               PERFORM 310-STAMP-STATUS
           END-IF
           END-IF
           END-IF.

       310-STAMP-STATUS.
           MOVE NRT-STATUS TO NTL-STATUS.
           MOVE NRT-STATUS-DATE TO NTL-STATUS-DATE.
           IF NRT-STATUS = "B"
               MOVE NRT-REASON TO NTL-REASON
           ELSE
               MOVE SPACES TO NTL-REASON
           END-IF.
           REWRITE NOTIFY-LOG-RECORD
               INVALID KEY MOVE 'N' TO FOUND-FLAG
           END-REWRITE.
           IF FOUND-FLAG NOT = 'Y'
               MOVE "NOT REWRITTEN" TO WS-RESULT
               PERFORM 330-REPORT-NOT-POSTED
           ELSE
           IF NRT-STATUS = "D"
               ADD 1 TO DELIVERED-COUNT
           ELSE
               ADD 1 TO BOUNCED-COUNT
               MOVE "BOUNCED" TO WS-RESULT
               PERFORM 340-WRITE-DETAIL
           END-IF
           END-IF.

       330-REPORT-NOT-POSTED.
           ADD 1 TO NOT-POSTED-COUNT.
           PERFORM 340-WRITE-DETAIL.

       340-WRITE-DETAIL.
           MOVE SPACES TO DETAIL-LINE.
           MOVE NRT-MESSAGE-ID TO DTL-MESSAGE-ID.
           IF FOUND-FLAG = 'Y'
               MOVE NTL-STUDENT-NUMBER TO DTL-STUDENT-NUMBER
               MOVE NTL-EVENT-TYPE TO DTL-EVENT-TYPE
               MOVE NTL-CHANNEL TO DTL-CHANNEL
               MOVE NTL-ADDRESS TO DTL-ADDRESS
           END-IF.
           MOVE WS-RESULT TO DTL-RESULT.
           MOVE NRT-REASON TO DTL-REASON.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       400-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STATUS LINES READ" TO TTL-LABEL.
           MOVE READ-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DELIVERED" TO TTL-LABEL.
           MOVE DELIVERED-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BOUNCED" TO TTL-LABEL.
           MOVE BOUNCED-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "NOT POSTED" TO TTL-LABEL.
           MOVE NOT-POSTED-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       500-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "NOTIFY-STATUS-POST" TO AUDIT-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           STRING "DELIVERED=" DELIMITED BY SIZE
                   DELIVERED-COUNT DELIMITED BY SIZE
                   " BOUNCED=" DELIMITED BY SIZE
                   BOUNCED-COUNT DELIMITED BY SIZE
                   " NOT-POSTED=" DELIMITED BY SIZE
                   NOT-POSTED-COUNT DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "NOTIFY-STATUS-POST" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.


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
                           MOVE BUS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

       END PROGRAM NOTIFY-STATUS-POST.
