      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: NOTIFICATION EXTRACT - the nightly hand-off of student
      *          notices to the college messaging gateway. Every run
      *          that sends a student a paper notice - statements,
      *          collection letters, returned payments, financial
      *          holds, probation and refund checks - also appends an
      *          entry to the notification queue (NOTIFYQ.TXT, see
      *          NOTIFYQ.DAT). This run takes the whole queue, looks up
      *          each student's email and phone on STUADDR.TXT and
      *          writes the gateway file NOTIFYGW_YYYYMMDD_HHMMSS.TXT
      *          in the same header/detail/trailer style as
      *          FINANCE-EXTRACT: one detail per message with a message
      *          ID, by email where the student has one and by text
      *          message to the phone otherwise, and a trailer carrying
      *          the message count and the amount hash total. Students
      *          with neither are not sent and are listed on
      *          NOTIFYEXC_YYYYMMDD_HHMMSS.TXT for the registrar to
      *          chase. Every entry, sent or not, goes to the
      *          notification log (NOTIFYLOG.TXT, see NOTIFYLG.DAT),
      *          where NOTIFY-STATUS-POST later marks it delivered or
      *          bounced, and the queue is emptied. Totals to
      *          AUDITLOG.TXT. Run by BATCH-DRIVER; GOBACKs with return
      *          code 8 when the log cannot be opened (the queue is
      *          then left as it is).
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      *   15/10/2026 HE  The NOTIFYGW and NOTIFYEXC files are now
      *       entered in the report catalog RPTCAT.TXT through
      *       REPORT-REGISTER (see RPTREG.DAT) once written.
      *   15/10/2026 HE  The queue is taken at the start of the run by
      *       renaming NOTIFYQ.TXT to the work file NOTIFYQ-WORK.TXT
      *       (NOTIFYQ_WORK_FILE), and the extract reads and then
      *       deletes the work file. Entries other runs append while
      *       this one works go to a new NOTIFYQ.TXT for the next run
      *       instead of being emptied away unsent. A work file still
      *       on hand from a run that stopped short goes out first.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFY-EXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFY-QUEUE ASSIGN TO WS-NOTIFYQ-WORK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NTQ-STAT.

           SELECT NOTIFY-LOG ASSIGN TO WS-NOTIFYLOG-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NTL-MESSAGE-ID
           FILE STATUS IS NTL-STAT.

           SELECT ADDRESS-FILE ASSIGN TO WS-STUADDR-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADR-STUDENT-NUMBER
           FILE STATUS IS ADR-STAT.

           SELECT GATEWAY-FILE ASSIGN TO WS-GATEWAY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-REPORT ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS-FIELD.

           SELECT BUSDATE-FILE ASSIGN TO WS-BUSDATE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUSDATE-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD NOTIFY-QUEUE.
           COPY "NOTIFYQ.DAT".

       FD NOTIFY-LOG.
           COPY "NOTIFYLG.DAT".

       FD ADDRESS-FILE.
           COPY "STUADDR.DAT".

       FD GATEWAY-FILE.
       01 GATEWAY-RECORD PIC X(160).
       01 GATEWAY-HEADER.
           05 GWH-RECORD-TYPE PIC X(1).
           05 GWH-SOURCE-SYSTEM PIC X(10).
           05 GWH-RUN-DATE PIC 9(8).
           05 GWH-RUN-TIME PIC 9(8).
           05 FILLER PIC X(133).
       01 GATEWAY-DETAIL.
           05 GWD-RECORD-TYPE PIC X(1).
           05 GWD-MESSAGE-ID PIC X(22).
           05 GWD-CHANNEL PIC X(1).
           05 GWD-ADDRESS PIC X(30).
           05 GWD-STUDENT-NUMBER PIC 9(6).
           05 GWD-STUDENT-NAME PIC X(40).
           05 GWD-EVENT-TYPE PIC X(2).
           05 GWD-EVENT-DATE PIC 9(8).
           05 GWD-AMOUNT-1 PIC 9(6)V99.
           05 GWD-AMOUNT-2 PIC 9(6)V99.
           05 GWD-REFERENCE PIC X(30).
           05 FILLER PIC X(4).
       01 GATEWAY-TRAILER.
           05 GWT-RECORD-TYPE PIC X(1).
           05 GWT-RECORD-COUNT PIC 9(6).
           05 GWT-EMAIL-COUNT PIC 9(6).
           05 GWT-TEXT-COUNT PIC 9(6).
           05 GWT-AMOUNT-HASH PIC 9(10)V99.
           05 FILLER PIC X(129).

       FD EXCEPTION-REPORT.
       01 REPORT-LINE PIC X(100).

       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.DAT".

       FD BUSDATE-FILE.
           COPY "BUSDATE.DAT".

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 WS-BUSDATE-PATH PIC X(60).
           05 BUSDATE-STAT PIC X(2).
           05 NTQ-STAT PIC X(2).
           05 NTL-STAT PIC X(2).
           05 ADR-STAT PIC X(2).
           05 ADR-OPEN-FLAG PIC X(3) VALUE "NO".
           05 ADDR-FOUND-FLAG PIC X(1).
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 WS-CHANNEL PIC X(1).
           05 WS-CONTACT PIC X(30).
           05 WS-REASON PIC X(30).
           05 WS-AT-COUNT PIC 9(2).
           05 WS-MSG-SEQ PIC 9(6) VALUE ZERO.
           05 QUEUE-COUNT PIC 9(6) VALUE ZERO.
           05 SENT-COUNT PIC 9(6) VALUE ZERO.
           05 EMAIL-COUNT PIC 9(6) VALUE ZERO.
           05 TEXT-COUNT PIC 9(6) VALUE ZERO.
           05 EXCEPTION-COUNT PIC 9(6) VALUE ZERO.
           05 LOG-ERROR-COUNT PIC 9(6) VALUE ZERO.
           05 AMOUNT-HASH PIC 9(10)V99 VALUE ZERO.
           05 WS-NOTIFYQ-PATH PIC X(60).
           05 WS-NOTIFYQ-WORK-PATH PIC X(60).
           05 WS-NOTIFYLOG-PATH PIC X(60).
           05 WS-STUADDR-PATH PIC X(60).
           05 WS-GATEWAY-DIR PIC X(40).
           05 WS-GATEWAY-FILENAME PIC X(60).
           05 WS-REPORT-DIR PIC X(40).
           05 WS-REPORT-FILENAME PIC X(60).
           05 WS-AUDIT-LOG-PATH PIC X(60).
           05 AUDIT-STATUS-FIELD PIC X(2).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).

       01 EXCEPTION-HEADING.
           05 FILLER PIC X(45) VALUE
               "NOTIFICATIONS NOT SENT - NO EMAIL OR PHONE".
           05 FILLER PIC X(10) VALUE "RUN DATE ".
           05 EXH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(37) VALUE SPACES.

       01 EXCEPTION-CAPTION.
           05 FILLER PIC X(50) VALUE
               "STUDENT NAME                       EVENT  DATE".
           05 FILLER PIC X(50) VALUE
               "      REASON".

       01 EXCEPTION-LINE.
           05 EXL-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXL-STUDENT-NAME PIC X(24).
           05 FILLER PIC X(3) VALUE SPACES.
           05 EXL-EVENT-TYPE PIC X(2).
           05 FILLER PIC X(5) VALUE SPACES.
           05 EXL-EVENT-DATE PIC 9(8).
           05 FILLER PIC X(6) VALUE SPACES.
           05 EXL-REASON PIC X(30).
           05 FILLER PIC X(14) VALUE SPACES.

       01 TOTAL-LINE.
           05 TTL-LABEL PIC X(40).
           05 TTL-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(53) VALUE SPACES.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-EXTRACT.
           PERFORM 110-GET-FILE-PATHS.
           PERFORM 105-TAKE-QUEUE.
           IF NTQ-STAT NOT = "00"
               DISPLAY "NOTIFICATION QUEUE NOT AVAILABLE, FILE STATUS "
                   "= " NTQ-STAT " - NOTHING TO SEND" UPON CONSOLE
               PERFORM 500-WRITE-AUDIT-LOG
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 130-OPEN-NOTIFY-LOG.
           IF NTL-STAT NOT = "00"
               DISPLAY "NOTIFYLOG.TXT OPEN FAILED, FILE STATUS = "
                   NTL-STAT " - QUEUE LEFT FOR THE NEXT RUN"
                   UPON CONSOLE
               CLOSE NOTIFY-QUEUE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 120-OPEN-ADDRESS-FILE.
           OPEN OUTPUT GATEWAY-FILE EXCEPTION-REPORT.
           PERFORM 200-WRITE-GATEWAY-HEADER.
           PERFORM 220-WRITE-EXCEPTION-HEADINGS.
           PERFORM 250-READ-QUEUE.
           PERFORM UNTIL EOF-FLAG = "YES"
               PERFORM 300-WORK-ONE-ENTRY
               PERFORM 250-READ-QUEUE
           END-PERFORM.
           PERFORM 210-WRITE-GATEWAY-TRAILER.
           PERFORM 230-WRITE-EXCEPTION-TOTALS.
           CLOSE NOTIFY-QUEUE NOTIFY-LOG GATEWAY-FILE
               EXCEPTION-REPORT.
           MOVE "NOTIFYGW" TO RRG-REPORT-ID.
           MOVE WS-GATEWAY-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           MOVE "NOTIFYEXC" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           IF ADR-OPEN-FLAG = "YES"
               CLOSE ADDRESS-FILE
           END-IF.
           PERFORM 600-EMPTY-QUEUE.
           PERFORM 500-WRITE-AUDIT-LOG.
           DISPLAY "NOTIFICATION EXTRACT COMPLETE, QUEUED: "
               QUEUE-COUNT " SENT: " SENT-COUNT
               " NOT SENT: " EXCEPTION-COUNT UPON CONSOLE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      * The queue is renamed to the work file before it is read, so
      * whatever other runs append from here on starts a new
      * NOTIFYQ.TXT for the next run. A work file already on hand is
      * a queue taken by a run that stopped short; it goes out first
      * and the current queue waits for the next run.
       105-TAKE-QUEUE.
           OPEN INPUT NOTIFY-QUEUE.
           IF NTQ-STAT = "00"
               DISPLAY "QUEUE LEFT BY AN EARLIER RUN IS SENT NOW - NEW "
                   "ENTRIES WAIT FOR THE NEXT RUN" UPON CONSOLE
           ELSE
               CALL "CBL_RENAME_FILE" USING WS-NOTIFYQ-PATH
                   WS-NOTIFYQ-WORK-PATH
               OPEN INPUT NOTIFY-QUEUE
           END-IF.

       110-GET-FILE-PATHS.
           ACCEPT WS-NOTIFYQ-PATH FROM ENVIRONMENT "NOTIFYQ_FILE".
           IF WS-NOTIFYQ-PATH = SPACES
               MOVE "C:\Users\hamza\NOTIFYQ.TXT" TO WS-NOTIFYQ-PATH
           END-IF.
           ACCEPT WS-NOTIFYQ-WORK-PATH FROM ENVIRONMENT
               "NOTIFYQ_WORK_FILE".
           IF WS-NOTIFYQ-WORK-PATH = SPACES
               MOVE "C:\Users\hamza\NOTIFYQ-WORK.TXT"
                   TO WS-NOTIFYQ-WORK-PATH
           END-IF.
           ACCEPT WS-NOTIFYLOG-PATH FROM ENVIRONMENT "NOTIFYLOG_FILE".
           IF WS-NOTIFYLOG-PATH = SPACES
               MOVE "C:\Users\hamza\NOTIFYLOG.TXT"
                   TO WS-NOTIFYLOG-PATH
           END-IF.
           ACCEPT WS-STUADDR-PATH FROM ENVIRONMENT "STUADDR_FILE".
           IF WS-STUADDR-PATH = SPACES
               MOVE "C:\Users\hamza\STUADDR.TXT" TO WS-STUADDR-PATH
           END-IF.
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "AUDIT_LOG_FILE".
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\hamza\AUDITLOG.TXT" TO WS-AUDIT-LOG-PATH
           END-IF.
           ACCEPT WS-GATEWAY-DIR FROM ENVIRONMENT "NOTIFYGW_DIR".
           ACCEPT WS-REPORT-DIR FROM ENVIRONMENT "NOTIFYEXC_DIR".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 112-GET-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-GATEWAY-DIR DELIMITED BY SPACE
                   "NOTIFYGW_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-GATEWAY-FILENAME.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "NOTIFYEXC_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.

       120-OPEN-ADDRESS-FILE.
           OPEN INPUT ADDRESS-FILE.
           IF ADR-STAT = "00"
               MOVE "YES" TO ADR-OPEN-FLAG
           ELSE
               DISPLAY "NO ADDRESS FILE - EVERY NOTIFICATION GOES TO "
                   "THE EXCEPTIONS LIST" UPON CONSOLE
           END-IF.

       130-OPEN-NOTIFY-LOG.
           OPEN I-O NOTIFY-LOG.
           IF NTL-STAT = "35"
               OPEN OUTPUT NOTIFY-LOG
               CLOSE NOTIFY-LOG
               OPEN I-O NOTIFY-LOG
           END-IF.

       200-WRITE-GATEWAY-HEADER.
           MOVE SPACES TO GATEWAY-HEADER.
           MOVE "H" TO GWH-RECORD-TYPE.
           MOVE "STUDENTREC" TO GWH-SOURCE-SYSTEM.
           MOVE WS-RUN-DATE TO GWH-RUN-DATE.
           MOVE WS-RUN-TIME TO GWH-RUN-TIME.
           WRITE GATEWAY-HEADER.

       210-WRITE-GATEWAY-TRAILER.
           MOVE SPACES TO GATEWAY-TRAILER.
           MOVE "T" TO GWT-RECORD-TYPE.
           MOVE SENT-COUNT TO GWT-RECORD-COUNT.
           MOVE EMAIL-COUNT TO GWT-EMAIL-COUNT.
           MOVE TEXT-COUNT TO GWT-TEXT-COUNT.
           MOVE AMOUNT-HASH TO GWT-AMOUNT-HASH.
           WRITE GATEWAY-TRAILER.

       220-WRITE-EXCEPTION-HEADINGS.
           MOVE WS-RUN-DATE TO EXH-RUN-DATE.
           MOVE EXCEPTION-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE EXCEPTION-CAPTION TO REPORT-LINE.
           WRITE REPORT-LINE.

       230-WRITE-EXCEPTION-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "QUEUE ENTRIES READ" TO TTL-LABEL.
           MOVE QUEUE-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SENT BY EMAIL" TO TTL-LABEL.
           MOVE EMAIL-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SENT BY TEXT MESSAGE" TO TTL-LABEL.
           MOVE TEXT-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "NOT SENT - NO EMAIL OR PHONE" TO TTL-LABEL.
           MOVE EXCEPTION-COUNT TO TTL-COUNT.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF LOG-ERROR-COUNT > ZERO
               MOVE "NOT LOGGED - SEE CONSOLE" TO TTL-LABEL
               MOVE LOG-ERROR-COUNT TO TTL-COUNT
               MOVE TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       250-READ-QUEUE.
           READ NOTIFY-QUEUE
               AT END MOVE "YES" TO EOF-FLAG
           END-READ.

       300-WORK-ONE-ENTRY.
           ADD 1 TO QUEUE-COUNT.
           ADD 1 TO WS-MSG-SEQ.
           PERFORM 310-FIND-CONTACT.
           MOVE SPACES TO NOTIFY-LOG-RECORD.
           MOVE WS-RUN-DATE TO NTL-MSG-DATE.
           MOVE WS-RUN-TIME TO NTL-MSG-TIME.
           MOVE WS-MSG-SEQ TO NTL-MSG-SEQ.
           MOVE NTQ-STUDENT-NUMBER TO NTL-STUDENT-NUMBER.
           MOVE NTQ-EVENT-TYPE TO NTL-EVENT-TYPE.
           MOVE NTQ-DATE TO NTL-EVENT-DATE.
           MOVE WS-CHANNEL TO NTL-CHANNEL.
           MOVE WS-CONTACT TO NTL-ADDRESS.
           MOVE NTQ-AMOUNT-1 TO NTL-AMOUNT-1.
           MOVE WS-RUN-DATE TO NTL-STATUS-DATE.
           IF WS-CHANNEL = SPACE
               MOVE "X" TO NTL-STATUS
               MOVE WS-REASON TO NTL-REASON
               PERFORM 330-WRITE-EXCEPTION
           ELSE
               MOVE "S" TO NTL-STATUS
               PERFORM 320-WRITE-GATEWAY-DETAIL
           END-IF.
           WRITE NOTIFY-LOG-RECORD
               INVALID KEY
                   ADD 1 TO LOG-ERROR-COUNT
                   DISPLAY "NOTIFICATION NOT LOGGED, FILE STATUS = "
                       NTL-STAT ": " NTQ-STUDENT-NUMBER UPON CONSOLE
           END-WRITE.

      * Email when the student has a usable one, otherwise a text
      * message to the phone on file; neither means no channel.
       310-FIND-CONTACT.
           MOVE SPACE TO WS-CHANNEL.
           MOVE SPACES TO WS-CONTACT.
           MOVE SPACES TO WS-REASON.
           MOVE 'N' TO ADDR-FOUND-FLAG.
           IF ADR-OPEN-FLAG = "YES"
               MOVE NTQ-STUDENT-NUMBER TO ADR-STUDENT-NUMBER
               READ ADDRESS-FILE
                   INVALID KEY MOVE 'N' TO ADDR-FOUND-FLAG
                   NOT INVALID KEY MOVE 'Y' TO ADDR-FOUND-FLAG
               END-READ
           END-IF.
           IF ADDR-FOUND-FLAG NOT = 'Y'
               MOVE "NO ADDRESS RECORD ON FILE" TO WS-REASON
           ELSE
               MOVE ZERO TO WS-AT-COUNT
               INSPECT ADR-EMAIL TALLYING WS-AT-COUNT FOR ALL "@"
               IF WS-AT-COUNT = 1
                   MOVE "E" TO WS-CHANNEL
                   MOVE ADR-EMAIL TO WS-CONTACT
               ELSE
               IF ADR-PHONE NOT = SPACES
                   MOVE "S" TO WS-CHANNEL
                   MOVE ADR-PHONE TO WS-CONTACT
               ELSE
               IF ADR-EMAIL NOT = SPACES
                   MOVE "EMAIL NOT USABLE, NO PHONE" TO WS-REASON
               ELSE
                   MOVE "NO EMAIL OR PHONE ON FILE" TO WS-REASON
               END-IF
               END-IF
               END-IF
           END-IF.

       320-WRITE-GATEWAY-DETAIL.
           MOVE SPACES TO GATEWAY-DETAIL.
           MOVE "D" TO GWD-RECORD-TYPE.
           MOVE NTL-MESSAGE-ID TO GWD-MESSAGE-ID.
           MOVE WS-CHANNEL TO GWD-CHANNEL.
           MOVE WS-CONTACT TO GWD-ADDRESS.
           MOVE NTQ-STUDENT-NUMBER TO GWD-STUDENT-NUMBER.
           MOVE NTQ-STUDENT-NAME TO GWD-STUDENT-NAME.
           MOVE NTQ-EVENT-TYPE TO GWD-EVENT-TYPE.
           MOVE NTQ-DATE TO GWD-EVENT-DATE.
           MOVE NTQ-AMOUNT-1 TO GWD-AMOUNT-1.
           MOVE NTQ-AMOUNT-2 TO GWD-AMOUNT-2.
           MOVE NTQ-REFERENCE TO GWD-REFERENCE.
           WRITE GATEWAY-DETAIL.
           ADD 1 TO SENT-COUNT.
           ADD NTQ-AMOUNT-1 TO AMOUNT-HASH.
           IF WS-CHANNEL = "E"
               ADD 1 TO EMAIL-COUNT
           ELSE
               ADD 1 TO TEXT-COUNT
           END-IF.

       330-WRITE-EXCEPTION.
           MOVE NTQ-STUDENT-NUMBER TO EXL-STUDENT-NUMBER.
           MOVE NTQ-STUDENT-NAME TO EXL-STUDENT-NAME.
           MOVE NTQ-EVENT-TYPE TO EXL-EVENT-TYPE.
           MOVE NTQ-DATE TO EXL-EVENT-DATE.
           MOVE WS-REASON TO EXL-REASON.
           MOVE EXCEPTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO EXCEPTION-COUNT.

      * Everything taken has been sent or listed and is on the log, so
      * the work file goes; entries queued since are on NOTIFYQ.TXT.
       600-EMPTY-QUEUE.
           CALL "CBL_DELETE_FILE" USING WS-NOTIFYQ-WORK-PATH.

       500-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "NOTIFY-EXTRACT" TO AUDIT-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           STRING "QUEUED=" DELIMITED BY SIZE
                   QUEUE-COUNT DELIMITED BY SIZE
                   " SENT=" DELIMITED BY SIZE
                   SENT-COUNT DELIMITED BY SIZE
                   " NOT-SENT=" DELIMITED BY SIZE
                   EXCEPTION-COUNT DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "NOTIFY-EXTRACT" TO RRG-PROGRAM-NAME.
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

       END PROGRAM NOTIFY-EXTRACT.
