      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: KEYED FILE CONVERSION - one-time rebuild of the
      *          student address, payment-plan and hold files as
      *          indexed files, the same treatment COURSHIST-CONVERT
      *          gave the course history. STUADDR.TXT is keyed on
      *          ADR-STUDENT-NUMBER, PAYPLAN.TXT on PLN-STUDENT-NUMBER
      *          and STUHOLD.TXT on HLD-KEY (student number plus the
      *          student's hold sequence), so ADDRESS-MAINT,
      *          PAYMENT-PLAN-MAINT and STUDENT-HOLDS read and rewrite
      *          one record at a time instead of loading the whole
      *          file into a table and writing it back. To convert:
      *          rename the old line files to STUADDR-OLD.TXT,
      *          PAYPLAN-OLD.TXT and STUHOLD-OLD.TXT (or point
      *          STUADDR_OLD_FILE, PAYPLAN_OLD_FILE and
      *          STUHOLD_OLD_FILE at them) and run this program. Each
      *          file whose old copy is present is rebuilt from empty;
      *          a file with no old copy is left alone. Holds are
      *          numbered 001, 002 and so on per student in the order
      *          they sit on the old file. Records with a non-numeric
      *          student number or a duplicate key are rejected to
      *          KEYCONV_YYYYMMDD_HHMMSS.TXT; counts go to AUDITLOG.TXT
      *          so the conversion can be verified complete.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      *   15/10/2026 HE  The KEYCONV file is now entered in the report
      *       catalog RPTCAT.TXT through REPORT-REGISTER (see
      *       RPTREG.DAT) once written.
      *   15/10/2026 HE  Also rebuilds the advisor assignment file
      *       ADVASSGN.TXT keyed on ASG-STUDENT-NUMBER, from
      *       ADVASSGN-OLD.TXT (or ADVASSGN_OLD_FILE), for
      *       ADVISOR-ASSIGN-MAINT and its readers. The AUDITLOG.TXT
      *       line tags its counts AD PL HD AS RJ so all five fit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEYED-FILE-CONVERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ADDRESS ASSIGN TO WS-STUADDR-OLD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OLD-ADR-STAT.

           SELECT OLD-PLAN ASSIGN TO WS-PAYPLAN-OLD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OLD-PLN-STAT.

           SELECT OLD-HOLD ASSIGN TO WS-STUHOLD-OLD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OLD-HLD-STAT.

           SELECT ADDRESS-FILE ASSIGN TO WS-STUADDR-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADR-STUDENT-NUMBER
           FILE STATUS IS ADR-STAT.

           SELECT PLAN-FILE ASSIGN TO WS-PAYPLAN-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLN-STUDENT-NUMBER
           FILE STATUS IS PLAN-STAT.

           SELECT HOLD-FILE ASSIGN TO WS-STUHOLD-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HLD-KEY
           FILE STATUS IS HOLD-STAT.

           SELECT OLD-ASSIGN ASSIGN TO WS-ADVASSGN-OLD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OLD-ASG-STAT.

           SELECT ASSIGN-FILE ASSIGN TO WS-ADVASSGN-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASG-STUDENT-NUMBER
           FILE STATUS IS ASG-STAT.

           SELECT CONVERT-REPORT ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-ADDRESS.
       01 OLD-ADDRESS-RECORD.
           05 OLD-ADR-STUDENT-NUMBER PIC X(6).
           05 OLD-ADR-REST PIC X(132).

       FD OLD-PLAN.
       01 OLD-PLAN-RECORD.
           05 OLD-PLN-STUDENT-NUMBER PIC X(6).
           05 OLD-PLN-REST PIC X(71).

       FD OLD-HOLD.
       01 OLD-HOLD-RECORD.
           05 OLD-HLD-STUDENT-NUMBER PIC X(6).
           05 FILLER PIC X(2).
           05 OLD-HLD-TYPE PIC X(1).
           05 FILLER PIC X(2).
           05 OLD-HLD-REASON PIC X(30).
           05 FILLER PIC X(2).
           05 OLD-HLD-PLACED-DATE PIC 9(8).
           05 FILLER PIC X(2).
           05 OLD-HLD-RELEASED-DATE PIC 9(8).

       FD ADDRESS-FILE.
           COPY "STUADDR.DAT".

       FD PLAN-FILE.
           COPY "PAYPLAN.DAT".

       FD HOLD-FILE.
           COPY "STUHOLD.DAT".

       FD OLD-ASSIGN.
       01 OLD-ASSIGN-RECORD.
           05 OLD-ASG-STUDENT-NUMBER PIC X(6).
           05 OLD-ASG-REST PIC X(21).

       FD ASSIGN-FILE.
           COPY "ADVASSGN.DAT".

       FD CONVERT-REPORT.
       01 REPORT-LINE PIC X(80).

       FD AUDIT-LOG-FILE.
           COPY "AUDITLOG.DAT".

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 OLD-ADR-STAT PIC X(2).
           05 OLD-PLN-STAT PIC X(2).
           05 OLD-HLD-STAT PIC X(2).
           05 ADR-STAT PIC X(2).
           05 PLAN-STAT PIC X(2).
           05 HOLD-STAT PIC X(2).
           05 OLD-ASG-STAT PIC X(2).
           05 ASG-STAT PIC X(2).
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 HOLD-EOF PIC X(3).
           05 WS-LAST-SEQUENCE PIC 9(3).
           05 ADR-READ-COUNT PIC 9(6) VALUE ZERO.
           05 ADR-WRITE-COUNT PIC 9(6) VALUE ZERO.
           05 PLN-READ-COUNT PIC 9(6) VALUE ZERO.
           05 PLN-WRITE-COUNT PIC 9(6) VALUE ZERO.
           05 HLD-READ-COUNT PIC 9(6) VALUE ZERO.
           05 HLD-WRITE-COUNT PIC 9(6) VALUE ZERO.
           05 ASG-READ-COUNT PIC 9(6) VALUE ZERO.
           05 ASG-WRITE-COUNT PIC 9(6) VALUE ZERO.
           05 REJECT-COUNT PIC 9(6) VALUE ZERO.
           05 FAILED-COUNT PIC 9(1) VALUE ZERO.
           05 WS-STUADDR-OLD-PATH PIC X(60).
           05 WS-PAYPLAN-OLD-PATH PIC X(60).
           05 WS-STUHOLD-OLD-PATH PIC X(60).
           05 WS-ADVASSGN-OLD-PATH PIC X(60).
           05 WS-STUADDR-PATH PIC X(60).
           05 WS-PAYPLAN-PATH PIC X(60).
           05 WS-STUHOLD-PATH PIC X(60).
           05 WS-ADVASSGN-PATH PIC X(60).
           05 WS-REPORT-DIR PIC X(40).
           05 WS-REPORT-FILENAME PIC X(60).
           05 WS-AUDIT-LOG-PATH PIC X(60).
           05 AUDIT-STATUS-FIELD PIC X(2).
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(8).

       01 REJECT-LINE.
           05 REJ-FILE PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 REJ-KEY PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 REJ-REASON PIC X(30).
           05 FILLER PIC X(25) VALUE SPACES.

       01 COUNT-LINE.
           05 CNT-FILE PIC X(12).
           05 FILLER PIC X(8) VALUE "  READ: ".
           05 CNT-READ PIC ZZZ,ZZ9.
           05 FILLER PIC X(11) VALUE "  WRITTEN: ".
           05 CNT-WRITTEN PIC ZZZ,ZZ9.
           05 FILLER PIC X(35) VALUE SPACES.

       COPY "RPTREG.DAT".

       PROCEDURE DIVISION.
       100-RUN-CONVERSION.
           PERFORM 110-GET-FILE-PATHS.
           OPEN OUTPUT CONVERT-REPORT.
           MOVE "KEYED FILE CONVERSION REJECTS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 200-CONVERT-ADDRESSES.
           PERFORM 300-CONVERT-PLANS.
           PERFORM 400-CONVERT-HOLDS.
           PERFORM 430-CONVERT-ASSIGNMENTS.
           PERFORM 450-WRITE-COUNTS.
           CLOSE CONVERT-REPORT.
           MOVE "KEYCONV" TO RRG-REPORT-ID.
           MOVE WS-REPORT-FILENAME TO RRG-FILE-NAME.
           PERFORM 590-REGISTER-REPORT.
           PERFORM 500-WRITE-AUDIT-LOG.
           DISPLAY "CONVERSION COMPLETE, ADDRESSES: " ADR-WRITE-COUNT
               " PLANS: " PLN-WRITE-COUNT
               " HOLDS: " HLD-WRITE-COUNT
               " ASSIGNMENTS: " ASG-WRITE-COUNT
               " REJECTED: " REJECT-COUNT UPON CONSOLE.
           IF FAILED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       110-GET-FILE-PATHS.
           ACCEPT WS-STUADDR-OLD-PATH FROM ENVIRONMENT
               "STUADDR_OLD_FILE".
           IF WS-STUADDR-OLD-PATH = SPACES
               MOVE "C:\Users\hamza\STUADDR-OLD.TXT"
                   TO WS-STUADDR-OLD-PATH
           END-IF.
           ACCEPT WS-PAYPLAN-OLD-PATH FROM ENVIRONMENT
               "PAYPLAN_OLD_FILE".
           IF WS-PAYPLAN-OLD-PATH = SPACES
               MOVE "C:\Users\hamza\PAYPLAN-OLD.TXT"
                   TO WS-PAYPLAN-OLD-PATH
           END-IF.
           ACCEPT WS-STUHOLD-OLD-PATH FROM ENVIRONMENT
               "STUHOLD_OLD_FILE".
           IF WS-STUHOLD-OLD-PATH = SPACES
               MOVE "C:\Users\hamza\STUHOLD-OLD.TXT"
                   TO WS-STUHOLD-OLD-PATH
           END-IF.
           ACCEPT WS-ADVASSGN-OLD-PATH FROM ENVIRONMENT
               "ADVASSGN_OLD_FILE".
           IF WS-ADVASSGN-OLD-PATH = SPACES
               MOVE "C:\Users\hamza\ADVASSGN-OLD.TXT"
                   TO WS-ADVASSGN-OLD-PATH
           END-IF.
           ACCEPT WS-STUADDR-PATH FROM ENVIRONMENT "STUADDR_FILE".
           IF WS-STUADDR-PATH = SPACES
               MOVE "C:\Users\hamza\STUADDR.TXT" TO WS-STUADDR-PATH
           END-IF.
           ACCEPT WS-PAYPLAN-PATH FROM ENVIRONMENT "PAYPLAN_FILE".
           IF WS-PAYPLAN-PATH = SPACES
               MOVE "C:\Users\hamza\PAYPLAN.TXT" TO WS-PAYPLAN-PATH
           END-IF.
           ACCEPT WS-STUHOLD-PATH FROM ENVIRONMENT "STUHOLD_FILE".
           IF WS-STUHOLD-PATH = SPACES
               MOVE "C:\Users\hamza\STUHOLD.TXT" TO WS-STUHOLD-PATH
           END-IF.
           ACCEPT WS-ADVASSGN-PATH FROM ENVIRONMENT "ADVASSGN_FILE".
           IF WS-ADVASSGN-PATH = SPACES
               MOVE "C:\Users\hamza\ADVASSGN.TXT" TO WS-ADVASSGN-PATH
           END-IF.
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "AUDIT_LOG_FILE".
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\hamza\AUDITLOG.TXT" TO WS-AUDIT-LOG-PATH
           END-IF.
           ACCEPT WS-REPORT-DIR FROM ENVIRONMENT "KEYCONV_DIR".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                   "KEYCONV_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.

       200-CONVERT-ADDRESSES.
           OPEN INPUT OLD-ADDRESS.
           IF OLD-ADR-STAT NOT = "00"
               DISPLAY "NO STUADDR-OLD.TXT ON FILE - ADDRESS FILE NOT "
                   "CONVERTED" UPON CONSOLE
           ELSE
               OPEN OUTPUT ADDRESS-FILE
               IF ADR-STAT NOT = "00"
                   DISPLAY "ADDRESS-FILE OPEN FAILED, FILE STATUS = "
                       ADR-STAT UPON CONSOLE
                   ADD 1 TO FAILED-COUNT
               ELSE
                   MOVE "NO" TO EOF-FLAG
                   PERFORM UNTIL EOF-FLAG = "YES"
                       READ OLD-ADDRESS
                           AT END MOVE "YES" TO EOF-FLAG
                           NOT AT END PERFORM 210-CONVERT-ADDRESS
                       END-READ
                   END-PERFORM
                   CLOSE ADDRESS-FILE
               END-IF
               CLOSE OLD-ADDRESS
           END-IF.

       210-CONVERT-ADDRESS.
           ADD 1 TO ADR-READ-COUNT.
           MOVE "STUADDR" TO REJ-FILE.
           MOVE OLD-ADR-STUDENT-NUMBER TO REJ-KEY.
           IF OLD-ADR-STUDENT-NUMBER IS NOT NUMERIC
               MOVE "STUDENT NUMBER NOT NUMERIC" TO REJ-REASON
               PERFORM 490-WRITE-REJECT
           ELSE
               MOVE OLD-ADDRESS-RECORD TO STUDENT-ADDRESS-RECORD
               WRITE STUDENT-ADDRESS-RECORD
                   INVALID KEY
                       MOVE "DUPLICATE ADDRESS FOR STUDENT"
                           TO REJ-REASON
                       PERFORM 490-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO ADR-WRITE-COUNT
               END-WRITE
           END-IF.

       300-CONVERT-PLANS.
           OPEN INPUT OLD-PLAN.
           IF OLD-PLN-STAT NOT = "00"
               DISPLAY "NO PAYPLAN-OLD.TXT ON FILE - PLAN FILE NOT "
                   "CONVERTED" UPON CONSOLE
           ELSE
               OPEN OUTPUT PLAN-FILE
               IF PLAN-STAT NOT = "00"
                   DISPLAY "PLAN-FILE OPEN FAILED, FILE STATUS = "
                       PLAN-STAT UPON CONSOLE
                   ADD 1 TO FAILED-COUNT
               ELSE
                   MOVE "NO" TO EOF-FLAG
                   PERFORM UNTIL EOF-FLAG = "YES"
                       READ OLD-PLAN
                           AT END MOVE "YES" TO EOF-FLAG
                           NOT AT END PERFORM 310-CONVERT-PLAN
                       END-READ
                   END-PERFORM
                   CLOSE PLAN-FILE
               END-IF
               CLOSE OLD-PLAN
           END-IF.

       310-CONVERT-PLAN.
           ADD 1 TO PLN-READ-COUNT.
           MOVE "PAYPLAN" TO REJ-FILE.
           MOVE OLD-PLN-STUDENT-NUMBER TO REJ-KEY.
           IF OLD-PLN-STUDENT-NUMBER IS NOT NUMERIC
               MOVE "STUDENT NUMBER NOT NUMERIC" TO REJ-REASON
               PERFORM 490-WRITE-REJECT
           ELSE
               MOVE OLD-PLAN-RECORD TO PAYMENT-PLAN-RECORD
               WRITE PAYMENT-PLAN-RECORD
                   INVALID KEY
                       MOVE "DUPLICATE PLAN FOR STUDENT" TO REJ-REASON
                       PERFORM 490-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO PLN-WRITE-COUNT
               END-WRITE
           END-IF.

       400-CONVERT-HOLDS.
           OPEN INPUT OLD-HOLD.
           IF OLD-HLD-STAT NOT = "00"
               DISPLAY "NO STUHOLD-OLD.TXT ON FILE - HOLD FILE NOT "
                   "CONVERTED" UPON CONSOLE
           ELSE
               OPEN OUTPUT HOLD-FILE
               IF HOLD-STAT = "00"
                   CLOSE HOLD-FILE
                   OPEN I-O HOLD-FILE
               END-IF
               IF HOLD-STAT NOT = "00"
                   DISPLAY "HOLD-FILE OPEN FAILED, FILE STATUS = "
                       HOLD-STAT UPON CONSOLE
                   ADD 1 TO FAILED-COUNT
               ELSE
                   MOVE "NO" TO EOF-FLAG
                   PERFORM UNTIL EOF-FLAG = "YES"
                       READ OLD-HOLD
                           AT END MOVE "YES" TO EOF-FLAG
                           NOT AT END PERFORM 410-CONVERT-HOLD
                       END-READ
                   END-PERFORM
                   CLOSE HOLD-FILE
               END-IF
               CLOSE OLD-HOLD
           END-IF.

       410-CONVERT-HOLD.
           ADD 1 TO HLD-READ-COUNT.
           MOVE "STUHOLD" TO REJ-FILE.
           MOVE OLD-HLD-STUDENT-NUMBER TO REJ-KEY.
           IF OLD-HLD-STUDENT-NUMBER IS NOT NUMERIC
               MOVE "STUDENT NUMBER NOT NUMERIC" TO REJ-REASON
               PERFORM 490-WRITE-REJECT
           ELSE
               PERFORM 420-FIND-LAST-SEQUENCE
               IF WS-LAST-SEQUENCE = 999
                   MOVE "MORE THAN 999 HOLDS FOR STUDENT"
                       TO REJ-REASON
                   PERFORM 490-WRITE-REJECT
               ELSE
                   MOVE SPACES TO STUDENT-HOLD-RECORD
                   MOVE OLD-HLD-STUDENT-NUMBER TO HLD-STUDENT-NUMBER
                   ADD 1 WS-LAST-SEQUENCE GIVING HLD-SEQUENCE
                   MOVE OLD-HLD-TYPE TO HLD-TYPE
                   MOVE OLD-HLD-REASON TO HLD-REASON
                   MOVE OLD-HLD-PLACED-DATE TO HLD-PLACED-DATE
                   MOVE OLD-HLD-RELEASED-DATE TO HLD-RELEASED-DATE
                   WRITE STUDENT-HOLD-RECORD
                       INVALID KEY
                           MOVE "DUPLICATE HOLD KEY" TO REJ-REASON
                           PERFORM 490-WRITE-REJECT
                       NOT INVALID KEY
                           ADD 1 TO HLD-WRITE-COUNT
                   END-WRITE
               END-IF
           END-IF.

       420-FIND-LAST-SEQUENCE.
           MOVE ZERO TO WS-LAST-SEQUENCE.
           MOVE OLD-HLD-STUDENT-NUMBER TO HLD-STUDENT-NUMBER.
           MOVE ZERO TO HLD-SEQUENCE.
           MOVE "NO" TO HOLD-EOF.
           START HOLD-FILE KEY IS >= HLD-KEY
               INVALID KEY MOVE "YES" TO HOLD-EOF
           END-START.
           PERFORM UNTIL HOLD-EOF = "YES"
               READ HOLD-FILE NEXT RECORD
                   AT END MOVE "YES" TO HOLD-EOF
                   NOT AT END
                       IF HLD-STUDENT-NUMBER = OLD-HLD-STUDENT-NUMBER
                           MOVE HLD-SEQUENCE TO WS-LAST-SEQUENCE
                       ELSE
                           MOVE "YES" TO HOLD-EOF
                       END-IF
               END-READ
           END-PERFORM.

       430-CONVERT-ASSIGNMENTS.
           OPEN INPUT OLD-ASSIGN.
           IF OLD-ASG-STAT NOT = "00"
               DISPLAY "NO ADVASSGN-OLD.TXT ON FILE - ASSIGNMENT FILE "
                   "NOT CONVERTED" UPON CONSOLE
           ELSE
               OPEN OUTPUT ASSIGN-FILE
               IF ASG-STAT NOT = "00"
                   DISPLAY "ASSIGN-FILE OPEN FAILED, FILE STATUS = "
                       ASG-STAT UPON CONSOLE
                   ADD 1 TO FAILED-COUNT
               ELSE
                   MOVE "NO" TO EOF-FLAG
                   PERFORM UNTIL EOF-FLAG = "YES"
                       READ OLD-ASSIGN
                           AT END MOVE "YES" TO EOF-FLAG
                           NOT AT END PERFORM 435-CONVERT-ASSIGNMENT
                       END-READ
                   END-PERFORM
                   CLOSE ASSIGN-FILE
               END-IF
               CLOSE OLD-ASSIGN
           END-IF.

       435-CONVERT-ASSIGNMENT.
           ADD 1 TO ASG-READ-COUNT.
           MOVE "ADVASSGN" TO REJ-FILE.
           MOVE OLD-ASG-STUDENT-NUMBER TO REJ-KEY.
           IF OLD-ASG-STUDENT-NUMBER IS NOT NUMERIC
               MOVE "STUDENT NUMBER NOT NUMERIC" TO REJ-REASON
               PERFORM 490-WRITE-REJECT
           ELSE
               MOVE OLD-ASSIGN-RECORD TO ADVISOR-ASSIGN-RECORD
               WRITE ADVISOR-ASSIGN-RECORD
                   INVALID KEY
                       MOVE "DUPLICATE STUDENT ASSIGNMENT"
                           TO REJ-REASON
                       PERFORM 490-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO ASG-WRITE-COUNT
               END-WRITE
           END-IF.

       450-WRITE-COUNTS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF REJECT-COUNT = ZERO
               MOVE "    NO RECORDS REJECTED" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE "STUADDR" TO CNT-FILE.
           MOVE ADR-READ-COUNT TO CNT-READ.
           MOVE ADR-WRITE-COUNT TO CNT-WRITTEN.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PAYPLAN" TO CNT-FILE.
           MOVE PLN-READ-COUNT TO CNT-READ.
           MOVE PLN-WRITE-COUNT TO CNT-WRITTEN.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STUHOLD" TO CNT-FILE.
           MOVE HLD-READ-COUNT TO CNT-READ.
           MOVE HLD-WRITE-COUNT TO CNT-WRITTEN.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ADVASSGN" TO CNT-FILE.
           MOVE ASG-READ-COUNT TO CNT-READ.
           MOVE ASG-WRITE-COUNT TO CNT-WRITTEN.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       490-WRITE-REJECT.
           MOVE REJECT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO REJECT-COUNT.

       500-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "KEYED-FILE-CONVERT" TO AUDIT-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           STRING "AD=" DELIMITED BY SIZE
                   ADR-WRITE-COUNT DELIMITED BY SIZE
                   " PL=" DELIMITED BY SIZE
                   PLN-WRITE-COUNT DELIMITED BY SIZE
                   " HD=" DELIMITED BY SIZE
                   HLD-WRITE-COUNT DELIMITED BY SIZE
                   " AS=" DELIMITED BY SIZE
                   ASG-WRITE-COUNT DELIMITED BY SIZE
                   " RJ=" DELIMITED BY SIZE
                   REJECT-COUNT DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       590-REGISTER-REPORT.
           MOVE "KEYED-FILE-CONVERT" TO RRG-PROGRAM-NAME.
           MOVE SPACES TO RRG-OPERATOR.
           CALL "REPORT-REGISTER" USING REPORT-REGISTER-AREA.

       END PROGRAM KEYED-FILE-CONVERT.
