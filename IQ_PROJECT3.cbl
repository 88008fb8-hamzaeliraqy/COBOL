      *       (NOTICEHST.TXT, see NOTICEHST.DAT) with the record, so
      *       the front desk can see which dunning letters a caller
      *       has already received.
      *   15/10/2026 HE  Show a withdrawn course with W in place of its
      *       average.
      *   15/10/2026 HE  The keyed student number is checked by
      *       STUDENT-NUMBER-CHECK before the master is read, so a
      *       mistyped number is refused instead of showing another
      *       student's record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-INQUIRY.
               10 PROGRAM-CD PIC X(6).
               10 PROGRAM-NME PIC X(20).

       COPY "STUNOCHK.DAT".

       PROCEDURE DIVISION.
       100-RUN-INQUIRY.
           PERFORM 110-GET-FILE-PATHS.
           END-IF.

       300-DISPLAY-STUDENT.
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
                       DISPLAY "STUDENT NOT FOUND: " REQUEST-NUMBER
                           UPON CONSOLE
                       PERFORM 360-CHECK-MERGE-XREF
                   NOT INVALID KEY
                       PERFORM 310-SHOW-RECORD
               END-READ
           END-IF.

       360-CHECK-MERGE-XREF.
           MOVE 'N' TO XRF-FOUND-FLAG.
           END-IF.

       330-SHOW-COURSE.
           IF COURSE-WITHDRAWN (COURSE-IDX)
               DISPLAY "  " COURSE-CODE (COURSE-IDX) "  W"
                   UPON CONSOLE
           ELSE
               DISPLAY "  " COURSE-CODE (COURSE-IDX) "  "
                   COURSE-AVERAGE (COURSE-IDX) UPON CONSOLE
           END-IF.

       800-CHECK-LOCK.
           ACCEPT WS-STULOCK-PATH FROM ENVIRONMENT "STULOCK_FILE".
