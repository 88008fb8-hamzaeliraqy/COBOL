      *       (terms rank year then W < S < F) under REPEAT_POLICY
      *       LATEST (the default), or the highest mark under BEST -
      *       so retaking a failed course finally moves the average.
      *   15/10/2026 HE  Leave withdrawn courses (COURSE-AVERAGE 999,
      *       see COURSDTL.DAT) out of the average, and never let a
      *       withdrawn attempt supersede a graded one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP_PROJECT3_CALL.
               AND CALL-COURSE-TERM (CALC-IDX)
                   NOT = CALL-REQUESTED-TERM
               CONTINUE
           ELSE
           IF CALL-COURSE-WITHDRAWN (CALC-IDX)
               CONTINUE
           ELSE
               PERFORM CHECK-SUPERSEDED
               IF SUPERSEDED-FLAG = 'Y'
                   ADD WEIGHTED-POINTS TO STUDENT-TOTAL
                   ADD COURSE-WEIGHT TO WEIGHT-TOTAL
               END-IF
           END-IF
           END-IF.

       CHECK-SUPERSEDED.
               IF SCAN-IDX NOT = CALC-IDX
                   AND CALL-COURSE-CODE (SCAN-IDX)
                       = CALL-COURSE-CODE (CALC-IDX)
                   AND NOT CALL-COURSE-WITHDRAWN (SCAN-IDX)
                   PERFORM COMPARE-OTHER-ATTEMPT
               END-IF
           END-PERFORM.
