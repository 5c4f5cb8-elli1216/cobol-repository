      * enrollment master for every ACTIVE student on STUDENT-MASTER
      * and matches their completed courses and credits against
      * their SM-PROGRAM's requirements on PROGREQ.DAT: each
      * required course is reported SATISFIED (graded, not failed
      * or incomplete), IN PROGRESS (enrolled ungraded in the
      * current term) or MISSING, and the program's elective credit
      * bucket is scored from the completed credits outside the
      * required list. The audit ends with a summary page of
      * students within one term of completion -- everything still
      * owed fits under the standard credit cap once the current
      * term lands -- so advising can reach them before
      * registration closes.
      * Output: DEGAUDIT.RPT.
      *
      * SYSIN: current term (5, e.g. 2026F).
              END-IF
           END-IF.

      *> completed means graded, not failed and not incomplete (an
      *> open I still owes the course); enrolled ungraded in
      *> the current term is in progress; anything else is missing
      *> and its credits still owed.
       0550-JUDGE-REQUIRED-COURSE.
                 = WS-PR-COURSE (WS-PR-IDX)
                 IF WS-ENR-GRADE (WS-ENR-IDX) NOT = SPACES
                    AND WS-ENR-GRADE (WS-ENR-IDX) NOT = "F "
                    AND WS-ENR-GRADE (WS-ENR-IDX) NOT = "I "
                    SET WS-COURSE-SATISFIED TO TRUE
                    EXIT PERFORM
                 ELSE
           IF NOT WS-FOUND
              IF WS-ENR-GRADE (WS-ENR-IDX) NOT = SPACES
                 AND WS-ENR-GRADE (WS-ENR-IDX) NOT = "F "
                 AND WS-ENR-GRADE (WS-ENR-IDX) NOT = "I "
                 ADD WS-ENR-CREDITS (WS-ENR-IDX)
                     TO WS-ELECT-EARNED
              ELSE
