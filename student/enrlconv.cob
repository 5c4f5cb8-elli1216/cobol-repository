      *> field this release introduced: ungraded until gradepost.cob
      *> posts the term's grades.
           MOVE SPACES TO EN-GRADE
           MOVE SPACES TO EN-GRADED-BY
           WRITE ENROLLMENT-RECORD
           IF WS-ENRL-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write enrollment master, "
