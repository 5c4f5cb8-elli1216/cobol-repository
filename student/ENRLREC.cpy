      *> until the course is graded. enrlconv.cob stamps every
      *> record converted from the pre-grade layout ungraded.
          05 EN-GRADE            PIC X(02).
      *> faculty ID (FACMAST.DAT) of the instructor who submitted
      *> the grade, stamped by gradepost.cob with the grade itself;
      *> spaces while ungraded. instconv.cob stamps every record
      *> converted from the layout before it spaces.
          05 EN-GRADED-BY        PIC X(06).
