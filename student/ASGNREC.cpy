      *****************************************************************
      * Course-instructor assignment record layout (INSTASGN.DAT),
      * one line per course section per term naming the faculty
      * member (FACMAST.DAT) teaching it and submitting its grades.
      * Read by gradepost.cob, which accepts a grade only from the
      * section's assigned instructor, and by gradrost.cob and the
      * missing-grades report, which group a term's enrollments by
      * instructor. A section is the course within the term; a
      * course with no line for a term is unassigned.
      *****************************************************************
       01 ASSIGNMENT-RECORD.
          05 IA-COURSE            PIC X(08).
          05 FILLER               PIC X(01).
          05 IA-TERM              PIC X(05).
          05 FILLER               PIC X(01).
          05 IA-FAC-ID            PIC X(06).
