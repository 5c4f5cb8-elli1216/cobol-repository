      *****************************************************************
      * Conferred degree record, written by confer.cob's conferral
      * run: one line per degree conferred, the program it was
      * earned in, the term and date it was conferred, and the
      * cumulative GPA and honours it was conferred with. Read by
      * transcr.cob for the transcript's degree lines. Lives in
      * DEGREES.DAT, always extended, never recreated.
      *****************************************************************
       01 DEGREE-RECORD.
          05 DG-ID                PIC X(05).
          05 FILLER               PIC X(01).
          05 DG-PROGRAM           PIC X(04).
          05 FILLER               PIC X(01).
          05 DG-TERM              PIC X(05).
          05 FILLER               PIC X(01).
          05 DG-CONFER-DATE       PIC 9(08).
          05 FILLER               PIC X(01).
          05 DG-CUM-GPA           PIC 9V99.
          05 FILLER               PIC X(01).
      *> SUMMA CUM LAUDE, MAGNA CUM LAUDE, CUM LAUDE or spaces.
          05 DG-HONOURS           PIC X(15).
          05 FILLER               PIC X(01).
      *> credits earned toward the degree: graded courses, F and I
      *> excluded, as the transcript counts them.
          05 DG-CREDITS           PIC 9(03).
