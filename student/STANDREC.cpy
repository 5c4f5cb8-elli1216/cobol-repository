      *****************************************************************
      * Academic standing history record, written by standing.cob's
      * end-of-term run: one line per student per term assessed. A
      * later line for the same student and term (a rerun after a
      * grade change) supersedes the earlier, as on GPAHIST.DAT.
      * Lives in STANDHIST.DAT, always extended, never recreated.
      *****************************************************************
       01 STANDING-RECORD.
          05 AS-ID                PIC X(05).
          05 FILLER               PIC X(01).
          05 AS-TERM              PIC X(05).
          05 FILLER               PIC X(01).
          05 AS-STANDING          PIC X(10).
             88 AS-IS-GOOD            VALUE "GOOD".
             88 AS-IS-FIRST-PROB      VALUE "PROBATION".
             88 AS-IS-CONT-PROB       VALUE "CONTPROB".
             88 AS-IS-SUSPENDED       VALUE "SUSPENDED".
             88 AS-BELOW-POLICY       VALUE "PROBATION" "CONTPROB"
                                            "SUSPENDED".
          05 FILLER               PIC X(01).
      *> consecutive assessed terms below the probation GPA, this one
      *> included; zero in good standing.
          05 AS-PROB-TERMS        PIC 9(02).
          05 FILLER               PIC X(01).
          05 AS-TERM-GPA          PIC 9V99.
          05 FILLER               PIC X(01).
          05 AS-CUM-GPA           PIC 9V99.
          05 FILLER               PIC X(01).
      *> graded credits the term GPA stands on.
          05 AS-CREDITS           PIC 9(03).
          05 FILLER               PIC X(01).
          05 AS-DEANS-LIST        PIC X(01).
             88 AS-ON-DEANS-LIST      VALUE "Y".
          05 FILLER               PIC X(01).
          05 AS-RUN-DATE          PIC 9(08).
