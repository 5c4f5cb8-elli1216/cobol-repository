          05 TM-FULL-REFUND-THRU  PIC 9(08).
          05 FILLER               PIC X(01).
          05 TM-HALF-REFUND-THRU  PIC 9(08).
          05 FILLER               PIC X(01).
      *> the state census date census.cob snapshots enrollment on;
      *> carried here for layout fidelity -- not used in this
      *> program.
          05 TM-CENSUS-DATE       PIC 9(08).

       FD  TUITHIST-FILE.
       COPY TUITHREC.
