      * band applied on REFUND.RPT. A refund that leaves the
      * student's account in credit (amount paid above the reduced
      * amount due) is flagged on the report for the bursar to pay
      * out instead of sitting silently on the ledger; payout.cob
      * pays it into the student's linked bank account. A drop that
      * cannot price (student, rate or term missing) is reported and
      * retained on the drop log for the operator to cure; everything
      * refunded comes off the log on the clean finish, so a rerun
          05 TM-FULL-REFUND-THRU  PIC 9(08).
          05 FILLER               PIC X(01).
          05 TM-HALF-REFUND-THRU  PIC 9(08).
          05 FILLER               PIC X(01).
      *> the state census date census.cob snapshots enrollment on;
      *> carried here for layout fidelity -- not used in this
      *> program.
          05 TM-CENSUS-DATE       PIC 9(08).

       FD  DROPLOG-FILE.
       01 DROPLOG-RECORD.
