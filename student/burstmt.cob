      * STUDENT-MASTER, an opening balance folded up from every
      * typed entry of the terms BEFORE the range (the analogue of
      * the bank statement's carry-forward), one dated line per
      * BILL, PAYMENT, REFUND, LATEFEE, AID and WRITEOFF entry off
      * TUITHIST.DAT (charges raise the balance, credits lower it;
      * a payout of a credit balance raises it back toward zero),
      * and a closing balance line. The range is resolved through
      * the term master's start dates -- the raw codes ("2026F") do
      * not sort by calendar -- so "before the range" means before
          05 TM-FULL-REFUND-THRU  PIC 9(08).
          05 FILLER               PIC X(01).
          05 TM-HALF-REFUND-THRU  PIC 9(08).
          05 FILLER               PIC X(01).
      *> the state census date census.cob snapshots enrollment on;
      *> carried here for layout fidelity -- not used in this
      *> program.
          05 TM-CENSUS-DATE       PIC 9(08).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).
               AT END SET HIST-EOF TO TRUE
           END-READ.

      *> a payout (REFUND, reference PAYOUT) hands a credit balance
      *> back to the student -- it moves the balance up toward zero,
      *> as a charge does.
       0180-APPLY-TO-OPENING.
           EVALUATE TRUE
              WHEN TH-TYPE = "BILL"
              WHEN TH-TYPE = "LATEFEE"
              WHEN TH-TYPE = "REFUND" AND TH-REF = "PAYOUT"
                 ADD TH-AMOUNT TO WS-OPENING-BALANCE
              WHEN TH-TYPE = "PAYMENT"
              WHEN TH-TYPE = "REFUND"
              WHEN TH-TYPE = "AID"
              WHEN TH-TYPE = "WRITEOFF"
                 SUBTRACT TH-AMOUNT FROM WS-OPENING-BALANCE
              WHEN OTHER
                 CONTINUE
              PERFORM 0140-CLASSIFY-ENTRY-TERM
           END-IF
           IF TH-ID = WS-PARAM-ID AND WS-ENTRY-IN-RANGE
              EVALUATE TRUE
                 WHEN TH-TYPE = "BILL"
                 WHEN TH-TYPE = "LATEFEE"
                 WHEN TH-TYPE = "REFUND" AND TH-REF = "PAYOUT"
                    ADD TH-AMOUNT TO WS-RUNNING-BALANCE
                 WHEN TH-TYPE = "PAYMENT"
                 WHEN TH-TYPE = "REFUND"
                 WHEN TH-TYPE = "AID"
                 WHEN TH-TYPE = "WRITEOFF"
                    SUBTRACT TH-AMOUNT FROM WS-RUNNING-BALANCE
                 WHEN OTHER
                    CONTINUE
