      * Tuition ledger history record, written at posting time by
      * every program that moves the tuition ledger -- tuitbill.cob
      * (BILL), tuitpay.cob (PAYMENT), refund.cob (REFUND),
      * payout.cob (REFUND, reference PAYOUT, on the paid side),
      * planfee.cob (LATEFEE), aiddisb.cob (AID) and collrcv.cob
      * (PAYMENT and WRITEOFF for collection agency recoveries and
      * write-offs) -- and read back by burstmt.cob's bursar
      * statement, tuitgl.cob's daily GL extract for finance and
      * tuittax.cob's year-end tax statements. One dated, typed entry
      * per movement, so "what exactly am I being charged for?"
      * finally has an answer after the running totals move on.
      * Lives in TUITHIST.DAT, always extended, never recreated.
          05 FILLER               PIC X(01).
          05 TH-DATE              PIC 9(08).
          05 FILLER               PIC X(01).
      *> BILL and LATEFEE raise the balance; PAYMENT, REFUND, AID
      *> and WRITEOFF lower it -- except a REFUND referenced PAYOUT,
      *> payout.cob's return of a credit balance, which raises it
      *> back toward zero.
          05 TH-TYPE              PIC X(08).
          05 FILLER               PIC X(01).
          05 TH-TERM              PIC X(05).
