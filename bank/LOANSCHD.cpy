      *****************************************************************
      * Loan amortization schedule line, one per installment, written
      * by loanmnt.cob when a loan is booked and marked off by
      * loanswp.cob as each installment is collected. Keyed to its
      * loan by HOLDERID plus the loan's open date (see LOANREC).
      * Lives in LOANSCHD.DAT.
      *****************************************************************
       01 LOAN-SCHEDULE-RECORD.
           05 LS-HOLDERID          PIC 9(10).
           05 FILLER               PIC X(01).
           05 LS-OPEN-DATE         PIC 9(08).
           05 FILLER               PIC X(01).
           05 LS-SEQ               PIC 9(03).
           05 FILLER               PIC X(01).
      *> nominal due date; the sweep rolls it past a weekend or
      *> holiday on a working copy only.
           05 LS-DUE-DATE          PIC 9(08).
           05 FILLER               PIC X(01).
           05 LS-PAYMENT           PIC 9(8)V99.
           05 FILLER               PIC X(01).
           05 LS-INTEREST          PIC 9(8)V99.
           05 FILLER               PIC X(01).
           05 LS-PRINCIPAL         PIC 9(8)V99.
           05 FILLER               PIC X(01).
           05 LS-BALANCE-AFTER     PIC 9(8)V99.
           05 FILLER               PIC X(01).
      *> M: the sweep has failed on it at least once (the customer
      *> has been sent the past-due notice); it stays due until
      *> collected.
           05 LS-STATUS            PIC X(01).
               88 LS-IS-OPEN           VALUE "O".
               88 LS-IS-MISSED         VALUE "M".
               88 LS-IS-PAID           VALUE "P".
