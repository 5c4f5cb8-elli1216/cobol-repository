      *****************************************************************
      * Installment loan master record layout, shared by loanmnt.cob
      * (which books the loan, disburses the principal and generates
      * the amortization schedule) and loanswp.cob (which collects
      * the due installments in the nightly window). One record per
      * loan, identified by HOLDERID plus the open date the same way
      * a term deposit is. The linked checking leg is the holder's
      * own checking account (HOLDERID + "C"): the principal is paid
      * into it and every installment is swept out of it. Lives in
      * LOANMAST.DAT; the schedule lines live in LOANSCHD.DAT -- see
      * LOANSCHD.
      *****************************************************************
       01 LOAN-RECORD.
           05 LN-HOLDERID          PIC 9(10).
           05 FILLER               PIC X(01).
           05 LN-OPEN-DATE         PIC 9(08).
           05 FILLER               PIC X(01).
           05 LN-PRINCIPAL         PIC 9(8)V99.
           05 FILLER               PIC X(01).
      *> nominal ANNUAL rate, a decimal fraction (e.g. 0.0850 is
      *> 8.5% a year); each installment accrues one twelfth of it.
           05 LN-RATE              PIC 9V9999.
           05 FILLER               PIC X(01).
           05 LN-TERM-MONTHS       PIC 9(03).
           05 FILLER               PIC X(01).
      *> day of the month the installment falls due, 01-28 so every
      *> month carries the date.
           05 LN-PAYMENT-DAY       PIC 9(02).
           05 FILLER               PIC X(01).
      *> the level monthly installment off the amortization formula;
      *> the final schedule line carries the rounding remainder.
           05 LN-INSTALLMENT       PIC 9(8)V99.
           05 FILLER               PIC X(01).
      *> principal still outstanding after the last installment
      *> collected.
           05 LN-BALANCE           PIC 9(8)V99.
           05 FILLER               PIC X(01).
           05 LN-PAID-COUNT        PIC 9(03).
           05 FILLER               PIC X(01).
      *> due date of the oldest installment the sweep could not
      *> collect -- the date the loan's past-due ageing runs from;
      *> zero while the loan is current.
           05 LN-PAST-DUE-SINCE    PIC 9(08).
           05 FILLER               PIC X(01).
           05 LN-STATUS            PIC X(01).
               88 LN-IS-CURRENT        VALUE "A".
               88 LN-IS-PAST-DUE       VALUE "P".
               88 LN-IS-REPAID         VALUE "R".
