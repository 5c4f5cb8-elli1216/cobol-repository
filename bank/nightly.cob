      * date into the run-control file (resetting every job to PENDING
      * when the date rolls), then runs the nightly jobs in the
      * required order -- standing orders, then term-deposit
      * maturities, then the loan installment sweep, then interest,
      * then overdraft debit interest,
      * then eodrecon, then the bill-payment remittance extract --
      * skipping any job the run control already shows
      * COMPLETE for the date -- and closes the window with the
      * TRANLOG sequence and chain check (tranvrfy), which posts
      * nothing and so runs every night without a run-control
      * status. The run control is also the single
      * place to see how far last night's window got: final statuses
      * are displayed at the end.
      *
      * SYSIN: business date (YYYYMMDD). The jobs called underneath
      * read their own parameter files -- STORDEXE.PRM (date,
      * override), TDMATURE.PRM (date, override), LOANSWP.PRM
      * (date, override), INTEREST.PRM
      * (date, rate, override), ODINT.PRM (date, rate, override),
      * EODRECON.PRM (date, override), BILLREMIT.PRM (date,
      * override), TRANVRFY.PRM (date, earliest archive month)
      * -- never this
      * SYSIN stream, so a skipped job can't shift another job's
      * parameters. Each .PRM must carry the same business date as
      * this run's SYSIN.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
       01  RUNCTL-LINE              PIC X(80).

       FD  BUSCAL-FILE.
       01 BUSCAL-RECORD.
              PERFORM 2000-READ-RUN-CONTROL
           END-IF

           IF RC-LOAN-STATUS = "COMPLETE"
              DISPLAY "nightly: loan sweep already COMPLETE, skipping."
           ELSE
              DISPLAY "nightly: running loan sweep..."
              CALL "loanswp"
              PERFORM 2000-READ-RUN-CONTROL
           END-IF

           IF RC-INTEREST-STATUS = "COMPLETE"
              DISPLAY "nightly: interest already COMPLETE, skipping."
           ELSE
              PERFORM 2000-READ-RUN-CONTROL
           END-IF

           DISPLAY "nightly: running TRANLOG chain verification..."
           CALL "tranvrfy"

           DISPLAY "NIGHTLY WINDOW END. Run control for "
                   RC-BUSINESS-DATE ":"
           DISPLAY "  stordexe:  " RC-STORDER-STATUS
           DISPLAY "  tdmature:  " RC-TERMDEP-STATUS
           DISPLAY "  loanswp:   " RC-LOAN-STATUS
           DISPLAY "  interest:  " RC-INTEREST-STATUS
           DISPLAY "  odint:     " RC-ODINT-STATUS
           DISPLAY "  eodrecon:  " RC-EODRECON-STATUS
              MOVE "PENDING" TO RC-BILLPAY-STATUS
              MOVE "PENDING" TO RC-TERMDEP-STATUS
              MOVE "PENDING" TO RC-ODINT-STATUS
              MOVE "PENDING" TO RC-LOAN-STATUS
              PERFORM 3000-WRITE-RUN-CONTROL
           END-IF.

           MOVE "PENDING" TO RC-BILLPAY-STATUS
           MOVE "PENDING" TO RC-TERMDEP-STATUS
           MOVE "PENDING" TO RC-ODINT-STATUS
           MOVE "PENDING" TO RC-LOAN-STATUS

           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS = "35"
