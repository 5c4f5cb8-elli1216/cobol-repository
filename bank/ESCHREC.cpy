      *****************************************************************
      * Unclaimed-property register record, one per dormancy episode
      * of an account. dormancy.cob opens the entry when it marks the
      * account DORMANT; escheat.cob sends the final due-diligence
      * notice once the account has been dormant the statutory number
      * of years, and after the waiting period moves the balance off
      * the account -- the entry then IS the unclaimed-property
      * holding position, carrying the amount held for the state
      * until eschrmt.cob remits it in the annual state file. An
      * account reopened before it escheats closes its entry out as
      * RESPONDED. Lives in ESCHREG.DAT.
      *****************************************************************
       01 ESCHEAT-RECORD.
           05 ES-HOLDERID          PIC 9(10).
           05 FILLER               PIC X(01).
           05 ES-ACCOUNT-TYPE      PIC X(01).
           05 FILLER               PIC X(01).
      *> business date the account was marked DORMANT -- the date
      *> the statutory dormancy period runs from.
           05 ES-DORMANT-DATE      PIC 9(08).
           05 FILLER               PIC X(01).
      *> last customer-initiated activity month dormancy.cob saw;
      *> zero where the entry was opened without one.
           05 ES-LAST-ACTIVITY     PIC 9(06).
           05 FILLER               PIC X(01).
      *> date the final due-diligence notice was queued -- the date
      *> the waiting period runs from.
           05 ES-NOTICE-DATE       PIC 9(08).
           05 FILLER               PIC X(01).
           05 ES-ESCHEAT-DATE      PIC 9(08).
           05 FILLER               PIC X(01).
      *> balance moved into the holding position at escheat.
           05 ES-AMOUNT            PIC 9(8)V99.
           05 FILLER               PIC X(01).
      *> the calendar year whose state remittance carried the amount.
           05 ES-REMIT-YEAR        PIC 9(04).
           05 FILLER               PIC X(01).
           05 ES-STATUS            PIC X(01).
               88 ES-IS-DORMANT        VALUE "D".
               88 ES-IS-NOTICED        VALUE "N".
               88 ES-IS-HELD           VALUE "E".
               88 ES-IS-REMITTED       VALUE "X".
               88 ES-IS-RESPONDED      VALUE "R".
               88 ES-IS-OPEN-CASE      VALUES "D", "N".
