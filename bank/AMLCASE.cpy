      *****************************************************************
      * AML case record, one per rule hit, opened by amlscan.cob's
      * nightly pattern rules over TRANLOG and disposed of by a
      * compliance officer through amlcase.cob; amlage.cob ages the
      * cases still unresolved. Carries the rule, the holder (and the
      * counterparty holder for the transfer rules), the amount the
      * rule added up, and the contributing TRANLOG entries -- the
      * first five in full, with the count of all of them. Lives in
      * AMLCASE.DAT.
      *
      * Rule codes:
      *   DORMDRN  -- a dormant account reactivated and then drained
      *   ROUNDDEP -- many round-amount deposits
      *   PASSTHRU -- third-party money in and straight back out
      *   REPEATPY -- repeated third-party transfers to one payee
      *****************************************************************
       01 AML-CASE-RECORD.
           05 AC-CASE-ID           PIC 9(08).
           05 FILLER               PIC X(01).
           05 AC-RULE-CODE         PIC X(08).
           05 FILLER               PIC X(01).
           05 AC-HOLDERID          PIC 9(10).
           05 FILLER               PIC X(01).
      *> space where the rule looks across all the holder's legs.
           05 AC-ACCOUNT-TYPE      PIC X(01).
           05 FILLER               PIC X(01).
      *> the other holder of the third-party legs; zero where the
      *> rule has none.
           05 AC-COUNTERPART       PIC 9(10).
           05 FILLER               PIC X(01).
           05 AC-OPEN-DATE         PIC 9(08).
           05 FILLER               PIC X(01).
           05 AC-TOTAL-AMOUNT      PIC 9(10)V99.
           05 FILLER               PIC X(01).
           05 AC-ENTRY-COUNT       PIC 9(04).
           05 FILLER               PIC X(01).
      *> newest contributing entry -- a later hit on the same rule
      *> and holder counts only entries after it, so a rerun or the
      *> next night's overlapping window never reopens the case.
           05 AC-LAST-ENTRY-TS     PIC 9(14).
           05 FILLER               PIC X(01).
           05 AC-STATUS            PIC X(01).
               88 AC-IS-OPEN           VALUE "O".
               88 AC-IS-ESCALATED      VALUE "E".
               88 AC-IS-CLEARED        VALUE "C".
               88 AC-IS-FILED          VALUE "F".
               88 AC-IS-UNRESOLVED     VALUES "O", "E".
           05 FILLER               PIC X(01).
           05 AC-DISP-DATE         PIC 9(08).
           05 FILLER               PIC X(01).
           05 AC-DISP-OFFICER      PIC X(08).
           05 FILLER               PIC X(01).
           05 AC-DISP-NOTE         PIC X(40).
           05 FILLER               PIC X(01).
           05 AC-ENTRY OCCURS 5 TIMES.
               10 AC-ENT-TIMESTAMP     PIC 9(14).
               10 FILLER               PIC X(01).
               10 AC-ENT-ACCOUNT-TYPE  PIC X(01).
               10 FILLER               PIC X(01).
               10 AC-ENT-TYPE          PIC X(12).
               10 FILLER               PIC X(01).
               10 AC-ENT-AMOUNT        PIC 9(8)V99.
               10 FILLER               PIC X(01).
