      * TRANLOG) and consumed by billremit.cob in the nightly window
      * when it cuts the day's outbound remittance file. Lives in
      * BILLPQ.DAT, always extended during the day and emptied only
      * by a clean remittance run. BQ-REFERENCE carries the student
      * ID keyed for a payee flagged PY-TAKES-STUDENT-ID (blank for
      * every other payee).
      *****************************************************************
       01 BILLPAY-QUEUE-RECORD.
           05 BQ-HOLDERID          PIC 9(10).
           05 BQ-AMOUNT            PIC 9(8)V99.
           05 FILLER               PIC X(01).
           05 BQ-CAPTURE-DATE      PIC 9(08).
           05 FILLER               PIC X(01).
           05 BQ-REFERENCE         PIC X(10).
