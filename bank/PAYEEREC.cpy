      * remittance programs that read it (bank.cob, billremit.cob).
      * One record per external payee carrying the name printed on
      * confirmations and the external bank/account references the
      * remittance file routes money on. A payee flagged for a
      * student-ID reference (the university) has the student ID
      * keyed at capture so billremit.cob can bridge the payment
      * onto the tuition ledger's payment feed. Lives in PAYEE.DAT.
      *****************************************************************
       01 PAYEE-RECORD.
           05 PY-CODE              PIC X(08).
           05 PY-STATUS            PIC X(01).
               88 PY-IS-ACTIVE         VALUE "A".
               88 PY-IS-CANCELLED      VALUE "C".
           05 FILLER               PIC X(01).
      *> reference the counter must key with every payment: blank
      *> for none, "S" for a student ID (the university payee).
           05 PY-REFERENCE-TYPE    PIC X(01).
               88 PY-TAKES-STUDENT-ID  VALUE "S".
