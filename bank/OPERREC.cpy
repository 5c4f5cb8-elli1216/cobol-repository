      * Operator security master record layout, shared by opermnt.cob
      * (which sets operators up and revokes them) and every program
      * that takes an operator sign-on -- bank.cob, acctfrz.cob,
      * stordmnt.cob, payeemnt.cob, termmnt.cob, acctinq.cob,
      * loanmnt.cob, amlcase.cob, cvvunlk.cob. One
      * record per operator carrying the password checked at sign-on,
      * the role that gates what the sign-on may run, and the
      * transaction amount limit above which a teller needs a
               88 OP-IS-TELLER         VALUE "T".
               88 OP-IS-SUPERVISOR     VALUE "S".
               88 OP-IS-INQUIRY        VALUE "I".
      *> compliance officer: disposes of AML cases (amlcase.cob) and
      *> nothing else -- no posting, no account maintenance.
               88 OP-IS-COMPLIANCE     VALUE "C".
           05 FILLER               PIC X(01).
      *> per-transaction amount limit for the role; zero means no
      *> limit. A withdrawal or reversal above it needs a supervisor
