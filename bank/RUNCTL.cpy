      *****************************************************************
      * Nightly run-control record, shared by nightly.cob and the
      * jobs it sequences (stordexe, tdmature, loanswp, interest,
      * odint, eodrecon, billremit). Carries the operator's business
      * date and a status per job so a job already COMPLETE for that
      * date refuses to run again without an operator override. Lives
      * in RUNCTL.DAT as a single record, read INTO / written FROM
      * this layout.
      * (RC-STATEMENT-STATUS is reserved: statement.cob guards its
      * reruns on its own per-statement log, STMTLOG.DAT.)
      *****************************************************************
           05 RC-TERMDEP-STATUS    PIC X(08).
           05 FILLER               PIC X(01).
           05 RC-ODINT-STATUS      PIC X(08).
           05 FILLER               PIC X(01).
           05 RC-LOAN-STATUS       PIC X(08).
