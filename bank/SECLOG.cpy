      *****************************************************************
      * Security event log record (SECLOG.DAT), always extended and
      * never rewritten. bank.cob writes one line for every failed
      * CVV attempt (CVVFAIL) and for the holder lock the failures
      * run up to (CVVLOCK); cvvunlk.cob writes the supervisor's
      * unlock (CVVUNLK). The operator is the teller signed on at
      * the counter, or the supervisor who released the lock.
      *****************************************************************
       01 SECURITY-EVENT-RECORD.
           05 SE-TIMESTAMP         PIC 9(14).
           05 FILLER               PIC X(01).
           05 SE-EVENT-CODE        PIC X(08).
               88 SE-CVV-FAILURE       VALUE "CVVFAIL".
               88 SE-CVV-LOCK          VALUE "CVVLOCK".
               88 SE-CVV-UNLOCK        VALUE "CVVUNLK".
           05 FILLER               PIC X(01).
           05 SE-HOLDERID          PIC 9(10).
           05 FILLER               PIC X(01).
           05 SE-OPERATOR-ID       PIC X(08).
           05 FILLER               PIC X(01).
      *> the holder's consecutive failure count after the event.
           05 SE-FAIL-COUNT        PIC 9(02).
           05 FILLER               PIC X(01).
      *> the supervisor's reason code on an unlock; spaces otherwise.
           05 SE-REASON            PIC X(08).
