      * on every ACCOUNT-MASTER record (name, birth date, CVV) plus
      * the postal/contact address the account record never had room
      * for. Shared by bank.cob, acctmnt.cob and the reports that
      * print a holder name. The customer due-diligence (KYC) group
      * records the identity document seen, when it expires, the
      * holder's risk rating and when they are next due for review;
      * acctmnt.cob's Change transaction maintains it, bank.cob
      * refuses a session to a holder whose document has expired,
      * and kycrev.cob lists the reviews coming due. The security
      * group counts the holder's consecutive failed CVV attempts at
      * the counter and carries the lock bank.cob sets when they
      * reach the CVVLOCK.PRM limit; only cvvunlk.cob, under a
      * supervisor sign-on, releases it.
      *****************************************************************
       01 CUSTOMER-RECORD.
           05 CUST-HOLDERID        PIC 9(10).
               10 CUST-YEAROFBIRTH PIC 9(4).
           05 CUST-CVV             PIC 999.
           05 CUST-ADDRESS         PIC X(80).
           05 CUST-KYC.
               10 CUST-ID-DOC-TYPE     PIC X(02).
                   88 CUST-ID-PASSPORT      VALUE "PP".
                   88 CUST-ID-DRIVER-LIC    VALUE "DL".
                   88 CUST-ID-NATIONAL-ID   VALUE "NI".
                   88 CUST-ID-NONE-ON-FILE  VALUE SPACES.
               10 CUST-ID-DOC-NUMBER   PIC X(20).
      *> zero while no document is on file.
               10 CUST-ID-EXPIRY-DATE  PIC 9(08).
               10 CUST-RISK-RATING     PIC X(01).
                   88 CUST-RISK-LOW         VALUE "L".
                   88 CUST-RISK-MEDIUM      VALUE "M".
                   88 CUST-RISK-HIGH        VALUE "H".
                   88 CUST-RISK-UNRATED     VALUE SPACE.
      *> zero until the first review is scheduled -- treated as
      *> overdue.
               10 CUST-NEXT-REVIEW-DATE PIC 9(08).
           05 CUST-SECURITY.
      *> consecutive failures, across sessions; a good CVV clears it.
               10 CUST-CVV-FAIL-COUNT  PIC 9(02).
               10 CUST-LOCK-STATUS     PIC X(01).
                   88 CUST-IS-LOCKED        VALUE "L".
                   88 CUST-NOT-LOCKED       VALUE SPACE.
      *> when the lock was set; zero while unlocked.
               10 CUST-LOCK-TIMESTAMP  PIC 9(14).
