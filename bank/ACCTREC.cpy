      * batch programs that read/maintain it (eodrecon, interest,
      * statement). Account-level fields only: the holder's person
      * data (name, birth date, CVV, address) lives on the customer
      * master keyed by HOLDERID -- see CUSTREC. CASH-DAILY-LIMIT
      * caps the cash drawn off the account in one day across the
      * counter, the batch queue and the ATM settlement; zero takes
      * the product default for the account type off CASHLIM.PRM.
      *****************************************************************
       01 ACCOUNT-RECORD.
           05 ACCT-KEY.
      *> lifecycle status. custconv.cob stamps every converted record
      *> OPEN; a space (defensively treated as OPEN by the posting
      *> checks) should not occur on a properly converted master.
      *> ESCHEATED: escheat.cob moved a long-dormant balance to the
      *> unclaimed-property holding position (see ESCHREC); the
      *> money now belongs with the state, not on the account.
           05 ACCT-STATUS          PIC X(01).
               88 ACCT-IS-OPEN         VALUE "O".
               88 ACCT-IS-DORMANT      VALUE "D".
               88 ACCT-IS-FROZEN       VALUE "F".
               88 ACCT-IS-CLOSED       VALUE "C".
               88 ACCT-IS-ESCHEATED    VALUE "E".
      *> per-account override of the daily cash withdrawal limit;
      *> zero means the product default on CASHLIM.PRM applies.
           05 CASH-DAILY-LIMIT     PIC 9(8)V99.
