      * Operator freeze/unfreeze. Flips one account's lifecycle status
      * to FROZEN (from OPEN or DORMANT) or back to OPEN (from FROZEN
      * or DORMANT) with a reason code, and logs every movement to
      * FRZLOG.DAT. Closed and escheated accounts are never reopened
      * here.
      *
      * Prompts: HOLDERID, account type, (F)reeze/(U)nfreeze, reason
      * code (8 characters, e.g. DECEASED, COURTORD, CUSTREQ).
           EVALUATE TRUE
              WHEN ACCT-IS-CLOSED OF ACCOUNT-RECORD
                 DISPLAY "Account is CLOSED; no action taken."
      *> the balance has gone to the state -- the customer reclaims
      *> it from them, not by reopening the account here.
              WHEN ACCT-IS-ESCHEATED OF ACCOUNT-RECORD
                 DISPLAY "Account is ESCHEATED; no action taken."
              WHEN WS-ACTION-FREEZE
                 IF ACCT-IS-FROZEN OF ACCOUNT-RECORD
                    DISPLAY "Account is already FROZEN."
