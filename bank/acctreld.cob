      *   pass 2 recreates the indexed file and proves the loaded
      *          totals against the trailer again before declaring
      *          success.
      * A backup unloaded before the account record carried its
      * daily cash withdrawal limit reloads cleanly: the short detail
      * line leaves the limit blank, and it comes back as zero --
      * the product default on CASHLIM.PRM.
      ******************************************************************

       ENVIRONMENT DIVISION.
               88 BK-IS-DETAIL          VALUE "D".
               88 BK-IS-TRAILER         VALUE "T".
           05 BK-DETAIL-FIELDS.
               10 BK-IMAGE          PIC X(62).
           05 BK-TRAILER-FIELDS REDEFINES BK-DETAIL-FIELDS.
               10 BK-RECORD-COUNT   PIC 9(08).
               10 BK-BALANCE-HASH   PIC S9(12)V99.
               10 FILLER            PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS            PIC XX.
           PERFORM UNTIL BACKUP-EOF
              IF BK-IS-DETAIL
                 MOVE BK-IMAGE TO ACCOUNT-RECORD
                 IF CASH-DAILY-LIMIT OF ACCOUNT-RECORD NOT NUMERIC
                    MOVE ZERO TO CASH-DAILY-LIMIT OF ACCOUNT-RECORD
                 END-IF
                 WRITE ACCOUNT-RECORD
                 IF WS-ACCT-STATUS NOT = "00"
                    DISPLAY "ERROR: Unable to write account master, "
