      * atmimp.cob gives the ATM vendor's items. A totals mismatch
      * or missing trailer refuses the whole file with nothing
      * written. Rejected items go to CHQREJ.DAT with a reason.
      * Queued items are marked as clearing items and carry their
      * cheque number, so one that bank.cob's batch mode rejects can
      * be returned to the clearing house by chqret.cob.
      *
      * Clearing layout:
      *   detail:  "D" | holder id (10) | cheque number (6) |
              MOVE "W" TO BT-TRAN-TYPE
              MOVE CL-AMOUNT-N TO BT-AMOUNT
              MOVE "C" TO BT-ACCOUNT-TYPE
      *> marked as a clearing item so a reject can go back to the
      *> clearing house against its cheque number.
              SET BT-FROM-CLEARING TO TRUE
              MOVE CL-CHEQUE-NO TO BT-CHEQUE-NO
              WRITE BATCH-TRAN-RECORD
              IF WS-TRANFILE-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to write batch queue, "
