      *   MAINT    -- monthly maintenance, every open account
      *   BELOWMIN -- charged when the balance sits below the
      *               account's MINIMUM-BALANCE
      *   RETITEM  -- not charged here: chqret.cob charges it on
      *               each cheque returned for insufficient funds
      * Only OPEN accounts (or legacy records carrying a space) are
      * charged. A fee never takes a balance below the account's
      * authorized floor: below zero on savings (and on checking with
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY OF TRAN-RECORD
               ALTERNATE RECORD KEY IS TRAN-BUSINESS-DATE
                   OF TRAN-RECORD WITH DUPLICATES
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT FEESCHED-FILE ASSIGN TO "FEESCHED.DAT"
              STOP RUN
           END-IF

           OPEN I-O TRANLOG-FILE
           IF WS-TRANLOG-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open transaction log, status "
                      WS-TRANLOG-STATUS
           MOVE WS-FEE-AMOUNT (WS-FEE-IDX) TO DL-AMOUNT

           EVALUATE TRUE
      *> the returned-item fee is charged per returned cheque, never
      *> as a monthly fee.
              WHEN WS-FEE-CODE (WS-FEE-IDX) = "RETITEM"
                 CONTINUE
      *> below-minimum fee only applies to accounts actually below
      *> their minimum.
              WHEN WS-FEE-CODE (WS-FEE-IDX) = "BELOWMIN"
           MOVE ZERO TO TRAN-REF-TIMESTAMP
           MOVE "FEES" TO TRAN-OPERATOR-ID
           MOVE SPACES TO TRAN-SUPERVISOR-ID
      *> a second entry on the leg in the same second steps on
      *> to the next free timestamp -- the log's key is unique.
      *> transeq numbers the entry and chains it to the one before;
      *> the chain only moves on once the write has landed.
           CALL "transeq" USING BY CONTENT "A"
                                BY REFERENCE TRAN-RECORD
           WRITE TRAN-RECORD
           PERFORM UNTIL WS-TRANLOG-STATUS NOT = "22"
              ADD 1 TO TRAN-TIMESTAMP
              WRITE TRAN-RECORD
           END-PERFORM
           IF WS-TRANLOG-STATUS = "00"
              CALL "transeq" USING BY CONTENT "C"
                                   BY REFERENCE TRAN-RECORD
           END-IF

           ADD 1 TO WS-POSTED-COUNT
           MOVE "POSTED" TO DL-DISPOSITION
