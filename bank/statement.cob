      *              legs) carried into the balance arithmetic.
      * 2026-09-03 - joint holders linked on ACCTREL.DAT printed on
      *              the statement header with their role.
      * 2026-10-15 - LOAN-DISB (credit) and LOAN-INT/LOAN-PRIN
      *              (debits) from the installment loan product
      *              carried into the balance arithmetic.
      * 2026-10-15 - ESCHEAT (balance moved to the unclaimed-property
      *              holding position by escheat.cob) carried into the
      *              balance arithmetic as a debit.
      * 2026-10-15 - TRANLOG.DAT is indexed on HOLDERID + ACCOUNT-TYPE
      *              + TRAN-TIMESTAMP: prior activity and the month's
      *              lines are read by starting at the statement leg
      *              instead of passing the whole log twice.
      * 2026-10-15 - FEE-RETITEM (returned-cheque fee charged by
      *              chqret.cob) carried into the balance arithmetic
      *              as a debit.
      ******************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY OF TRAN-RECORD
               ALTERNATE RECORD KEY IS TRAN-BUSINESS-DATE
                   OF TRAN-RECORD WITH DUPLICATES
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "STATEMENT.RPT"
              CLOSE REPORT-FILE
              STOP RUN
           END-IF
      *> the leg's entries sit together on the log's key, oldest
      *> first: everything ahead of the statement month is prior
      *> activity.
           MOVE ZERO TO TRAN-TIMESTAMP
           PERFORM 0110-START-LEG

           PERFORM UNTIL TRAN-EOF
              IF TRAN-TIMESTAMP (1:6) < WS-PARAM-YYYYMM
                 PERFORM 0150-APPLY-TO-OPENING
                 PERFORM 0120-READ-LEG-ENTRY
              ELSE
                 SET TRAN-EOF TO TRUE
              END-IF
           END-PERFORM

           CLOSE TRANLOG-FILE.

      *> position on the statement leg at the timestamp already in
      *> TRAN-TIMESTAMP and read its first entry from there.
       0110-START-LEG.
           MOVE "N" TO WS-TRAN-EOF-FLAG
           MOVE WS-PARAM-HOLDERID TO TRAN-HOLDERID
           MOVE ACCOUNT-TYPE OF ACCOUNT-RECORD TO TRAN-ACCOUNT-TYPE
           START TRANLOG-FILE KEY NOT < TRAN-KEY
               INVALID KEY SET TRAN-EOF TO TRUE
           END-START
           PERFORM 0120-READ-LEG-ENTRY.

       0120-READ-LEG-ENTRY.
           IF NOT TRAN-EOF
              READ TRANLOG-FILE NEXT
                  AT END SET TRAN-EOF TO TRUE
              END-READ
           END-IF
           IF NOT TRAN-EOF
              IF TRAN-HOLDERID NOT = WS-PARAM-HOLDERID
                 OR TRAN-ACCOUNT-TYPE
                    NOT = ACCOUNT-TYPE OF ACCOUNT-RECORD
                 SET TRAN-EOF TO TRUE
              END-IF
           END-IF.

       0150-APPLY-TO-OPENING.
           EVALUATE TRAN-TYPE
               WHEN "DEPOSIT"
               WHEN "TD-CLOSE"
               WHEN "CLOSE-INT"
               WHEN "REVERSAL-CR"
               WHEN "LOAN-DISB"
                  ADD TRAN-AMOUNT TO WS-OPENING-BALANCE
               WHEN "WITHDRAW"
               WHEN "TRANSFER-OUT"
               WHEN "OD-FEE"
               WHEN "FEE-MAINT"
               WHEN "FEE-MINBAL"
               WHEN "FEE-RETITEM"
               WHEN "LOAN-INT"
               WHEN "LOAN-PRIN"
               WHEN "ESCHEAT"
                  SUBTRACT TRAN-AMOUNT FROM WS-OPENING-BALANCE
               WHEN OTHER
                  CONTINUE
              CLOSE REPORT-FILE
              STOP RUN
           END-IF
           COMPUTE TRAN-TIMESTAMP = WS-PARAM-YYYYMM * 100000000
           PERFORM 0110-START-LEG

           PERFORM UNTIL TRAN-EOF
              IF TRAN-TIMESTAMP (1:6) = WS-PARAM-YYYYMM
                 PERFORM 0250-PRINT-DETAIL-LINE
                 PERFORM 0120-READ-LEG-ENTRY
              ELSE
                 SET TRAN-EOF TO TRUE
              END-IF
           END-PERFORM

           CLOSE TRANLOG-FILE.
               WHEN "TD-CLOSE"
               WHEN "CLOSE-INT"
               WHEN "REVERSAL-CR"
               WHEN "LOAN-DISB"
                  ADD TRAN-AMOUNT TO WS-RUNNING-BALANCE
               WHEN "WITHDRAW"
               WHEN "TRANSFER-OUT"
               WHEN "OD-FEE"
               WHEN "FEE-MAINT"
               WHEN "FEE-MINBAL"
               WHEN "FEE-RETITEM"
               WHEN "LOAN-INT"
               WHEN "LOAN-PRIN"
               WHEN "ESCHEAT"
                  SUBTRACT TRAN-AMOUNT FROM WS-RUNNING-BALANCE
               WHEN OTHER
                  CONTINUE
