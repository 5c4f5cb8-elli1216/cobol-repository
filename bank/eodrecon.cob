      *              legs) classified with deposits/withdrawals so a
      *              cross-holder payment still nets to OK on both
      *              sides.
      * 2026-10-15 - LOAN-DISB (credit) and LOAN-INT/LOAN-PRIN
      *              (debits) from the installment loan product
      *              classified with deposits/withdrawals.
      * 2026-10-15 - ESCHEAT (balance moved to the unclaimed-property
      *              holding position by escheat.cob) classified with
      *              withdrawals.
      * 2026-10-15 - TRANLOG.DAT is indexed; the live log is read
      *              through in key order (HOLDERID + ACCOUNT-TYPE +
      *              TRAN-TIMESTAMP), which the per-account totals do
      *              not depend on.
      * 2026-10-15 - FEE-RETITEM (returned-cheque fee charged by
      *              chqret.cob) classified with withdrawals.
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

           SELECT REPORT-FILE ASSIGN TO "EODRECON.RPT"
       01  REPORT-LINE             PIC X(80).

       FD  RUNCTL-FILE.
       01  RUNCTL-LINE             PIC X(80).

       FD  CARRYFWD-FILE.
       01  CARRYFWD-LINE           PIC X(40).

           PERFORM 0150-LOAD-CARRYFWD

           READ TRANLOG-FILE NEXT
               AT END SET TRAN-EOF TO TRUE
           END-READ

               WHEN "TD-CLOSE"
               WHEN "CLOSE-INT"
               WHEN "REVERSAL-CR"
               WHEN "LOAN-DISB"
                  ADD TRAN-AMOUNT TO
                      WS-RECON-DEPOSITS (WS-RECON-IDX)
               WHEN "WITHDRAW"
               WHEN "OD-FEE"
               WHEN "FEE-MAINT"
               WHEN "FEE-MINBAL"
               WHEN "FEE-RETITEM"
               WHEN "LOAN-INT"
               WHEN "LOAN-PRIN"
               WHEN "ESCHEAT"
                  ADD TRAN-AMOUNT TO
                      WS-RECON-WITHDRAWS (WS-RECON-IDX)
               WHEN OTHER
                  CONTINUE
           END-EVALUATE

           READ TRANLOG-FILE NEXT
               AT END SET TRAN-EOF TO TRUE
           END-READ.

              MOVE "PENDING" TO RC-BILLPAY-STATUS
              MOVE "PENDING" TO RC-TERMDEP-STATUS
              MOVE "PENDING" TO RC-ODINT-STATUS
              MOVE "PENDING" TO RC-LOAN-STATUS
              PERFORM 8900-WRITE-RUN-CONTROL
           ELSE
              IF WS-RUNCTL-STATUS NOT = "00"
              MOVE "PENDING" TO RC-BILLPAY-STATUS
              MOVE "PENDING" TO RC-TERMDEP-STATUS
              MOVE "PENDING" TO RC-ODINT-STATUS
              MOVE "PENDING" TO RC-LOAN-STATUS
              READ RUNCTL-FILE INTO RUNCTL-RECORD
                  AT END CONTINUE
              END-READ
                 MOVE "PENDING" TO RC-BILLPAY-STATUS
                 MOVE "PENDING" TO RC-TERMDEP-STATUS
                 MOVE "PENDING" TO RC-ODINT-STATUS
                 MOVE "PENDING" TO RC-LOAN-STATUS
              ELSE
                 IF RC-EODRECON-STATUS = "COMPLETE" AND NOT WS-OVERRIDE
                    DISPLAY "REFUSED: eodrecon already COMPLETE for "
