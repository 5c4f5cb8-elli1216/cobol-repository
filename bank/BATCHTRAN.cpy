      *****************************************************************
      * Queued batch transaction record read by bank.cob's batch mode.
      * The source and cheque number ride behind the posting fields
      * so a rejected inward cheque can be returned to the clearing
      * house (chqret.cob); a queue line that stops short of them
      * reads back as spaces -- not a clearing item. Payroll credits
      * queued by ddimp.cob are marked as direct deposits so batch
      * mode posts them under the DIRDEP channel identity.
      *****************************************************************
       01 BATCH-TRAN-RECORD.
           05 BT-HOLDERID           PIC 9(10).
           05 BT-TRAN-TYPE          PIC X(01).
           05 BT-AMOUNT             PIC 9(8)V99.
           05 BT-ACCOUNT-TYPE       PIC X(01).
           05 BT-SOURCE             PIC X(01).
               88 BT-FROM-CLEARING      VALUE "Q".
               88 BT-FROM-DIRDEP        VALUE "D".
           05 BT-CHEQUE-NO          PIC X(06).
