       IDENTIFICATION DIVISION.
       PROGRAM-ID. ddimp.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * Inbound direct-deposit (payroll credit) import. Reads the
      * clearing network's daily credit file (DIRDEP.DAT), balances
      * it against the file's own trailer (record count and amount
      * total) and -- only when the file balances -- proves each
      * credit against ACCOUNT-MASTER before translating it into
      * BATCH-TRAN-RECORD format on the end of BATCHTRAN.DAT as a
      * deposit for bank.cob's batch mode, the same queue-and-prove
      * path atmimp.cob and chqimp.cob give their items. Queued
      * credits are marked as direct deposits, so batch mode posts
      * them under the DIRDEP channel identity and glextr.cob can
      * map them separately from counter deposits. A totals
      * mismatch or missing trailer refuses the whole file with
      * nothing written.
      *
      * A credit that cannot be applied is not left in suspense: it
      * goes back to the originator on DDRET.DAT in the network
      * layout with a standard return reason and a count/amount
      * trailer --
      *   02 -- account closed (closed or escheated);
      *   03 -- account frozen (frozen or dormant -- the account
      *         takes no postings, so batch mode would refuse it);
      *   04 -- no account on file (or an unreadable holder id);
      *   05 -- invalid account type;
      *   06 -- holder locked (CVV lock on the customer master,
      *         pending a supervisor's unlock -- batch mode would
      *         refuse it).
      * An item whose amount cannot be read (non-numeric or zero)
      * cannot be returned for an amount either; it goes to
      * DDREJ.DAT with a reason for the operator to take up with the
      * network.
      *
      * A queued credit that batch mode itself refused (an account
      * closed, frozen or locked after the import proved it) sits on
      * BATCHREJ.DAT marked as a direct deposit. Each run first
      * sweeps those lines off BATCHREJ.DAT and sends them back on
      * DDRET.DAT under the same reason codes -- the way chqret.cob
      * returns the clearing items -- with the originator fields
      * blank, as the batch queue does not carry them. A batch reason
      * with no return code goes to DDREJ.DAT instead. Clearing and
      * counter rejects stay on BATCHREJ.DAT untouched.
      *
      * Credit layout:
      *   detail:  "D" | holder id (10) | account type (1, space
      *            for savings) | amount (10, implied V99) |
      *            originator id (10) | originator reference (15)
      *   trailer: "T" | detail count (8) | amount total (12,
      *            implied V99)
      * Return layout: the detail as received with the reason (2)
      * after it; the trailer as above over the returned items.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-KEY OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-HOLDERID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.

           SELECT DIRDEP-FILE ASSIGN TO "DIRDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIRDEP-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "BATCHTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANFILE-STATUS.

           SELECT RETURN-FILE ASSIGN TO "DDRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "DDREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

           SELECT BATCH-REJECT-FILE ASSIGN TO "BATCHREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCHREJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY ACCTREC.

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  DIRDEP-FILE.
       01 DIRDEP-RECORD.
           05 DD-REC-TYPE           PIC X(01).
               88 DD-IS-DETAIL          VALUE "D".
               88 DD-IS-TRAILER         VALUE "T".
           05 DD-DETAIL-FIELDS.
               10 DD-HOLDERID       PIC X(10).
               10 DD-ACCOUNT-TYPE   PIC X(01).
               10 DD-AMOUNT         PIC X(10).
               10 DD-AMOUNT-N REDEFINES DD-AMOUNT
                                    PIC 9(8)V99.
               10 DD-ORIGINATOR-ID  PIC X(10).
               10 DD-ORIGINATOR-REF PIC X(15).
           05 DD-TRAILER-FIELDS REDEFINES DD-DETAIL-FIELDS.
               10 DD-T-COUNT        PIC 9(08).
               10 DD-T-AMOUNT       PIC 9(10)V99.
               10 FILLER            PIC X(26).

       FD  TRANSACTION-FILE.
       COPY BATCHTRAN.

       FD  RETURN-FILE.
       01 RETURN-RECORD.
           05 RT-DETAIL             PIC X(47).
           05 RT-REASON-CODE        PIC X(02).

       FD  EXCEPTION-FILE.
       01 EXCEPTION-RECORD.
           05 EX-ORIGINAL           PIC X(47).
           05 FILLER                PIC X(01).
           05 EX-REASON             PIC X(20).

      *> bank.cob's batch reject line, as chqret.cob reads it.
       FD  BATCH-REJECT-FILE.
       01  BATCH-REJECT-RECORD.
           05 BR-HOLDERID           PIC 9(10).
           05 BR-TRAN-TYPE          PIC X(01).
           05 BR-AMOUNT             PIC 9(8)V99.
           05 BR-ACCOUNT-TYPE       PIC X(01).
           05 FILLER                PIC X(01).
           05 BR-REASON             PIC X(20).
           05 FILLER                PIC X(01).
           05 BR-SOURCE             PIC X(01).
               88 BR-FROM-DIRDEP        VALUE "D".
           05 BR-CHEQUE-NO          PIC X(06).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS            PIC XX.
       01 WS-CUST-STATUS            PIC XX.
       01 WS-DIRDEP-STATUS          PIC XX.
       01 WS-TRANFILE-STATUS        PIC XX.
       01 WS-RETURN-STATUS          PIC XX.
       01 WS-EXCEPT-STATUS          PIC XX.
       01 WS-BATCHREJ-STATUS        PIC XX.

       01 WS-FLAGS.
           05 WS-DIRDEP-EOF-FLAG     PIC X VALUE "N".
               88 DIRDEP-EOF              VALUE "Y".
           05 WS-TRAILER-SEEN-FLAG   PIC X VALUE "N".
               88 WS-TRAILER-FOUND        VALUE "Y".
           05 WS-REJECT-FLAG         PIC X VALUE "N".
               88 WS-REJECTED             VALUE "Y".
           05 WS-BATCHREJ-EOF-FLAG   PIC X VALUE "N".
               88 BATCHREJ-EOF            VALUE "Y".

       01 WS-REJECT-REASON          PIC X(20).
      *> set with a reject the originator can be sent back; spaces
      *> for an item that can only go to the exceptions file.
       01 WS-RETURN-CODE            PIC X(02).

       01 WS-POSTING-TYPE           PIC X(01).

       01 WS-BALANCE-TOTALS.
           05 WS-DETAIL-COUNT       PIC 9(08) VALUE ZERO.
           05 WS-AMOUNT-TOTAL       PIC 9(10)V99 VALUE ZERO.
           05 WS-TRAILER-COUNT      PIC 9(08) VALUE ZERO.
           05 WS-TRAILER-AMOUNT     PIC 9(10)V99 VALUE ZERO.

       01 WS-COUNTERS.
           05 WS-IMPORT-COUNT       PIC 9(08) VALUE ZERO.
           05 WS-RETURN-COUNT       PIC 9(08) VALUE ZERO.
           05 WS-RETURN-AMOUNT      PIC 9(10)V99 VALUE ZERO.
           05 WS-EXCEPT-COUNT       PIC 9(08) VALUE ZERO.
           05 WS-SWEPT-COUNT        PIC 9(08) VALUE ZERO.

      *> the batch reject lines that stay behind, held while the
      *> direct-deposit lines are taken off and written back after.
       01 WS-KEPT-REJECTS.
           05 WS-KEPT-COUNT         PIC 9(05) VALUE ZERO.
           05 WS-KEPT-LINE          PIC X(51)
                                    OCCURS 5000 TIMES.
       01 WS-KEPT-IX                PIC 9(05).

       01 WS-RETURN-TRAILER.
           05 RTT-REC-TYPE          PIC X(01) VALUE "T".
           05 RTT-COUNT             PIC 9(08).
           05 RTT-AMOUNT            PIC 9(10)V99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-BALANCE-PASS
           PERFORM 2000-IMPORT-PASS
           STOP RUN.

      *> first pass: nothing is written until the whole file has been
      *> read and proven against the network's trailer -- the same
      *> refuse-the-file discipline atmimp.cob and chqimp.cob apply.
       1000-BALANCE-PASS.
           OPEN INPUT DIRDEP-FILE
           IF WS-DIRDEP-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open direct-deposit file, "
                      "status " WS-DIRDEP-STATUS
              STOP RUN
           END-IF

           READ DIRDEP-FILE
               AT END SET DIRDEP-EOF TO TRUE
           END-READ

           PERFORM UNTIL DIRDEP-EOF
              EVALUATE TRUE
                 WHEN DD-IS-DETAIL
                    ADD 1 TO WS-DETAIL-COUNT
                    IF DD-AMOUNT NUMERIC
                       ADD DD-AMOUNT-N TO WS-AMOUNT-TOTAL
                    END-IF
                 WHEN DD-IS-TRAILER
                    SET WS-TRAILER-FOUND TO TRUE
                    MOVE DD-T-COUNT TO WS-TRAILER-COUNT
                    MOVE DD-T-AMOUNT TO WS-TRAILER-AMOUNT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              READ DIRDEP-FILE
                  AT END SET DIRDEP-EOF TO TRUE
              END-READ
           END-PERFORM

           CLOSE DIRDEP-FILE

           IF NOT WS-TRAILER-FOUND
              DISPLAY "*** FILE REFUSED: NO DIRECT-DEPOSIT TRAILER "
                      "FOUND ***"
              STOP RUN
           END-IF
           IF WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
              DISPLAY "*** FILE REFUSED: TRAILER COUNT "
                      WS-TRAILER-COUNT " VS DETAILS READ "
                      WS-DETAIL-COUNT " ***"
              STOP RUN
           END-IF
           IF WS-AMOUNT-TOTAL NOT = WS-TRAILER-AMOUNT
              DISPLAY "*** FILE REFUSED: TRAILER AMOUNT DOES NOT "
                      "MATCH DETAIL TOTAL ***"
              STOP RUN
           END-IF.

       2000-IMPORT-PASS.
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open account master, status "
                      WS-ACCT-STATUS
              STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open customer master, status "
                      WS-CUST-STATUS
              CLOSE ACCOUNT-MASTER
              STOP RUN
           END-IF

           OPEN INPUT DIRDEP-FILE
           IF WS-DIRDEP-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to reopen direct-deposit file, "
                      "status " WS-DIRDEP-STATUS
              CLOSE ACCOUNT-MASTER CUSTOMER-MASTER
              STOP RUN
           END-IF

      *> the queue file may already carry other departments' lines
      *> for tonight's batch -- extend it, creating it on the very
      *> first run.
           OPEN EXTEND TRANSACTION-FILE
           IF WS-TRANFILE-STATUS = "35"
              OPEN OUTPUT TRANSACTION-FILE
           END-IF
           IF WS-TRANFILE-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open batch queue, status "
                      WS-TRANFILE-STATUS
              CLOSE ACCOUNT-MASTER CUSTOMER-MASTER DIRDEP-FILE
              STOP RUN
           END-IF

           OPEN OUTPUT RETURN-FILE
           IF WS-RETURN-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open return file, status "
                      WS-RETURN-STATUS
              CLOSE ACCOUNT-MASTER CUSTOMER-MASTER DIRDEP-FILE
                    TRANSACTION-FILE
              STOP RUN
           END-IF

           OPEN OUTPUT EXCEPTION-FILE
           IF WS-EXCEPT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open exceptions file, status "
                      WS-EXCEPT-STATUS
              CLOSE ACCOUNT-MASTER CUSTOMER-MASTER DIRDEP-FILE
                    TRANSACTION-FILE RETURN-FILE
              STOP RUN
           END-IF

           PERFORM 2400-SWEEP-BATCH-REJECTS

           MOVE "N" TO WS-DIRDEP-EOF-FLAG
           READ DIRDEP-FILE
               AT END SET DIRDEP-EOF TO TRUE
           END-READ

           PERFORM UNTIL DIRDEP-EOF
              IF DD-IS-DETAIL
                 PERFORM 2100-IMPORT-ONE-CREDIT
              END-IF
              READ DIRDEP-FILE
                  AT END SET DIRDEP-EOF TO TRUE
              END-READ
           END-PERFORM

      *> the originator proves the return file against its trailer
      *> the same way this run proved the credits.
           MOVE WS-RETURN-COUNT TO RTT-COUNT
           MOVE WS-RETURN-AMOUNT TO RTT-AMOUNT
           MOVE SPACES TO RETURN-RECORD
           MOVE WS-RETURN-TRAILER TO RETURN-RECORD
           WRITE RETURN-RECORD

           CLOSE ACCOUNT-MASTER CUSTOMER-MASTER DIRDEP-FILE
                 TRANSACTION-FILE RETURN-FILE EXCEPTION-FILE

           DISPLAY "Direct-deposit import complete. Queued: "
                   WS-IMPORT-COUNT " Returned: " WS-RETURN-COUNT
                   " Exceptions: " WS-EXCEPT-COUNT
                   " From batch rejects: " WS-SWEPT-COUNT.

       2100-IMPORT-ONE-CREDIT.
           MOVE "N" TO WS-REJECT-FLAG
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-RETURN-CODE

           IF DD-AMOUNT NOT NUMERIC
              MOVE "NON-NUMERIC AMOUNT" TO WS-REJECT-REASON
              SET WS-REJECTED TO TRUE
           ELSE
              IF DD-AMOUNT-N = ZERO
                 MOVE "ZERO AMOUNT" TO WS-REJECT-REASON
                 SET WS-REJECTED TO TRUE
              END-IF
           END-IF

           IF NOT WS-REJECTED
              IF DD-HOLDERID NOT NUMERIC
                 MOVE "NON-NUMERIC HOLDERID" TO WS-REJECT-REASON
                 MOVE "04" TO WS-RETURN-CODE
                 SET WS-REJECTED TO TRUE
              END-IF
           END-IF

      *> a blank account type is the savings leg, as batch mode
      *> reads it.
           IF NOT WS-REJECTED
              EVALUATE DD-ACCOUNT-TYPE
                 WHEN "S"
                 WHEN "C"
                    MOVE DD-ACCOUNT-TYPE TO WS-POSTING-TYPE
                 WHEN SPACE
                    MOVE "S" TO WS-POSTING-TYPE
                 WHEN OTHER
                    MOVE "INVALID ACCT TYPE" TO WS-REJECT-REASON
                    MOVE "05" TO WS-RETURN-CODE
                    SET WS-REJECTED TO TRUE
              END-EVALUATE
           END-IF

           IF NOT WS-REJECTED
              MOVE DD-HOLDERID TO HOLDERID OF ACCOUNT-RECORD
              MOVE WS-POSTING-TYPE TO ACCOUNT-TYPE OF ACCOUNT-RECORD
              READ ACCOUNT-MASTER
                  INVALID KEY
                     MOVE "ACCOUNT NOT FOUND" TO WS-REJECT-REASON
                     MOVE "04" TO WS-RETURN-CODE
                     SET WS-REJECTED TO TRUE
              END-READ
           END-IF

      *> only an account batch mode would post to is worth queuing
      *> for; anything else goes straight back.
           IF NOT WS-REJECTED
              EVALUATE TRUE
                 WHEN ACCT-IS-CLOSED OF ACCOUNT-RECORD
                 WHEN ACCT-IS-ESCHEATED OF ACCOUNT-RECORD
                    MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
                    MOVE "02" TO WS-RETURN-CODE
                    SET WS-REJECTED TO TRUE
                 WHEN ACCT-IS-FROZEN OF ACCOUNT-RECORD
                 WHEN ACCT-IS-DORMANT OF ACCOUNT-RECORD
                    MOVE "ACCOUNT FROZEN" TO WS-REJECT-REASON
                    MOVE "03" TO WS-RETURN-CODE
                    SET WS-REJECTED TO TRUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

      *> a CVV-locked holder's money moves through no channel until
      *> a supervisor unlocks them -- batch mode would refuse the
      *> credit, so it goes back now. No customer record (a legacy
      *> account) means no lock.
           IF NOT WS-REJECTED
              MOVE DD-HOLDERID TO CUST-HOLDERID OF CUSTOMER-RECORD
              READ CUSTOMER-MASTER
                  INVALID KEY CONTINUE
              END-READ
              IF WS-CUST-STATUS = "00" AND CUST-IS-LOCKED
                 MOVE "HOLDER LOCKED" TO WS-REJECT-REASON
                 MOVE "06" TO WS-RETURN-CODE
                 SET WS-REJECTED TO TRUE
              END-IF
           END-IF

           IF WS-REJECTED
              IF WS-RETURN-CODE = SPACES
                 PERFORM 2300-WRITE-EXCEPTION
              ELSE
                 PERFORM 2200-WRITE-RETURN
              END-IF
           ELSE
              ADD 1 TO WS-IMPORT-COUNT
              MOVE SPACES TO BATCH-TRAN-RECORD
              MOVE DD-HOLDERID TO BT-HOLDERID
              MOVE "D" TO BT-TRAN-TYPE
              MOVE DD-AMOUNT-N TO BT-AMOUNT
              MOVE WS-POSTING-TYPE TO BT-ACCOUNT-TYPE
              SET BT-FROM-DIRDEP TO TRUE
              WRITE BATCH-TRAN-RECORD
              IF WS-TRANFILE-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to write batch queue, "
                         "status " WS-TRANFILE-STATUS
                 CLOSE ACCOUNT-MASTER CUSTOMER-MASTER DIRDEP-FILE
                       TRANSACTION-FILE RETURN-FILE EXCEPTION-FILE
                 STOP RUN
              END-IF
           END-IF.

       2200-WRITE-RETURN.
           ADD 1 TO WS-RETURN-COUNT
           ADD DD-AMOUNT-N TO WS-RETURN-AMOUNT
           MOVE DIRDEP-RECORD TO RT-DETAIL
           MOVE WS-RETURN-CODE TO RT-REASON-CODE
           WRITE RETURN-RECORD
           IF WS-RETURN-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write return file, status "
                      WS-RETURN-STATUS
              CLOSE ACCOUNT-MASTER CUSTOMER-MASTER DIRDEP-FILE
                    TRANSACTION-FILE RETURN-FILE EXCEPTION-FILE
              STOP RUN
           END-IF.

       2300-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT
           MOVE SPACES TO EXCEPTION-RECORD
           MOVE DIRDEP-RECORD TO EX-ORIGINAL
           MOVE WS-REJECT-REASON TO EX-REASON
           WRITE EXCEPTION-RECORD.

      *> batch mode's direct-deposit rejects go back before tonight's
      *> credits are queued, so a failure here leaves both
      *> BATCHREJ.DAT and the batch queue as they were and a rerun
      *> starts clean. No reject file means no batch has run yet.
       2400-SWEEP-BATCH-REJECTS.
           OPEN INPUT BATCH-REJECT-FILE
           IF WS-BATCHREJ-STATUS NOT = "35"
              PERFORM 2405-READ-BATCH-REJECTS
           END-IF.

       2405-READ-BATCH-REJECTS.
           IF WS-BATCHREJ-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open batch reject file, "
                      "status " WS-BATCHREJ-STATUS
              CLOSE ACCOUNT-MASTER CUSTOMER-MASTER DIRDEP-FILE
                    TRANSACTION-FILE RETURN-FILE EXCEPTION-FILE
              STOP RUN
           END-IF

           READ BATCH-REJECT-FILE
               AT END SET BATCHREJ-EOF TO TRUE
           END-READ
           PERFORM UNTIL BATCHREJ-EOF
              IF BR-FROM-DIRDEP
                 ADD 1 TO WS-SWEPT-COUNT
                 PERFORM 2410-RETURN-BATCH-REJECT
              ELSE
                 IF WS-KEPT-COUNT = 5000
                    DISPLAY "ERROR: Batch reject file exceeds 5000 "
                            "lines -- nothing swept"
                    CLOSE ACCOUNT-MASTER CUSTOMER-MASTER DIRDEP-FILE
                          TRANSACTION-FILE RETURN-FILE EXCEPTION-FILE
                          BATCH-REJECT-FILE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-KEPT-COUNT
                 MOVE BATCH-REJECT-RECORD
                      TO WS-KEPT-LINE (WS-KEPT-COUNT)
              END-IF
              READ BATCH-REJECT-FILE
                  AT END SET BATCHREJ-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE BATCH-REJECT-FILE

           IF WS-SWEPT-COUNT > ZERO
              PERFORM 2420-REWRITE-BATCH-REJECTS
           END-IF.

      *> the reject carries no originator fields, so the return goes
      *> back with those blank; the rest is rebuilt into the credit
      *> layout and returned through 2200/2300 like any other.
       2410-RETURN-BATCH-REJECT.
           MOVE SPACES TO DIRDEP-RECORD
           SET DD-IS-DETAIL TO TRUE
           MOVE BR-HOLDERID TO DD-HOLDERID
           MOVE BR-ACCOUNT-TYPE TO DD-ACCOUNT-TYPE
           MOVE BR-AMOUNT TO DD-AMOUNT-N
           MOVE BR-REASON TO WS-REJECT-REASON
           MOVE SPACES TO WS-RETURN-CODE

           EVALUATE BR-REASON
              WHEN "ACCOUNT NOT FOUND"
                 MOVE "04" TO WS-RETURN-CODE
              WHEN "HOLDER LOCKED"
                 MOVE "06" TO WS-RETURN-CODE
      *> the batch only says the account was not open; the master
      *> says whether it is closed or frozen.
              WHEN "ACCOUNT NOT OPEN"
                 MOVE BR-HOLDERID TO HOLDERID OF ACCOUNT-RECORD
                 IF BR-ACCOUNT-TYPE = SPACE
                    MOVE "S" TO ACCOUNT-TYPE OF ACCOUNT-RECORD
                 ELSE
                    MOVE BR-ACCOUNT-TYPE
                         TO ACCOUNT-TYPE OF ACCOUNT-RECORD
                 END-IF
                 READ ACCOUNT-MASTER
                     INVALID KEY
                        MOVE "04" TO WS-RETURN-CODE
                     NOT INVALID KEY
                        IF ACCT-IS-CLOSED OF ACCOUNT-RECORD
                           OR ACCT-IS-ESCHEATED OF ACCOUNT-RECORD
                           MOVE "02" TO WS-RETURN-CODE
                        ELSE
                           MOVE "03" TO WS-RETURN-CODE
                        END-IF
                 END-READ
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-RETURN-CODE = SPACES
              PERFORM 2300-WRITE-EXCEPTION
           ELSE
              PERFORM 2200-WRITE-RETURN
           END-IF.

       2420-REWRITE-BATCH-REJECTS.
           OPEN OUTPUT BATCH-REJECT-FILE
           IF WS-BATCHREJ-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to rewrite batch reject file, "
                      "status " WS-BATCHREJ-STATUS
              CLOSE ACCOUNT-MASTER CUSTOMER-MASTER DIRDEP-FILE
                    TRANSACTION-FILE RETURN-FILE EXCEPTION-FILE
              STOP RUN
           END-IF
           PERFORM VARYING WS-KEPT-IX FROM 1 BY 1
                   UNTIL WS-KEPT-IX > WS-KEPT-COUNT
              WRITE BATCH-REJECT-RECORD
                    FROM WS-KEPT-LINE (WS-KEPT-IX)
           END-PERFORM
           CLOSE BATCH-REJECT-FILE.
