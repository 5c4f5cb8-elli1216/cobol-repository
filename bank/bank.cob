      *              account still posts for a joint-or-survivor
      *              session unless the latest freeze reason on
      *              FRZLOG.DAT is the legal hold COURTORD.
      * 2026-10-15 - bill payment to a payee flagged for a student-ID
      *              reference (the university) demands the student ID
      *              at capture and carries it on the BILLPQ.DAT entry
      *              so billremit.cob can bridge it onto the tuition
      *              payment feed.
      * 2026-10-15 - TRANLOG.DAT is indexed on HOLDERID + ACCOUNT-TYPE
      *              + TRAN-TIMESTAMP and held open I-O for the run:
      *              the third-party daily limit and the reversal
      *              lookup read only the session holder's entries
      *              instead of closing and rereading the whole log,
      *              and an entry landing on a leg in the same second
      *              as another steps on to the next free timestamp.
      * 2026-10-15 - batch rejects carry the queued line's source and
      *              cheque number, so chqret.cob can return rejected
      *              inward cheques to the clearing house.
      * 2026-10-15 - every TRANLOG entry is numbered in the run-wide
      *              sequence and chained to the entry before it
      *              through transeq.cob, for tranvrfy.cob's nightly
      *              completeness check.
      * 2026-10-15 - sign-on refuses the session when the operating
      *              holder's identity document on the customer
      *              master has expired.
      * 2026-10-15 - failed CVV attempts are counted per holder on the
      *              customer master across sessions and logged to
      *              SECLOG.DAT; reaching the CVVLOCK.PRM limit locks
      *              the holder, queues a CVVLOCK notice, and refuses
      *              every session on or for that holder until a
      *              supervisor unlocks them through cvvunlk.cob.
      * 2026-10-15 - batch mode posts the payroll credits ddimp.cob
      *              queues under the DIRDEP channel identity instead
      *              of BATCH, so glextr.cob can map them separately.
      * 2026-10-15 - daily cash withdrawal limit per account (the
      *              account's own CASH-DAILY-LIMIT, or the product
      *              default off CASHLIM.PRM when that is zero):
      *              counter withdrawals and batch "W" items are
      *              proven against the leg's WITHDRAW entries on
      *              today's TRANLOG plus the amount, and a batch item
      *              over it rejects as DAILY CASH LIMIT. Inward
      *              clearing cheques are not cash -- batch mode now
      *              posts them under the CLEARING channel identity,
      *              which also keeps them out of the day's total.
      * 2026-10-15 - batch mode honours the CVV lock too: a queued
      *              item for a locked holder rejects as HOLDER LOCKED
      *              until a supervisor unlocks them.
      * 2026-10-15 - posting sign-on refused to every role but teller
      *              and supervisor (compliance included); a TRANLOG
      *              write that does not land stops the run.
      ******************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-CUST-STATUS.

           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY OF TRAN-RECORD
               ALTERNATE RECORD KEY IS TRAN-BUSINESS-DATE
                   OF TRAN-RECORD WITH DUPLICATES
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "BATCHTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRZLOG-STATUS.

           SELECT SECURITY-LOG ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

           SELECT CVVLOCK-PARM-FILE ASSIGN TO "CVVLOCK.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CVVPRM-STATUS.

           SELECT CASHLIM-PARM-FILE ASSIGN TO "CASHLIM.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASHPRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
           05 FILLER                PIC X(01).
           05 FL-TIMESTAMP          PIC 9(14).

       FD  SECURITY-LOG.
       COPY SECLOG.

      *> CVVLOCK.PRM: the number of consecutive CVV failures that
      *> locks a holder.
       FD  CVVLOCK-PARM-FILE.
       01 CVVLOCK-PARM-RECORD.
           05 CP-FAIL-LIMIT         PIC X(02).
           05 CP-FAIL-LIMIT-N REDEFINES CP-FAIL-LIMIT
                                    PIC 9(02).

      *> CASHLIM.PRM: one line per product (account type) carrying
      *> the default daily cash withdrawal limit for accounts without
      *> one of their own. No line, or a zero limit, means none.
       FD  CASHLIM-PARM-FILE.
       01 CASHLIM-PARM-RECORD.
           05 CL-ACCOUNT-TYPE       PIC X(01).
           05 FILLER                PIC X(01).
           05 CL-DAILY-LIMIT        PIC X(10).
           05 CL-DAILY-LIMIT-N REDEFINES CL-DAILY-LIMIT
                                    PIC 9(8)V99.

      *> rejected transaction in the same leading columns as
      *> BATCH-TRAN-RECORD so the originating department can correct
      *> the line and resubmit it as-is. The queued line's source
      *> and cheque number follow the reason, for chqret.cob to pick
      *> the clearing items out.
       FD  BATCH-REJECT-FILE.
       01  BATCH-REJECT-RECORD.
           05 BR-HOLDERID           PIC 9(10).
           05 BR-ACCOUNT-TYPE       PIC X(01).
           05 FILLER                PIC X(01).
           05 BR-REASON             PIC X(20).
           05 FILLER                PIC X(01).
           05 BR-SOURCE             PIC X(01).
           05 BR-CHEQUE-NO          PIC X(06).

       WORKING-STORAGE SECTION.
       01 CARDNUMBER             PIC 9(10).
       01 WS-OPERMAST-STATUS     PIC XX.
       01 WS-ACCTREL-STATUS      PIC XX.
       01 WS-FRZLOG-STATUS       PIC XX.
       01 WS-SECLOG-STATUS       PIC XX.
       01 WS-CVVPRM-STATUS       PIC XX.
       01 WS-CASHPRM-STATUS      PIC XX.

      *> who is actually at the counter: the account holder, or a
      *> joint holder linked on ACCTREL.DAT operating under the
      *> when a posting above the limit is approved -- carried onto
      *> that one TRANLOG entry and cleared after it.
       01 WS-OPERATOR-ROLE       PIC X(01).
           88 WS-OPER-IS-TELLER     VALUE "T".
           88 WS-OPER-IS-SUPERVISOR VALUE "S".
           88 WS-OPER-IS-INQUIRY    VALUE "I".
       01 WS-OPERATOR-LIMIT      PIC 9(8)V99 VALUE ZERO.
       01 WS-SIGNON-PASSWORD     PIC X(08).
       01 WS-SIGNON-OK-FLAG      PIC X VALUE "N".
           88 WS-SIGNON-OK         VALUE "Y".
       01 WS-ID-EXPIRED-FLAG     PIC X VALUE "N".
           88 WS-ID-EXPIRED        VALUE "Y".
       01 WS-OPER-EOF-FLAG       PIC X VALUE "N".
           88 OPER-EOF             VALUE "Y".
       01 WS-SUPERVISOR-ID       PIC X(08) VALUE SPACES.
       01 WS-CVV-MAX-TRIES       PIC 9 VALUE 3.
       01 WS-CVV-FLAGS           PIC X VALUE "N".
           88 WS-CVV-OK            VALUE "Y".
      *> consecutive failures that lock the holder, off CVVLOCK.PRM;
      *> three when the file is missing or holds no usable number.
       01 WS-CVV-LOCK-LIMIT      PIC 99 VALUE 3.
       01 WS-SECLOG-EVENT        PIC X(08).

       01 WS-POSTABLE-FLAG       PIC X VALUE "N".
           88 WS-POSTABLE          VALUE "Y".
       01 WS-DEBIT-OK-FLAG       PIC X.
           88 WS-DEBIT-OK          VALUE "Y".

      *> daily cash withdrawal limit: the product defaults off
      *> CASHLIM.PRM, the limit in force for the account in hand, the
      *> leg's cash already drawn today on TRANLOG, and the verdict
      *> 0098-CHECK-CASH-LIMIT leaves behind for WS-CASH-AMOUNT.
       01 WS-CASHLIM-SAVINGS     PIC 9(8)V99 VALUE ZERO.
       01 WS-CASHLIM-CHECKING    PIC 9(8)V99 VALUE ZERO.
       01 WS-CASHPRM-EOF-FLAG    PIC X VALUE "N".
           88 CASHPRM-EOF          VALUE "Y".
       01 WS-CASH-LIMIT          PIC 9(8)V99.
       01 WS-CASH-AMOUNT         PIC 9(8)V99.
       01 WS-CASH-DAY-TOTAL      PIC 9(10)V99 VALUE ZEROS.
       01 WS-CASH-DATE           PIC 9(08).
       01 WS-CASH-LIMIT-FLAG     PIC X VALUE "N".
           88 WS-CASH-OVER-LIMIT   VALUE "Y".

       01 WS-TRAN-TYPE           PIC X.
           88 WS-IS-WITHDRAWAL     VALUE "W".
           88 WS-IS-DEPOSIT        VALUE "D".
       01 WS-BP-PAYEE-NAME        PIC X(30).
       01 WS-BP-FOUND-FLAG        PIC X VALUE "N".
           88 WS-BP-PAYEE-FOUND     VALUE "Y".
       01 WS-BP-REF-TYPE          PIC X.
           88 WS-BP-NEEDS-STUDENT-ID VALUE "S".
       01 WS-BP-REFERENCE         PIC X(10).
       01 WS-PAYEE-EOF-FLAG       PIC X VALUE "N".
           88 PAYEE-EOF             VALUE "Y".

           05 WS-SRC-MINIMUM-BALANCE    PIC 9(8)V99.
           05 WS-SRC-OVERDRAFT-LIMIT    PIC 9(8)V99.
           05 WS-SRC-ACCT-STATUS        PIC X(01).
           05 WS-SRC-CASH-DAILY-LIMIT   PIC 9(8)V99.

       *> display formatters
       01 Display-Savings  PIC -ZZZ,ZZZ,ZZ9.99.
              STOP RUN
           END-IF

           OPEN I-O TRANLOG-FILE
           IF WS-TRANLOG-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open transaction log, status "
                      WS-TRANLOG-STATUS
              STOP RUN
           END-IF

           PERFORM 0017-READ-CASH-LIMITS

           IF WS-BATCH-MODE
      *> queue postings carry the batch channel identity rather than
      *> a teller's.
              MOVE "BATCH" TO WS-OPERATOR-ID
      *> batch reads the customer master only for the CVV lock: a
      *> locked holder's money moves through no channel until a
      *> supervisor unlocks them.
              OPEN INPUT CUSTOMER-MASTER
              IF WS-CUST-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open customer master, "
                         "status " WS-CUST-STATUS
                 CLOSE ACCOUNT-MASTER TRANLOG-FILE
                 STOP RUN
              END-IF
              PERFORM 5000-BATCH-MODE
              CLOSE CUSTOMER-MASTER
           ELSE
              DISPLAY "Operator sign-on ID: " WITH NO ADVANCING
              ACCEPT WS-OPERATOR-ID
              DISPLAY "Password: " WITH NO ADVANCING
              ACCEPT WS-SIGNON-PASSWORD
              PERFORM 0015-VALIDATE-OPERATOR
              PERFORM 0016-READ-CVV-LOCK-LIMIT
      *> at the counter the customer master is opened for update:
      *> CVV failures and the lock they run up to are kept on it.
              OPEN I-O CUSTOMER-MASTER
              IF WS-CUST-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open customer master, "
                         "status " WS-CUST-STATUS
              END-IF
           END-IF

      *> a locked account holder's money moves through no one's
      *> session, a joint holder's included.
           IF WS-JOINT-SESSION
              MOVE CARDNUMBER TO CUST-HOLDERID OF CUSTOMER-RECORD
              READ CUSTOMER-MASTER
                  INVALID KEY CONTINUE
              END-READ
              IF WS-CUST-STATUS = "00"
                 PERFORM 0057-REFUSE-IF-LOCKED
              END-IF
           END-IF

           MOVE WS-OPERATING-HOLDERID
                TO CUST-HOLDERID OF CUSTOMER-RECORD

              STOP RUN
           END-IF

           PERFORM 0057-REFUSE-IF-LOCKED

           DISPLAY "WELCOME ", CUST-FULLNAME

           PERFORM 0050-VALIDATE-AGE
              STOP RUN
           END-IF

      *> every option at the counter moves money, so a holder whose
      *> identity document has lapsed is turned away at sign-on
      *> until a current document is recorded through acctmnt.
           PERFORM 0055-CHECK-ID-DOCUMENT

           IF WS-ID-EXPIRED
              DISPLAY "Identity document on file expired "
                      CUST-ID-EXPIRY-DATE ". No money movement until "
                      "a current document is recorded. Ending session."
              CLOSE ACCOUNT-MASTER CUSTOMER-MASTER TRANLOG-FILE
              STOP RUN
           END-IF

      *> one CVV check per session: the customer record's CVV covers
      *> every account the holder carries.
           PERFORM 0100-VALIDATE-CVV

           IF CUST-IS-LOCKED
              DISPLAY "Too many consecutive incorrect CVV attempts. "
                      "Holder locked; a supervisor must unlock. "
                      "Ending session."
              CLOSE ACCOUNT-MASTER CUSTOMER-MASTER TRANLOG-FILE
              STOP RUN
           END-IF
           IF NOT WS-CVV-OK
              DISPLAY "Too many incorrect CVV attempts. Ending session."
              CLOSE ACCOUNT-MASTER CUSTOMER-MASTER TRANLOG-FILE
                      "cannot post. Use the account inquiry program."
              CLOSE ACCOUNT-MASTER TRANLOG-FILE
              STOP RUN
           END-IF
      *> only tellers and supervisors post; compliance and any other
      *> role work through their own programs.
           IF NOT (WS-OPER-IS-TELLER OR WS-OPER-IS-SUPERVISOR)
              DISPLAY "Sign-on refused: operator role "
                      WS-OPERATOR-ROLE " cannot post transactions."
              CLOSE ACCOUNT-MASTER TRANLOG-FILE
              STOP RUN
           END-IF.

      *> the joint holder must hold at least one active link on the
              SUBTRACT 1 FROM WS-AGE
           END-IF.

      *> no document on file (expiry zero) is left to the review
      *> cycle kycrev.cob reports; only a recorded document that has
      *> run out blocks the session.
       0055-CHECK-ID-DOCUMENT.
           MOVE "N" TO WS-ID-EXPIRED-FLAG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF CUST-ID-EXPIRY-DATE NOT = ZERO
              AND CUST-ID-EXPIRY-DATE < WS-TODAY
              SET WS-ID-EXPIRED TO TRUE
           END-IF.

      *> the lock is set by 0110 and released only by a supervisor
      *> through cvvunlk.cob.
       0057-REFUSE-IF-LOCKED.
           IF CUST-IS-LOCKED
              DISPLAY "Holder " CUST-HOLDERID OF CUSTOMER-RECORD
                      " is locked after repeated CVV failures. "
                      "A supervisor must unlock. Ending session."
              CLOSE ACCOUNT-MASTER CUSTOMER-MASTER TRANLOG-FILE
              STOP RUN
           END-IF.

      *> no parameter file keeps the limit at its default of three.
       0016-READ-CVV-LOCK-LIMIT.
           OPEN INPUT CVVLOCK-PARM-FILE
           IF WS-CVVPRM-STATUS = "00"
              READ CVVLOCK-PARM-FILE
                  AT END CONTINUE
                  NOT AT END
                     IF CP-FAIL-LIMIT NUMERIC
                        AND CP-FAIL-LIMIT-N > ZERO
                        MOVE CP-FAIL-LIMIT-N TO WS-CVV-LOCK-LIMIT
                     END-IF
              END-READ
              CLOSE CVVLOCK-PARM-FILE
           END-IF.

      *> product default cash limits; no parameter file, or no line
      *> for a product, leaves that product without a default.
       0017-READ-CASH-LIMITS.
           OPEN INPUT CASHLIM-PARM-FILE
           IF WS-CASHPRM-STATUS = "00"
              READ CASHLIM-PARM-FILE
                  AT END SET CASHPRM-EOF TO TRUE
              END-READ
              PERFORM UNTIL CASHPRM-EOF
                 IF CL-DAILY-LIMIT NUMERIC
                    EVALUATE CL-ACCOUNT-TYPE
                       WHEN "S"
                          MOVE CL-DAILY-LIMIT-N TO WS-CASHLIM-SAVINGS
                       WHEN "C"
                          MOVE CL-DAILY-LIMIT-N TO WS-CASHLIM-CHECKING
                    END-EVALUATE
                 END-IF
                 READ CASHLIM-PARM-FILE
                     AT END SET CASHPRM-EOF TO TRUE
                 END-READ
              END-PERFORM
              CLOSE CASHLIM-PARM-FILE
           END-IF.

      *> failures count against the holder across sessions, not just
      *> this one: each is logged, and the one that reaches the
      *> CVVLOCK.PRM limit locks the holder. A good CVV clears the
      *> count.
       0100-VALIDATE-CVV.
           PERFORM UNTIL WS-CVV-OK OR CUST-IS-LOCKED
                 OR WS-CVV-TRIES NOT LESS THAN WS-CVV-MAX-TRIES
              DISPLAY "Enter CVV: " WITH NO ADVANCING
              ACCEPT CVV-ENTRY
              ADD 1 TO WS-CVV-TRIES
              IF CVV-ENTRY = CUST-CVV OF CUSTOMER-RECORD
                 SET WS-CVV-OK TO TRUE
                 IF CUST-CVV-FAIL-COUNT NOT = ZERO
                    MOVE ZERO TO CUST-CVV-FAIL-COUNT
                    PERFORM 0115-REWRITE-CUSTOMER
                 END-IF
              ELSE
                 DISPLAY "Incorrect CVV."
                 PERFORM 0110-RECORD-CVV-FAILURE
              END-IF
           END-PERFORM.

       0110-RECORD-CVV-FAILURE.
           IF CUST-CVV-FAIL-COUNT < 99
              ADD 1 TO CUST-CVV-FAIL-COUNT
           END-IF
           IF CUST-CVV-FAIL-COUNT NOT < WS-CVV-LOCK-LIMIT
              SET CUST-IS-LOCKED TO TRUE
              MOVE FUNCTION CURRENT-DATE(1:14)
                   TO CUST-LOCK-TIMESTAMP
           END-IF
           PERFORM 0115-REWRITE-CUSTOMER

           MOVE "CVVFAIL" TO WS-SECLOG-EVENT
           PERFORM 9200-WRITE-SECURITY-EVENT
           IF CUST-IS-LOCKED
              MOVE "CVVLOCK" TO WS-SECLOG-EVENT
              PERFORM 9200-WRITE-SECURITY-EVENT
              PERFORM 9110-QUEUE-LOCK-NOTICE
           END-IF.

       0115-REWRITE-CUSTOMER.
           REWRITE CUSTOMER-RECORD
           IF WS-CUST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to rewrite customer master, "
                      "status " WS-CUST-STATUS
              CLOSE ACCOUNT-MASTER CUSTOMER-MASTER TRANLOG-FILE
              STOP RUN
           END-IF.

       1000-WITHDRAW.
           DISPLAY "Enter withdraw number: " WITH NO ADVANCING.
           ACCEPT WITHDRAW.
              PERFORM 0096-VALIDATE-DEBIT
           END-PERFORM

      *> the day's cash off this account, every channel together, may
      *> not pass its daily limit -- no override at the counter.
           MOVE WITHDRAW TO WS-CASH-AMOUNT
           PERFORM 0098-CHECK-CASH-LIMIT
           IF WS-CASH-OVER-LIMIT
              MOVE WS-CASH-LIMIT TO DISPLAY-WITHDRAW
              DISPLAY "Daily cash withdrawal limit exceeded. Limit: "
                      DISPLAY-WITHDRAW
              MOVE WS-CASH-DAY-TOTAL TO DISPLAY-WITHDRAW
              DISPLAY "Already withdrawn today: " DISPLAY-WITHDRAW
              DISPLAY "Withdrawal cancelled."
           ELSE
      *> a withdrawal above the teller's limit posts only with a
      *> supervisor keyed at the point of posting.
              MOVE WITHDRAW TO WS-AUTH-AMOUNT
              PERFORM 0120-CHECK-AMOUNT-AUTHORITY
              IF NOT WS-AMOUNT-AUTHORIZED
                 DISPLAY "Withdrawal cancelled."
              ELSE
                 PERFORM 1100-POST-WITHDRAWAL
              END-IF
           END-IF.

       1100-POST-WITHDRAWAL.
              END-IF
           END-IF.

      *> may WS-CASH-AMOUNT be drawn in cash off the account in hand
      *> today? The limit is the account's own CASH-DAILY-LIMIT, or
      *> the product default when that is zero; neither set means no
      *> limit. Today's total is the leg's WITHDRAW entries on
      *> TRANLOG from every channel -- counter, batch queue and ATM
      *> settlement alike -- except the inward clearing cheques
      *> batch mode posts under CLEARING, which are not cash.
       0098-CHECK-CASH-LIMIT.
           MOVE "N" TO WS-CASH-LIMIT-FLAG
           MOVE ZERO TO WS-CASH-DAY-TOTAL
           IF CASH-DAILY-LIMIT OF ACCOUNT-RECORD > ZERO
              MOVE CASH-DAILY-LIMIT OF ACCOUNT-RECORD TO WS-CASH-LIMIT
           ELSE
              IF ACCT-IS-CHECKING OF ACCOUNT-RECORD
                 MOVE WS-CASHLIM-CHECKING TO WS-CASH-LIMIT
              ELSE
                 MOVE WS-CASHLIM-SAVINGS TO WS-CASH-LIMIT
              END-IF
           END-IF

           IF WS-CASH-LIMIT > ZERO
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CASH-DATE
              MOVE "N" TO WS-TRANSCAN-EOF-FLAG
              MOVE HOLDERID OF ACCOUNT-RECORD TO TRAN-HOLDERID
              MOVE ACCOUNT-TYPE OF ACCOUNT-RECORD TO TRAN-ACCOUNT-TYPE
              MOVE WS-CASH-DATE TO TRAN-BUSINESS-DATE
              MOVE ZERO TO TRAN-TIME
              START TRANLOG-FILE KEY NOT < TRAN-KEY
                  INVALID KEY SET TRANSCAN-EOF TO TRUE
              END-START
              PERFORM UNTIL TRANSCAN-EOF
                 READ TRANLOG-FILE NEXT
                     AT END SET TRANSCAN-EOF TO TRUE
                 END-READ
                 IF NOT TRANSCAN-EOF
                    IF TRAN-HOLDERID NOT = HOLDERID OF ACCOUNT-RECORD
                       OR TRAN-ACCOUNT-TYPE
                          NOT = ACCOUNT-TYPE OF ACCOUNT-RECORD
                       OR TRAN-BUSINESS-DATE NOT = WS-CASH-DATE
                       SET TRANSCAN-EOF TO TRUE
                    ELSE
                       IF TRAN-TYPE = "WITHDRAW"
                          AND TRAN-OPERATOR-ID NOT = "CLEARING"
                          ADD TRAN-AMOUNT TO WS-CASH-DAY-TOTAL
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM

              IF (WS-CASH-DAY-TOTAL + WS-CASH-AMOUNT) > WS-CASH-LIMIT
                 SET WS-CASH-OVER-LIMIT TO TRUE
              END-IF
           END-IF.

       2000-DEPOSIT.
           DISPLAY "Enter deposit number: " WITH NO ADVANCING.
           ACCEPT DEPOSIT.

      *> total the holder's THIRDPTY-OUT entries already on TRANLOG
      *> for today and prove today's keyed amount on top of them.
      *> Only the holder's own stretch of the log is read, the same
      *> way 4100-FIND-ORIGINAL-ENTRY walks it.
       3600-CHECK-DAILY-LIMIT.
           MOVE "N" TO WS-TP-LIMIT-FLAG
           MOVE ZERO TO WS-TP-DAY-TOTAL
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM 9050-START-HOLDER-HISTORY
           PERFORM UNTIL TRANSCAN-EOF
              IF TRAN-TYPE = "THIRDPTY-OUT"
                 AND TRAN-TIMESTAMP (1:8) = WS-TODAY
                 ADD TRAN-AMOUNT TO WS-TP-DAY-TOTAL
              END-IF
              PERFORM 9060-READ-HOLDER-HISTORY
           END-PERFORM

           IF (WS-TP-DAY-TOTAL + WS-TP-AMOUNT) > WS-TP-DAILY-LIMIT
              SET WS-TP-OVER-LIMIT TO TRUE
           END-IF.
           DISPLAY "Enter payment amount: " WITH NO ADVANCING.
           ACCEPT WS-BP-AMOUNT.

           MOVE SPACES TO WS-BP-REFERENCE
           PERFORM 3850-FIND-PAYEE
           IF NOT WS-BP-PAYEE-FOUND
              DISPLAY "Payee not on the master (or cancelled). "
                      "Payment cancelled."
           ELSE
              DISPLAY "Paying: " WS-BP-PAYEE-NAME
      *> the university's payee is paid against a student: without
      *> the ID the bursar cannot put the money on anyone's ledger.
              IF WS-BP-NEEDS-STUDENT-ID
                 DISPLAY "Student ID: " WITH NO ADVANCING
                 ACCEPT WS-BP-REFERENCE
              END-IF
              IF WS-BP-NEEDS-STUDENT-ID AND WS-BP-REFERENCE = SPACES
                 DISPLAY "Student ID is required for this payee. "
                         "Payment cancelled."
              ELSE
                 PERFORM 3870-POST-BILL-PAYMENT
              END-IF
           END-IF.

       3850-FIND-PAYEE.
           MOVE "N" TO WS-BP-FOUND-FLAG
           MOVE SPACE TO WS-BP-REF-TYPE
           MOVE "N" TO WS-PAYEE-EOF-FLAG
           OPEN INPUT PAYEE-FILE
           IF WS-PAYEE-STATUS = "35"
              PERFORM UNTIL PAYEE-EOF OR WS-BP-PAYEE-FOUND
                 IF PY-CODE = WS-BP-PAYEE-CODE AND PY-IS-ACTIVE
                    MOVE PY-NAME TO WS-BP-PAYEE-NAME
                    MOVE PY-REFERENCE-TYPE TO WS-BP-REF-TYPE
                    SET WS-BP-PAYEE-FOUND TO TRUE
                 ELSE
                    READ PAYEE-FILE
           MOVE WS-BP-PAYEE-CODE TO BQ-PAYEE-CODE
           MOVE WS-BP-AMOUNT TO BQ-AMOUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO BQ-CAPTURE-DATE
           MOVE WS-BP-REFERENCE TO BQ-REFERENCE
           WRITE BILLPAY-QUEUE-RECORD
           IF WS-BILLPQ-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write remittance queue, "
      *> walk the log for the keyed timestamp under the session's
      *> account. The same pass also notices an existing reversal
      *> already referencing that entry, so the same mistake can't be
      *> backed out twice. The log is keyed by holder first, so only
      *> the holder's own entries are read.
       4100-FIND-ORIGINAL-ENTRY.
           MOVE "N" TO WS-REVERSAL-FOUND-FLAG
           MOVE "N" TO WS-REVERSED-ALREADY-FLAG
           MOVE "N" TO WS-REVERSAL-AMBIG-FLAG

           PERFORM 9050-START-HOLDER-HISTORY
           PERFORM UNTIL TRANSCAN-EOF
              IF TRAN-HOLDERID = CARDNUMBER
                 IF TRAN-TIMESTAMP = WS-REVERSAL-REF
      *> a second entry in the same second on the holder's other leg
      *> makes the keyed timestamp ambiguous -- the reversal is
      *> refused rather than guessing.
                    IF WS-REVERSAL-FOUND
                       SET WS-REVERSAL-AMBIGUOUS TO TRUE
                    ELSE
                    SET WS-REVERSED-ALREADY TO TRUE
                 END-IF
              END-IF
              PERFORM 9060-READ-HOLDER-HISTORY
           END-PERFORM.

       4200-POST-REVERSAL.
           MOVE CARDNUMBER TO HOLDERID OF ACCOUNT-RECORD
           MOVE WS-TRANLOG-REF TO TRAN-REF-TIMESTAMP
           MOVE WS-OPERATOR-ID TO TRAN-OPERATOR-ID
           MOVE WS-SUPERVISOR-ID TO TRAN-SUPERVISOR-ID
      *> a second entry on the same leg in the same second (a
      *> withdrawal and its overdraft fee) steps on to the next free
      *> timestamp -- the log's key is unique.
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
           IF WS-TRANLOG-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write transaction log, "
                      "status " WS-TRANLOG-STATUS
              STOP RUN
           END-IF
      *> the reference and the approving supervisor only ever ride
      *> on the one entry that earned them.
           MOVE ZERO TO WS-TRANLOG-REF
           MOVE SPACES TO WS-SUPERVISOR-ID.

      *> position on the session holder's first TRANLOG entry, on
      *> either leg, and read it; TRANSCAN-EOF is set when the holder
      *> has none.
       9050-START-HOLDER-HISTORY.
           MOVE "N" TO WS-TRANSCAN-EOF-FLAG
           MOVE CARDNUMBER TO TRAN-HOLDERID
           MOVE LOW-VALUES TO TRAN-ACCOUNT-TYPE
           MOVE ZERO TO TRAN-TIMESTAMP
           START TRANLOG-FILE KEY NOT < TRAN-KEY
               INVALID KEY SET TRANSCAN-EOF TO TRUE
           END-START
           IF NOT TRANSCAN-EOF
              PERFORM 9060-READ-HOLDER-HISTORY
           END-IF.

       9060-READ-HOLDER-HISTORY.
           READ TRANLOG-FILE NEXT
               AT END SET TRANSCAN-EOF TO TRUE
           END-READ
           IF NOT TRANSCAN-EOF
              AND TRAN-HOLDERID NOT = CARDNUMBER
              SET TRANSCAN-EOF TO TRUE
           END-IF.

      *> a fee the customer did not key deserves a letter: drop an
      *> OD-FEE event onto the notices queue for lettergen.cob. The
      *> queue is always extended, created once on the very first
           END-IF
           CLOSE NOTICEQ-FILE.

       9110-QUEUE-LOCK-NOTICE.
           OPEN EXTEND NOTICEQ-FILE
           IF WS-NOTICEQ-STATUS = "35"
              OPEN OUTPUT NOTICEQ-FILE
           END-IF
           IF WS-NOTICEQ-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open notices queue, status "
                      WS-NOTICEQ-STATUS
              CLOSE ACCOUNT-MASTER CUSTOMER-MASTER TRANLOG-FILE
              STOP RUN
           END-IF

           MOVE SPACES TO NOTICE-EVENT-RECORD
           MOVE CUST-HOLDERID OF CUSTOMER-RECORD TO NE-HOLDERID
           MOVE "CVVLOCK" TO NE-EVENT-CODE
           MOVE CUST-LOCK-TIMESTAMP (1:8) TO NE-EVENT-DATE
           MOVE ZERO TO NE-AMOUNT
           WRITE NOTICE-EVENT-RECORD
           IF WS-NOTICEQ-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write notices queue, status "
                      WS-NOTICEQ-STATUS
              CLOSE ACCOUNT-MASTER CUSTOMER-MASTER TRANLOG-FILE
              STOP RUN
           END-IF
           CLOSE NOTICEQ-FILE.

      *> the security log is always extended, created once on the
      *> very first event.
       9200-WRITE-SECURITY-EVENT.
           OPEN EXTEND SECURITY-LOG
           IF WS-SECLOG-STATUS = "35"
              OPEN OUTPUT SECURITY-LOG
           END-IF
           IF WS-SECLOG-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open security log, status "
                      WS-SECLOG-STATUS
              CLOSE ACCOUNT-MASTER CUSTOMER-MASTER TRANLOG-FILE
              STOP RUN
           END-IF

           MOVE SPACES TO SECURITY-EVENT-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO SE-TIMESTAMP
           MOVE WS-SECLOG-EVENT TO SE-EVENT-CODE
           MOVE CUST-HOLDERID OF CUSTOMER-RECORD TO SE-HOLDERID
           MOVE WS-OPERATOR-ID TO SE-OPERATOR-ID
           MOVE CUST-CVV-FAIL-COUNT TO SE-FAIL-COUNT
           WRITE SECURITY-EVENT-RECORD
           IF WS-SECLOG-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write security log, status "
                      WS-SECLOG-STATUS
              CLOSE ACCOUNT-MASTER CUSTOMER-MASTER TRANLOG-FILE
                    SECURITY-LOG
              STOP RUN
           END-IF
           CLOSE SECURITY-LOG.

       5000-BATCH-MODE.
           PERFORM 5010-READ-CHECKPOINT

              PERFORM 0090-CHECK-POSTABLE-BATCH
           END-IF

           IF WS-ACCT-STATUS = "00" AND WS-POSTABLE
              PERFORM 0091-CHECK-HOLDER-LOCK-BATCH
           END-IF

           IF WS-ACCT-STATUS = "00" AND WS-POSTABLE
              MOVE SAVINGS OF ACCOUNT-RECORD TO WS-BALANCE-BEFORE
              EVALUATE BT-TRAN-TYPE
                 WHEN "W"
                    MOVE BT-AMOUNT TO WS-DEBIT-AMOUNT
                    PERFORM 0096-VALIDATE-DEBIT
      *> cash, not a clearing cheque, is held to the daily limit.
                    MOVE "N" TO WS-CASH-LIMIT-FLAG
                    IF WS-DEBIT-OK AND NOT BT-FROM-CLEARING
                       MOVE BT-AMOUNT TO WS-CASH-AMOUNT
                       PERFORM 0098-CHECK-CASH-LIMIT
                    END-IF
                    EVALUATE TRUE
                       WHEN NOT WS-DEBIT-OK
                          MOVE "INSUFFICIENT FUNDS"
                               TO WS-BATCH-REJECT-REASON
                          PERFORM 5300-JOURNAL-REJECT
                       WHEN WS-CASH-OVER-LIMIT
                          MOVE "DAILY CASH LIMIT"
                               TO WS-BATCH-REJECT-REASON
                          PERFORM 5300-JOURNAL-REJECT
                       WHEN OTHER
                          COMPUTE SAVINGS OF ACCOUNT-RECORD =
                             SAVINGS OF ACCOUNT-RECORD - BT-AMOUNT
                          MOVE "N" TO WS-OD-FEE-FLAG
                          IF ACCT-IS-CHECKING OF ACCOUNT-RECORD
                             AND OVERDRAFT-LIMIT OF ACCOUNT-RECORD
                                 > ZERO
                             AND SAVINGS OF ACCOUNT-RECORD <
                                 MINIMUM-BALANCE OF ACCOUNT-RECORD
                             SUBTRACT WS-OVERDRAFT-FEE
                                 FROM SAVINGS OF ACCOUNT-RECORD
                             SET WS-OD-FEE-DUE TO TRUE
                          END-IF
                          REWRITE ACCOUNT-RECORD
                          MOVE "WITHDRAW" TO WS-TRANLOG-TYPE
                          MOVE BT-AMOUNT TO WS-TRANLOG-AMOUNT
      *> an inward cheque keeps its own channel on the log, so the
      *> day's cash total can leave it out.
                          IF BT-FROM-CLEARING
                             MOVE "CLEARING" TO WS-OPERATOR-ID
                          END-IF
                          PERFORM 9000-WRITE-TRANLOG
                          IF WS-OD-FEE-DUE
                             MOVE "OD-FEE" TO WS-TRANLOG-TYPE
                             MOVE WS-OVERDRAFT-FEE TO WS-TRANLOG-AMOUNT
                             PERFORM 9000-WRITE-TRANLOG
                             PERFORM 9100-QUEUE-OD-FEE-NOTICE
                          END-IF
                          MOVE "BATCH" TO WS-OPERATOR-ID
                          PERFORM 5400-JOURNAL-POSTED
                    END-EVALUATE
                 WHEN "D"
                    COMPUTE SAVINGS OF ACCOUNT-RECORD =
                       SAVINGS OF ACCOUNT-RECORD + BT-AMOUNT
                    REWRITE ACCOUNT-RECORD
                    MOVE "DEPOSIT" TO WS-TRANLOG-TYPE
                    MOVE BT-AMOUNT TO WS-TRANLOG-AMOUNT
      *> a payroll credit keeps its own channel on the log.
                    IF BT-FROM-DIRDEP
                       MOVE "DIRDEP" TO WS-OPERATOR-ID
                    END-IF
                    PERFORM 9000-WRITE-TRANLOG
                    MOVE "BATCH" TO WS-OPERATOR-ID
                    PERFORM 5400-JOURNAL-POSTED
                 WHEN OTHER
                    MOVE "INVALID TRAN TYPE"
              PERFORM 5300-JOURNAL-REJECT
           END-IF.

      *> a CVV-locked holder is refused in batch as at the counter;
      *> the queued line rejects with a reason chqret.cob and ddimp
      *> return on. A holder with no customer record (a legacy
      *> account) has no lock to honour.
       0091-CHECK-HOLDER-LOCK-BATCH.
           MOVE BT-HOLDERID TO CUST-HOLDERID OF CUSTOMER-RECORD
           READ CUSTOMER-MASTER
               INVALID KEY CONTINUE
           END-READ
           IF WS-CUST-STATUS = "00" AND CUST-IS-LOCKED
              MOVE "N" TO WS-POSTABLE-FLAG
              MOVE SAVINGS OF ACCOUNT-RECORD TO WS-BALANCE-BEFORE
              MOVE "HOLDER LOCKED" TO WS-BATCH-REJECT-REASON
              PERFORM 5300-JOURNAL-REJECT
           END-IF.

      *> every transaction leaves a journal line; the common columns
      *> are filled here and the disposition-specific ones by
      *> 5300/5400.
           END-IF
           WRITE BATCH-JOURNAL-LINE FROM WS-JRN-DETAIL

           MOVE SPACES TO BATCH-REJECT-RECORD
           MOVE BT-HOLDERID TO BR-HOLDERID
           MOVE BT-TRAN-TYPE TO BR-TRAN-TYPE
           MOVE BT-AMOUNT TO BR-AMOUNT
           MOVE BT-ACCOUNT-TYPE TO BR-ACCOUNT-TYPE
           MOVE WS-BATCH-REJECT-REASON TO BR-REASON
           MOVE BT-SOURCE TO BR-SOURCE
           MOVE BT-CHEQUE-NO TO BR-CHEQUE-NO
           WRITE BATCH-REJECT-RECORD.

       5400-JOURNAL-POSTED.
