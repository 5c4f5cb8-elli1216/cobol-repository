       IDENTIFICATION DIVISION.
       PROGRAM-ID. payout.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * Tuition credit-balance payout. Every student whose amount
      * paid stands above the amount due on TUITION.DAT -- the
      * credits refund.cob flags "pay out" on REFUND.RPT and the aid
      * overpayments aiddisb.cob leaves behind -- is paid the credit
      * into the bank account linked on STUDLINK.DAT: a DEPOSIT is
      * queued on BATCHTRAN.DAT for tonight's run of bank.cob's
      * batch mode, a REFUND entry (reference PAYOUT) goes on
      * TUITHIST.DAT and TUIT-AMOUNT-PAID comes down to the amount
      * due, so the student's balance returns to zero and both
      * ledgers move the same night. A student with no active link,
      * or whose linked account is missing or not OPEN on the bank's
      * ACCOUNT-MASTER, or whose account holder is under CVV lock on
      * CUSTMAST, is left in credit on the ledger and listed on
      * PAYOUTEX.RPT for the bursar instead. Every payout is
      * registered on PAYOUT.RPT with the control totals. A rerun
      * finds nothing left in credit, so it cannot pay twice.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TUITION-FILE ASSIGN TO "TUITION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUITION-STATUS.

           SELECT LINK-FILE ASSIGN TO "STUDLINK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.

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

           SELECT TRANSACTION-FILE ASSIGN TO "BATCHTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANFILE-STATUS.

           SELECT TUITHIST-FILE ASSIGN TO "TUITHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUITHIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PAYOUT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "PAYOUTEX.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TUITION-FILE.
       COPY TUITREC.

       FD  LINK-FILE.
       COPY STUDLINK.

       FD  ACCOUNT-MASTER.
       COPY ACCTREC.

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  TRANSACTION-FILE.
       COPY BATCHTRAN.

       FD  TUITHIST-FILE.
       COPY TUITHREC.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TUITION-STATUS        PIC XX.
       01 WS-LINK-STATUS           PIC XX.
       01 WS-ACCT-STATUS           PIC XX.
       01 WS-CUST-STATUS           PIC XX.
       01 WS-TRANFILE-STATUS       PIC XX.
       01 WS-TUITHIST-STATUS       PIC XX.
       01 WS-REPORT-STATUS         PIC XX.
       01 WS-EXCEPT-STATUS         PIC XX.

       01 WS-FLAGS.
          05 WS-TUITION-EOF-FLAG    PIC X VALUE "N".
             88 TUITION-EOF              VALUE "Y".
          05 WS-LINK-EOF-FLAG       PIC X VALUE "N".
             88 LINK-EOF                 VALUE "Y".
          05 WS-FOUND-FLAG          PIC X.
             88 WS-FOUND                 VALUE "Y".

      *> the tuition ledger held in storage while the credits pay
      *> out, then written back out whole -- the same pattern
      *> tuitpay.cob and refund.cob use.
       01 WS-TUIT-TABLE.
          05 WS-TUIT-COUNT         PIC 9(04) VALUE ZERO.
          05 WS-TUIT-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-TUIT-IDX.
             10 WS-TUIT-ID             PIC X(05).
             10 WS-TUIT-DUE            PIC 9(6)V99.
             10 WS-TUIT-PAID           PIC 9(6)V99.

      *> active student-to-bank links, loaded once per run.
       01 WS-SL-TABLE.
          05 WS-SL-COUNT           PIC 9(04) VALUE ZERO.
          05 WS-SL-ENTRY OCCURS 1000 TIMES
                          INDEXED BY WS-SL-IDX.
             10 WS-SL-ID              PIC X(05).
             10 WS-SL-HOLDERID        PIC 9(10).
             10 WS-SL-ACCOUNT-TYPE    PIC X(01).

       01 WS-CREDIT-AMOUNT         PIC 9(6)V99.
       01 WS-EXCEPT-REASON         PIC X(20).
       01 WS-TODAY                 PIC 9(08).

       01 WS-COUNTERS.
          05 WS-PAID-COUNT         PIC 9(08) VALUE ZERO.
          05 WS-PAID-TOTAL         PIC 9(8)V99 VALUE ZERO.
          05 WS-EXCEPT-COUNT       PIC 9(08) VALUE ZERO.
          05 WS-EXCEPT-TOTAL       PIC 9(8)V99 VALUE ZERO.

       01 WS-HEADER-LINE.
          05 FILLER                PIC X(40) VALUE
             "--- TUITION CREDIT BALANCE PAYOUTS ---".
          05 FILLER                PIC X(06) VALUE "DATE: ".
          05 HL-DATE               PIC 9(08).

       01 WS-EX-HEADER-LINE.
          05 FILLER                PIC X(40) VALUE
             "--- PAYOUT EXCEPTIONS (LEFT IN CREDIT)".
          05 FILLER                PIC X(06) VALUE "DATE: ".
          05 EH-DATE               PIC 9(08).

       01 WS-DETAIL-LINE.
          05 DL-ID                 PIC X(05).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 DL-HOLDERID           PIC 9(10).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 DL-ACCOUNT-TYPE       PIC X(01).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 DL-AMOUNT             PIC ZZZ,ZZ9.99.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 DL-NOTE               PIC X(20).

       01 WS-TOTAL-LINE.
          05 TL-LABEL              PIC X(20).
          05 TL-COUNT              PIC Z(7)9.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 TL-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM 0100-INITIALIZE
           PERFORM 0200-LOAD-TUITION-LEDGER UNTIL TUITION-EOF
           PERFORM 0250-LOAD-LINK-TABLE
           PERFORM 0300-PAY-OUT-CREDIT
              VARYING WS-TUIT-IDX FROM 1 BY 1
              UNTIL WS-TUIT-IDX > WS-TUIT-COUNT
           PERFORM 0800-WRITE-TUITION-LEDGER
           PERFORM 0900-FINALIZE
           STOP RUN.

       0100-INITIALIZE.
           OPEN INPUT TUITION-FILE
           IF WS-TUITION-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open tuition ledger, status "
                      WS-TUITION-STATUS
              STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open account master, status "
                      WS-ACCT-STATUS
              CLOSE TUITION-FILE
              STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open customer master, status "
                      WS-CUST-STATUS
              CLOSE TUITION-FILE ACCOUNT-MASTER
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
              CLOSE TUITION-FILE ACCOUNT-MASTER CUSTOMER-MASTER
              STOP RUN
           END-IF

      *> the ledger history is permanent -- always extended, created
      *> once on the very first posting.
           OPEN EXTEND TUITHIST-FILE
           IF WS-TUITHIST-STATUS = "35"
              OPEN OUTPUT TUITHIST-FILE
           END-IF
           IF WS-TUITHIST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open tuition history, "
                      "status " WS-TUITHIST-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open payout register, status "
                      WS-REPORT-STATUS
              STOP RUN
           END-IF
           MOVE WS-TODAY TO HL-DATE
           WRITE REPORT-LINE FROM WS-HEADER-LINE

           OPEN OUTPUT EXCEPTION-FILE
           IF WS-EXCEPT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open payout exceptions, "
                      "status " WS-EXCEPT-STATUS
              STOP RUN
           END-IF
           MOVE WS-TODAY TO EH-DATE
           WRITE EXCEPTION-LINE FROM WS-EX-HEADER-LINE

           READ TUITION-FILE
               AT END SET TUITION-EOF TO TRUE
           END-READ.

       0200-LOAD-TUITION-LEDGER.
           IF WS-TUIT-COUNT NOT < 1000
              DISPLAY "ERROR: Tuition table full (1000 students). "
                      "Increase WS-TUIT-ENTRY OCCURS and recompile."
              STOP RUN
           END-IF
           ADD 1 TO WS-TUIT-COUNT
           SET WS-TUIT-IDX TO WS-TUIT-COUNT
           MOVE TUIT-ID TO WS-TUIT-ID (WS-TUIT-IDX)
           MOVE TUIT-AMOUNT-DUE TO WS-TUIT-DUE (WS-TUIT-IDX)
           MOVE TUIT-AMOUNT-PAID TO WS-TUIT-PAID (WS-TUIT-IDX)

           READ TUITION-FILE
               AT END SET TUITION-EOF TO TRUE
           END-READ.

      *> no link file means nobody has linked an account yet -- every
      *> credit balance then lands on the exception list.
       0250-LOAD-LINK-TABLE.
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS = "35"
              SET LINK-EOF TO TRUE
           ELSE
              IF WS-LINK-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open link file, status "
                         WS-LINK-STATUS
                 STOP RUN
              END-IF
              READ LINK-FILE
                  AT END SET LINK-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL LINK-EOF
              IF SL-IS-ACTIVE
                 IF WS-SL-COUNT NOT < 1000
                    DISPLAY "ERROR: Link table full (1000 links). "
                            "Increase WS-SL-ENTRY OCCURS and "
                            "recompile."
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-SL-COUNT
                 SET WS-SL-IDX TO WS-SL-COUNT
                 MOVE SL-ID TO WS-SL-ID (WS-SL-IDX)
                 MOVE SL-HOLDERID TO WS-SL-HOLDERID (WS-SL-IDX)
                 MOVE SL-ACCOUNT-TYPE TO WS-SL-ACCOUNT-TYPE (WS-SL-IDX)
              END-IF
              READ LINK-FILE
                  AT END SET LINK-EOF TO TRUE
              END-READ
           END-PERFORM

           IF WS-LINK-STATUS NOT = "35"
              CLOSE LINK-FILE
           END-IF.

       0300-PAY-OUT-CREDIT.
           IF WS-TUIT-PAID (WS-TUIT-IDX) > WS-TUIT-DUE (WS-TUIT-IDX)
              COMPUTE WS-CREDIT-AMOUNT =
                 WS-TUIT-PAID (WS-TUIT-IDX) - WS-TUIT-DUE (WS-TUIT-IDX)
              MOVE SPACES TO WS-EXCEPT-REASON

              PERFORM 0350-FIND-LINK
              IF NOT WS-FOUND
                 MOVE "NO BANK LINK" TO WS-EXCEPT-REASON
              ELSE
                 PERFORM 0370-VERIFY-ACCOUNT
              END-IF

              IF WS-EXCEPT-REASON = SPACES
                 PERFORM 0400-QUEUE-DEPOSIT
              ELSE
                 MOVE WS-TUIT-ID (WS-TUIT-IDX) TO DL-ID
                 IF WS-FOUND
                    MOVE WS-SL-HOLDERID (WS-SL-IDX) TO DL-HOLDERID
                    MOVE WS-SL-ACCOUNT-TYPE (WS-SL-IDX)
                         TO DL-ACCOUNT-TYPE
                 ELSE
                    MOVE ZERO TO DL-HOLDERID
                    MOVE SPACE TO DL-ACCOUNT-TYPE
                 END-IF
                 MOVE WS-CREDIT-AMOUNT TO DL-AMOUNT
                 MOVE WS-EXCEPT-REASON TO DL-NOTE
                 WRITE EXCEPTION-LINE FROM WS-DETAIL-LINE
                 ADD 1 TO WS-EXCEPT-COUNT
                 ADD WS-CREDIT-AMOUNT TO WS-EXCEPT-TOTAL
              END-IF
           END-IF.

       0350-FIND-LINK.
           MOVE "N" TO WS-FOUND-FLAG
           SET WS-SL-IDX TO 1
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                    UNTIL WS-SL-IDX > WS-SL-COUNT
              IF WS-SL-ID (WS-SL-IDX) = WS-TUIT-ID (WS-TUIT-IDX)
                 SET WS-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *> the deposit must be postable tonight or the two ledgers
      *> part company: the account has to exist and be OPEN (or a
      *> legacy record carrying a space), and its holder must not be
      *> under CVV lock -- the account and lock checks bank.cob's
      *> batch mode makes on a deposit before it posts. A holder with
      *> no customer record has no lock, there as here.
       0370-VERIFY-ACCOUNT.
           MOVE WS-SL-HOLDERID (WS-SL-IDX) TO HOLDERID OF ACCOUNT-RECORD
           MOVE WS-SL-ACCOUNT-TYPE (WS-SL-IDX)
                TO ACCOUNT-TYPE OF ACCOUNT-RECORD
           READ ACCOUNT-MASTER
               INVALID KEY
                  MOVE "ACCOUNT NOT FOUND" TO WS-EXCEPT-REASON
           END-READ
           IF WS-EXCEPT-REASON = SPACES
              IF NOT ACCT-IS-OPEN OF ACCOUNT-RECORD
                 AND ACCT-STATUS OF ACCOUNT-RECORD NOT = SPACE
                 MOVE "ACCOUNT NOT OPEN" TO WS-EXCEPT-REASON
              END-IF
           END-IF
           IF WS-EXCEPT-REASON = SPACES
              MOVE WS-SL-HOLDERID (WS-SL-IDX)
                   TO CUST-HOLDERID OF CUSTOMER-RECORD
              READ CUSTOMER-MASTER
                  INVALID KEY CONTINUE
              END-READ
              IF WS-CUST-STATUS = "00" AND CUST-IS-LOCKED
                 MOVE "HOLDER LOCKED" TO WS-EXCEPT-REASON
              END-IF
           END-IF.

       0400-QUEUE-DEPOSIT.
           MOVE SPACES TO BATCH-TRAN-RECORD
           MOVE WS-SL-HOLDERID (WS-SL-IDX) TO BT-HOLDERID
           MOVE "D" TO BT-TRAN-TYPE
           MOVE WS-CREDIT-AMOUNT TO BT-AMOUNT
           MOVE WS-SL-ACCOUNT-TYPE (WS-SL-IDX) TO BT-ACCOUNT-TYPE
           WRITE BATCH-TRAN-RECORD
           IF WS-TRANFILE-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write batch queue, status "
                      WS-TRANFILE-STATUS
              STOP RUN
           END-IF

      *> the credit comes off the paid side: the ledger falls back to
      *> exactly what is due, a zero balance.
           SUBTRACT WS-CREDIT-AMOUNT FROM WS-TUIT-PAID (WS-TUIT-IDX)

           MOVE SPACES TO TUITION-HISTORY-RECORD
           MOVE WS-TUIT-ID (WS-TUIT-IDX) TO TH-ID
           MOVE WS-TODAY TO TH-DATE
           MOVE "REFUND" TO TH-TYPE
           MOVE SPACES TO TH-TERM
           MOVE "PAYOUT" TO TH-REF
           MOVE WS-CREDIT-AMOUNT TO TH-AMOUNT
           WRITE TUITION-HISTORY-RECORD
           IF WS-TUITHIST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write tuition history, "
                      "status " WS-TUITHIST-STATUS
              STOP RUN
           END-IF

           MOVE WS-TUIT-ID (WS-TUIT-IDX) TO DL-ID
           MOVE WS-SL-HOLDERID (WS-SL-IDX) TO DL-HOLDERID
           MOVE WS-SL-ACCOUNT-TYPE (WS-SL-IDX) TO DL-ACCOUNT-TYPE
           MOVE WS-CREDIT-AMOUNT TO DL-AMOUNT
           MOVE "DEPOSIT QUEUED" TO DL-NOTE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-PAID-COUNT
           ADD WS-CREDIT-AMOUNT TO WS-PAID-TOTAL.

       0800-WRITE-TUITION-LEDGER.
           CLOSE TUITION-FILE
           OPEN OUTPUT TUITION-FILE
           IF WS-TUITION-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to rewrite tuition ledger, "
                      "status " WS-TUITION-STATUS
              STOP RUN
           END-IF
           SET WS-TUIT-IDX TO 1
           PERFORM VARYING WS-TUIT-IDX FROM 1 BY 1
                    UNTIL WS-TUIT-IDX > WS-TUIT-COUNT
              MOVE WS-TUIT-ID (WS-TUIT-IDX) TO TUIT-ID
              MOVE WS-TUIT-DUE (WS-TUIT-IDX) TO TUIT-AMOUNT-DUE
              MOVE WS-TUIT-PAID (WS-TUIT-IDX) TO TUIT-AMOUNT-PAID
              WRITE TUITION-RECORD
           END-PERFORM
           CLOSE TUITION-FILE.

       0900-FINALIZE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PAID OUT:" TO TL-LABEL
           MOVE WS-PAID-COUNT TO TL-COUNT
           MOVE WS-PAID-TOTAL TO TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE "LEFT IN CREDIT:" TO TL-LABEL
           MOVE WS-EXCEPT-COUNT TO TL-COUNT
           MOVE WS-EXCEPT-TOTAL TO TL-AMOUNT
           WRITE EXCEPTION-LINE FROM WS-TOTAL-LINE

           CLOSE ACCOUNT-MASTER CUSTOMER-MASTER TRANSACTION-FILE
                 TUITHIST-FILE
                 REPORT-FILE EXCEPTION-FILE

           DISPLAY "Credit balance payout complete."
           DISPLAY "  Paid out:       " WS-PAID-COUNT
           DISPLAY "  Left in credit: " WS-EXCEPT-COUNT.
