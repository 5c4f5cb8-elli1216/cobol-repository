      * vendor file can never be half-imported again. Entries that
      * fail validation (unknown HOLDERID, non-numeric amount,
      * unrecognized operation code) go to ATMREJ.DAT.
      * A withdrawal that would take the account past its daily cash
      * limit -- the account's own CASH-DAILY-LIMIT, or the product
      * default off CASHLIM.PRM -- is refused to ATMREJ.DAT as DAILY
      * CASH LIMIT for atmack.cob to hand back to the vendor. The
      * day's total is the leg's cash already on today's TRANLOG plus
      * the withdrawals accepted earlier in this same file; bank.cob
      * proves the limit again as the queue posts.
      *
      * Vendor layout:
      *   detail:  "D" | holder id (10) | op code (2: 01=withdrawal,
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY OF TRAN-RECORD
               ALTERNATE RECORD KEY IS TRAN-BUSINESS-DATE
                   OF TRAN-RECORD WITH DUPLICATES
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT CASHLIM-PARM-FILE ASSIGN TO "CASHLIM.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASHPRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
           05 FILLER                PIC X(01).
           05 EX-REASON             PIC X(20).

       FD  TRANLOG-FILE.
       COPY TRANREC.

      *> same product default layout bank.cob reads.
       FD  CASHLIM-PARM-FILE.
       01 CASHLIM-PARM-RECORD.
           05 CL-ACCOUNT-TYPE       PIC X(01).
           05 FILLER                PIC X(01).
           05 CL-DAILY-LIMIT        PIC X(10).
           05 CL-DAILY-LIMIT-N REDEFINES CL-DAILY-LIMIT
                                    PIC 9(8)V99.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS            PIC XX.
       01 WS-SETTLE-STATUS          PIC XX.
       01 WS-TRANFILE-STATUS        PIC XX.
       01 WS-EXCEPT-STATUS          PIC XX.
       01 WS-TRANLOG-STATUS         PIC XX.
       01 WS-CASHPRM-STATUS         PIC XX.

       01 WS-FLAGS.
           05 WS-SETTLE-EOF-FLAG     PIC X VALUE "N".
               88 WS-TRAILER-FOUND        VALUE "Y".
           05 WS-REJECT-FLAG         PIC X VALUE "N".
               88 WS-REJECTED             VALUE "Y".
           05 WS-TRANLOG-OPEN-FLAG   PIC X VALUE "N".
               88 WS-TRANLOG-OPEN         VALUE "Y".
           05 WS-CASHPRM-EOF-FLAG    PIC X VALUE "N".
               88 CASHPRM-EOF             VALUE "Y".
           05 WS-TRANSCAN-EOF-FLAG   PIC X VALUE "N".
               88 TRANSCAN-EOF            VALUE "Y".

       01 WS-REJECT-REASON          PIC X(20).

           05 WS-IMPORT-COUNT       PIC 9(08) VALUE ZERO.
           05 WS-EXCEPT-COUNT       PIC 9(08) VALUE ZERO.

      *> daily cash limit: the product defaults, the limit in force
      *> for the account in hand and the leg's cash so far today.
       01 WS-CASHLIM-SAVINGS        PIC 9(8)V99 VALUE ZERO.
       01 WS-CASHLIM-CHECKING       PIC 9(8)V99 VALUE ZERO.
       01 WS-CASH-LIMIT             PIC 9(8)V99.
       01 WS-CASH-DAY-TOTAL         PIC 9(10)V99.
       01 WS-CASH-DATE              PIC 9(08).

      *> withdrawals accepted from this file so far, per leg, so two
      *> items on one file cannot pass the limit between them.
       01 WS-RUN-CASH-TABLE.
           05 WS-RUN-CASH-COUNT     PIC 9(04) VALUE ZERO.
           05 WS-RUN-CASH-ENTRY OCCURS 5000 TIMES
                                INDEXED BY WS-RUN-IDX.
               10 WS-RUN-HOLDERID       PIC 9(10).
               10 WS-RUN-ACCOUNT-TYPE   PIC X(01).
               10 WS-RUN-AMOUNT         PIC 9(10)V99.
       01 WS-RUN-FOUND-FLAG         PIC X VALUE "N".
           88 WS-RUN-FOUND              VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-BALANCE-PASS
              STOP RUN
           END-IF

      *> the log is only read, for the cash already drawn today; a
      *> log not yet created has nothing drawn on it.
           OPEN INPUT TRANLOG-FILE
           EVALUATE WS-TRANLOG-STATUS
              WHEN "00"
                 SET WS-TRANLOG-OPEN TO TRUE
              WHEN "35"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "ERROR: Unable to open transaction log, "
                         "status " WS-TRANLOG-STATUS
                 CLOSE ACCOUNT-MASTER SETTLE-FILE TRANSACTION-FILE
                       EXCEPTION-FILE
                 STOP RUN
           END-EVALUATE

           PERFORM 2050-READ-CASH-LIMITS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CASH-DATE

           MOVE "N" TO WS-SETTLE-EOF-FLAG
           READ SETTLE-FILE
               AT END SET SETTLE-EOF TO TRUE

           CLOSE ACCOUNT-MASTER SETTLE-FILE TRANSACTION-FILE
                 EXCEPTION-FILE
           IF WS-TRANLOG-OPEN
              CLOSE TRANLOG-FILE
           END-IF

           DISPLAY "ATM import complete. Imported: " WS-IMPORT-COUNT
                   " Exceptions: " WS-EXCEPT-COUNT.
              END-READ
           END-IF

           IF NOT WS-REJECTED AND AV-OP-CODE = "01"
              PERFORM 2200-CHECK-CASH-LIMIT
           END-IF

           IF WS-REJECTED
              ADD 1 TO WS-EXCEPT-COUNT
              MOVE SETTLE-RECORD TO EX-ORIGINAL
              ELSE
                 MOVE "S" TO BT-ACCOUNT-TYPE
              END-IF
              MOVE SPACE TO BT-SOURCE
              MOVE SPACES TO BT-CHEQUE-NO
              WRITE BATCH-TRAN-RECORD
              IF WS-TRANFILE-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to write batch queue, "
                 STOP RUN
              END-IF
           END-IF.

      *> product default cash limits; no parameter file, or no line
      *> for a product, leaves that product without a default.
       2050-READ-CASH-LIMITS.
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

      *> the withdrawal in hand against the account's daily cash
      *> limit, the way bank.cob's 0098-CHECK-CASH-LIMIT proves it:
      *> the leg's WITHDRAW entries on today's TRANLOG (inward
      *> clearing cheques, posted under CLEARING, are not cash) plus
      *> this file's earlier withdrawals on the leg plus this one.
      *> An accepted withdrawal joins the run's tally.
       2200-CHECK-CASH-LIMIT.
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
              MOVE ZERO TO WS-CASH-DAY-TOTAL
              IF WS-TRANLOG-OPEN
                 PERFORM 2210-SUM-LOGGED-CASH
              END-IF
              PERFORM 2250-FIND-RUN-CASH
              IF WS-RUN-FOUND
                 ADD WS-RUN-AMOUNT (WS-RUN-IDX) TO WS-CASH-DAY-TOTAL
              END-IF
              IF (WS-CASH-DAY-TOTAL + AV-AMOUNT-N) > WS-CASH-LIMIT
                 MOVE "DAILY CASH LIMIT" TO WS-REJECT-REASON
                 SET WS-REJECTED TO TRUE
              ELSE
                 PERFORM 2300-ADD-RUN-CASH
              END-IF
           END-IF.

       2210-SUM-LOGGED-CASH.
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
           END-PERFORM.

       2250-FIND-RUN-CASH.
           MOVE "N" TO WS-RUN-FOUND-FLAG
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                    UNTIL WS-RUN-IDX > WS-RUN-CASH-COUNT
              IF WS-RUN-HOLDERID (WS-RUN-IDX)
                    = HOLDERID OF ACCOUNT-RECORD
                 AND WS-RUN-ACCOUNT-TYPE (WS-RUN-IDX)
                    = ACCOUNT-TYPE OF ACCOUNT-RECORD
                 SET WS-RUN-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *> a leg beyond the table's room goes untallied here; bank.cob
      *> still holds it to the limit when the queue posts.
       2300-ADD-RUN-CASH.
           IF WS-RUN-FOUND
              ADD AV-AMOUNT-N TO WS-RUN-AMOUNT (WS-RUN-IDX)
           ELSE
              IF WS-RUN-CASH-COUNT < 5000
                 ADD 1 TO WS-RUN-CASH-COUNT
                 SET WS-RUN-IDX TO WS-RUN-CASH-COUNT
                 MOVE HOLDERID OF ACCOUNT-RECORD
                      TO WS-RUN-HOLDERID (WS-RUN-IDX)
                 MOVE ACCOUNT-TYPE OF ACCOUNT-RECORD
                      TO WS-RUN-ACCOUNT-TYPE (WS-RUN-IDX)
                 MOVE AV-AMOUNT-N TO WS-RUN-AMOUNT (WS-RUN-IDX)
              END-IF
           END-IF.
