       IDENTIFICATION DIVISION.
       PROGRAM-ID. loanmnt.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * Installment loan maintenance at the counter. (B)ook sets a
      * personal loan up for a holder -- principal, annual rate, term
      * in months, payment day -- pays the principal into the
      * holder's checking leg (ACCOUNT-MASTER and TRANLOG as
      * LOAN-DISB), writes the loan record to LOANMAST.DAT -- opened
      * before the principal moves, so a loan master that cannot be
      * written stops the booking unpaid -- and generates the
      * level-payment amortization schedule onto LOANSCHD.DAT, one
      * line per installment splitting the payment into interest and
      * principal. (S)chedule displays a loan's schedule with each
      * installment's collection status. The due installments are
      * collected nightly by loanswp.cob.
      *
      * Prompts: (B)ook or (S)chedule, then the fields.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-KEY OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY OF TRAN-RECORD
               ALTERNATE RECORD KEY IS TRAN-BUSINESS-DATE
                   OF TRAN-RECORD WITH DUPLICATES
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT LOAN-FILE ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "LOANSCHD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY ACCTREC.

       FD  TRANLOG-FILE.
       COPY TRANREC.

       FD  LOAN-FILE.
       COPY LOANREC.

       FD  SCHEDULE-FILE.
       COPY LOANSCHD.

       FD  OPERMAST-FILE.
       COPY OPERREC.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS            PIC XX.
       01 WS-TRANLOG-STATUS         PIC XX.
       01 WS-LOAN-STATUS            PIC XX.
       01 WS-SCHED-STATUS           PIC XX.

       01 WS-OPERMAST-STATUS        PIC XX.
       01 WS-SIGNON-ID              PIC X(08).
       01 WS-SIGNON-PASSWORD        PIC X(08).
       01 WS-SIGNON-OK-FLAG         PIC X VALUE "N".
           88 WS-SIGNON-OK             VALUE "Y".
       01 WS-OPERMAST-EOF-FLAG      PIC X VALUE "N".
           88 OPERMAST-EOF              VALUE "Y".

       01 WS-LOAN-EOF-FLAG          PIC X VALUE "N".
           88 LOAN-EOF                  VALUE "Y".
       01 WS-SCHED-EOF-FLAG         PIC X VALUE "N".
           88 SCHED-EOF                 VALUE "Y".

       01 WS-ACTION-ENTRY           PIC X(01).
           88 WS-ACTION-BOOK           VALUE "B".
           88 WS-ACTION-SCHEDULE       VALUE "S".

       01 WS-ENTRY-FIELDS.
           05 WS-ENTRY-HOLDERID     PIC 9(10).
           05 WS-ENTRY-PRINCIPAL    PIC 9(8)V99.
           05 WS-ENTRY-RATE         PIC 9V9999.
           05 WS-ENTRY-MONTHS       PIC 9(03).
           05 WS-ENTRY-PAYMENT-DAY  PIC 9(02).
           05 WS-ENTRY-OPEN-DATE    PIC 9(08).

      *> longest term the counter books -- thirty years of monthly
      *> installments.
       01 WS-MAX-TERM-MONTHS        PIC 9(03) VALUE 360.

      *> amortization working fields: the monthly rate is the annual
      *> rate over twelve, carried to eight places so a long term's
      *> growth factor does not drift.
       01 WS-MONTHLY-RATE           PIC 9V9(8).
       01 WS-GROWTH-FACTOR          PIC 9(6)V9(8).
       01 WS-INSTALLMENT-NUMERATOR  PIC 9(10)V9(8).
       01 WS-INSTALLMENT            PIC 9(8)V99.
       01 WS-SCHED-BALANCE          PIC 9(8)V99.
       01 WS-SCHED-INTEREST         PIC 9(8)V99.
       01 WS-SCHED-PRINCIPAL        PIC 9(8)V99.
       01 WS-SCHED-SEQ              PIC 9(03).
       01 WS-TOTAL-INTEREST         PIC 9(8)V99 VALUE ZERO.

       01 WS-FIRST-DUE-DATE         PIC 9(08).
       01 WS-SCHED-DUE-DATE         PIC 9(08).
       01 WS-DUE-YEAR               PIC 9(04).
       01 WS-DUE-MONTH              PIC 9(02).

       01 WS-CURRENT-TIMESTAMP      PIC 9(14).
       01 WS-DUPLICATE-FLAG         PIC X VALUE "N".
           88 WS-DUPLICATE             VALUE "Y".
       01 WS-FOUND-FLAG             PIC X VALUE "N".
           88 WS-FOUND                 VALUE "Y".
       01 WS-CONFIRM-ENTRY          PIC X(01).

       01 WS-DISPLAY-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-SCHED-LINE.
           05 SL-SEQ                PIC ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SL-DUE-DATE           PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SL-PAYMENT            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 SL-INTEREST           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 SL-PRINCIPAL          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 SL-BALANCE            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SL-STATUS             PIC X(06).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-OPERATOR-SIGNON

           DISPLAY "INSTALLMENT LOAN MAINTENANCE"
           DISPLAY "(B)ook or (S)chedule? " WITH NO ADVANCING
           ACCEPT WS-ACTION-ENTRY

           EVALUATE TRUE
              WHEN WS-ACTION-BOOK
                 PERFORM 1000-BOOK-LOAN
              WHEN WS-ACTION-SCHEDULE
                 PERFORM 2000-SHOW-SCHEDULE
              WHEN OTHER
                 DISPLAY "Unknown action; nothing done."
           END-EVALUATE
           STOP RUN.

      *> sign-on against the operator security master -- this
      *> terminal takes tellers and supervisors; an
      *> inquiry-only operator cannot move money. No master at
      *> all means security has never been set up: refuse and point
      *> the operator at opermnt.
       0050-OPERATOR-SIGNON.
           DISPLAY "Operator sign-on ID: " WITH NO ADVANCING
           ACCEPT WS-SIGNON-ID
           DISPLAY "Password: " WITH NO ADVANCING
           ACCEPT WS-SIGNON-PASSWORD

           OPEN INPUT OPERMAST-FILE
           IF WS-OPERMAST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open operator master, status "
                      WS-OPERMAST-STATUS
              DISPLAY "Set operators up with opermnt before signing "
                      "on."
              STOP RUN
           END-IF

           READ OPERMAST-FILE
               AT END SET OPERMAST-EOF TO TRUE
           END-READ
           PERFORM UNTIL OPERMAST-EOF OR WS-SIGNON-OK
              IF OP-ID = WS-SIGNON-ID
                 AND OP-PASSWORD = WS-SIGNON-PASSWORD
                 AND OP-IS-ACTIVE
                 AND (OP-IS-TELLER OR OP-IS-SUPERVISOR)
                 SET WS-SIGNON-OK TO TRUE
              ELSE
                 READ OPERMAST-FILE
                     AT END SET OPERMAST-EOF TO TRUE
                 END-READ
              END-IF
           END-PERFORM
           CLOSE OPERMAST-FILE

           IF NOT WS-SIGNON-OK
              DISPLAY "Sign-on refused."
              STOP RUN
           END-IF.


       1000-BOOK-LOAN.
           DISPLAY "HOLDERID: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-HOLDERID
           DISPLAY "Principal (10 digits, implied pennies): "
                   WITH NO ADVANCING
           ACCEPT WS-ENTRY-PRINCIPAL
           DISPLAY "Annual rate (5 digits, e.g. 00850 = 8.50%): "
                   WITH NO ADVANCING
           ACCEPT WS-ENTRY-RATE
           DISPLAY "Term in months (3 digits): " WITH NO ADVANCING
           ACCEPT WS-ENTRY-MONTHS
           DISPLAY "Payment day of month (01-28): " WITH NO ADVANCING
           ACCEPT WS-ENTRY-PAYMENT-DAY

           IF WS-ENTRY-PRINCIPAL = ZERO
              DISPLAY "Zero principal; nothing done."
              STOP RUN
           END-IF
           IF WS-ENTRY-MONTHS = ZERO
              OR WS-ENTRY-MONTHS > WS-MAX-TERM-MONTHS
              DISPLAY "Term must be 1 to " WS-MAX-TERM-MONTHS
                      " months; nothing done."
              STOP RUN
           END-IF
           IF WS-ENTRY-PAYMENT-DAY < 1 OR WS-ENTRY-PAYMENT-DAY > 28
              DISPLAY "Payment day must be 01 to 28; nothing done."
              STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ENTRY-OPEN-DATE

      *> a loan is identified by HOLDERID plus open date, so a second
      *> one the same day would be unreachable -- refuse it before
      *> any money moves.
           PERFORM 1150-CHECK-DUPLICATE
           IF WS-DUPLICATE
              DISPLAY "A loan was already booked today for this "
                      "holder; nothing done."
              STOP RUN
           END-IF

           PERFORM 1100-COMPUTE-INSTALLMENT

           MOVE WS-INSTALLMENT TO WS-DISPLAY-AMOUNT
           DISPLAY "Monthly installment:      " WS-DISPLAY-AMOUNT
           DISPLAY "First installment due:    " WS-FIRST-DUE-DATE
           DISPLAY "Proceed (Y/N)? " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ENTRY
           IF WS-CONFIRM-ENTRY NOT = "Y"
              DISPLAY "Loan not booked; nothing done."
              STOP RUN
           END-IF

      *> the loan master is opened before any money moves, so a loan
      *> file that cannot be written stops the booking with the
      *> principal still unpaid.
           OPEN EXTEND LOAN-FILE
           IF WS-LOAN-STATUS = "35"
              OPEN OUTPUT LOAN-FILE
           END-IF
           IF WS-LOAN-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open loan master, status "
                      WS-LOAN-STATUS
              STOP RUN
           END-IF

           PERFORM 1200-CREDIT-CHECKING

           MOVE SPACES TO LOAN-RECORD
           MOVE WS-ENTRY-HOLDERID TO LN-HOLDERID
           MOVE WS-ENTRY-OPEN-DATE TO LN-OPEN-DATE
           MOVE WS-ENTRY-PRINCIPAL TO LN-PRINCIPAL
           MOVE WS-ENTRY-RATE TO LN-RATE
           MOVE WS-ENTRY-MONTHS TO LN-TERM-MONTHS
           MOVE WS-ENTRY-PAYMENT-DAY TO LN-PAYMENT-DAY
           MOVE WS-INSTALLMENT TO LN-INSTALLMENT
           MOVE WS-ENTRY-PRINCIPAL TO LN-BALANCE
           MOVE ZERO TO LN-PAID-COUNT
           MOVE ZERO TO LN-PAST-DUE-SINCE
           MOVE "A" TO LN-STATUS
           WRITE LOAN-RECORD
           IF WS-LOAN-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write loan master, status "
                      WS-LOAN-STATUS
              CLOSE LOAN-FILE
              STOP RUN
           END-IF
           CLOSE LOAN-FILE

           PERFORM 1300-WRITE-SCHEDULE

           MOVE WS-TOTAL-INTEREST TO WS-DISPLAY-AMOUNT
           DISPLAY "Loan booked. Installments: " WS-ENTRY-MONTHS
                   " Total interest: " WS-DISPLAY-AMOUNT.

      *> the level installment that clears principal and interest in
      *> exactly the term: P * r * (1+r)^n / ((1+r)^n - 1) at the
      *> monthly rate r. An interest-free loan simply divides the
      *> principal. The first installment falls due on the payment
      *> day of the month after booking.
       1100-COMPUTE-INSTALLMENT.
           COMPUTE WS-MONTHLY-RATE ROUNDED = WS-ENTRY-RATE / 12
           IF WS-MONTHLY-RATE = ZERO
              COMPUTE WS-INSTALLMENT ROUNDED =
                 WS-ENTRY-PRINCIPAL / WS-ENTRY-MONTHS
           ELSE
              COMPUTE WS-GROWTH-FACTOR ROUNDED =
                 (1 + WS-MONTHLY-RATE) ** WS-ENTRY-MONTHS
      *> taken in steps through full-precision fields: a single
      *> expression loses the fraction in its intermediate result.
              COMPUTE WS-INSTALLMENT-NUMERATOR ROUNDED =
                 WS-ENTRY-PRINCIPAL * WS-MONTHLY-RATE
                 * WS-GROWTH-FACTOR
              SUBTRACT 1 FROM WS-GROWTH-FACTOR
              COMPUTE WS-INSTALLMENT ROUNDED =
                 WS-INSTALLMENT-NUMERATOR / WS-GROWTH-FACTOR
           END-IF

           MOVE WS-ENTRY-OPEN-DATE (1:4) TO WS-DUE-YEAR
           MOVE WS-ENTRY-OPEN-DATE (5:2) TO WS-DUE-MONTH
           PERFORM 1110-NEXT-MONTH
           COMPUTE WS-FIRST-DUE-DATE =
              WS-DUE-YEAR * 10000 + WS-DUE-MONTH * 100
              + WS-ENTRY-PAYMENT-DAY.

       1110-NEXT-MONTH.
           IF WS-DUE-MONTH = 12
              MOVE 1 TO WS-DUE-MONTH
              ADD 1 TO WS-DUE-YEAR
           ELSE
              ADD 1 TO WS-DUE-MONTH
           END-IF.

       1150-CHECK-DUPLICATE.
           MOVE "N" TO WS-DUPLICATE-FLAG
           MOVE "N" TO WS-LOAN-EOF-FLAG
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-LOAN-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open loan master, status "
                         WS-LOAN-STATUS
                 STOP RUN
              END-IF
              READ LOAN-FILE
                  AT END SET LOAN-EOF TO TRUE
              END-READ
              PERFORM UNTIL LOAN-EOF OR WS-DUPLICATE
                 IF LN-HOLDERID = WS-ENTRY-HOLDERID
                    AND LN-OPEN-DATE = WS-ENTRY-OPEN-DATE
                    SET WS-DUPLICATE TO TRUE
                 ELSE
                    READ LOAN-FILE
                        AT END SET LOAN-EOF TO TRUE
                    END-READ
                 END-IF
              END-PERFORM
              CLOSE LOAN-FILE
           END-IF.

      *> the principal is paid into the linked checking leg, which
      *> must be on the master and open -- it is the same leg every
      *> installment will be swept from.
       1200-CREDIT-CHECKING.
           OPEN I-O ACCOUNT-MASTER
           IF WS-ACCT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open account master, status "
                      WS-ACCT-STATUS
              CLOSE LOAN-FILE
              STOP RUN
           END-IF

           MOVE WS-ENTRY-HOLDERID TO HOLDERID OF ACCOUNT-RECORD
           MOVE "C" TO ACCOUNT-TYPE OF ACCOUNT-RECORD
           READ ACCOUNT-MASTER
               INVALID KEY
                  DISPLAY "Checking account not on master; nothing "
                          "done."
                  CLOSE ACCOUNT-MASTER LOAN-FILE
                  STOP RUN
           END-READ

           IF ACCT-STATUS OF ACCOUNT-RECORD NOT = "O"
              AND ACCT-STATUS OF ACCOUNT-RECORD NOT = SPACE
              DISPLAY "Checking account is not open for posting; "
                      "nothing done."
              CLOSE ACCOUNT-MASTER LOAN-FILE
              STOP RUN
           END-IF

           COMPUTE SAVINGS OF ACCOUNT-RECORD =
              SAVINGS OF ACCOUNT-RECORD + WS-ENTRY-PRINCIPAL
           REWRITE ACCOUNT-RECORD
           IF WS-ACCT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to rewrite account master, "
                      "status " WS-ACCT-STATUS
              STOP RUN
           END-IF

           PERFORM 9000-WRITE-TRANLOG

           CLOSE ACCOUNT-MASTER.

      *> one line per installment: interest on the balance still
      *> outstanding, the rest of the installment off principal. The
      *> last line takes whatever principal is left so the schedule
      *> always runs the balance to exactly zero.
       1300-WRITE-SCHEDULE.
           OPEN EXTEND SCHEDULE-FILE
           IF WS-SCHED-STATUS = "35"
              OPEN OUTPUT SCHEDULE-FILE
           END-IF
           IF WS-SCHED-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open loan schedule, status "
                      WS-SCHED-STATUS
              STOP RUN
           END-IF

           MOVE WS-ENTRY-PRINCIPAL TO WS-SCHED-BALANCE
           MOVE WS-FIRST-DUE-DATE TO WS-SCHED-DUE-DATE
           MOVE WS-FIRST-DUE-DATE (1:4) TO WS-DUE-YEAR
           MOVE WS-FIRST-DUE-DATE (5:2) TO WS-DUE-MONTH
           MOVE ZERO TO WS-TOTAL-INTEREST

           PERFORM VARYING WS-SCHED-SEQ FROM 1 BY 1
                    UNTIL WS-SCHED-SEQ > WS-ENTRY-MONTHS
              COMPUTE WS-SCHED-INTEREST ROUNDED =
                 WS-SCHED-BALANCE * WS-MONTHLY-RATE
              IF WS-SCHED-SEQ = WS-ENTRY-MONTHS
                 OR WS-INSTALLMENT - WS-SCHED-INTEREST
                    > WS-SCHED-BALANCE
                 MOVE WS-SCHED-BALANCE TO WS-SCHED-PRINCIPAL
              ELSE
                 COMPUTE WS-SCHED-PRINCIPAL =
                    WS-INSTALLMENT - WS-SCHED-INTEREST
              END-IF
              SUBTRACT WS-SCHED-PRINCIPAL FROM WS-SCHED-BALANCE
              ADD WS-SCHED-INTEREST TO WS-TOTAL-INTEREST

              MOVE SPACES TO LOAN-SCHEDULE-RECORD
              MOVE WS-ENTRY-HOLDERID TO LS-HOLDERID
              MOVE WS-ENTRY-OPEN-DATE TO LS-OPEN-DATE
              MOVE WS-SCHED-SEQ TO LS-SEQ
              MOVE WS-SCHED-DUE-DATE TO LS-DUE-DATE
              COMPUTE LS-PAYMENT =
                 WS-SCHED-INTEREST + WS-SCHED-PRINCIPAL
              MOVE WS-SCHED-INTEREST TO LS-INTEREST
              MOVE WS-SCHED-PRINCIPAL TO LS-PRINCIPAL
              MOVE WS-SCHED-BALANCE TO LS-BALANCE-AFTER
              MOVE "O" TO LS-STATUS
              WRITE LOAN-SCHEDULE-RECORD
              IF WS-SCHED-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to write loan schedule, "
                         "status " WS-SCHED-STATUS
                 CLOSE SCHEDULE-FILE
                 STOP RUN
              END-IF

              PERFORM 1110-NEXT-MONTH
              COMPUTE WS-SCHED-DUE-DATE =
                 WS-DUE-YEAR * 10000 + WS-DUE-MONTH * 100
                 + WS-ENTRY-PAYMENT-DAY
           END-PERFORM

           CLOSE SCHEDULE-FILE.

       2000-SHOW-SCHEDULE.
           DISPLAY "HOLDERID: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-HOLDERID
           DISPLAY "Loan open date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-ENTRY-OPEN-DATE

           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHED-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open loan schedule, status "
                      WS-SCHED-STATUS
              STOP RUN
           END-IF

           DISPLAY "SEQ  DUE DATE        PAYMENT      INTEREST     "
                   "PRINCIPAL       BALANCE  STATUS"
           READ SCHEDULE-FILE
               AT END SET SCHED-EOF TO TRUE
           END-READ
           PERFORM UNTIL SCHED-EOF
              IF LS-HOLDERID = WS-ENTRY-HOLDERID
                 AND LS-OPEN-DATE = WS-ENTRY-OPEN-DATE
                 SET WS-FOUND TO TRUE
                 MOVE LS-SEQ TO SL-SEQ
                 MOVE LS-DUE-DATE TO SL-DUE-DATE
                 MOVE LS-PAYMENT TO SL-PAYMENT
                 MOVE LS-INTEREST TO SL-INTEREST
                 MOVE LS-PRINCIPAL TO SL-PRINCIPAL
                 MOVE LS-BALANCE-AFTER TO SL-BALANCE
                 EVALUATE TRUE
                    WHEN LS-IS-PAID
                       MOVE "PAID" TO SL-STATUS
                    WHEN LS-IS-MISSED
                       MOVE "MISSED" TO SL-STATUS
                    WHEN OTHER
                       MOVE "DUE" TO SL-STATUS
                 END-EVALUATE
                 DISPLAY WS-SCHED-LINE
              END-IF
              READ SCHEDULE-FILE
                  AT END SET SCHED-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE

           IF NOT WS-FOUND
              DISPLAY "No loan schedule matched."
           END-IF.

       9000-WRITE-TRANLOG.
           OPEN I-O TRANLOG-FILE
           IF WS-TRANLOG-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open transaction log, status "
                      WS-TRANLOG-STATUS
              STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-TIMESTAMP
           MOVE HOLDERID OF ACCOUNT-RECORD TO TRAN-HOLDERID
           MOVE ACCOUNT-TYPE OF ACCOUNT-RECORD TO TRAN-ACCOUNT-TYPE
           MOVE "LOAN-DISB" TO TRAN-TYPE
           MOVE WS-ENTRY-PRINCIPAL TO TRAN-AMOUNT
           MOVE WS-CURRENT-TIMESTAMP TO TRAN-TIMESTAMP
           MOVE ZERO TO TRAN-REF-TIMESTAMP
           MOVE "LOANS" TO TRAN-OPERATOR-ID
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
           IF WS-TRANLOG-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write transaction log, "
                      "status " WS-TRANLOG-STATUS
              STOP RUN
           END-IF
           CLOSE TRANLOG-FILE.
