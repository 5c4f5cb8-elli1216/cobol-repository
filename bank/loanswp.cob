       IDENTIFICATION DIVISION.
       PROGRAM-ID. loanswp.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * Installment loan repayment sweep, run in the nightly window
      * after term-deposit maturities and before interest (called by
      * nightly.cob). For every current or past-due loan on
      * LOANMAST.DAT, each installment on LOANSCHD.DAT falling due on
      * or before the operator's business date (rolled past weekends
      * and holidays the way stordexe.cob rolls an order) is swept
      * from the holder's checking leg: the account is debited once
      * and TRANLOG carries the installment as two entries under the
      * LOANS channel identity -- LOAN-INT for the interest portion
      * and LOAN-PRIN for the principal portion -- so glextr.cob maps
      * interest income and loan principal to their own GL accounts.
      * An installment the checking leg cannot cover (or a leg that
      * cannot post) is left due and the loan goes PAST DUE from that
      * installment's due date; the first miss on an installment
      * queues a LOANPDUE notice on NOTICEQ.DAT for lettergen.cob,
      * later nights' retries do not repeat it. Collecting every
      * overdue installment brings the loan current again; the last
      * installment marks it repaid. Dispositions and an ageing
      * summary of the past-due book (1-30, 31-60, 61-90, over 90
      * days) go to LOANSWP.RPT, and the loan book and schedule are
      * rewritten. Guarded by the run control the same way
      * stordexe.cob is, so a double run cannot collect an
      * installment twice.
      *
      * LOANSWP.PRM: the operator's business date and the override
      * flag ("Y" forces a rerun the run control would otherwise
      * refuse).
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

           SELECT REPORT-FILE ASSIGN TO "LOANSWP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT NOTICEQ-FILE ASSIGN TO "NOTICEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICEQ-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PARAM-FILE ASSIGN TO "LOANSWP.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-STATUS.

           SELECT BUSCAL-FILE ASSIGN TO "BUSCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSCAL-STATUS.

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

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(90).

       FD  NOTICEQ-FILE.
       COPY NOTICEREC.

       FD  RUNCTL-FILE.
       01  RUNCTL-LINE              PIC X(80).

       FD  PARAM-FILE.
       01  PARAM-LINE               PIC X(20).

       FD  BUSCAL-FILE.
       01 BUSCAL-RECORD.
           05 BC-HOLIDAY-DATE       PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS            PIC XX.
       01 WS-TRANLOG-STATUS         PIC XX.
       01 WS-LOAN-STATUS            PIC XX.
       01 WS-SCHED-STATUS           PIC XX.
       01 WS-REPORT-STATUS          PIC XX.
       01 WS-NOTICEQ-STATUS         PIC XX.
       01 WS-RUNCTL-STATUS          PIC XX.
       01 WS-PARMFILE-STATUS        PIC XX.

       01 WS-BUSCAL-STATUS          PIC XX.
       01 WS-BUSCAL-EOF-FLAG        PIC X VALUE "N".
           88 BUSCAL-EOF                VALUE "Y".

      *> the business calendar's holidays, loaded once per run;
      *> weekends are non-business by rule (day-of-week off
      *> INTEGER-OF-DATE, whose day 1 is a Monday). No calendar
      *> file means no holidays on file -- the weekend rule still
      *> holds.
       01 WS-CAL-TABLE.
           05 WS-CAL-COUNT          PIC 9(03) VALUE ZERO.
           05 WS-CAL-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-CAL-IDX.
               10 WS-CAL-DATE           PIC 9(08).

       01 WS-CHECK-DATE             PIC 9(08).
       01 WS-CHECK-INTEGER          PIC 9(08).
       01 WS-CHECK-DOW              PIC 9(01).
       01 WS-BUSDAY-FLAG            PIC X.
           88 WS-IS-BUSINESS-DAY       VALUE "Y".

       COPY RUNCTL.

      *> LOANSWP.PRM record: the operator's business date (every
      *> installment due on or before it is collected tonight) and
      *> the override flag ("Y" forces a rerun the run control would
      *> otherwise refuse).
       01 WS-PARAM.
           05 WS-PARAM-BUSINESS-DATE PIC 9(08).
           05 FILLER                PIC X(01).
           05 WS-PARAM-OVERRIDE     PIC X(01).
               88 WS-OVERRIDE           VALUE "Y".

       01 WS-LOAN-EOF-FLAG          PIC X VALUE "N".
           88 LOAN-EOF                  VALUE "Y".
       01 WS-SCHED-EOF-FLAG         PIC X VALUE "N".
           88 SCHED-EOF                 VALUE "Y".

      *> the loan book and every schedule line held in storage while
      *> the installments are collected, then written back out whole.
       01 WS-LN-TABLE.
           05 WS-LN-COUNT           PIC 9(03) VALUE ZERO.
           05 WS-LN-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-LN-IDX.
               10 WS-LN-IMAGE           PIC X(80).

       01 WS-LS-TABLE.
           05 WS-LS-COUNT           PIC 9(05) VALUE ZERO.
           05 WS-LS-ENTRY OCCURS 10000 TIMES
                           INDEXED BY WS-LS-IDX.
               10 WS-LS-IMAGE           PIC X(78).

       01 WS-WANT-SEQ               PIC 9(03).
       01 WS-FOUND-FLAG             PIC X VALUE "N".
           88 WS-FOUND                 VALUE "Y".
       01 WS-STOP-FLAG              PIC X VALUE "N".
           88 WS-STOP-SWEEP            VALUE "Y".

       01 WS-CURRENT-TIMESTAMP      PIC 9(14).
       01 WS-SKIP-REASON            PIC X(25).
       01 WS-DISPOSITION            PIC X(09).
       01 WS-TRANLOG-TYPE           PIC X(12).
       01 WS-TRANLOG-AMOUNT         PIC 9(8)V99.
       01 WS-DUE-INTEGER            PIC 9(08).
       01 WS-DAYS-PAST-DUE          PIC 9(05).

       01 WS-COUNTERS.
           05 WS-COLLECTED-COUNT    PIC 9(08) VALUE ZERO.
           05 WS-COLLECTED-AMOUNT   PIC 9(10)V99 VALUE ZERO.
           05 WS-MISSED-COUNT       PIC 9(08) VALUE ZERO.
           05 WS-NOTICE-COUNT       PIC 9(08) VALUE ZERO.
           05 WS-REPAID-COUNT       PIC 9(08) VALUE ZERO.

      *> past-due book by age of the oldest uncollected installment.
       01 WS-AGEING-TOTALS.
           05 WS-AGE-ENTRY OCCURS 4 TIMES
                            INDEXED BY WS-AGE-IDX.
               10 WS-AGE-LOANS          PIC 9(06).
               10 WS-AGE-BALANCE        PIC 9(10)V99.

       01 WS-AGE-LABELS.
           05 FILLER                PIC X(12) VALUE "1-30 DAYS   ".
           05 FILLER                PIC X(12) VALUE "31-60 DAYS  ".
           05 FILLER                PIC X(12) VALUE "61-90 DAYS  ".
           05 FILLER                PIC X(12) VALUE "OVER 90 DAYS".
       01 WS-AGE-LABEL-TABLE REDEFINES WS-AGE-LABELS.
           05 WS-AGE-LABEL OCCURS 4 TIMES PIC X(12).

       01 WS-HEADER-LINE.
           05 FILLER                PIC X(36) VALUE
              "--- LOAN INSTALLMENT SWEEP ---".
           05 FILLER                PIC X(06) VALUE "DATE: ".
           05 HL-BUSINESS-DATE      PIC 9(08).

       01 WS-DETAIL-LINE.
           05 DL-HOLDERID           PIC Z(9)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-OPEN-DATE          PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-SEQ                PIC ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-DISPOSITION        PIC X(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-REASON             PIC X(25).

       01 WS-AGEING-HEADER.
           05 FILLER                PIC X(36) VALUE
              "--- PAST-DUE LOAN AGEING ---".

       01 WS-AGEING-LINE.
           05 AL-HOLDERID           PIC Z(9)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AL-OPEN-DATE          PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AL-SINCE              PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AL-DAYS               PIC ZZZZ9.
           05 FILLER                PIC X(06) VALUE " DAYS ".
           05 AL-BALANCE            PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-BUCKET-LINE.
           05 BL-LABEL              PIC X(12).
           05 FILLER                PIC X(08) VALUE "  LOANS ".
           05 BL-LOANS              PIC ZZZZZ9.
           05 FILLER                PIC X(11) VALUE "  BALANCE  ".
           05 BL-BALANCE            PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7900-READ-PARAMETERS
           PERFORM 8000-CHECK-RUN-CONTROL
           PERFORM 7700-LOAD-CALENDAR
           PERFORM 0100-INITIALIZE
           PERFORM 0200-LOAD-LOAN-BOOK UNTIL LOAN-EOF
           PERFORM 0250-LOAD-SCHEDULE UNTIL SCHED-EOF
           PERFORM 0300-SWEEP-LOANS
           PERFORM 0750-REPORT-AGEING
           PERFORM 0800-REWRITE-LOAN-BOOK
           PERFORM 0900-FINALIZE
           PERFORM 8500-MARK-JOB-COMPLETE
           GOBACK.

       0100-INITIALIZE.
           OPEN I-O ACCOUNT-MASTER
           IF WS-ACCT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open account master, status "
                      WS-ACCT-STATUS
              STOP RUN
           END-IF

           OPEN I-O TRANLOG-FILE
           IF WS-TRANLOG-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open transaction log, status "
                      WS-TRANLOG-STATUS
              CLOSE ACCOUNT-MASTER
              STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open sweep report, status "
                      WS-REPORT-STATUS
              CLOSE ACCOUNT-MASTER TRANLOG-FILE
              STOP RUN
           END-IF

           MOVE WS-PARAM-BUSINESS-DATE TO HL-BUSINESS-DATE
           WRITE REPORT-LINE FROM WS-HEADER-LINE

      *> the notices queue is always extended, created once on the
      *> very first run -- lettergen.cob empties it.
           OPEN EXTEND NOTICEQ-FILE
           IF WS-NOTICEQ-STATUS = "35"
              OPEN OUTPUT NOTICEQ-FILE
           END-IF
           IF WS-NOTICEQ-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open notices queue, status "
                      WS-NOTICEQ-STATUS
              CLOSE ACCOUNT-MASTER TRANLOG-FILE REPORT-FILE
              STOP RUN
           END-IF

           INITIALIZE WS-AGEING-TOTALS

      *> no loan book is a quiet night, not an error.
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS = "35"
              SET LOAN-EOF TO TRUE
           ELSE
              IF WS-LOAN-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open loan master, status "
                         WS-LOAN-STATUS
                 STOP RUN
              END-IF
              READ LOAN-FILE
                  AT END SET LOAN-EOF TO TRUE
              END-READ
           END-IF

           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHED-STATUS = "35"
              SET SCHED-EOF TO TRUE
           ELSE
              IF WS-SCHED-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open loan schedule, status "
                         WS-SCHED-STATUS
                 STOP RUN
              END-IF
              READ SCHEDULE-FILE
                  AT END SET SCHED-EOF TO TRUE
              END-READ
           END-IF.

       0200-LOAD-LOAN-BOOK.
           IF WS-LN-COUNT NOT < 500
              DISPLAY "ERROR: Loan table full (500 loans). "
                      "Increase WS-LN-ENTRY OCCURS and recompile."
              STOP RUN
           END-IF
           ADD 1 TO WS-LN-COUNT
           SET WS-LN-IDX TO WS-LN-COUNT
           MOVE LOAN-RECORD TO WS-LN-IMAGE (WS-LN-IDX)

           READ LOAN-FILE
               AT END SET LOAN-EOF TO TRUE
           END-READ.

       0250-LOAD-SCHEDULE.
           IF WS-LS-COUNT NOT < 10000
              DISPLAY "ERROR: Schedule table full (10000 lines). "
                      "Increase WS-LS-ENTRY OCCURS and recompile."
              STOP RUN
           END-IF
           ADD 1 TO WS-LS-COUNT
           SET WS-LS-IDX TO WS-LS-COUNT
           MOVE LOAN-SCHEDULE-RECORD TO WS-LS-IMAGE (WS-LS-IDX)

           READ SCHEDULE-FILE
               AT END SET SCHED-EOF TO TRUE
           END-READ.

       0300-SWEEP-LOANS.
           IF WS-LOAN-STATUS NOT = "35"
              CLOSE LOAN-FILE
           END-IF
           IF WS-SCHED-STATUS NOT = "35"
              CLOSE SCHEDULE-FILE
           END-IF

           SET WS-LN-IDX TO 1
           PERFORM 0400-SWEEP-ONE-LOAN
              VARYING WS-LN-IDX FROM 1 BY 1
              UNTIL WS-LN-IDX > WS-LN-COUNT.

      *> a loan behind by more than one installment catches up in
      *> order, oldest first, until one cannot be covered or the
      *> next one is not yet due.
       0400-SWEEP-ONE-LOAN.
           MOVE WS-LN-IMAGE (WS-LN-IDX) TO LOAN-RECORD

           IF LN-IS-CURRENT OR LN-IS-PAST-DUE
              MOVE "N" TO WS-STOP-FLAG
              PERFORM 0500-COLLECT-NEXT-INSTALLMENT
                 UNTIL WS-STOP-SWEEP OR LN-IS-REPAID
              MOVE LOAN-RECORD TO WS-LN-IMAGE (WS-LN-IDX)
           END-IF.

       0500-COLLECT-NEXT-INSTALLMENT.
           COMPUTE WS-WANT-SEQ = LN-PAID-COUNT + 1
           PERFORM 0510-FIND-INSTALLMENT
           IF NOT WS-FOUND
              DISPLAY "WARNING: No schedule line " WS-WANT-SEQ
                      " for loan " LN-HOLDERID "/" LN-OPEN-DATE
                      ", loan skipped."
              SET WS-STOP-SWEEP TO TRUE
           ELSE
      *> the date the installment actually falls on is the nominal
      *> date rolled forward past any weekend or holiday, on a
      *> working copy only -- the agreed schedule never drifts.
              MOVE LS-DUE-DATE TO WS-CHECK-DATE
              PERFORM 0660-ROLL-TO-BUSINESS-DAY
              IF WS-CHECK-DATE > WS-PARAM-BUSINESS-DATE
                 SET WS-STOP-SWEEP TO TRUE
              ELSE
                 PERFORM 0600-COLLECT-INSTALLMENT
                 MOVE LOAN-SCHEDULE-RECORD TO WS-LS-IMAGE (WS-LS-IDX)
              END-IF
           END-IF.

      *> leaves the matched schedule line in the record buffer with
      *> WS-LS-IDX on its table slot.
       0510-FIND-INSTALLMENT.
           MOVE "N" TO WS-FOUND-FLAG
           SET WS-LS-IDX TO 1
           PERFORM VARYING WS-LS-IDX FROM 1 BY 1
                    UNTIL WS-LS-IDX > WS-LS-COUNT
              MOVE WS-LS-IMAGE (WS-LS-IDX) TO LOAN-SCHEDULE-RECORD
              IF LS-HOLDERID = LN-HOLDERID
                 AND LS-OPEN-DATE = LN-OPEN-DATE
                 AND LS-SEQ = WS-WANT-SEQ
                 SET WS-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       0600-COLLECT-INSTALLMENT.
           MOVE SPACES TO WS-SKIP-REASON

           MOVE LN-HOLDERID TO HOLDERID OF ACCOUNT-RECORD
           MOVE "C" TO ACCOUNT-TYPE OF ACCOUNT-RECORD
           READ ACCOUNT-MASTER
               INVALID KEY
                  MOVE "CHECKING NOT ON MASTER" TO WS-SKIP-REASON
           END-READ

           IF WS-SKIP-REASON = SPACES
              IF ACCT-STATUS OF ACCOUNT-RECORD NOT = "O"
                 AND ACCT-STATUS OF ACCOUNT-RECORD NOT = SPACE
                 MOVE "CHECKING NOT OPEN" TO WS-SKIP-REASON
              END-IF
           END-IF

      *> a scheduled sweep keeps the hard MINIMUM-BALANCE floor the
      *> standing orders keep -- the overdraft line is for
      *> customer-initiated debits, and a loan is never repaid by
      *> lending the customer more.
           IF WS-SKIP-REASON = SPACES
              IF (SAVINGS OF ACCOUNT-RECORD - LS-PAYMENT)
                 < MINIMUM-BALANCE OF ACCOUNT-RECORD
                 MOVE "INSUFFICIENT FUNDS" TO WS-SKIP-REASON
              END-IF
           END-IF

           IF WS-SKIP-REASON NOT = SPACES
              PERFORM 0700-MISS-INSTALLMENT
              SET WS-STOP-SWEEP TO TRUE
           ELSE
              COMPUTE SAVINGS OF ACCOUNT-RECORD =
                 SAVINGS OF ACCOUNT-RECORD - LS-PAYMENT
              REWRITE ACCOUNT-RECORD
              IF WS-ACCT-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to rewrite account master, "
                         "status " WS-ACCT-STATUS
                 STOP RUN
              END-IF

              IF LS-INTEREST > ZERO
                 MOVE "LOAN-INT" TO WS-TRANLOG-TYPE
                 MOVE LS-INTEREST TO WS-TRANLOG-AMOUNT
                 PERFORM 0650-WRITE-TRANLOG
              END-IF
              IF LS-PRINCIPAL > ZERO
                 MOVE "LOAN-PRIN" TO WS-TRANLOG-TYPE
                 MOVE LS-PRINCIPAL TO WS-TRANLOG-AMOUNT
                 PERFORM 0650-WRITE-TRANLOG
              END-IF

              MOVE "P" TO LS-STATUS
              MOVE LS-BALANCE-AFTER TO LN-BALANCE
              ADD 1 TO LN-PAID-COUNT
              ADD 1 TO WS-COLLECTED-COUNT
              ADD LS-PAYMENT TO WS-COLLECTED-AMOUNT

      *> collected: the loan is current until the next installment
      *> in this catch-up proves otherwise.
              MOVE ZERO TO LN-PAST-DUE-SINCE
              IF LN-PAID-COUNT NOT < LN-TERM-MONTHS
                 MOVE "R" TO LN-STATUS
                 ADD 1 TO WS-REPAID-COUNT
                 MOVE "REPAID" TO WS-DISPOSITION
              ELSE
                 MOVE "A" TO LN-STATUS
                 MOVE "COLLECTED" TO WS-DISPOSITION
              END-IF
              PERFORM 0720-REPORT-DISPOSITION
           END-IF.

       0650-WRITE-TRANLOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-TIMESTAMP
           MOVE HOLDERID OF ACCOUNT-RECORD TO TRAN-HOLDERID
           MOVE ACCOUNT-TYPE OF ACCOUNT-RECORD TO TRAN-ACCOUNT-TYPE
           MOVE WS-TRANLOG-TYPE TO TRAN-TYPE
           MOVE WS-TRANLOG-AMOUNT TO TRAN-AMOUNT
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
           END-IF.

      *> roll WS-CHECK-DATE forward to the next business day -- an
      *> installment falling on a weekend or a calendar holiday is
      *> collected when the clearing world reopens.
       0660-ROLL-TO-BUSINESS-DAY.
           PERFORM 7750-CHECK-BUSINESS-DAY
           PERFORM UNTIL WS-IS-BUSINESS-DAY
              COMPUTE WS-DUE-INTEGER =
                 FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE) + 1
              COMPUTE WS-CHECK-DATE =
                 FUNCTION DATE-OF-INTEGER (WS-DUE-INTEGER)
              PERFORM 7750-CHECK-BUSINESS-DAY
           END-PERFORM.

      *> the installment stays due and is retried every night; the
      *> loan ages from the due date of its oldest uncollected
      *> installment. The customer hears about an installment once,
      *> on its first miss, not on every night's retry.
       0700-MISS-INSTALLMENT.
           ADD 1 TO WS-MISSED-COUNT
           IF LN-PAST-DUE-SINCE = ZERO
              MOVE LS-DUE-DATE TO LN-PAST-DUE-SINCE
           END-IF
           MOVE "P" TO LN-STATUS
           MOVE "MISSED" TO WS-DISPOSITION
           PERFORM 0720-REPORT-DISPOSITION

           IF LS-IS-OPEN
              MOVE "M" TO LS-STATUS
              MOVE SPACES TO NOTICE-EVENT-RECORD
              MOVE LN-HOLDERID TO NE-HOLDERID
              MOVE "LOANPDUE" TO NE-EVENT-CODE
              MOVE WS-PARAM-BUSINESS-DATE TO NE-EVENT-DATE
              MOVE LS-PAYMENT TO NE-AMOUNT
              WRITE NOTICE-EVENT-RECORD
              IF WS-NOTICEQ-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to write notices queue, "
                         "status " WS-NOTICEQ-STATUS
                 STOP RUN
              END-IF
              ADD 1 TO WS-NOTICE-COUNT
           END-IF.

       0720-REPORT-DISPOSITION.
           MOVE LN-HOLDERID TO DL-HOLDERID
           MOVE LN-OPEN-DATE TO DL-OPEN-DATE
           MOVE LS-SEQ TO DL-SEQ
           MOVE LS-PAYMENT TO DL-AMOUNT
           MOVE WS-DISPOSITION TO DL-DISPOSITION
           MOVE WS-SKIP-REASON TO DL-REASON
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

      *> every loan still past due after tonight's sweep, aged from
      *> its oldest uncollected installment, with the book totalled
      *> by ageing bucket.
       0750-REPORT-AGEING.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-AGEING-HEADER

           SET WS-LN-IDX TO 1
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                    UNTIL WS-LN-IDX > WS-LN-COUNT
              MOVE WS-LN-IMAGE (WS-LN-IDX) TO LOAN-RECORD
              IF LN-IS-PAST-DUE
                 PERFORM 0760-AGE-ONE-LOAN
              END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           SET WS-AGE-IDX TO 1
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                    UNTIL WS-AGE-IDX > 4
              MOVE WS-AGE-LABEL (WS-AGE-IDX) TO BL-LABEL
              MOVE WS-AGE-LOANS (WS-AGE-IDX) TO BL-LOANS
              MOVE WS-AGE-BALANCE (WS-AGE-IDX) TO BL-BALANCE
              WRITE REPORT-LINE FROM WS-BUCKET-LINE
           END-PERFORM.

       0760-AGE-ONE-LOAN.
           COMPUTE WS-DAYS-PAST-DUE =
              FUNCTION INTEGER-OF-DATE (WS-PARAM-BUSINESS-DATE)
              - FUNCTION INTEGER-OF-DATE (LN-PAST-DUE-SINCE)

           EVALUATE TRUE
              WHEN WS-DAYS-PAST-DUE NOT > 30
                 SET WS-AGE-IDX TO 1
              WHEN WS-DAYS-PAST-DUE NOT > 60
                 SET WS-AGE-IDX TO 2
              WHEN WS-DAYS-PAST-DUE NOT > 90
                 SET WS-AGE-IDX TO 3
              WHEN OTHER
                 SET WS-AGE-IDX TO 4
           END-EVALUATE
           ADD 1 TO WS-AGE-LOANS (WS-AGE-IDX)
           ADD LN-BALANCE TO WS-AGE-BALANCE (WS-AGE-IDX)

           MOVE LN-HOLDERID TO AL-HOLDERID
           MOVE LN-OPEN-DATE TO AL-OPEN-DATE
           MOVE LN-PAST-DUE-SINCE TO AL-SINCE
           MOVE WS-DAYS-PAST-DUE TO AL-DAYS
           MOVE LN-BALANCE TO AL-BALANCE
           WRITE REPORT-LINE FROM WS-AGEING-LINE.

       0800-REWRITE-LOAN-BOOK.
           IF WS-LN-COUNT > ZERO
              OPEN OUTPUT LOAN-FILE
              IF WS-LOAN-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to rewrite loan master, "
                         "status " WS-LOAN-STATUS
                 STOP RUN
              END-IF
              SET WS-LN-IDX TO 1
              PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                       UNTIL WS-LN-IDX > WS-LN-COUNT
                 MOVE WS-LN-IMAGE (WS-LN-IDX) TO LOAN-RECORD
                 WRITE LOAN-RECORD
              END-PERFORM
              CLOSE LOAN-FILE
           END-IF

           IF WS-LS-COUNT > ZERO
              OPEN OUTPUT SCHEDULE-FILE
              IF WS-SCHED-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to rewrite loan schedule, "
                         "status " WS-SCHED-STATUS
                 STOP RUN
              END-IF
              SET WS-LS-IDX TO 1
              PERFORM VARYING WS-LS-IDX FROM 1 BY 1
                       UNTIL WS-LS-IDX > WS-LS-COUNT
                 MOVE WS-LS-IMAGE (WS-LS-IDX) TO LOAN-SCHEDULE-RECORD
                 WRITE LOAN-SCHEDULE-RECORD
              END-PERFORM
              CLOSE SCHEDULE-FILE
           END-IF.

       0900-FINALIZE.
           CLOSE ACCOUNT-MASTER TRANLOG-FILE REPORT-FILE NOTICEQ-FILE

           DISPLAY "Loan sweep complete. Collected: "
                   WS-COLLECTED-COUNT " Missed: " WS-MISSED-COUNT
                   " Repaid: " WS-REPAID-COUNT
           DISPLAY "  Past-due notices queued: " WS-NOTICE-COUNT.


       7700-LOAD-CALENDAR.
           OPEN INPUT BUSCAL-FILE
           IF WS-BUSCAL-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-BUSCAL-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open business calendar, "
                         "status " WS-BUSCAL-STATUS
                 STOP RUN
              END-IF
              READ BUSCAL-FILE
                  AT END SET BUSCAL-EOF TO TRUE
              END-READ
              PERFORM UNTIL BUSCAL-EOF
                 IF WS-CAL-COUNT NOT < 200
                    DISPLAY "ERROR: Calendar table full (200 "
                            "holidays). Increase WS-CAL-ENTRY "
                            "OCCURS and recompile."
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-CAL-COUNT
                 SET WS-CAL-IDX TO WS-CAL-COUNT
                 MOVE BC-HOLIDAY-DATE TO WS-CAL-DATE (WS-CAL-IDX)
                 READ BUSCAL-FILE
                     AT END SET BUSCAL-EOF TO TRUE
                 END-READ
              END-PERFORM
              CLOSE BUSCAL-FILE
           END-IF.

      *> is WS-CHECK-DATE a business day? Saturday and Sunday are
      *> not, and neither is any date on the holiday calendar.
       7750-CHECK-BUSINESS-DAY.
           MOVE "Y" TO WS-BUSDAY-FLAG
           COMPUTE WS-CHECK-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE)
           COMPUTE WS-CHECK-DOW = FUNCTION MOD (WS-CHECK-INTEGER 7)
           IF WS-CHECK-DOW = 6 OR WS-CHECK-DOW = 0
              MOVE "N" TO WS-BUSDAY-FLAG
           END-IF
           SET WS-CAL-IDX TO 1
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                    UNTIL WS-CAL-IDX > WS-CAL-COUNT
              IF WS-CAL-DATE (WS-CAL-IDX) = WS-CHECK-DATE
                 MOVE "N" TO WS-BUSDAY-FLAG
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       7900-READ-PARAMETERS.
           OPEN INPUT PARAM-FILE
           IF WS-PARMFILE-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open LOANSWP.PRM, status "
                      WS-PARMFILE-STATUS
              STOP RUN
           END-IF
           READ PARAM-FILE INTO WS-PARAM
               AT END
                  DISPLAY "ERROR: LOANSWP.PRM is empty."
                  STOP RUN
           END-READ
           CLOSE PARAM-FILE.

      *> same double-run stop the other nightly jobs carry -- a
      *> double run here would take an installment twice. Marking
      *> COMPLETE touches this job's status and nothing else.
       8000-CHECK-RUN-CONTROL.
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS = "35"
              MOVE WS-PARAM-BUSINESS-DATE TO RC-BUSINESS-DATE
              MOVE "PENDING" TO RC-INTEREST-STATUS
              MOVE "PENDING" TO RC-EODRECON-STATUS
              MOVE "PENDING" TO RC-STATEMENT-STATUS
              MOVE "PENDING" TO RC-STORDER-STATUS
              MOVE "PENDING" TO RC-BILLPAY-STATUS
              MOVE "PENDING" TO RC-TERMDEP-STATUS
              MOVE "PENDING" TO RC-ODINT-STATUS
              MOVE "PENDING" TO RC-LOAN-STATUS
              PERFORM 8900-WRITE-RUN-CONTROL
           ELSE
              IF WS-RUNCTL-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open run control, status "
                         WS-RUNCTL-STATUS
                 STOP RUN
              END-IF
      *> pre-initialize before the READ, as nightly.cob does -- an
      *> empty control file (a write that never landed) must read as
      *> a fresh PENDING record, not as garbage the date compares
      *> then act on.
              MOVE ZERO TO RC-BUSINESS-DATE
              MOVE "PENDING" TO RC-INTEREST-STATUS
              MOVE "PENDING" TO RC-EODRECON-STATUS
              MOVE "PENDING" TO RC-STATEMENT-STATUS
              MOVE "PENDING" TO RC-STORDER-STATUS
              MOVE "PENDING" TO RC-BILLPAY-STATUS
              MOVE "PENDING" TO RC-TERMDEP-STATUS
              MOVE "PENDING" TO RC-ODINT-STATUS
              MOVE "PENDING" TO RC-LOAN-STATUS
              READ RUNCTL-FILE INTO RUNCTL-RECORD
                  AT END CONTINUE
              END-READ
              CLOSE RUNCTL-FILE

      *> a record for a LATER operator date is a different window:
      *> start the new date with every job PENDING, exactly as
      *> nightly.cob's own date roll does. A record for THIS date is
      *> live -- refuse a second run, and never disturb the other
      *> jobs' marks. A parameter date OLDER than the record is a
      *> stale parameter file, never a reason to rewind the window --
      *> refuse it before it wipes another job's COMPLETE mark.
              IF RC-BUSINESS-DATE > WS-PARAM-BUSINESS-DATE
                 DISPLAY "REFUSED: parameter business date "
                         WS-PARAM-BUSINESS-DATE " is older than the "
                         "run control's " RC-BUSINESS-DATE
                         " -- check the parameter file."
                 GOBACK
              END-IF
              IF RC-BUSINESS-DATE NOT = WS-PARAM-BUSINESS-DATE
                 MOVE WS-PARAM-BUSINESS-DATE TO RC-BUSINESS-DATE
                 MOVE "PENDING" TO RC-INTEREST-STATUS
                 MOVE "PENDING" TO RC-EODRECON-STATUS
                 MOVE "PENDING" TO RC-STATEMENT-STATUS
                 MOVE "PENDING" TO RC-STORDER-STATUS
                 MOVE "PENDING" TO RC-BILLPAY-STATUS
                 MOVE "PENDING" TO RC-TERMDEP-STATUS
                 MOVE "PENDING" TO RC-ODINT-STATUS
                 MOVE "PENDING" TO RC-LOAN-STATUS
              ELSE
                 IF RC-LOAN-STATUS = "COMPLETE" AND NOT WS-OVERRIDE
                    DISPLAY "REFUSED: loan sweep already COMPLETE "
                            "for business date " RC-BUSINESS-DATE
                    DISPLAY "Supply operator override to rerun."
                    GOBACK
                 END-IF
              END-IF
           END-IF.

       8500-MARK-JOB-COMPLETE.
           MOVE "COMPLETE" TO RC-LOAN-STATUS
           PERFORM 8900-WRITE-RUN-CONTROL.

       8900-WRITE-RUN-CONTROL.
           OPEN OUTPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write run control, status "
                      WS-RUNCTL-STATUS
              STOP RUN
           END-IF
           WRITE RUNCTL-LINE FROM RUNCTL-RECORD
           CLOSE RUNCTL-FILE.
