      * control the same way interest.cob is, so a double run cannot
      * remit the day's bills twice.
      *
      * Payments to a payee flagged for a student-ID reference (the
      * university) are also bridged onto the tuition ledger: each
      * one is proven against TUITION.DAT with the same checks
      * tuitpay.cob applies (student on the ledger, no payment past
      * the amount due -- counting every earlier payment in tonight's
      * run) and written to a trailer-balanced PAYFEED.DAT for
      * tuitpay.cob to post. A payment that would fail those checks
      * stays off the feed and is listed on TUITBEX.RPT with the
      * paying holder so the bank and the bursar can settle it; the
      * report closes with the bridged, excepted and university
      * remitted totals, which always agree. The feed is cut fresh
      * each night, so the run refuses (returning to its caller with
      * the job left PENDING) while a PAYFEED.DAT carrying payments
      * is still on hand -- tuitpay.cob proves a single trailer, and
      * overwriting would lose payments not yet posted (hand-keyed
      * ones included). tuitpay.cob empties the feed once it has
      * posted it cleanly; a feed holding nothing but a zero-count
      * trailer is a quiet night's and counts as clear.
      *
      * BILLREMIT.PRM: the operator's business date and the override
      * flag ("Y" forces a rerun the run control would otherwise
      * refuse).
      *            holder id (10)
      *   trailer: "T" | detail count (8) | amount total (12,
      *            implied V99)
      * Payment feed layout (tuitpay.cob):
      *   detail:  student id (5) | amount (8, implied V99) |
      *            source reference (8)
      *   trailer: "99999" | detail count (8) | amount total (12,
      *            implied V99)
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-STATUS.

           SELECT TUITION-FILE ASSIGN TO "TUITION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUITION-STATUS.

           SELECT PAYFEED-FILE ASSIGN TO "PAYFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYFEED-STATUS.

           SELECT BRIDGE-REPORT ASSIGN TO "TUITBEX.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRIDGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYEE-FILE.
       01  REMIT-LINE               PIC X(60).

       FD  RUNCTL-FILE.
       01  RUNCTL-LINE              PIC X(80).

       FD  PARAM-FILE.
       01  PARAM-LINE               PIC X(20).

       FD  TUITION-FILE.
       COPY TUITREC.

       FD  PAYFEED-FILE.
       01 PAYFEED-RECORD.
           05 PF-ID                 PIC X(05).
           05 FILLER                PIC X(01).
           05 PF-AMOUNT             PIC 9(6)V99.
           05 FILLER                PIC X(01).
           05 PF-REF                PIC X(08).
           05 FILLER                PIC X(04).
       01 PAYFEED-TRAILER REDEFINES PAYFEED-RECORD.
           05 PT-ID                 PIC X(05).
           05 FILLER                PIC X(01).
           05 PT-COUNT              PIC 9(08).
           05 FILLER                PIC X(01).
           05 PT-AMOUNT             PIC 9(10)V99.

       FD  BRIDGE-REPORT.
       01  BRIDGE-LINE              PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-PAYEE-STATUS           PIC XX.
       01 WS-QUEUE-STATUS           PIC XX.
       01 WS-REMIT-STATUS           PIC XX.
       01 WS-RUNCTL-STATUS          PIC XX.
       01 WS-PARMFILE-STATUS        PIC XX.
       01 WS-TUITION-STATUS         PIC XX.
       01 WS-PAYFEED-STATUS         PIC XX.
       01 WS-BRIDGE-STATUS          PIC XX.

       01 WS-REMIT-NAME             PIC X(30).

               88 PAYEE-EOF               VALUE "Y".
           05 WS-QUEUE-EOF-FLAG      PIC X VALUE "N".
               88 QUEUE-EOF               VALUE "Y".
           05 WS-TUITION-EOF-FLAG    PIC X VALUE "N".
               88 TUITION-EOF             VALUE "Y".
           05 WS-PAYFEED-HELD-FLAG   PIC X VALUE "N".
               88 PAYFEED-ON-HAND         VALUE "Y".
           05 WS-PAYFEED-EOF-FLAG    PIC X VALUE "N".
               88 PAYFEED-EOF             VALUE "Y".

      *> payee routing references loaded once per run. Cancelled
      *> payees stay in the table -- an instruction captured before
               10 WS-PY-CODE            PIC X(08).
               10 WS-PY-BANK-REF        PIC X(12).
               10 WS-PY-ACCOUNT-REF     PIC X(16).
               10 WS-PY-REFERENCE-TYPE  PIC X(01).

       01 WS-FOUND-FLAG             PIC X.
           88 WS-FOUND                 VALUE "Y".
           05 WS-HOLD-COUNT         PIC 9(03) VALUE ZERO.
           05 WS-HOLD-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-HOLD-IDX.
               10 WS-HOLD-IMAGE         PIC X(52).

      *> the tuition ledger held in storage for the bridge checks;
      *> the paid figure is advanced by every payment bridged so a
      *> second payment in the same night is proven against the
      *> first.
       01 WS-TUIT-TABLE.
           05 WS-TUIT-COUNT         PIC 9(04) VALUE ZERO.
           05 WS-TUIT-ENTRY OCCURS 1000 TIMES
                             INDEXED BY WS-TUIT-IDX.
               10 WS-TUIT-ID            PIC X(05).
               10 WS-TUIT-DUE           PIC 9(6)V99.
               10 WS-TUIT-PAID          PIC 9(6)V99.

       01 WS-TUIT-FOUND-FLAG        PIC X.
           88 WS-TUIT-FOUND            VALUE "Y".
       01 WS-BRIDGE-REASON          PIC X(20).

       01 WS-REMIT-DETAIL.
           05 RD-REC-TYPE           PIC X(01) VALUE "D".
       01 WS-COUNTERS.
           05 WS-REMIT-COUNT        PIC 9(08) VALUE ZERO.
           05 WS-REMIT-TOTAL        PIC 9(10)V99 VALUE ZERO.
           05 WS-FEED-COUNT         PIC 9(08) VALUE ZERO.
           05 WS-FEED-TOTAL         PIC 9(10)V99 VALUE ZERO.
           05 WS-BEX-COUNT          PIC 9(08) VALUE ZERO.
           05 WS-BEX-TOTAL          PIC 9(10)V99 VALUE ZERO.
           05 WS-UNIV-TOTAL         PIC 9(10)V99 VALUE ZERO.

       01 WS-BEX-HEADER.
           05 FILLER                PIC X(41) VALUE
              "--- TUITION BRIDGE EXCEPTIONS REPORT ---".
           05 FILLER                PIC X(07) VALUE "  DATE ".
           05 BH-BUSINESS-DATE      PIC 9(08).

       01 WS-BEX-COLUMNS.
           05 FILLER                PIC X(12) VALUE "HOLDERID".
           05 FILLER                PIC X(06) VALUE "TYPE".
           05 FILLER                PIC X(12) VALUE "STUDENT ID".
           05 FILLER                PIC X(16) VALUE "AMOUNT".
           05 FILLER                PIC X(10) VALUE "CAPTURED".
           05 FILLER                PIC X(20) VALUE "REASON".

       01 WS-BEX-DETAIL.
           05 BD-HOLDERID           PIC Z(9)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 BD-ACCOUNT-TYPE       PIC X(01).
           05 FILLER                PIC X(05) VALUE SPACES.
           05 BD-STUDENT-ID         PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 BD-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 BD-CAPTURE-DATE       PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 BD-REASON             PIC X(20).

       01 WS-BEX-TOTAL-LINE.
           05 BT-LABEL              PIC X(30).
           05 BT-COUNT              PIC Z(7)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 BT-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7900-READ-PARAMETERS
           PERFORM 0050-CHECK-PAYFEED
           PERFORM 8000-CHECK-RUN-CONTROL

           MOVE SPACES TO WS-REMIT-NAME

           PERFORM 0100-INITIALIZE
           PERFORM 0200-LOAD-PAYEE-TABLE UNTIL PAYEE-EOF
           PERFORM 0250-LOAD-TUITION-LEDGER UNTIL TUITION-EOF
           PERFORM 0300-EXTRACT-QUEUE UNTIL QUEUE-EOF
           PERFORM 0800-REWRITE-QUEUE
           PERFORM 0900-FINALIZE
           PERFORM 8500-MARK-JOB-COMPLETE
           GOBACK.

      *> checked before the run control is touched, so a refused
      *> night can simply be rerun once the feed is posted. Any
      *> detail line, or a trailer counting any, is a feed still
      *> waiting on tuitpay. A refusal returns to the caller with the
      *> job left PENDING, so nightly.cob reports it and carries on.
       0050-CHECK-PAYFEED.
           OPEN INPUT PAYFEED-FILE
           IF WS-PAYFEED-STATUS NOT = "35"
              IF WS-PAYFEED-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open tuition payment feed, "
                         "status " WS-PAYFEED-STATUS
                 GOBACK
              END-IF
              READ PAYFEED-FILE
                  AT END SET PAYFEED-EOF TO TRUE
              END-READ
              PERFORM UNTIL PAYFEED-EOF OR PAYFEED-ON-HAND
                 IF PT-ID NOT = "99999" OR PT-COUNT NOT = ZERO
                    SET PAYFEED-ON-HAND TO TRUE
                 END-IF
                 READ PAYFEED-FILE
                     AT END SET PAYFEED-EOF TO TRUE
                 END-READ
              END-PERFORM
              CLOSE PAYFEED-FILE
              IF PAYFEED-ON-HAND
                 DISPLAY "ERROR: unposted payment feed on hand "
                         "(PAYFEED.DAT) -- post it through tuitpay "
                         "before rerunning."
                 GOBACK
              END-IF
           END-IF.

       0100-INITIALIZE.
           OPEN OUTPUT REMIT-FILE
           IF WS-REMIT-STATUS NOT = "00"
              STOP RUN
           END-IF

      *> the payment feed and its exceptions report are cut every
      *> night, even empty, so the bursar sees the bridge ran.
           OPEN OUTPUT PAYFEED-FILE
           IF WS-PAYFEED-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open tuition payment feed, "
                      "status " WS-PAYFEED-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT BRIDGE-REPORT
           IF WS-BRIDGE-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open bridge exceptions "
                      "report, status " WS-BRIDGE-STATUS
              STOP RUN
           END-IF
           MOVE WS-PARAM-BUSINESS-DATE TO BH-BUSINESS-DATE
           WRITE BRIDGE-LINE FROM WS-BEX-HEADER
           WRITE BRIDGE-LINE FROM WS-BEX-COLUMNS

      *> no tuition ledger means every university payment tonight
      *> comes back as an exception -- nobody is on the ledger yet.
           OPEN INPUT TUITION-FILE
           IF WS-TUITION-STATUS = "35"
              SET TUITION-EOF TO TRUE
           ELSE
              IF WS-TUITION-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open tuition ledger, "
                         "status " WS-TUITION-STATUS
                 STOP RUN
              END-IF
              READ TUITION-FILE
                  AT END SET TUITION-EOF TO TRUE
              END-READ
           END-IF

      *> no payee master only matters if the queue carries entries;
      *> each entry then reports its payee as missing.
           OPEN INPUT PAYEE-FILE
           MOVE PY-CODE TO WS-PY-CODE (WS-PY-IDX)
           MOVE PY-BANK-REF TO WS-PY-BANK-REF (WS-PY-IDX)
           MOVE PY-ACCOUNT-REF TO WS-PY-ACCOUNT-REF (WS-PY-IDX)
           MOVE PY-REFERENCE-TYPE
                TO WS-PY-REFERENCE-TYPE (WS-PY-IDX)

           READ PAYEE-FILE
               AT END SET PAYEE-EOF TO TRUE
           END-READ.

       0250-LOAD-TUITION-LEDGER.
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

       0300-EXTRACT-QUEUE.
           MOVE "N" TO WS-FOUND-FLAG
           SET WS-PY-IDX TO 1
              WRITE REMIT-LINE FROM WS-REMIT-DETAIL
              ADD 1 TO WS-REMIT-COUNT
              ADD BQ-AMOUNT TO WS-REMIT-TOTAL
              IF WS-PY-REFERENCE-TYPE (WS-PY-IDX) = "S"
                 PERFORM 0400-BRIDGE-TUITION-PAYMENT
              END-IF
           END-IF

           READ QUEUE-FILE
               AT END SET QUEUE-EOF TO TRUE
           END-READ.

      *> a university payment lands on the tuition feed only if
      *> tuitpay.cob would post it; anything it would reject is
      *> reported here instead, with the paying holder, so the money
      *> is accounted for on one side or the other.
       0400-BRIDGE-TUITION-PAYMENT.
           MOVE SPACES TO WS-BRIDGE-REASON
           ADD BQ-AMOUNT TO WS-UNIV-TOTAL

           IF BQ-AMOUNT = ZERO OR BQ-AMOUNT > 999999.99
              MOVE "INVALID AMOUNT" TO WS-BRIDGE-REASON
           ELSE
              MOVE "N" TO WS-TUIT-FOUND-FLAG
              IF BQ-REFERENCE (6:5) = SPACES
                 SET WS-TUIT-IDX TO 1
                 PERFORM VARYING WS-TUIT-IDX FROM 1 BY 1
                          UNTIL WS-TUIT-IDX > WS-TUIT-COUNT
                    IF WS-TUIT-ID (WS-TUIT-IDX) = BQ-REFERENCE (1:5)
                       SET WS-TUIT-FOUND TO TRUE
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
              END-IF

              IF NOT WS-TUIT-FOUND
                 MOVE "ID NOT ON LEDGER" TO WS-BRIDGE-REASON
              ELSE
                 IF (WS-TUIT-PAID (WS-TUIT-IDX) + BQ-AMOUNT)
                    > WS-TUIT-DUE (WS-TUIT-IDX)
                    MOVE "OVERPAYMENT" TO WS-BRIDGE-REASON
                 END-IF
              END-IF
           END-IF

           IF WS-BRIDGE-REASON = SPACES
              ADD BQ-AMOUNT TO WS-TUIT-PAID (WS-TUIT-IDX)
              MOVE SPACES TO PAYFEED-RECORD
              MOVE BQ-REFERENCE (1:5) TO PF-ID
              MOVE BQ-AMOUNT TO PF-AMOUNT
              MOVE "BILLPAY" TO PF-REF
              WRITE PAYFEED-RECORD
              IF WS-PAYFEED-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to write tuition payment "
                         "feed, status " WS-PAYFEED-STATUS
                 STOP RUN
              END-IF
              ADD 1 TO WS-FEED-COUNT
              ADD BQ-AMOUNT TO WS-FEED-TOTAL
           ELSE
              MOVE BQ-HOLDERID TO BD-HOLDERID
              MOVE BQ-ACCOUNT-TYPE TO BD-ACCOUNT-TYPE
              MOVE BQ-REFERENCE TO BD-STUDENT-ID
              MOVE BQ-AMOUNT TO BD-AMOUNT
              MOVE BQ-CAPTURE-DATE TO BD-CAPTURE-DATE
              MOVE WS-BRIDGE-REASON TO BD-REASON
              WRITE BRIDGE-LINE FROM WS-BEX-DETAIL
              ADD 1 TO WS-BEX-COUNT
              ADD BQ-AMOUNT TO WS-BEX-TOTAL
           END-IF.

      *> everything remitted comes off the queue; only held
      *> instructions (missing payee) survive into tomorrow.
       0800-REWRITE-QUEUE.
           MOVE WS-REMIT-TOTAL TO RT-AMOUNT
           WRITE REMIT-LINE FROM WS-REMIT-TRAILER

           MOVE SPACES TO PAYFEED-TRAILER
           MOVE "99999" TO PT-ID
           MOVE WS-FEED-COUNT TO PT-COUNT
           MOVE WS-FEED-TOTAL TO PT-AMOUNT
           WRITE PAYFEED-RECORD

           MOVE SPACES TO BRIDGE-LINE
           WRITE BRIDGE-LINE
           MOVE "BRIDGED TO PAYMENT FEED:" TO BT-LABEL
           MOVE WS-FEED-COUNT TO BT-COUNT
           MOVE WS-FEED-TOTAL TO BT-AMOUNT
           WRITE BRIDGE-LINE FROM WS-BEX-TOTAL-LINE
           MOVE "EXCEPTIONS FOR THE BURSAR:" TO BT-LABEL
           MOVE WS-BEX-COUNT TO BT-COUNT
           MOVE WS-BEX-TOTAL TO BT-AMOUNT
           WRITE BRIDGE-LINE FROM WS-BEX-TOTAL-LINE
           MOVE "UNIVERSITY PAYMENTS REMITTED:" TO BT-LABEL
           COMPUTE BT-COUNT = WS-FEED-COUNT + WS-BEX-COUNT
           MOVE WS-UNIV-TOTAL TO BT-AMOUNT
           WRITE BRIDGE-LINE FROM WS-BEX-TOTAL-LINE

           IF WS-PAYEE-STATUS NOT = "35"
              CLOSE PAYEE-FILE
           END-IF
           IF WS-TUITION-STATUS NOT = "35"
              CLOSE TUITION-FILE
           END-IF
           CLOSE REMIT-FILE PAYFEED-FILE BRIDGE-REPORT

           DISPLAY "Remittance extract complete to " WS-REMIT-NAME
           DISPLAY "  Remitted: " WS-REMIT-COUNT
           DISPLAY "  Held:     " WS-HOLD-COUNT
           DISPLAY "Tuition payment feed: " WS-FEED-COUNT
                   " bridged, " WS-BEX-COUNT " exceptions "
                   "(TUITBEX.RPT).".

       7900-READ-PARAMETERS.
           OPEN INPUT PARAM-FILE
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
                 IF RC-BILLPAY-STATUS = "COMPLETE" AND NOT WS-OVERRIDE
                    DISPLAY "REFUSED: bill remittance already "
