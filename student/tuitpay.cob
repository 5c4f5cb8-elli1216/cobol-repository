      * PAYPLAN.DAT, earliest due date first, cascading into the
      * next installment when it more than fills one.
      *
      * The feed billremit.cob bridges from the bank's bill payments
      * closes with a count/amount trailer; when a trailer is present
      * the whole feed is proven against it before anything posts
      * (the same balance-then-import discipline as atmimp.cob) and
      * an out-of-balance feed stops the run with the ledger
      * untouched. A hand-keyed feed with no trailer still posts.
      * Once the feed has posted cleanly it is emptied, so neither a
      * rerun nor the next night's billremit.cob can see it again;
      * its rejects stay on TUITPREJ.DAT.
      *
      * PAYFEED.DAT: student ID (5) | payment amount (8, implied V99)
      *              | source reference (8, carried to TH-REF)
      *   trailer:   "99999" | detail count (8) | amount total (12,
      *              implied V99)
      ******************************************************************

       ENVIRONMENT DIVISION.
       FD  PAYMENT-FILE.
       01 PAYMENT-RECORD.
          05 PF-ID                 PIC X(05).
             88 PF-IS-TRAILER          VALUE "99999".
          05 FILLER                PIC X(01).
          05 PF-AMOUNT             PIC X(08).
          05 PF-AMOUNT-N REDEFINES PF-AMOUNT
                                   PIC 9(6)V99.
          05 FILLER                PIC X(01).
          05 PF-REF                PIC X(08).
          05 FILLER                PIC X(04).
       01 PAYMENT-TRAILER REDEFINES PAYMENT-RECORD.
          05 FILLER                PIC X(05).
          05 FILLER                PIC X(01).
          05 PT-COUNT              PIC 9(08).
          05 FILLER                PIC X(01).
          05 PT-AMOUNT             PIC 9(10)V99.

       FD  TUITION-FILE.
       COPY TUITREC.
             88 TUITION-EOF              VALUE "Y".
          05 WS-PLAN-EOF-FLAG       PIC X VALUE "N".
             88 PLAN-EOF                 VALUE "Y".
          05 WS-TRAILER-SEEN-FLAG   PIC X VALUE "N".
             88 WS-TRAILER-FOUND         VALUE "Y".

       01 WS-BALANCE-TOTALS.
          05 WS-DETAIL-COUNT       PIC 9(08) VALUE ZERO.
          05 WS-AMOUNT-TOTAL       PIC 9(10)V99 VALUE ZERO.
          05 WS-TRAILER-COUNT      PIC 9(08) VALUE ZERO.
          05 WS-TRAILER-AMOUNT     PIC 9(10)V99 VALUE ZERO.

       01 WS-REJECT-REASON         PIC X(20).


       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-BALANCE-PASS
           PERFORM 0100-INITIALIZE
           PERFORM 0200-LOAD-TUITION-LEDGER UNTIL TUITION-EOF
           PERFORM 0250-LOAD-PLAN-FILE
           PERFORM 0900-FINALIZE
           STOP RUN.

      *> first pass: a feed carrying a trailer is read whole and
      *> proven before the ledger is opened for update -- a short or
      *> out-of-balance feed refuses with nothing posted.
       0050-BALANCE-PASS.
           OPEN INPUT PAYMENT-FILE
           IF WS-PAYMENT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open payment feed, status "
                      WS-PAYMENT-STATUS
              STOP RUN
           END-IF

           READ PAYMENT-FILE
               AT END SET PAYMENT-EOF TO TRUE
           END-READ

           PERFORM UNTIL PAYMENT-EOF
              IF PF-IS-TRAILER
                 SET WS-TRAILER-FOUND TO TRUE
                 MOVE PT-COUNT TO WS-TRAILER-COUNT
                 MOVE PT-AMOUNT TO WS-TRAILER-AMOUNT
              ELSE
                 ADD 1 TO WS-DETAIL-COUNT
                 IF PF-AMOUNT NUMERIC
                    ADD PF-AMOUNT-N TO WS-AMOUNT-TOTAL
                 END-IF
              END-IF
              READ PAYMENT-FILE
                  AT END SET PAYMENT-EOF TO TRUE
              END-READ
           END-PERFORM

           CLOSE PAYMENT-FILE
           MOVE "N" TO WS-PAYMENT-EOF-FLAG

           IF NOT WS-TRAILER-FOUND
              DISPLAY "Payment feed carries no trailer; posting "
                      "as a hand-keyed feed."
           ELSE
              IF WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
                 DISPLAY "*** FEED REFUSED: TRAILER COUNT "
                         WS-TRAILER-COUNT " VS DETAILS READ "
                         WS-DETAIL-COUNT " ***"
                 STOP RUN
              END-IF
              IF WS-AMOUNT-TOTAL NOT = WS-TRAILER-AMOUNT
                 DISPLAY "*** FEED REFUSED: TRAILER AMOUNT DOES NOT "
                         "MATCH DETAIL TOTAL ***"
                 STOP RUN
              END-IF
           END-IF.

       0100-INITIALIZE.
           OPEN INPUT TUITION-FILE
           IF WS-TUITION-STATUS NOT = "00"
               AT END SET TUITION-EOF TO TRUE
           END-READ.

      *> the trailer was proven in the first pass; it posts nothing.
       0300-PROCESS-PAYMENTS.
           IF NOT PF-IS-TRAILER
              PERFORM 0310-POST-ONE-PAYMENT
           END-IF

           READ PAYMENT-FILE
               AT END SET PAYMENT-EOF TO TRUE
           END-READ.

       0310-POST-ONE-PAYMENT.
           MOVE SPACES TO WS-REJECT-REASON

           IF PF-AMOUNT NOT NUMERIC OR PF-AMOUNT-N = ZERO
              MOVE PF-ID TO RJ-ID
              MOVE WS-REJECT-REASON TO RJ-REASON
              WRITE REJECT-RECORD
           END-IF.

      *> every payment leaves a dated, typed entry on the history.
       0500-WRITE-HISTORY-LINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TH-DATE
           MOVE "PAYMENT" TO TH-TYPE
           MOVE SPACES TO TH-TERM
           MOVE PF-REF TO TH-REF
           MOVE PF-AMOUNT-N TO TH-AMOUNT
           WRITE TUITION-HISTORY-RECORD
           IF WS-TUITHIST-STATUS NOT = "00"
       0900-FINALIZE.
           CLOSE PAYMENT-FILE REJECT-FILE TUITHIST-FILE

      *> every line is on the ledger or on the reject file by now.
           OPEN OUTPUT PAYMENT-FILE
           IF WS-PAYMENT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to empty payment feed, status "
                      WS-PAYMENT-STATUS
              STOP RUN
           END-IF
           CLOSE PAYMENT-FILE

           DISPLAY "Payment posting complete."
           DISPLAY "  Posted:   " WS-POSTED-COUNT
           DISPLAY "  Rejected: " WS-REJECT-COUNT.
