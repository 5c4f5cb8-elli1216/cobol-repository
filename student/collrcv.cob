       IDENTIFICATION DIVISION.
       PROGRAM-ID. collrcv.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * Collection agency recovery import. Applies the agency's
      * monthly recovery file (COLLRCV.DAT) to the accounts
      * collplac.cob placed with them:
      *   P  a recovery: the gross the agency collected, less their
      *      commission, posts to TUIT-AMOUNT-PAID on TUITION.DAT and
      *      as a PAYMENT entry on TUITHIST.DAT under the agency's
      *      reference -- the commission stays on the student's
      *      balance, as the final demand warned it would. An account
      *      recovered in full is marked settled on COLLACCT.DAT.
      *   W  returned uncollectable: whatever is still owing is
      *      written off -- credited to TUIT-AMOUNT-PAID and entered
      *      on TUITHIST.DAT as its own WRITEOFF type, so a write-off
      *      never passes for money received -- and the account is
      *      marked written off.
      * The file is proven against its trailer before anything posts
      * (the same balance-then-import discipline as tuitpay.cob); a
      * file with no trailer, or out of balance, is refused with the
      * ledger untouched. Lines for IDs not on the ledger or not
      * placed, bad amounts, a commission above the gross, or a
      * recovery larger than the balance land in COLLREJ.DAT.
      *
      * Each file posted is entered on the import log (COLLIMP.DAT)
      * by its trailer count, gross total and first agency reference;
      * a file matching an entry already there has been imported
      * before and is refused with the ledger untouched, so a rerun
      * can never post the same recoveries twice.
      *
      * COLLRCV.DAT: student ID (5) | type (1, P or W) | gross
      *              recovered (8, implied V99) | commission (8,
      *              implied V99) | agency reference (8, carried to
      *              TH-REF), space-separated
      *   trailer:   "99999" | detail count (8) | gross total (12,
      *              implied V99)
      * COLLIMP.DAT: detail count (8) | gross total (12, implied V99)
      *              | first agency reference (8) | date imported
      *              (8), space-separated
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOVERY-FILE ASSIGN TO "COLLRCV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOVERY-STATUS.

           SELECT TUITION-FILE ASSIGN TO "TUITION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUITION-STATUS.

           SELECT TUITHIST-FILE ASSIGN TO "TUITHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUITHIST-STATUS.

           SELECT COLLECTION-FILE ASSIGN TO "COLLACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLL-STATUS.

           SELECT REJECT-FILE ASSIGN TO "COLLREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT IMPORT-LOG-FILE ASSIGN TO "COLLIMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECOVERY-FILE.
       01 RECOVERY-RECORD.
          05 RC-ID                 PIC X(05).
             88 RC-IS-TRAILER          VALUE "99999".
          05 FILLER                PIC X(01).
          05 RC-TYPE               PIC X(01).
             88 RC-IS-RECOVERY         VALUE "P".
             88 RC-IS-WRITEOFF         VALUE "W".
          05 FILLER                PIC X(01).
          05 RC-GROSS              PIC X(08).
          05 RC-GROSS-N REDEFINES RC-GROSS
                                   PIC 9(6)V99.
          05 FILLER                PIC X(01).
          05 RC-COMMISSION         PIC X(08).
          05 RC-COMMISSION-N REDEFINES RC-COMMISSION
                                   PIC 9(6)V99.
          05 FILLER                PIC X(01).
          05 RC-REF                PIC X(08).
       01 RECOVERY-TRAILER REDEFINES RECOVERY-RECORD.
          05 FILLER                PIC X(05).
          05 FILLER                PIC X(01).
          05 RT-COUNT              PIC 9(08).
          05 FILLER                PIC X(01).
          05 RT-AMOUNT             PIC 9(10)V99.
          05 FILLER                PIC X(06).

       FD  TUITION-FILE.
       COPY TUITREC.

       FD  TUITHIST-FILE.
       COPY TUITHREC.

       FD  COLLECTION-FILE.
       COPY COLLREC.

       FD  REJECT-FILE.
       01 REJECT-RECORD.
          05 RJ-ID                 PIC X(05).
          05 FILLER                PIC X(01).
          05 RJ-REASON             PIC X(20).

       FD  IMPORT-LOG-FILE.
       01 IMPORT-LOG-RECORD.
          05 IL-COUNT              PIC 9(08).
          05 FILLER                PIC X(01).
          05 IL-AMOUNT             PIC 9(10)V99.
          05 FILLER                PIC X(01).
          05 IL-FIRST-REF          PIC X(08).
          05 FILLER                PIC X(01).
          05 IL-IMPORTED           PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-RECOVERY-STATUS       PIC XX.
       01 WS-TUITION-STATUS        PIC XX.
       01 WS-TUITHIST-STATUS       PIC XX.
       01 WS-COLL-STATUS           PIC XX.
       01 WS-REJECT-STATUS         PIC XX.
       01 WS-IMPLOG-STATUS         PIC XX.

       01 WS-FLAGS.
          05 WS-RECOVERY-EOF-FLAG   PIC X VALUE "N".
             88 RECOVERY-EOF             VALUE "Y".
          05 WS-TUITION-EOF-FLAG    PIC X VALUE "N".
             88 TUITION-EOF              VALUE "Y".
          05 WS-COLL-EOF-FLAG       PIC X VALUE "N".
             88 COLL-EOF                 VALUE "Y".
          05 WS-TRAILER-SEEN-FLAG   PIC X VALUE "N".
             88 WS-TRAILER-FOUND         VALUE "Y".
          05 WS-FOUND-FLAG          PIC X.
             88 WS-FOUND                 VALUE "Y".
          05 WS-IMPLOG-EOF-FLAG     PIC X VALUE "N".
             88 IMPLOG-EOF               VALUE "Y".
          05 WS-IMPORTED-FLAG       PIC X VALUE "N".
             88 WS-ALREADY-IMPORTED      VALUE "Y".

       01 WS-BALANCE-TOTALS.
          05 WS-DETAIL-COUNT       PIC 9(08) VALUE ZERO.
          05 WS-AMOUNT-TOTAL       PIC 9(10)V99 VALUE ZERO.
          05 WS-TRAILER-COUNT      PIC 9(08) VALUE ZERO.
          05 WS-TRAILER-AMOUNT     PIC 9(10)V99 VALUE ZERO.
          05 WS-FIRST-REF          PIC X(08) VALUE SPACES.

       01 WS-REJECT-REASON         PIC X(20).
       01 WS-TODAY                 PIC 9(08).
       01 WS-NET                   PIC 9(6)V99.
       01 WS-BALANCE               PIC 9(6)V99.

       01 WS-TUIT-TABLE.
          05 WS-TUIT-COUNT         PIC 9(04) VALUE ZERO.
          05 WS-TUIT-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-TUIT-IDX.
             10 WS-TUIT-ID             PIC X(05).
             10 WS-TUIT-DUE            PIC 9(6)V99.
             10 WS-TUIT-PAID           PIC 9(6)V99.

      *> the collection accounts, loaded whole and written back.
       01 WS-CL-TABLE.
          05 WS-CL-COUNT           PIC 9(04) VALUE ZERO.
          05 WS-CL-ENTRY OCCURS 1000 TIMES
                          INDEXED BY WS-CL-IDX.
             10 WS-CL-ID              PIC X(05).
             10 WS-CL-STATUS          PIC X(01).
             10 WS-CL-DEMAND-DATE     PIC 9(08).
             10 WS-CL-PLACED-DATE     PIC 9(08).
             10 WS-CL-PLACED-AMOUNT   PIC 9(6)V99.
             10 WS-CL-RECOVERED       PIC 9(6)V99.
             10 WS-CL-CLOSED-DATE     PIC 9(08).

       01 WS-COUNTERS.
          05 WS-RECOVERED-COUNT    PIC 9(08) VALUE ZERO.
          05 WS-GROSS-TOTAL        PIC 9(10)V99 VALUE ZERO.
          05 WS-COMMISSION-TOTAL   PIC 9(10)V99 VALUE ZERO.
          05 WS-NET-TOTAL          PIC 9(10)V99 VALUE ZERO.
          05 WS-SETTLED-COUNT      PIC 9(08) VALUE ZERO.
          05 WS-WRITEOFF-COUNT     PIC 9(08) VALUE ZERO.
          05 WS-WRITEOFF-TOTAL     PIC 9(10)V99 VALUE ZERO.
          05 WS-REJECT-COUNT       PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0050-BALANCE-PASS
           PERFORM 0060-CHECK-IMPORT-LOG
           PERFORM 0100-INITIALIZE
           PERFORM 0200-LOAD-TUITION-LEDGER UNTIL TUITION-EOF
           PERFORM 0250-LOAD-COLLECTIONS
           PERFORM 0300-PROCESS-RECOVERIES UNTIL RECOVERY-EOF
           PERFORM 0800-WRITE-TUITION-LEDGER
           PERFORM 0850-WRITE-COLLECTIONS
           PERFORM 0870-LOG-IMPORT
           PERFORM 0900-FINALIZE
           STOP RUN.

      *> first pass: the agency's file is read whole and proven
      *> before the ledger is opened for update. Unlike the payment
      *> feed there is no hand-keyed form of this file, so a missing
      *> trailer refuses it too.
       0050-BALANCE-PASS.
           OPEN INPUT RECOVERY-FILE
           IF WS-RECOVERY-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open recovery file, status "
                      WS-RECOVERY-STATUS
              STOP RUN
           END-IF

           READ RECOVERY-FILE
               AT END SET RECOVERY-EOF TO TRUE
           END-READ

           PERFORM UNTIL RECOVERY-EOF
              IF RC-IS-TRAILER
                 SET WS-TRAILER-FOUND TO TRUE
                 MOVE RT-COUNT TO WS-TRAILER-COUNT
                 MOVE RT-AMOUNT TO WS-TRAILER-AMOUNT
              ELSE
                 IF WS-DETAIL-COUNT = ZERO
                    MOVE RC-REF TO WS-FIRST-REF
                 END-IF
                 ADD 1 TO WS-DETAIL-COUNT
                 IF RC-GROSS NUMERIC
                    ADD RC-GROSS-N TO WS-AMOUNT-TOTAL
                 END-IF
              END-IF
              READ RECOVERY-FILE
                  AT END SET RECOVERY-EOF TO TRUE
              END-READ
           END-PERFORM

           CLOSE RECOVERY-FILE
           MOVE "N" TO WS-RECOVERY-EOF-FLAG

           IF NOT WS-TRAILER-FOUND
              DISPLAY "*** FILE REFUSED: RECOVERY FILE CARRIES NO "
                      "TRAILER ***"
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

      *> a proven file already on the import log has been posted
      *> once. An empty file posts nothing and is never logged.
       0060-CHECK-IMPORT-LOG.
           IF WS-DETAIL-COUNT > ZERO
              OPEN INPUT IMPORT-LOG-FILE
              IF WS-IMPLOG-STATUS NOT = "35"
                 PERFORM 0070-SCAN-IMPORT-LOG
              END-IF
           END-IF
           IF WS-ALREADY-IMPORTED
              DISPLAY "*** FILE REFUSED: RECOVERY FILE ALREADY "
                      "IMPORTED (COLLIMP.DAT) ***"
              STOP RUN
           END-IF.

       0070-SCAN-IMPORT-LOG.
           IF WS-IMPLOG-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open import log, status "
                      WS-IMPLOG-STATUS
              STOP RUN
           END-IF
           READ IMPORT-LOG-FILE
               AT END SET IMPLOG-EOF TO TRUE
           END-READ
           PERFORM UNTIL IMPLOG-EOF OR WS-ALREADY-IMPORTED
              IF IL-COUNT = WS-TRAILER-COUNT
                 AND IL-AMOUNT = WS-TRAILER-AMOUNT
                 AND IL-FIRST-REF = WS-FIRST-REF
                 SET WS-ALREADY-IMPORTED TO TRUE
              END-IF
              READ IMPORT-LOG-FILE
                  AT END SET IMPLOG-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE IMPORT-LOG-FILE.

       0100-INITIALIZE.
           OPEN INPUT TUITION-FILE
           IF WS-TUITION-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open tuition ledger, status "
                      WS-TUITION-STATUS
              STOP RUN
           END-IF

           OPEN INPUT RECOVERY-FILE
           IF WS-RECOVERY-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open recovery file, status "
                      WS-RECOVERY-STATUS
              CLOSE TUITION-FILE
              STOP RUN
           END-IF

           OPEN OUTPUT REJECT-FILE
           IF WS-REJECT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open reject file, status "
                      WS-REJECT-STATUS
              CLOSE TUITION-FILE RECOVERY-FILE
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

           READ TUITION-FILE
               AT END SET TUITION-EOF TO TRUE
           END-READ

           READ RECOVERY-FILE
               AT END SET RECOVERY-EOF TO TRUE
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

      *> nothing has been placed if there is no collection file yet;
      *> every line will reject as not placed.
       0250-LOAD-COLLECTIONS.
           OPEN INPUT COLLECTION-FILE
           IF WS-COLL-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-COLL-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open collection accounts, "
                         "status " WS-COLL-STATUS
                 STOP RUN
              END-IF
              READ COLLECTION-FILE
                  AT END SET COLL-EOF TO TRUE
              END-READ
              PERFORM UNTIL COLL-EOF
                 IF WS-CL-COUNT NOT < 1000
                    DISPLAY "ERROR: Collection table full (1000 "
                            "accounts). Increase WS-CL-ENTRY OCCURS "
                            "and recompile."
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-CL-COUNT
                 SET WS-CL-IDX TO WS-CL-COUNT
                 MOVE CL-ID TO WS-CL-ID (WS-CL-IDX)
                 MOVE CL-STATUS TO WS-CL-STATUS (WS-CL-IDX)
                 MOVE CL-DEMAND-DATE TO WS-CL-DEMAND-DATE (WS-CL-IDX)
                 MOVE CL-PLACED-DATE TO WS-CL-PLACED-DATE (WS-CL-IDX)
                 MOVE CL-PLACED-AMOUNT
                   TO WS-CL-PLACED-AMOUNT (WS-CL-IDX)
                 MOVE CL-RECOVERED TO WS-CL-RECOVERED (WS-CL-IDX)
                 MOVE CL-CLOSED-DATE TO WS-CL-CLOSED-DATE (WS-CL-IDX)
                 READ COLLECTION-FILE
                     AT END SET COLL-EOF TO TRUE
                 END-READ
              END-PERFORM
              CLOSE COLLECTION-FILE
           END-IF.

      *> the trailer was proven in the first pass; it posts nothing.
       0300-PROCESS-RECOVERIES.
           IF NOT RC-IS-TRAILER
              PERFORM 0310-APPLY-ONE-LINE
           END-IF

           READ RECOVERY-FILE
               AT END SET RECOVERY-EOF TO TRUE
           END-READ.

       0310-APPLY-ONE-LINE.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 0350-FIND-ACCOUNTS

           EVALUATE TRUE
              WHEN NOT RC-IS-RECOVERY AND NOT RC-IS-WRITEOFF
                 MOVE "INVALID TYPE" TO WS-REJECT-REASON
              WHEN WS-REJECT-REASON NOT = SPACES
                 CONTINUE
              WHEN RC-IS-RECOVERY
                 PERFORM 0400-CHECK-RECOVERY
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
              IF RC-IS-RECOVERY
                 PERFORM 0500-POST-RECOVERY
              ELSE
                 PERFORM 0600-POST-WRITEOFF
              END-IF
           ELSE
              ADD 1 TO WS-REJECT-COUNT
              MOVE SPACES TO REJECT-RECORD
              MOVE RC-ID TO RJ-ID
              MOVE WS-REJECT-REASON TO RJ-REASON
              WRITE REJECT-RECORD
           END-IF.

      *> the line must name a ledger account that is currently
      *> placed with the agency.
       0350-FIND-ACCOUNTS.
           MOVE "N" TO WS-FOUND-FLAG
           SET WS-TUIT-IDX TO 1
           PERFORM VARYING WS-TUIT-IDX FROM 1 BY 1
                    UNTIL WS-TUIT-IDX > WS-TUIT-COUNT
              IF WS-TUIT-ID (WS-TUIT-IDX) = RC-ID
                 SET WS-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF NOT WS-FOUND
              MOVE "ID NOT ON LEDGER" TO WS-REJECT-REASON
           ELSE
              MOVE "N" TO WS-FOUND-FLAG
              SET WS-CL-IDX TO 1
              PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                       UNTIL WS-CL-IDX > WS-CL-COUNT
                 IF WS-CL-ID (WS-CL-IDX) = RC-ID
                    SET WS-FOUND TO TRUE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF NOT WS-FOUND
                 MOVE "NOT PLACED" TO WS-REJECT-REASON
              ELSE
                 IF WS-CL-STATUS (WS-CL-IDX) NOT = "P"
                    MOVE "NOT PLACED" TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.

       0400-CHECK-RECOVERY.
           IF RC-GROSS NOT NUMERIC OR RC-GROSS-N = ZERO
              OR RC-COMMISSION NOT NUMERIC
              MOVE "INVALID AMOUNT" TO WS-REJECT-REASON
           ELSE
              IF RC-COMMISSION-N > RC-GROSS-N
                 MOVE "COMMISSION OVER GROSS" TO WS-REJECT-REASON
              ELSE
                 COMPUTE WS-NET = RC-GROSS-N - RC-COMMISSION-N
                 IF (WS-TUIT-PAID (WS-TUIT-IDX) + WS-NET)
                    > WS-TUIT-DUE (WS-TUIT-IDX)
                    MOVE "OVERPAYMENT" TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.

      *> the student is credited only what reaches us; the agency's
      *> commission stays on their balance.
       0500-POST-RECOVERY.
           ADD WS-NET TO WS-TUIT-PAID (WS-TUIT-IDX)
           ADD WS-NET TO WS-CL-RECOVERED (WS-CL-IDX)
           ADD 1 TO WS-RECOVERED-COUNT
           ADD RC-GROSS-N TO WS-GROSS-TOTAL
           ADD RC-COMMISSION-N TO WS-COMMISSION-TOTAL
           ADD WS-NET TO WS-NET-TOTAL

           IF WS-NET > ZERO
              MOVE SPACES TO TUITION-HISTORY-RECORD
              MOVE "PAYMENT" TO TH-TYPE
              MOVE WS-NET TO TH-AMOUNT
              PERFORM 0700-WRITE-HISTORY-LINE
           END-IF

           IF WS-TUIT-PAID (WS-TUIT-IDX) NOT < WS-TUIT-DUE (WS-TUIT-IDX)
              MOVE "S" TO WS-CL-STATUS (WS-CL-IDX)
              MOVE WS-TODAY TO WS-CL-CLOSED-DATE (WS-CL-IDX)
              ADD 1 TO WS-SETTLED-COUNT
           END-IF.

      *> returned uncollectable: the rest of the balance comes off
      *> the ledger as a write-off, never as money received.
       0600-POST-WRITEOFF.
           COMPUTE WS-BALANCE =
              WS-TUIT-DUE (WS-TUIT-IDX) - WS-TUIT-PAID (WS-TUIT-IDX)
           IF WS-BALANCE > ZERO
              ADD WS-BALANCE TO WS-TUIT-PAID (WS-TUIT-IDX)
              ADD WS-BALANCE TO WS-WRITEOFF-TOTAL
              MOVE SPACES TO TUITION-HISTORY-RECORD
              MOVE "WRITEOFF" TO TH-TYPE
              MOVE WS-BALANCE TO TH-AMOUNT
              PERFORM 0700-WRITE-HISTORY-LINE
           END-IF
           MOVE "W" TO WS-CL-STATUS (WS-CL-IDX)
           MOVE WS-TODAY TO WS-CL-CLOSED-DATE (WS-CL-IDX)
           ADD 1 TO WS-WRITEOFF-COUNT.

      *> TH-TYPE and TH-AMOUNT are set by the caller.
       0700-WRITE-HISTORY-LINE.
           MOVE RC-ID TO TH-ID
           MOVE WS-TODAY TO TH-DATE
           MOVE SPACES TO TH-TERM
           MOVE RC-REF TO TH-REF
           WRITE TUITION-HISTORY-RECORD
           IF WS-TUITHIST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write tuition history, "
                      "status " WS-TUITHIST-STATUS
              STOP RUN
           END-IF.

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

       0850-WRITE-COLLECTIONS.
           IF WS-CL-COUNT > ZERO
              OPEN OUTPUT COLLECTION-FILE
              IF WS-COLL-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to rewrite collection "
                         "accounts, status " WS-COLL-STATUS
                 STOP RUN
              END-IF
              SET WS-CL-IDX TO 1
              PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                       UNTIL WS-CL-IDX > WS-CL-COUNT
                 MOVE SPACES TO COLLECTION-RECORD
                 MOVE WS-CL-ID (WS-CL-IDX) TO CL-ID
                 MOVE WS-CL-STATUS (WS-CL-IDX) TO CL-STATUS
                 MOVE WS-CL-DEMAND-DATE (WS-CL-IDX) TO CL-DEMAND-DATE
                 MOVE WS-CL-PLACED-DATE (WS-CL-IDX) TO CL-PLACED-DATE
                 MOVE WS-CL-PLACED-AMOUNT (WS-CL-IDX)
                   TO CL-PLACED-AMOUNT
                 MOVE WS-CL-RECOVERED (WS-CL-IDX) TO CL-RECOVERED
                 MOVE WS-CL-CLOSED-DATE (WS-CL-IDX) TO CL-CLOSED-DATE
                 WRITE COLLECTION-RECORD
              END-PERFORM
              CLOSE COLLECTION-FILE
           END-IF.

      *> entered only once the ledger and the collection accounts
      *> have been written back.
       0870-LOG-IMPORT.
           IF WS-DETAIL-COUNT > ZERO
              OPEN EXTEND IMPORT-LOG-FILE
              IF WS-IMPLOG-STATUS = "35"
                 OPEN OUTPUT IMPORT-LOG-FILE
              END-IF
              IF WS-IMPLOG-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open import log, status "
                         WS-IMPLOG-STATUS
                 STOP RUN
              END-IF
              MOVE SPACES TO IMPORT-LOG-RECORD
              MOVE WS-TRAILER-COUNT TO IL-COUNT
              MOVE WS-TRAILER-AMOUNT TO IL-AMOUNT
              MOVE WS-FIRST-REF TO IL-FIRST-REF
              MOVE WS-TODAY TO IL-IMPORTED
              WRITE IMPORT-LOG-RECORD
              IF WS-IMPLOG-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to write import log, status "
                         WS-IMPLOG-STATUS
                 STOP RUN
              END-IF
              CLOSE IMPORT-LOG-FILE
           END-IF.

       0900-FINALIZE.
           CLOSE RECOVERY-FILE REJECT-FILE TUITHIST-FILE

           DISPLAY "Collection recovery import complete."
           DISPLAY "  Recoveries posted:  " WS-RECOVERED-COUNT
           DISPLAY "  Gross recovered:    " WS-GROSS-TOTAL
           DISPLAY "  Agency commission:  " WS-COMMISSION-TOTAL
           DISPLAY "  Net to ledger:      " WS-NET-TOTAL
           DISPLAY "  Settled in full:    " WS-SETTLED-COUNT
           DISPLAY "  Written off:        " WS-WRITEOFF-COUNT
           DISPLAY "  Write-off amount:   " WS-WRITEOFF-TOTAL
           DISPLAY "  Rejected:           " WS-REJECT-COUNT.
