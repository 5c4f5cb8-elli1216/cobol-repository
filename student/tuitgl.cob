       IDENTIFICATION DIVISION.
       PROGRAM-ID. tuitgl.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * Daily general-ledger posting extract for the tuition ledger,
      * the student-side counterpart of the bank's glextr.cob. Reads
      * TUITHIST.DAT for the parameter business date, maps each
      * TH-TYPE (BILL, PAYMENT, REFUND, LATEFEE, AID, WRITEOFF) to its
      * debit/credit GL account numbers from the TGLPARAM.DAT
      * parameter table, and writes a balanced posting file
      * (TGLPOST.DAT) in the GLPOST.DAT layout finance already loads:
      * one detail per entry and a trailer carrying the record count
      * and the debit/credit hash totals, equal by construction.
      *
      * SYSIN: business date (YYYYMMDD).
      * TGLPARAM.DAT: one line per TH-TYPE --
      *   type (8) | fund (4) | debit GL account (8) |
      *   credit GL account (8)
      * The fund column is blank on every line but AID's: aid is
      * split by the award's fund (AW-FUND, carried on the history
      * entry's TH-REF), each fund through its own AID line, with a
      * fund-blank AID line catching any fund finance has not yet
      * given an account of its own. A payout (REFUND, reference
      * PAYOUT) goes through a PAYOUT line when there is one, the
      * plain REFUND line otherwise. An entry with no parameter line
      * is counted, reported and left out of the extract.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TUITHIST-FILE ASSIGN TO "TUITHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUITHIST-STATUS.

           SELECT TGLPARAM-FILE ASSIGN TO "TGLPARAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TGLPARAM-STATUS.

           SELECT TGLPOST-FILE ASSIGN TO "TGLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TGLPOST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TUITHIST-FILE.
       COPY TUITHREC.

       FD  TGLPARAM-FILE.
       01 TGLPARAM-RECORD.
          05 TP-TYPE              PIC X(08).
          05 FILLER               PIC X(01).
          05 TP-FUND              PIC X(04).
          05 FILLER               PIC X(01).
          05 TP-DEBIT-ACCT        PIC 9(08).
          05 FILLER               PIC X(01).
          05 TP-CREDIT-ACCT       PIC 9(08).

       FD  TGLPOST-FILE.
       01  TGLPOST-LINE            PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-TUITHIST-STATUS       PIC XX.
       01 WS-TGLPARAM-STATUS       PIC XX.
       01 WS-TGLPOST-STATUS        PIC XX.

       01 WS-HIST-EOF-FLAG         PIC X VALUE "N".
          88 HIST-EOF                  VALUE "Y".
       01 WS-PARAM-EOF-FLAG        PIC X VALUE "N".
          88 PARAM-EOF                 VALUE "Y".

       01 WS-PARAM.
          05 WS-PARAM-BUSINESS-DATE PIC 9(08).

      *> TH-TYPE (and, for AID, fund) to GL debit/credit account map,
      *> loaded once from TGLPARAM.DAT so finance can re-point
      *> accounts without a recompile.
       01 WS-MAP-TABLE.
          05 WS-MAP-COUNT          PIC 9(02) VALUE ZERO.
          05 WS-MAP-ENTRY OCCURS 50 TIMES
                           INDEXED BY WS-MAP-IDX.
             10 WS-MAP-TYPE           PIC X(08).
             10 WS-MAP-FUND           PIC X(04).
             10 WS-MAP-DEBIT-ACCT     PIC 9(08).
             10 WS-MAP-CREDIT-ACCT    PIC 9(08).

      *> the map line looked for: the type, and the fund for an aid
      *> entry (spaces for the type's general line).
       01 WS-MAP-KEY-TYPE          PIC X(08).
       01 WS-MAP-KEY-FUND          PIC X(04).

       01 WS-MAP-FOUND-FLAG        PIC X.
          88 WS-MAP-FOUND              VALUE "Y".

      *> the glextr.cob GLPOST.DAT layout, field for field.
       01 WS-GL-DETAIL.
          05 GLD-REC-TYPE          PIC X(01) VALUE "D".
          05 GLD-BUSINESS-DATE     PIC 9(08).
          05 GLD-DEBIT-ACCT        PIC 9(08).
          05 GLD-CREDIT-ACCT       PIC 9(08).
          05 GLD-AMOUNT            PIC 9(8)V99.

       01 WS-GL-TRAILER.
          05 GLT-REC-TYPE          PIC X(01) VALUE "T".
          05 GLT-RECORD-COUNT      PIC 9(08).
          05 GLT-DEBIT-TOTAL       PIC 9(12)V99.
          05 GLT-CREDIT-TOTAL      PIC 9(12)V99.

       01 WS-COUNTERS.
          05 WS-EXTRACT-COUNT      PIC 9(08) VALUE ZERO.
          05 WS-UNMAPPED-COUNT     PIC 9(08) VALUE ZERO.
          05 WS-DEBIT-TOTAL        PIC 9(12)V99 VALUE ZERO.
          05 WS-CREDIT-TOTAL       PIC 9(12)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-PARAM FROM SYSIN

           PERFORM 0100-INITIALIZE
           PERFORM 0200-LOAD-PARAM-TABLE UNTIL PARAM-EOF
           PERFORM 0300-EXTRACT-HISTORY UNTIL HIST-EOF
           PERFORM 0900-FINALIZE
           STOP RUN.

       0100-INITIALIZE.
           OPEN INPUT TGLPARAM-FILE
           IF WS-TGLPARAM-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open tuition GL parameter "
                      "table, status " WS-TGLPARAM-STATUS
              STOP RUN
           END-IF

           OPEN INPUT TUITHIST-FILE
           IF WS-TUITHIST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open tuition history, status "
                      WS-TUITHIST-STATUS
              CLOSE TGLPARAM-FILE
              STOP RUN
           END-IF

           OPEN OUTPUT TGLPOST-FILE
           IF WS-TGLPOST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open GL posting file, status "
                      WS-TGLPOST-STATUS
              CLOSE TGLPARAM-FILE TUITHIST-FILE
              STOP RUN
           END-IF

           READ TGLPARAM-FILE
               AT END SET PARAM-EOF TO TRUE
           END-READ

           READ TUITHIST-FILE
               AT END SET HIST-EOF TO TRUE
           END-READ.

       0200-LOAD-PARAM-TABLE.
           IF WS-MAP-COUNT NOT < 50
              DISPLAY "ERROR: Tuition GL parameter table full (50 "
                      "entries). Increase WS-MAP-ENTRY OCCURS and "
                      "recompile."
              STOP RUN
           END-IF
           ADD 1 TO WS-MAP-COUNT
           SET WS-MAP-IDX TO WS-MAP-COUNT
           MOVE TP-TYPE TO WS-MAP-TYPE (WS-MAP-IDX)
           MOVE TP-FUND TO WS-MAP-FUND (WS-MAP-IDX)
           MOVE TP-DEBIT-ACCT TO WS-MAP-DEBIT-ACCT (WS-MAP-IDX)
           MOVE TP-CREDIT-ACCT TO WS-MAP-CREDIT-ACCT (WS-MAP-IDX)

           READ TGLPARAM-FILE
               AT END SET PARAM-EOF TO TRUE
           END-READ.

      *> the history file is written in posting order, not date
      *> order, across every program that moves the ledger -- read it
      *> all and keep the business date's entries.
       0300-EXTRACT-HISTORY.
           IF TH-DATE = WS-PARAM-BUSINESS-DATE
              PERFORM 0400-MAP-AND-WRITE
           END-IF
           READ TUITHIST-FILE
               AT END SET HIST-EOF TO TRUE
           END-READ.

       0400-MAP-AND-WRITE.
           MOVE "N" TO WS-MAP-FOUND-FLAG
           MOVE TH-TYPE TO WS-MAP-KEY-TYPE
           IF TH-TYPE = "AID"
              MOVE TH-REF (1:4) TO WS-MAP-KEY-FUND
              PERFORM 0410-FIND-MAPPING
           END-IF
      *> a payout is cash out against a credit balance, not a cut in
      *> tuition revenue -- it goes through its own PAYOUT line when
      *> finance has given it one.
           IF TH-TYPE = "REFUND" AND TH-REF = "PAYOUT"
              MOVE "PAYOUT" TO WS-MAP-KEY-TYPE
              MOVE SPACES TO WS-MAP-KEY-FUND
              PERFORM 0410-FIND-MAPPING
              MOVE TH-TYPE TO WS-MAP-KEY-TYPE
           END-IF
           IF NOT WS-MAP-FOUND
              MOVE SPACES TO WS-MAP-KEY-FUND
              PERFORM 0410-FIND-MAPPING
           END-IF

           IF NOT WS-MAP-FOUND
              ADD 1 TO WS-UNMAPPED-COUNT
              DISPLAY "WARNING: No GL mapping for TH-TYPE ["
                      TH-TYPE "] REF [" TH-REF "], entry skipped."
           ELSE
              MOVE WS-PARAM-BUSINESS-DATE TO GLD-BUSINESS-DATE
              MOVE WS-MAP-DEBIT-ACCT (WS-MAP-IDX) TO GLD-DEBIT-ACCT
              MOVE WS-MAP-CREDIT-ACCT (WS-MAP-IDX) TO GLD-CREDIT-ACCT
              MOVE TH-AMOUNT TO GLD-AMOUNT
              WRITE TGLPOST-LINE FROM WS-GL-DETAIL

              ADD 1 TO WS-EXTRACT-COUNT
      *> every detail carries the same amount on its debit and credit
      *> accounts, so the two hash totals stay equal and the file
      *> nets to zero.
              ADD TH-AMOUNT TO WS-DEBIT-TOTAL
              ADD TH-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.

       0410-FIND-MAPPING.
           SET WS-MAP-IDX TO 1
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                    UNTIL WS-MAP-IDX > WS-MAP-COUNT
              IF WS-MAP-TYPE (WS-MAP-IDX) = WS-MAP-KEY-TYPE
                 AND WS-MAP-FUND (WS-MAP-IDX) = WS-MAP-KEY-FUND
                 SET WS-MAP-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       0900-FINALIZE.
           MOVE WS-EXTRACT-COUNT TO GLT-RECORD-COUNT
           MOVE WS-DEBIT-TOTAL TO GLT-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO GLT-CREDIT-TOTAL
           WRITE TGLPOST-LINE FROM WS-GL-TRAILER

           CLOSE TGLPARAM-FILE TUITHIST-FILE TGLPOST-FILE

           DISPLAY "Tuition GL extract complete for "
                   WS-PARAM-BUSINESS-DATE
           DISPLAY "  Extracted: " WS-EXTRACT-COUNT
           DISPLAY "  Unmapped:  " WS-UNMAPPED-COUNT
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
              DISPLAY "*** WARNING: DEBIT/CREDIT HASH TOTALS DO NOT "
                      "BALANCE ***"
           END-IF.
