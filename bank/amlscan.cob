       IDENTIFICATION DIVISION.
       PROGRAM-ID. amlscan.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * Nightly AML pattern monitoring. Runs the pattern rules over
      * the TRANLOG entries inside the lookback window ending on the
      * business date and opens a case on AMLCASE.DAT (see AMLCASE)
      * for every hit, carrying the rule, holder, amount and the
      * contributing entries, for a compliance officer to dispose of
      * through amlcase.cob. Where lrgtran.cob looks at one amount
      * against one threshold, these rules look at the shape of the
      * activity:
      *   DORMDRN  -- an account reopened from DORMANT inside the
      *               window (a D->O movement on FRZLOG.DAT) whose
      *               withdrawals, transfers out and bill payments
      *               since the reopening reach the drain percentage
      *               of the balance it came back with;
      *   ROUNDDEP -- a holder making the parameter number of
      *               deposits in exact multiples of the round unit;
      *   PASSTHRU -- a THIRDPTY-OUT sending on at least the
      *               pass-through percentage of a THIRDPTY-IN the
      *               holder received within the parameter days;
      *   REPEATPY -- a holder paying the same other holder (the
      *               THIRDPTY-IN leg sharing the OUT leg's reference
      *               timestamp) the parameter number of times.
      * Each case remembers its newest contributing entry; a later hit
      * on the same rule and holder counts only entries after it, so
      * the window overlapping the previous night's -- or a rerun --
      * never opens the same case twice. Cases opened go to
      * AMLSCAN.RPT.
      *
      * SYSIN: business date (YYYYMMDD).
      * AMLPRM.DAT, one record, space separated:
      *   lookback days (3) | round unit 9(6)V99 | round-deposit
      *   count (3) | pass-through days (3) | pass-through percent (3)
      *   | repeat-payee count (3) | drain percent (3)
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

           SELECT FREEZE-LOG ASSIGN TO "FRZLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRZLOG-STATUS.

           SELECT AMLPRM-FILE ASSIGN TO "AMLPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMLPRM-STATUS.

           SELECT CASE-FILE ASSIGN TO "AMLCASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "AMLSCAN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY ACCTREC.

       FD  TRANLOG-FILE.
       COPY TRANREC.

       FD  FREEZE-LOG.
       01 FREEZE-LOG-RECORD.
           05 FL-HOLDERID           PIC 9(10).
           05 FILLER                PIC X(01).
           05 FL-ACCOUNT-TYPE       PIC X(01).
           05 FILLER                PIC X(01).
           05 FL-OLD-STATUS         PIC X(01).
           05 FILLER                PIC X(01).
           05 FL-NEW-STATUS         PIC X(01).
           05 FILLER                PIC X(01).
           05 FL-REASON             PIC X(08).
           05 FILLER                PIC X(01).
           05 FL-TIMESTAMP          PIC 9(14).

       FD  AMLPRM-FILE.
       01 AMLPRM-RECORD.
           05 AP-LOOKBACK-DAYS      PIC 9(03).
           05 FILLER                PIC X(01).
           05 AP-ROUND-UNIT         PIC 9(6)V99.
           05 FILLER                PIC X(01).
           05 AP-ROUND-COUNT        PIC 9(03).
           05 FILLER                PIC X(01).
           05 AP-PASS-DAYS          PIC 9(03).
           05 FILLER                PIC X(01).
           05 AP-PASS-PCT           PIC 9(03).
           05 FILLER                PIC X(01).
           05 AP-REPEAT-COUNT       PIC 9(03).
           05 FILLER                PIC X(01).
           05 AP-DRAIN-PCT          PIC 9(03).

       FD  CASE-FILE.
       COPY AMLCASE.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS            PIC XX.
       01 WS-TRANLOG-STATUS         PIC XX.
       01 WS-FRZLOG-STATUS          PIC XX.
       01 WS-AMLPRM-STATUS          PIC XX.
       01 WS-CASE-STATUS            PIC XX.
       01 WS-REPORT-STATUS          PIC XX.

       01 WS-FLAGS.
           05 WS-TRAN-EOF-FLAG       PIC X VALUE "N".
               88 TRAN-EOF                VALUE "Y".
           05 WS-FRZLOG-EOF-FLAG     PIC X VALUE "N".
               88 FRZLOG-EOF              VALUE "Y".
           05 WS-CASE-EOF-FLAG       PIC X VALUE "N".
               88 CASE-EOF                VALUE "Y".

       01 WS-PARAM.
           05 WS-PARAM-BUSINESS-DATE PIC 9(08).

       01 WS-BUSINESS-INTEGER       PIC 9(08).
       01 WS-WINDOW-START-DATE      PIC 9(08).
       01 WS-DAY-INTEGER            PIC 9(08).
       01 WS-OTHER-INTEGER          PIC 9(08).
       01 WS-WORK-DATE              PIC 9(08).

      *> the window's TRANLOG entries, in log (time) order.
       01 WS-EN-TABLE.
           05 WS-EN-COUNT           PIC 9(05) VALUE ZERO.
           05 WS-EN-ENTRY OCCURS 20000 TIMES
                           INDEXED BY WS-EN-IDX WS-EN-IDX2.
               10 WS-EN-HOLDERID        PIC 9(10).
               10 WS-EN-ACCOUNT-TYPE    PIC X(01).
               10 WS-EN-TYPE            PIC X(12).
               10 WS-EN-AMOUNT          PIC 9(8)V99.
               10 WS-EN-TIMESTAMP       PIC 9(14).
               10 WS-EN-REF-TIMESTAMP   PIC 9(14).
      *> a THIRDPTY-IN already matched to a pass-through OUT.
               10 WS-EN-USED-FLAG       PIC X(01).
                   88 WS-EN-USED            VALUE "Y".

      *> accounts reopened from DORMANT inside the window.
       01 WS-RA-TABLE.
           05 WS-RA-COUNT           PIC 9(03) VALUE ZERO.
           05 WS-RA-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-RA-IDX.
               10 WS-RA-HOLDERID        PIC 9(10).
               10 WS-RA-ACCOUNT-TYPE    PIC X(01).
               10 WS-RA-TIMESTAMP       PIC 9(14).

      *> the keys of the cases already on file, for the newest-entry
      *> check that keeps a hit from reopening an existing case.
       01 WS-CK-TABLE.
           05 WS-CK-COUNT           PIC 9(05) VALUE ZERO.
           05 WS-CK-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-CK-IDX.
               10 WS-CK-RULE-CODE       PIC X(08).
               10 WS-CK-HOLDERID        PIC 9(10).
               10 WS-CK-ACCOUNT-TYPE    PIC X(01).
               10 WS-CK-COUNTERPART     PIC 9(10).
               10 WS-CK-LAST-ENTRY-TS   PIC 9(14).
       01 WS-LAST-CASE-ID           PIC 9(08) VALUE ZERO.

      *> one row per rule/holder/leg/counterparty with entries in
      *> the window newer than that key's last case.
       01 WS-HT-TABLE.
           05 WS-HT-COUNT           PIC 9(04) VALUE ZERO.
           05 WS-HT-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-HT-IDX.
               10 WS-HT-RULE-CODE       PIC X(08).
               10 WS-HT-HOLDERID        PIC 9(10).
               10 WS-HT-ACCOUNT-TYPE    PIC X(01).
               10 WS-HT-COUNTERPART     PIC 9(10).
               10 WS-HT-PRIOR-TS        PIC 9(14).
               10 WS-HT-ENTRY-COUNT     PIC 9(04).
               10 WS-HT-TOTAL           PIC 9(10)V99.
               10 WS-HT-LAST-TS         PIC 9(14).
               10 WS-HT-QUALIFY-FLAG    PIC X(01).
                   88 WS-HT-QUALIFIES       VALUE "Y".
               10 WS-HT-CONTRIB OCCURS 5 TIMES.
                   15 WS-HT-ENT-TIMESTAMP   PIC 9(14).
                   15 WS-HT-ENT-ACCT-TYPE   PIC X(01).
                   15 WS-HT-ENT-TYPE        PIC X(12).
                   15 WS-HT-ENT-AMOUNT      PIC 9(8)V99.

      *> the hit key and amount 0500-ADD-TO-HIT works from.
       01 WS-KEY-RULE-CODE          PIC X(08).
       01 WS-KEY-HOLDERID           PIC 9(10).
       01 WS-KEY-ACCOUNT-TYPE       PIC X(01).
       01 WS-KEY-COUNTERPART        PIC 9(10).
       01 WS-ADD-AMOUNT             PIC 9(8)V99.

       01 WS-FOUND-FLAG             PIC X.
           88 WS-FOUND                 VALUE "Y".
       01 WS-MATCH-FLAG             PIC X.
           88 WS-MATCHED               VALUE "Y".
       01 WS-SUB                    PIC 9(02).
       01 WS-ROUND-QUOT             PIC 9(08).
       01 WS-ROUND-REM              PIC 9(6)V99.
       01 WS-COUNTERPART            PIC 9(10).
       01 WS-IN-SLOT                PIC 9(05).
       01 WS-PASS-FLOOR             PIC 9(10)V99.
       01 WS-DRAIN-CREDITS          PIC 9(10)V99.
       01 WS-BASE-BALANCE           PIC S9(10)V99.
       01 WS-DRAIN-FLOOR            PIC S9(10)V99.

       01 WS-COUNTERS.
           05 WS-WINDOW-COUNT       PIC 9(08) VALUE ZERO.
           05 WS-OPENED-COUNT       PIC 9(08) VALUE ZERO.

       01 WS-HEADER-LINE.
           05 FILLER                PIC X(30) VALUE
              "--- AML PATTERN MONITORING ---".
           05 FILLER                PIC X(06) VALUE " DATE ".
           05 HL-BUSINESS-DATE      PIC 9(08).
           05 FILLER                PIC X(10) VALUE "  WINDOW ".
           05 HL-WINDOW-START       PIC 9(08).

       01 WS-COLUMN-HEADER.
           05 FILLER                PIC X(10) VALUE "CASE".
           05 FILLER                PIC X(10) VALUE "RULE".
           05 FILLER                PIC X(12) VALUE "HOLDERID".
           05 FILLER                PIC X(03) VALUE "AC".
           05 FILLER                PIC X(12) VALUE "PAYEE".
           05 FILLER                PIC X(07) VALUE "ITEMS".
           05 FILLER                PIC X(16) VALUE "AMOUNT".

       01 WS-DETAIL-LINE.
           05 DL-CASE-ID            PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-RULE-CODE          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-HOLDERID           PIC Z(9)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-ACCOUNT-TYPE       PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-COUNTERPART        PIC Z(9)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-ENTRY-COUNT        PIC ZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-FOOTER-LINE.
           05 FILLER                PIC X(25) VALUE
              "WINDOW ENTRIES SCANNED: ".
           05 FL-WINDOW-COUNT       PIC Z(7)9.
           05 FILLER                PIC X(17) VALUE
              "   CASES OPENED: ".
           05 FL-OPENED-COUNT       PIC Z(7)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-PARAM FROM SYSIN

           PERFORM 0100-INITIALIZE
           PERFORM 0150-LOAD-WINDOW UNTIL TRAN-EOF
           PERFORM 0170-LOAD-REACTIVATIONS
           PERFORM 0190-LOAD-CASE-KEYS
           PERFORM 0300-APPLY-ENTRY-RULES
           PERFORM 0400-APPLY-DRAIN-RULE
           PERFORM 0600-OPEN-CASES
           PERFORM 0900-FINALIZE
           STOP RUN.

       0100-INITIALIZE.
           OPEN INPUT AMLPRM-FILE
           IF WS-AMLPRM-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open AML parameter file, "
                      "status " WS-AMLPRM-STATUS
              STOP RUN
           END-IF
           READ AMLPRM-FILE
               AT END
                  DISPLAY "ERROR: AML parameter file is empty."
                  STOP RUN
           END-READ
           CLOSE AMLPRM-FILE

           COMPUTE WS-BUSINESS-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-PARAM-BUSINESS-DATE)
           COMPUTE WS-WINDOW-START-DATE =
              FUNCTION DATE-OF-INTEGER
                 (WS-BUSINESS-INTEGER - AP-LOOKBACK-DAYS)

           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open account master, status "
                      WS-ACCT-STATUS
              STOP RUN
           END-IF

           OPEN INPUT TRANLOG-FILE
           IF WS-TRANLOG-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open transaction log, status "
                      WS-TRANLOG-STATUS
              CLOSE ACCOUNT-MASTER
              STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open AML scan report, status "
                      WS-REPORT-STATUS
              CLOSE ACCOUNT-MASTER TRANLOG-FILE
              STOP RUN
           END-IF

           MOVE WS-PARAM-BUSINESS-DATE TO HL-BUSINESS-DATE
           MOVE WS-WINDOW-START-DATE TO HL-WINDOW-START
           WRITE REPORT-LINE FROM WS-HEADER-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADER

      *> the window is read off the business-date key, from its first
      *> day on; entries past the business date end the load.
           MOVE WS-WINDOW-START-DATE TO TRAN-BUSINESS-DATE
           START TRANLOG-FILE KEY NOT < TRAN-BUSINESS-DATE
               INVALID KEY SET TRAN-EOF TO TRUE
           END-START
           PERFORM 0160-READ-WINDOW-ENTRY.

       0150-LOAD-WINDOW.
           IF TRAN-TIMESTAMP (1:8) NOT < WS-WINDOW-START-DATE
              AND TRAN-TIMESTAMP (1:8) NOT > WS-PARAM-BUSINESS-DATE
              IF WS-EN-COUNT NOT < 20000
                 DISPLAY "ERROR: Window table full (20000 entries). "
                         "Increase WS-EN-ENTRY OCCURS and recompile."
                 STOP RUN
              END-IF
              ADD 1 TO WS-EN-COUNT
              SET WS-EN-IDX TO WS-EN-COUNT
              MOVE TRAN-HOLDERID TO WS-EN-HOLDERID (WS-EN-IDX)
              MOVE TRAN-ACCOUNT-TYPE TO WS-EN-ACCOUNT-TYPE (WS-EN-IDX)
              MOVE TRAN-TYPE TO WS-EN-TYPE (WS-EN-IDX)
              MOVE TRAN-AMOUNT TO WS-EN-AMOUNT (WS-EN-IDX)
              MOVE TRAN-TIMESTAMP TO WS-EN-TIMESTAMP (WS-EN-IDX)
              MOVE TRAN-REF-TIMESTAMP
                   TO WS-EN-REF-TIMESTAMP (WS-EN-IDX)
              MOVE "N" TO WS-EN-USED-FLAG (WS-EN-IDX)
              ADD 1 TO WS-WINDOW-COUNT
           END-IF

           PERFORM 0160-READ-WINDOW-ENTRY.

       0160-READ-WINDOW-ENTRY.
           IF NOT TRAN-EOF
              READ TRANLOG-FILE NEXT
                  AT END SET TRAN-EOF TO TRUE
              END-READ
           END-IF
           IF NOT TRAN-EOF
              AND TRAN-BUSINESS-DATE > WS-PARAM-BUSINESS-DATE
              SET TRAN-EOF TO TRUE
           END-IF.

      *> a reopening from DORMANT is acctfrz.cob's D -> O movement.
      *> No freeze log means nothing has ever been reopened.
       0170-LOAD-REACTIVATIONS.
           OPEN INPUT FREEZE-LOG
           IF WS-FRZLOG-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-FRZLOG-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open freeze log, status "
                         WS-FRZLOG-STATUS
                 STOP RUN
              END-IF
              READ FREEZE-LOG
                  AT END SET FRZLOG-EOF TO TRUE
              END-READ
              PERFORM UNTIL FRZLOG-EOF
                 IF FL-OLD-STATUS = "D" AND FL-NEW-STATUS = "O"
                    AND FL-TIMESTAMP (1:8) NOT < WS-WINDOW-START-DATE
                    AND FL-TIMESTAMP (1:8)
                        NOT > WS-PARAM-BUSINESS-DATE
                    IF WS-RA-COUNT NOT < 500
                       DISPLAY "ERROR: Reactivation table full (500 "
                               "entries). Increase WS-RA-ENTRY "
                               "OCCURS and recompile."
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-RA-COUNT
                    SET WS-RA-IDX TO WS-RA-COUNT
                    MOVE FL-HOLDERID TO WS-RA-HOLDERID (WS-RA-IDX)
                    MOVE FL-ACCOUNT-TYPE
                         TO WS-RA-ACCOUNT-TYPE (WS-RA-IDX)
                    MOVE FL-TIMESTAMP TO WS-RA-TIMESTAMP (WS-RA-IDX)
                 END-IF
                 READ FREEZE-LOG
                     AT END SET FRZLOG-EOF TO TRUE
                 END-READ
              END-PERFORM
              CLOSE FREEZE-LOG
           END-IF.

       0190-LOAD-CASE-KEYS.
           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-CASE-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open AML case file, status "
                         WS-CASE-STATUS
                 STOP RUN
              END-IF
              READ CASE-FILE
                  AT END SET CASE-EOF TO TRUE
              END-READ
              PERFORM UNTIL CASE-EOF
                 IF WS-CK-COUNT NOT < 5000
                    DISPLAY "ERROR: Case key table full (5000 "
                            "cases). Increase WS-CK-ENTRY OCCURS "
                            "and recompile."
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-CK-COUNT
                 SET WS-CK-IDX TO WS-CK-COUNT
                 MOVE AC-RULE-CODE TO WS-CK-RULE-CODE (WS-CK-IDX)
                 MOVE AC-HOLDERID TO WS-CK-HOLDERID (WS-CK-IDX)
                 MOVE AC-ACCOUNT-TYPE TO WS-CK-ACCOUNT-TYPE (WS-CK-IDX)
                 MOVE AC-COUNTERPART TO WS-CK-COUNTERPART (WS-CK-IDX)
                 MOVE AC-LAST-ENTRY-TS
                      TO WS-CK-LAST-ENTRY-TS (WS-CK-IDX)
                 IF AC-CASE-ID > WS-LAST-CASE-ID
                    MOVE AC-CASE-ID TO WS-LAST-CASE-ID
                 END-IF
                 READ CASE-FILE
                     AT END SET CASE-EOF TO TRUE
                 END-READ
              END-PERFORM
              CLOSE CASE-FILE
           END-IF.

      *> one pass over the window for the rules that work entry by
      *> entry: round deposits, and the two third-party rules off
      *> every OUT leg.
       0300-APPLY-ENTRY-RULES.
           SET WS-EN-IDX TO 1
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                    UNTIL WS-EN-IDX > WS-EN-COUNT
              EVALUATE WS-EN-TYPE (WS-EN-IDX)
                 WHEN "DEPOSIT"
                    PERFORM 0310-CHECK-ROUND-DEPOSIT
                 WHEN "THIRDPTY-OUT"
                    PERFORM 0320-CHECK-REPEAT-PAYEE
                    PERFORM 0330-CHECK-PASS-THROUGH
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.

       0310-CHECK-ROUND-DEPOSIT.
           IF AP-ROUND-UNIT > ZERO
              AND WS-EN-AMOUNT (WS-EN-IDX) NOT < AP-ROUND-UNIT
              DIVIDE AP-ROUND-UNIT INTO WS-EN-AMOUNT (WS-EN-IDX)
                  GIVING WS-ROUND-QUOT REMAINDER WS-ROUND-REM
              IF WS-ROUND-REM = ZERO
                 MOVE "ROUNDDEP" TO WS-KEY-RULE-CODE
                 MOVE WS-EN-HOLDERID (WS-EN-IDX) TO WS-KEY-HOLDERID
                 MOVE SPACE TO WS-KEY-ACCOUNT-TYPE
                 MOVE ZERO TO WS-KEY-COUNTERPART
                 MOVE WS-EN-AMOUNT (WS-EN-IDX) TO WS-ADD-AMOUNT
                 PERFORM 0500-ADD-TO-HIT
              END-IF
           END-IF.

      *> the payee of a third-party payment is the holder of the IN
      *> leg bank.cob logged under the same reference timestamp.
       0320-CHECK-REPEAT-PAYEE.
           MOVE ZERO TO WS-COUNTERPART
           SET WS-EN-IDX2 TO 1
           PERFORM VARYING WS-EN-IDX2 FROM 1 BY 1
                    UNTIL WS-EN-IDX2 > WS-EN-COUNT
              IF WS-EN-TYPE (WS-EN-IDX2) = "THIRDPTY-IN"
                 AND WS-EN-REF-TIMESTAMP (WS-EN-IDX2)
                     = WS-EN-REF-TIMESTAMP (WS-EN-IDX)
                 MOVE WS-EN-HOLDERID (WS-EN-IDX2) TO WS-COUNTERPART
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF WS-COUNTERPART NOT = ZERO
              MOVE "REPEATPY" TO WS-KEY-RULE-CODE
              MOVE WS-EN-HOLDERID (WS-EN-IDX) TO WS-KEY-HOLDERID
              MOVE SPACE TO WS-KEY-ACCOUNT-TYPE
              MOVE WS-COUNTERPART TO WS-KEY-COUNTERPART
              MOVE WS-EN-AMOUNT (WS-EN-IDX) TO WS-ADD-AMOUNT
              PERFORM 0500-ADD-TO-HIT
           END-IF.

      *> the latest THIRDPTY-IN the holder received, not already
      *> paired off, no more than the pass-through days before the
      *> OUT and of which the OUT sends on at least the parameter
      *> percentage. Both legs contribute; the amount is what left.
       0330-CHECK-PASS-THROUGH.
           MOVE ZERO TO WS-IN-SLOT
           MOVE WS-EN-TIMESTAMP (WS-EN-IDX) (1:8) TO WS-WORK-DATE
           COMPUTE WS-DAY-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
           SET WS-EN-IDX2 TO 1
           PERFORM VARYING WS-EN-IDX2 FROM 1 BY 1
                    UNTIL WS-EN-IDX2 NOT < WS-EN-IDX
              IF WS-EN-TYPE (WS-EN-IDX2) = "THIRDPTY-IN"
                 AND WS-EN-HOLDERID (WS-EN-IDX2)
                     = WS-EN-HOLDERID (WS-EN-IDX)
                 AND NOT WS-EN-USED (WS-EN-IDX2)
                 MOVE WS-EN-TIMESTAMP (WS-EN-IDX2) (1:8)
                      TO WS-WORK-DATE
                 COMPUTE WS-OTHER-INTEGER =
                    FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
                 COMPUTE WS-PASS-FLOOR =
                    WS-EN-AMOUNT (WS-EN-IDX2) * AP-PASS-PCT / 100
                 IF WS-DAY-INTEGER - WS-OTHER-INTEGER
                    NOT > AP-PASS-DAYS
                    AND WS-EN-AMOUNT (WS-EN-IDX) NOT < WS-PASS-FLOOR
                    SET WS-IN-SLOT TO WS-EN-IDX2
                 END-IF
              END-IF
           END-PERFORM

           IF WS-IN-SLOT > ZERO
              MOVE "PASSTHRU" TO WS-KEY-RULE-CODE
              MOVE WS-EN-HOLDERID (WS-EN-IDX) TO WS-KEY-HOLDERID
              MOVE SPACE TO WS-KEY-ACCOUNT-TYPE
              MOVE ZERO TO WS-KEY-COUNTERPART
              SET WS-EN-IDX2 TO WS-IN-SLOT
              SET WS-EN-USED (WS-EN-IDX2) TO TRUE
      *> the IN leg goes on the case first, carrying no amount of
      *> its own into the total.
              SET WS-EN-IDX2 TO WS-EN-IDX
              SET WS-EN-IDX TO WS-IN-SLOT
              MOVE ZERO TO WS-ADD-AMOUNT
              PERFORM 0500-ADD-TO-HIT
              SET WS-EN-IDX TO WS-EN-IDX2
              MOVE WS-EN-AMOUNT (WS-EN-IDX) TO WS-ADD-AMOUNT
              PERFORM 0500-ADD-TO-HIT
           END-IF.

      *> for each reopening: what went out of the account since,
      *> against the balance it reopened with (today's balance with
      *> the movements since backed out). Interest, fees and the
      *> like are left out of both sides -- the rule is about the
      *> customer moving money, not the bank.
       0400-APPLY-DRAIN-RULE.
           SET WS-RA-IDX TO 1
           PERFORM VARYING WS-RA-IDX FROM 1 BY 1
                    UNTIL WS-RA-IDX > WS-RA-COUNT
              PERFORM 0410-CHECK-ONE-REACTIVATION
           END-PERFORM.

       0410-CHECK-ONE-REACTIVATION.
           MOVE "DORMDRN" TO WS-KEY-RULE-CODE
           MOVE WS-RA-HOLDERID (WS-RA-IDX) TO WS-KEY-HOLDERID
           MOVE WS-RA-ACCOUNT-TYPE (WS-RA-IDX) TO WS-KEY-ACCOUNT-TYPE
           MOVE ZERO TO WS-KEY-COUNTERPART
           MOVE ZERO TO WS-DRAIN-CREDITS

           SET WS-EN-IDX TO 1
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                    UNTIL WS-EN-IDX > WS-EN-COUNT
              IF WS-EN-HOLDERID (WS-EN-IDX) = WS-KEY-HOLDERID
                 AND WS-EN-ACCOUNT-TYPE (WS-EN-IDX)
                     = WS-KEY-ACCOUNT-TYPE
                 AND WS-EN-TIMESTAMP (WS-EN-IDX)
                     > WS-RA-TIMESTAMP (WS-RA-IDX)
                 EVALUATE WS-EN-TYPE (WS-EN-IDX)
                    WHEN "WITHDRAW"
                    WHEN "TRANSFER-OUT"
                    WHEN "THIRDPTY-OUT"
                    WHEN "BILLPAY"
                       MOVE WS-EN-AMOUNT (WS-EN-IDX) TO WS-ADD-AMOUNT
                       PERFORM 0500-ADD-TO-HIT
                    WHEN "DEPOSIT"
                    WHEN "TRANSFER-IN"
                    WHEN "THIRDPTY-IN"
                       ADD WS-EN-AMOUNT (WS-EN-IDX)
                           TO WS-DRAIN-CREDITS
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM

      *> no debits since (or a case already holds them): no hit row,
      *> nothing to judge.
           PERFORM 0510-FIND-HIT
           IF WS-FOUND
              IF WS-HT-PRIOR-TS (WS-HT-IDX)
                 NOT < WS-RA-TIMESTAMP (WS-RA-IDX)
                 CONTINUE
              ELSE
                 MOVE WS-KEY-HOLDERID TO HOLDERID OF ACCOUNT-RECORD
                 MOVE WS-KEY-ACCOUNT-TYPE
                      TO ACCOUNT-TYPE OF ACCOUNT-RECORD
                 READ ACCOUNT-MASTER
                     INVALID KEY
                        MOVE ZERO TO SAVINGS OF ACCOUNT-RECORD
                 END-READ
                 COMPUTE WS-BASE-BALANCE =
                    SAVINGS OF ACCOUNT-RECORD - WS-DRAIN-CREDITS
                    + WS-HT-TOTAL (WS-HT-IDX)
                 COMPUTE WS-DRAIN-FLOOR =
                    WS-BASE-BALANCE * AP-DRAIN-PCT / 100
                 IF WS-BASE-BALANCE > ZERO
                    AND WS-HT-ENTRY-COUNT (WS-HT-IDX) > ZERO
                    AND WS-HT-TOTAL (WS-HT-IDX) NOT < WS-DRAIN-FLOOR
                    SET WS-HT-QUALIFIES (WS-HT-IDX) TO TRUE
                 END-IF
              END-IF
           END-IF.

      *> adds the entry at WS-EN-IDX, with WS-ADD-AMOUNT toward the
      *> total, to the hit row for the WS-KEY- key -- unless an
      *> existing case on that key already covers it.
       0500-ADD-TO-HIT.
           PERFORM 0510-FIND-HIT
           IF NOT WS-FOUND
              PERFORM 0520-CREATE-HIT
           END-IF

           IF WS-EN-TIMESTAMP (WS-EN-IDX) > WS-HT-PRIOR-TS (WS-HT-IDX)
              ADD 1 TO WS-HT-ENTRY-COUNT (WS-HT-IDX)
              ADD WS-ADD-AMOUNT TO WS-HT-TOTAL (WS-HT-IDX)
              IF WS-EN-TIMESTAMP (WS-EN-IDX)
                 > WS-HT-LAST-TS (WS-HT-IDX)
                 MOVE WS-EN-TIMESTAMP (WS-EN-IDX)
                      TO WS-HT-LAST-TS (WS-HT-IDX)
              END-IF
              IF WS-HT-ENTRY-COUNT (WS-HT-IDX) NOT > 5
                 MOVE WS-HT-ENTRY-COUNT (WS-HT-IDX) TO WS-SUB
                 MOVE WS-EN-TIMESTAMP (WS-EN-IDX)
                      TO WS-HT-ENT-TIMESTAMP (WS-HT-IDX, WS-SUB)
                 MOVE WS-EN-ACCOUNT-TYPE (WS-EN-IDX)
                      TO WS-HT-ENT-ACCT-TYPE (WS-HT-IDX, WS-SUB)
                 MOVE WS-EN-TYPE (WS-EN-IDX)
                      TO WS-HT-ENT-TYPE (WS-HT-IDX, WS-SUB)
                 MOVE WS-EN-AMOUNT (WS-EN-IDX)
                      TO WS-HT-ENT-AMOUNT (WS-HT-IDX, WS-SUB)
              END-IF
           END-IF.

       0510-FIND-HIT.
           MOVE "N" TO WS-FOUND-FLAG
           SET WS-HT-IDX TO 1
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
                    UNTIL WS-HT-IDX > WS-HT-COUNT
              IF WS-HT-RULE-CODE (WS-HT-IDX) = WS-KEY-RULE-CODE
                 AND WS-HT-HOLDERID (WS-HT-IDX) = WS-KEY-HOLDERID
                 AND WS-HT-ACCOUNT-TYPE (WS-HT-IDX)
                     = WS-KEY-ACCOUNT-TYPE
                 AND WS-HT-COUNTERPART (WS-HT-IDX)
                     = WS-KEY-COUNTERPART
                 SET WS-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       0520-CREATE-HIT.
           IF WS-HT-COUNT NOT < 2000
              DISPLAY "ERROR: Hit table full (2000 entries). "
                      "Increase WS-HT-ENTRY OCCURS and recompile."
              STOP RUN
           END-IF
           ADD 1 TO WS-HT-COUNT
           SET WS-HT-IDX TO WS-HT-COUNT
           INITIALIZE WS-HT-ENTRY (WS-HT-IDX)
           MOVE WS-KEY-RULE-CODE TO WS-HT-RULE-CODE (WS-HT-IDX)
           MOVE WS-KEY-HOLDERID TO WS-HT-HOLDERID (WS-HT-IDX)
           MOVE WS-KEY-ACCOUNT-TYPE TO WS-HT-ACCOUNT-TYPE (WS-HT-IDX)
           MOVE WS-KEY-COUNTERPART TO WS-HT-COUNTERPART (WS-HT-IDX)
           MOVE "N" TO WS-HT-QUALIFY-FLAG (WS-HT-IDX)

      *> the newest entry any earlier case on this key already took.
           SET WS-CK-IDX TO 1
           PERFORM VARYING WS-CK-IDX FROM 1 BY 1
                    UNTIL WS-CK-IDX > WS-CK-COUNT
              IF WS-CK-RULE-CODE (WS-CK-IDX) = WS-KEY-RULE-CODE
                 AND WS-CK-HOLDERID (WS-CK-IDX) = WS-KEY-HOLDERID
                 AND WS-CK-ACCOUNT-TYPE (WS-CK-IDX)
                     = WS-KEY-ACCOUNT-TYPE
                 AND WS-CK-COUNTERPART (WS-CK-IDX)
                     = WS-KEY-COUNTERPART
                 AND WS-CK-LAST-ENTRY-TS (WS-CK-IDX)
                     > WS-HT-PRIOR-TS (WS-HT-IDX)
                 MOVE WS-CK-LAST-ENTRY-TS (WS-CK-IDX)
                      TO WS-HT-PRIOR-TS (WS-HT-IDX)
              END-IF
           END-PERFORM.

       0600-OPEN-CASES.
           OPEN EXTEND CASE-FILE
           IF WS-CASE-STATUS = "35"
              OPEN OUTPUT CASE-FILE
           END-IF
           IF WS-CASE-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open AML case file, status "
                      WS-CASE-STATUS
              STOP RUN
           END-IF

           SET WS-HT-IDX TO 1
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
                    UNTIL WS-HT-IDX > WS-HT-COUNT
              EVALUATE WS-HT-RULE-CODE (WS-HT-IDX)
                 WHEN "ROUNDDEP"
                    IF AP-ROUND-COUNT > ZERO
                       AND WS-HT-ENTRY-COUNT (WS-HT-IDX)
                           NOT < AP-ROUND-COUNT
                       SET WS-HT-QUALIFIES (WS-HT-IDX) TO TRUE
                    END-IF
                 WHEN "REPEATPY"
                    IF AP-REPEAT-COUNT > ZERO
                       AND WS-HT-ENTRY-COUNT (WS-HT-IDX)
                           NOT < AP-REPEAT-COUNT
                       SET WS-HT-QUALIFIES (WS-HT-IDX) TO TRUE
                    END-IF
      *> one IN and its OUT are already a pass-through.
                 WHEN "PASSTHRU"
                    IF WS-HT-ENTRY-COUNT (WS-HT-IDX) NOT < 2
                       SET WS-HT-QUALIFIES (WS-HT-IDX) TO TRUE
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF WS-HT-QUALIFIES (WS-HT-IDX)
                 PERFORM 0650-WRITE-CASE
              END-IF
           END-PERFORM

           CLOSE CASE-FILE.

       0650-WRITE-CASE.
           ADD 1 TO WS-LAST-CASE-ID
           MOVE SPACES TO AML-CASE-RECORD
           MOVE WS-LAST-CASE-ID TO AC-CASE-ID
           MOVE WS-HT-RULE-CODE (WS-HT-IDX) TO AC-RULE-CODE
           MOVE WS-HT-HOLDERID (WS-HT-IDX) TO AC-HOLDERID
           MOVE WS-HT-ACCOUNT-TYPE (WS-HT-IDX) TO AC-ACCOUNT-TYPE
           MOVE WS-HT-COUNTERPART (WS-HT-IDX) TO AC-COUNTERPART
           MOVE WS-PARAM-BUSINESS-DATE TO AC-OPEN-DATE
           MOVE WS-HT-TOTAL (WS-HT-IDX) TO AC-TOTAL-AMOUNT
           MOVE WS-HT-ENTRY-COUNT (WS-HT-IDX) TO AC-ENTRY-COUNT
           MOVE WS-HT-LAST-TS (WS-HT-IDX) TO AC-LAST-ENTRY-TS
           MOVE "O" TO AC-STATUS
           MOVE ZERO TO AC-DISP-DATE
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
              MOVE WS-HT-ENT-TIMESTAMP (WS-HT-IDX, WS-SUB)
                   TO AC-ENT-TIMESTAMP (WS-SUB)
              MOVE WS-HT-ENT-ACCT-TYPE (WS-HT-IDX, WS-SUB)
                   TO AC-ENT-ACCOUNT-TYPE (WS-SUB)
              MOVE WS-HT-ENT-TYPE (WS-HT-IDX, WS-SUB)
                   TO AC-ENT-TYPE (WS-SUB)
              MOVE WS-HT-ENT-AMOUNT (WS-HT-IDX, WS-SUB)
                   TO AC-ENT-AMOUNT (WS-SUB)
           END-PERFORM
           WRITE AML-CASE-RECORD
           IF WS-CASE-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write AML case file, status "
                      WS-CASE-STATUS
              STOP RUN
           END-IF

           ADD 1 TO WS-OPENED-COUNT
           MOVE AC-CASE-ID TO DL-CASE-ID
           MOVE AC-RULE-CODE TO DL-RULE-CODE
           MOVE AC-HOLDERID TO DL-HOLDERID
           MOVE AC-ACCOUNT-TYPE TO DL-ACCOUNT-TYPE
           MOVE AC-COUNTERPART TO DL-COUNTERPART
           MOVE AC-ENTRY-COUNT TO DL-ENTRY-COUNT
           MOVE AC-TOTAL-AMOUNT TO DL-AMOUNT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       0900-FINALIZE.
           MOVE WS-WINDOW-COUNT TO FL-WINDOW-COUNT
           MOVE WS-OPENED-COUNT TO FL-OPENED-COUNT
           WRITE REPORT-LINE FROM WS-FOOTER-LINE

           CLOSE ACCOUNT-MASTER TRANLOG-FILE REPORT-FILE

           DISPLAY "AML scan complete. Window entries: "
                   WS-WINDOW-COUNT " Cases opened: " WS-OPENED-COUNT.
