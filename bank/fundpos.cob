       IDENTIFICATION DIVISION.
       PROGRAM-ID. fundpos.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * Daily funding-position report for Treasury. Brings together
      * in one place what TDMATRPT.RPT and ODRPT.RPT each show part
      * of:
      *   TERM-DEPOSIT MATURITY LADDER -- the principal of every
      *     active TERMDEP.DAT deposit maturing within 7, 30, 90 and
      *     365 days of the business date (each bucket includes the
      *     shorter ones) and beyond, split by TD-ROLLOVER into the
      *     money set to roll over and the money due to pay out. A
      *     deposit already past its maturity date (not yet picked up
      *     by tdmature) counts as due today;
      *   BALANCES BY PRODUCT AND STATUS -- account count, credit
      *     balances and balances drawn below MINIMUM-BALANCE for
      *     savings and checking under each ACCT-STATUS, with the
      *     product totals (total savings, checking credit balances);
      *   OVERDRAFT LINES -- the amount drawn against OVERDRAFT-LIMIT
      *     and, as contingent exposure, the unused part of every
      *     line on an open or dormant checking account (a frozen,
      *     closed or escheated account cannot draw on its line).
      * Output: FUNDPOS.RPT, and FUNDPOS.DAT -- the same figures as
      * comma-separated lines for the treasury spreadsheet:
      *   H,business date
      *   TD,days (007/030/090/365/999=beyond),R or C,count,principal
      *   AC,S or C,status,count,credit balances,drawn balances
      *   OD,DRAWN or UNUSED,count,amount
      *   T,number of lines before the trailer
      *
      * SYSIN: business date (YYYYMMDD).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-KEY OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TERMDEP-FILE ASSIGN TO "TERMDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMDEP-STATUS.

           SELECT REPORT-FILE ASSIGN TO "FUNDPOS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "FUNDPOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY ACCTREC.

       FD  TERMDEP-FILE.
       COPY TERMDEP.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(90).

       FD  EXTRACT-FILE.
       01  EXTRACT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS            PIC XX.
       01 WS-TERMDEP-STATUS         PIC XX.
       01 WS-REPORT-STATUS          PIC XX.
       01 WS-EXTRACT-STATUS         PIC XX.

       01 WS-FLAGS.
           05 WS-ACCT-EOF-FLAG       PIC X VALUE "N".
               88 ACCT-EOF                VALUE "Y".
           05 WS-TD-EOF-FLAG         PIC X VALUE "N".
               88 TD-EOF                  VALUE "Y".

       01 WS-PARAM.
           05 WS-PARAM-BUSINESS-DATE PIC 9(08).

       01 WS-DATE-WORK              PIC 9(08).
       01 WS-DAYS-TO-MATURITY       PIC S9(07).
       01 WS-TODAY-INTEGER          PIC 9(07).

      *> maturity ladder: bucket 1-4 are "within N days", bucket 5
      *> is beyond the last; rollover index 1 rolls, 2 pays out.
       01 WS-BUCKET-DAYS-VALUES.
           05 FILLER                PIC 9(03) VALUE 007.
           05 FILLER                PIC 9(03) VALUE 030.
           05 FILLER                PIC 9(03) VALUE 090.
           05 FILLER                PIC 9(03) VALUE 365.
           05 FILLER                PIC 9(03) VALUE 999.
       01 WS-BUCKET-DAYS-TABLE REDEFINES WS-BUCKET-DAYS-VALUES.
           05 WS-BUCKET-DAYS        PIC 9(03) OCCURS 5 TIMES.

       01 WS-LADDER.
           05 WS-LADDER-BUCKET OCCURS 5 TIMES.
               10 WS-LADDER-ROLL OCCURS 2 TIMES.
                   15 WS-LADDER-COUNT   PIC 9(07).
                   15 WS-LADDER-AMOUNT  PIC 9(11)V99.

       01 WS-BKT                    PIC 9(01).
       01 WS-DAYS-EDIT              PIC ZZ9.
       01 WS-RLL                    PIC 9(01).

      *> balances by product (1 savings, 2 checking) and status, in
      *> the order of WS-STATUS-CODE.
       01 WS-STATUS-CODE-VALUES     PIC X(05) VALUE "ODFCE".
       01 WS-STATUS-CODE-TABLE REDEFINES WS-STATUS-CODE-VALUES.
           05 WS-STATUS-CODE        PIC X(01) OCCURS 5 TIMES.

       01 WS-STATUS-NAME-VALUES.
           05 FILLER                PIC X(10) VALUE "OPEN".
           05 FILLER                PIC X(10) VALUE "DORMANT".
           05 FILLER                PIC X(10) VALUE "FROZEN".
           05 FILLER                PIC X(10) VALUE "CLOSED".
           05 FILLER                PIC X(10) VALUE "ESCHEATED".
       01 WS-STATUS-NAME-TABLE REDEFINES WS-STATUS-NAME-VALUES.
           05 WS-STATUS-NAME        PIC X(10) OCCURS 5 TIMES.

       01 WS-POSITION.
           05 WS-POS-PRODUCT OCCURS 2 TIMES.
               10 WS-POS-STATUS OCCURS 5 TIMES.
                   15 WS-POS-COUNT      PIC 9(07).
                   15 WS-POS-CREDIT     PIC 9(11)V99.
                   15 WS-POS-DRAWN      PIC 9(11)V99.
               10 WS-PROD-COUNT         PIC 9(07).
               10 WS-PROD-CREDIT        PIC 9(11)V99.
               10 WS-PROD-DRAWN         PIC 9(11)V99.

       01 WS-PRD                    PIC 9(01).
       01 WS-STS                    PIC 9(01).

       01 WS-OVERDRAFT.
           05 WS-OD-DRAWN-COUNT     PIC 9(07) VALUE ZERO.
           05 WS-OD-DRAWN-AMOUNT    PIC 9(11)V99 VALUE ZERO.
           05 WS-OD-UNUSED-COUNT    PIC 9(07) VALUE ZERO.
           05 WS-OD-UNUSED-AMOUNT   PIC 9(11)V99 VALUE ZERO.

       01 WS-BELOW-MINIMUM          PIC 9(09)V99.
       01 WS-LINE-DRAWN             PIC 9(09)V99.

       01 WS-COUNTERS.
           05 WS-ACCOUNT-COUNT      PIC 9(08) VALUE ZERO.
           05 WS-DEPOSIT-COUNT      PIC 9(08) VALUE ZERO.
           05 WS-EXTRACT-COUNT      PIC 9(08) VALUE ZERO.

       01 WS-HEADER-LINE.
           05 FILLER                PIC X(33) VALUE
              "--- DAILY FUNDING POSITION ---".
           05 FILLER                PIC X(07) VALUE "  DATE ".
           05 HL-BUSINESS-DATE      PIC 9(08).

       01 WS-SECTION-LINE.
           05 FILLER                PIC X(04) VALUE "--- ".
           05 SC-TITLE              PIC X(40).

       01 WS-LADDER-HEADER.
           05 FILLER                PIC X(16) VALUE "MATURING".
           05 FILLER                PIC X(24) VALUE
              "          ROLLING OVER".
           05 FILLER                PIC X(24) VALUE
              "           PAYING OUT".
           05 FILLER                PIC X(18) VALUE
              "            TOTAL".

       01 WS-LADDER-LINE.
           05 LD-LABEL              PIC X(16).
           05 LD-ROLL-COUNT         PIC ZZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LD-ROLL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LD-PAY-COUNT          PIC ZZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LD-PAY-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LD-TOTAL-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-POSITION-HEADER.
           05 FILLER                PIC X(22) VALUE "PRODUCT / STATUS".
           05 FILLER                PIC X(10) VALUE "  ACCOUNTS".
           05 FILLER                PIC X(20) VALUE
              "     CREDIT BALANCES".
           05 FILLER                PIC X(20) VALUE
              "   DRAWN BELOW MIN.".

       01 WS-POSITION-LINE.
           05 PL-PRODUCT            PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PL-STATUS             PIC X(10).
           05 PL-COUNT              PIC Z(9)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PL-CREDIT             PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PL-DRAWN              PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-AMOUNT-LINE.
           05 AM-LABEL              PIC X(36).
           05 AM-COUNT              PIC ZZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AM-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99.

      *> edited fields for the comma-separated extract.
       01 WS-CSV-COUNT              PIC 9(07).
       01 WS-CSV-AMOUNT             PIC 9(11).99.
       01 WS-CSV-AMOUNT-2           PIC 9(11).99.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-PARAM FROM SYSIN

           PERFORM 0100-INITIALIZE
           PERFORM 0200-LADDER-DEPOSITS UNTIL TD-EOF
           PERFORM 0300-POSITION-ACCOUNTS UNTIL ACCT-EOF
           PERFORM 0500-PRINT-LADDER
           PERFORM 0600-PRINT-POSITION
           PERFORM 0700-PRINT-OVERDRAFT
           PERFORM 0900-FINALIZE
           STOP RUN.

       0100-INITIALIZE.
           INITIALIZE WS-LADDER WS-POSITION
           MOVE WS-PARAM-BUSINESS-DATE TO WS-DATE-WORK
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-DATE-WORK)

           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open account master, status "
                      WS-ACCT-STATUS
              STOP RUN
           END-IF

      *> no deposit file simply means no deposits on the books.
           OPEN INPUT TERMDEP-FILE
           IF WS-TERMDEP-STATUS = "35"
              SET TD-EOF TO TRUE
           ELSE
              IF WS-TERMDEP-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open term deposit file, "
                         "status " WS-TERMDEP-STATUS
                 CLOSE ACCOUNT-MASTER
                 STOP RUN
              END-IF
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open funding report, status "
                      WS-REPORT-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open funding extract, status "
                      WS-EXTRACT-STATUS
              STOP RUN
           END-IF

           MOVE WS-PARAM-BUSINESS-DATE TO HL-BUSINESS-DATE
           WRITE REPORT-LINE FROM WS-HEADER-LINE

           MOVE SPACES TO EXTRACT-LINE
           STRING "H," DELIMITED BY SIZE
                  WS-PARAM-BUSINESS-DATE DELIMITED BY SIZE
                  INTO EXTRACT-LINE
           END-STRING
           PERFORM 0950-PUT-EXTRACT

           IF NOT TD-EOF
              READ TERMDEP-FILE
                  AT END SET TD-EOF TO TRUE
              END-READ
           END-IF

           READ ACCOUNT-MASTER NEXT
               AT END SET ACCT-EOF TO TRUE
           END-READ.

       0200-LADDER-DEPOSITS.
           IF TD-IS-ACTIVE
              ADD 1 TO WS-DEPOSIT-COUNT
              MOVE TD-MATURITY-DATE TO WS-DATE-WORK
              COMPUTE WS-DAYS-TO-MATURITY =
                 FUNCTION INTEGER-OF-DATE (WS-DATE-WORK)
                 - WS-TODAY-INTEGER
              IF TD-ROLLS
                 MOVE 1 TO WS-RLL
              ELSE
                 MOVE 2 TO WS-RLL
              END-IF
      *> a deposit lands in its own bucket and every longer one --
      *> "within 30 days" includes what matures within 7.
              PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 4
                 IF WS-DAYS-TO-MATURITY NOT > WS-BUCKET-DAYS (WS-BKT)
                    ADD 1 TO WS-LADDER-COUNT (WS-BKT WS-RLL)
                    ADD TD-PRINCIPAL
                        TO WS-LADDER-AMOUNT (WS-BKT WS-RLL)
                 END-IF
              END-PERFORM
              IF WS-DAYS-TO-MATURITY > WS-BUCKET-DAYS (4)
                 ADD 1 TO WS-LADDER-COUNT (5 WS-RLL)
                 ADD TD-PRINCIPAL TO WS-LADDER-AMOUNT (5 WS-RLL)
              END-IF
           END-IF

           READ TERMDEP-FILE
               AT END SET TD-EOF TO TRUE
           END-READ.

       0300-POSITION-ACCOUNTS.
           ADD 1 TO WS-ACCOUNT-COUNT
           IF ACCT-IS-CHECKING OF ACCOUNT-RECORD
              MOVE 2 TO WS-PRD
           ELSE
              MOVE 1 TO WS-PRD
           END-IF
      *> a blank status is treated as open, as the posting checks do.
           MOVE 1 TO WS-STS
           PERFORM VARYING WS-STS FROM 1 BY 1 UNTIL WS-STS > 5
              IF WS-STATUS-CODE (WS-STS) = ACCT-STATUS OF ACCOUNT-RECORD
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-STS > 5
              MOVE 1 TO WS-STS
           END-IF

           ADD 1 TO WS-POS-COUNT (WS-PRD WS-STS)
           ADD 1 TO WS-PROD-COUNT (WS-PRD)
           IF SAVINGS OF ACCOUNT-RECORD > ZERO
              ADD SAVINGS OF ACCOUNT-RECORD
                  TO WS-POS-CREDIT (WS-PRD WS-STS)
                     WS-PROD-CREDIT (WS-PRD)
           END-IF

           MOVE ZERO TO WS-BELOW-MINIMUM
           IF SAVINGS OF ACCOUNT-RECORD <
              MINIMUM-BALANCE OF ACCOUNT-RECORD
              COMPUTE WS-BELOW-MINIMUM =
                 MINIMUM-BALANCE OF ACCOUNT-RECORD
                 - SAVINGS OF ACCOUNT-RECORD
              ADD WS-BELOW-MINIMUM
                  TO WS-POS-DRAWN (WS-PRD WS-STS)
                     WS-PROD-DRAWN (WS-PRD)
           END-IF

           IF ACCT-IS-CHECKING OF ACCOUNT-RECORD
              AND OVERDRAFT-LIMIT OF ACCOUNT-RECORD > ZERO
              PERFORM 0400-MEASURE-LINE
           END-IF

           READ ACCOUNT-MASTER NEXT
               AT END SET ACCT-EOF TO TRUE
           END-READ.

      *> the line is drawn as far as the balance sits below the
      *> account's minimum, never past the limit itself.
       0400-MEASURE-LINE.
           IF WS-BELOW-MINIMUM > OVERDRAFT-LIMIT OF ACCOUNT-RECORD
              MOVE OVERDRAFT-LIMIT OF ACCOUNT-RECORD TO WS-LINE-DRAWN
           ELSE
              MOVE WS-BELOW-MINIMUM TO WS-LINE-DRAWN
           END-IF

           IF WS-LINE-DRAWN > ZERO
              ADD 1 TO WS-OD-DRAWN-COUNT
              ADD WS-LINE-DRAWN TO WS-OD-DRAWN-AMOUNT
           END-IF

           IF (ACCT-IS-OPEN OF ACCOUNT-RECORD
               OR ACCT-IS-DORMANT OF ACCOUNT-RECORD
               OR ACCT-STATUS OF ACCOUNT-RECORD = SPACE)
              AND WS-LINE-DRAWN < OVERDRAFT-LIMIT OF ACCOUNT-RECORD
              ADD 1 TO WS-OD-UNUSED-COUNT
              COMPUTE WS-OD-UNUSED-AMOUNT = WS-OD-UNUSED-AMOUNT
                 + OVERDRAFT-LIMIT OF ACCOUNT-RECORD - WS-LINE-DRAWN
           END-IF.

       0500-PRINT-LADDER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TERM-DEPOSIT MATURITY LADDER" TO SC-TITLE
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           WRITE REPORT-LINE FROM WS-LADDER-HEADER

           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 5
              IF WS-BKT = 5
                 MOVE "BEYOND 365 DAYS" TO LD-LABEL
              ELSE
                 MOVE WS-BUCKET-DAYS (WS-BKT) TO WS-DAYS-EDIT
                 MOVE SPACES TO LD-LABEL
                 STRING "WITHIN " DELIMITED BY SIZE
                        WS-DAYS-EDIT DELIMITED BY SIZE
                        " DAYS" DELIMITED BY SIZE
                        INTO LD-LABEL
                 END-STRING
              END-IF
              MOVE WS-LADDER-COUNT (WS-BKT 1) TO LD-ROLL-COUNT
              MOVE WS-LADDER-AMOUNT (WS-BKT 1) TO LD-ROLL-AMOUNT
              MOVE WS-LADDER-COUNT (WS-BKT 2) TO LD-PAY-COUNT
              MOVE WS-LADDER-AMOUNT (WS-BKT 2) TO LD-PAY-AMOUNT
              COMPUTE LD-TOTAL-AMOUNT = WS-LADDER-AMOUNT (WS-BKT 1)
                                      + WS-LADDER-AMOUNT (WS-BKT 2)
              WRITE REPORT-LINE FROM WS-LADDER-LINE

              PERFORM VARYING WS-RLL FROM 1 BY 1 UNTIL WS-RLL > 2
                 MOVE WS-LADDER-COUNT (WS-BKT WS-RLL) TO WS-CSV-COUNT
                 MOVE WS-LADDER-AMOUNT (WS-BKT WS-RLL)
                      TO WS-CSV-AMOUNT
                 MOVE SPACES TO EXTRACT-LINE
                 IF WS-RLL = 1
                    STRING "TD," DELIMITED BY SIZE
                           WS-BUCKET-DAYS (WS-BKT) DELIMITED BY SIZE
                           ",R," DELIMITED BY SIZE
                           WS-CSV-COUNT DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           WS-CSV-AMOUNT DELIMITED BY SIZE
                           INTO EXTRACT-LINE
                    END-STRING
                 ELSE
                    STRING "TD," DELIMITED BY SIZE
                           WS-BUCKET-DAYS (WS-BKT) DELIMITED BY SIZE
                           ",C," DELIMITED BY SIZE
                           WS-CSV-COUNT DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           WS-CSV-AMOUNT DELIMITED BY SIZE
                           INTO EXTRACT-LINE
                    END-STRING
                 END-IF
                 PERFORM 0950-PUT-EXTRACT
              END-PERFORM
           END-PERFORM.

       0600-PRINT-POSITION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BALANCES BY PRODUCT AND STATUS" TO SC-TITLE
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           WRITE REPORT-LINE FROM WS-POSITION-HEADER

           PERFORM VARYING WS-PRD FROM 1 BY 1 UNTIL WS-PRD > 2
              PERFORM VARYING WS-STS FROM 1 BY 1 UNTIL WS-STS > 5
                 IF WS-PRD = 1
                    MOVE "SAVINGS" TO PL-PRODUCT
                 ELSE
                    MOVE "CHECKING" TO PL-PRODUCT
                 END-IF
                 MOVE WS-STATUS-NAME (WS-STS) TO PL-STATUS
                 MOVE WS-POS-COUNT (WS-PRD WS-STS) TO PL-COUNT
                 MOVE WS-POS-CREDIT (WS-PRD WS-STS) TO PL-CREDIT
                 MOVE WS-POS-DRAWN (WS-PRD WS-STS) TO PL-DRAWN
                 WRITE REPORT-LINE FROM WS-POSITION-LINE

                 MOVE WS-POS-COUNT (WS-PRD WS-STS) TO WS-CSV-COUNT
                 MOVE WS-POS-CREDIT (WS-PRD WS-STS) TO WS-CSV-AMOUNT
                 MOVE WS-POS-DRAWN (WS-PRD WS-STS) TO WS-CSV-AMOUNT-2
                 MOVE SPACES TO EXTRACT-LINE
                 IF WS-PRD = 1
                    STRING "AC,S," DELIMITED BY SIZE
                           WS-STATUS-CODE (WS-STS) DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           WS-CSV-COUNT DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           WS-CSV-AMOUNT DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           WS-CSV-AMOUNT-2 DELIMITED BY SIZE
                           INTO EXTRACT-LINE
                    END-STRING
                 ELSE
                    STRING "AC,C," DELIMITED BY SIZE
                           WS-STATUS-CODE (WS-STS) DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           WS-CSV-COUNT DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           WS-CSV-AMOUNT DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           WS-CSV-AMOUNT-2 DELIMITED BY SIZE
                           INTO EXTRACT-LINE
                    END-STRING
                 END-IF
                 PERFORM 0950-PUT-EXTRACT
              END-PERFORM

              MOVE SPACES TO PL-PRODUCT
              MOVE "TOTAL" TO PL-STATUS
              MOVE WS-PROD-COUNT (WS-PRD) TO PL-COUNT
              MOVE WS-PROD-CREDIT (WS-PRD) TO PL-CREDIT
              MOVE WS-PROD-DRAWN (WS-PRD) TO PL-DRAWN
              WRITE REPORT-LINE FROM WS-POSITION-LINE
           END-PERFORM.

       0700-PRINT-OVERDRAFT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "OVERDRAFT LINES" TO SC-TITLE
           WRITE REPORT-LINE FROM WS-SECTION-LINE

           MOVE "DRAWN AGAINST OVERDRAFT-LIMIT" TO AM-LABEL
           MOVE WS-OD-DRAWN-COUNT TO AM-COUNT
           MOVE WS-OD-DRAWN-AMOUNT TO AM-AMOUNT
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE

           MOVE "UNUSED LINES (CONTINGENT EXPOSURE)" TO AM-LABEL
           MOVE WS-OD-UNUSED-COUNT TO AM-COUNT
           MOVE WS-OD-UNUSED-AMOUNT TO AM-AMOUNT
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE

           MOVE WS-OD-DRAWN-COUNT TO WS-CSV-COUNT
           MOVE WS-OD-DRAWN-AMOUNT TO WS-CSV-AMOUNT
           MOVE SPACES TO EXTRACT-LINE
           STRING "OD,DRAWN," DELIMITED BY SIZE
                  WS-CSV-COUNT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CSV-AMOUNT DELIMITED BY SIZE
                  INTO EXTRACT-LINE
           END-STRING
           PERFORM 0950-PUT-EXTRACT

           MOVE WS-OD-UNUSED-COUNT TO WS-CSV-COUNT
           MOVE WS-OD-UNUSED-AMOUNT TO WS-CSV-AMOUNT
           MOVE SPACES TO EXTRACT-LINE
           STRING "OD,UNUSED," DELIMITED BY SIZE
                  WS-CSV-COUNT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CSV-AMOUNT DELIMITED BY SIZE
                  INTO EXTRACT-LINE
           END-STRING
           PERFORM 0950-PUT-EXTRACT.

       0900-FINALIZE.
           MOVE WS-EXTRACT-COUNT TO WS-CSV-COUNT
           MOVE SPACES TO EXTRACT-LINE
           STRING "T," DELIMITED BY SIZE
                  WS-CSV-COUNT DELIMITED BY SIZE
                  INTO EXTRACT-LINE
           END-STRING
           WRITE EXTRACT-LINE

           IF WS-TERMDEP-STATUS NOT = "35"
              CLOSE TERMDEP-FILE
           END-IF
           CLOSE ACCOUNT-MASTER REPORT-FILE EXTRACT-FILE

           DISPLAY "Funding position complete for "
                   WS-PARAM-BUSINESS-DATE "."
           DISPLAY "  Accounts read:     " WS-ACCOUNT-COUNT
           DISPLAY "  Active deposits:   " WS-DEPOSIT-COUNT.

       0950-PUT-EXTRACT.
           WRITE EXTRACT-LINE
           ADD 1 TO WS-EXTRACT-COUNT.
