       IDENTIFICATION DIVISION.
       PROGRAM-ID. relstmt.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * Monthly consolidated relationship statement, run in bulk for
      * every holder on CUSTOMER-MASTER. One statement per customer
      * onto RELSTMT.RPT, in these sections:
      *   ACCOUNTS       -- the savings and checking legs, each with
      *                     its opening balance, the month's TRANLOG
      *                     activity and its closing balance, worked
      *                     out the way statement.cob does (from the
      *                     CARRYFWD.DAT carry-forward when there is
      *                     one, else the opening balance);
      *   TERM DEPOSITS  -- every active TERMDEP.DAT deposit with its
      *                     principal, rate and maturity date;
      *   STANDING ORDERS-- every active STORD.DAT order;
      *   JOINT ACCOUNTS -- accounts held jointly through ACCTREL.DAT,
      *                     with the primary holder and the closing
      *                     balance (view-only links are listed but
      *                     are not the customer's money);
      *   TOTAL RELATIONSHIP VALUE -- the legs' closing balances,
      *                     the active deposits' principal and the
      *                     joint-or-survivor accounts' closing
      *                     balances.
      * A customer with none of these gets no statement. A leg whose
      * month has already been cut to the archive shows its current
      * balance instead of the month's activity.
      *
      * The statements are printed in CUSTOMER-MASTER key order; the
      * index RELSTIDX.DAT -- address, holder id, first print line
      * and line count per statement -- is sorted into address order
      * so the mail house can pull and insert the statements in
      * CUSTMAST address order.
      *
      * SYSIN: statement month (YYYYMM).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-HOLDERID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.

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

           SELECT CARRYFWD-FILE ASSIGN TO "CARRYFWD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRYFWD-STATUS.

           SELECT TERMDEP-FILE ASSIGN TO "TERMDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMDEP-STATUS.

           SELECT STORD-FILE ASSIGN TO "STORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORD-STATUS.

           SELECT ACCTREL-FILE ASSIGN TO "ACCTREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTREL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RELSTMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "RELSORT.WRK".

           SELECT INDEX-FILE ASSIGN TO "RELSTIDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  ACCOUNT-MASTER.
       COPY ACCTREC.

       FD  TRANLOG-FILE.
       COPY TRANREC.

       FD  CARRYFWD-FILE.
       01  CARRYFWD-LINE            PIC X(40).

       FD  TERMDEP-FILE.
       COPY TERMDEP.

       FD  STORD-FILE.
       COPY STORDREC.

       FD  ACCTREL-FILE.
       COPY ACCTREL.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(90).

      *> one index entry per statement, released to the sort as the
      *> statement is printed.
       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SX-ADDRESS            PIC X(80).
           05 FILLER                PIC X(01).
           05 SX-HOLDERID           PIC 9(10).
           05 FILLER                PIC X(01).
           05 SX-START-LINE         PIC 9(08).
           05 FILLER                PIC X(01).
           05 SX-LINE-COUNT         PIC 9(05).

       FD  INDEX-FILE.
       01  INDEX-RECORD             PIC X(106).

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS            PIC XX.
       01 WS-ACCT-STATUS            PIC XX.
       01 WS-TRANLOG-STATUS         PIC XX.
       01 WS-CARRYFWD-STATUS        PIC XX.
       01 WS-TERMDEP-STATUS         PIC XX.
       01 WS-STORD-STATUS           PIC XX.
       01 WS-ACCTREL-STATUS         PIC XX.
       01 WS-REPORT-STATUS          PIC XX.
       01 WS-INDEX-STATUS           PIC XX.

       COPY CARRYFWD.

       01 WS-PARAM.
           05 WS-PARAM-YYYYMM       PIC 9(06).

       01 WS-FLAGS.
           05 WS-CUST-EOF-FLAG       PIC X VALUE "N".
               88 CUST-EOF                VALUE "Y".
           05 WS-TRAN-EOF-FLAG       PIC X VALUE "N".
               88 TRAN-EOF                VALUE "Y".
           05 WS-FILE-EOF-FLAG       PIC X VALUE "N".
               88 FILE-EOF                VALUE "Y".
           05 WS-HAS-RELATION-FLAG   PIC X VALUE "N".
               88 WS-HAS-RELATION         VALUE "Y".
           05 WS-LEG-FOUND-FLAG      PIC X VALUE "N".
               88 WS-LEG-FOUND            VALUE "Y".
           05 WS-LEG-ARCHIVED-FLAG   PIC X VALUE "N".
               88 WS-LEG-ARCHIVED         VALUE "Y".
           05 WS-PRINT-ACTIVITY-FLAG PIC X VALUE "N".
               88 WS-PRINT-ACTIVITY       VALUE "Y".
           05 WS-SECTION-EMPTY-FLAG  PIC X VALUE "Y".
               88 WS-SECTION-EMPTY        VALUE "Y".

      *> carry-forward balances, loaded once per run.
       01 WS-CF-TABLE.
           05 WS-CF-COUNT           PIC 9(05) VALUE ZERO.
           05 WS-CF-ENTRY OCCURS 10000 TIMES
                           INDEXED BY WS-CF-IDX.
               10 WS-CF-HOLDERID        PIC 9(10).
               10 WS-CF-ACCOUNT-TYPE    PIC X(01).
               10 WS-CF-THRU-YYYYMM     PIC 9(06).
               10 WS-CF-BALANCE         PIC S9(8)V99.

      *> active term deposits, loaded once per run.
       01 WS-TD-TABLE.
           05 WS-TD-COUNT           PIC 9(05) VALUE ZERO.
           05 WS-TD-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-TD-IDX.
               10 WS-TD-HOLDERID        PIC 9(10).
               10 WS-TD-PRINCIPAL       PIC 9(8)V99.
               10 WS-TD-RATE            PIC 9V9999.
               10 WS-TD-OPEN-DATE       PIC 9(08).
               10 WS-TD-MATURITY-DATE   PIC 9(08).
               10 WS-TD-ROLLOVER        PIC X(01).

      *> active standing orders, loaded once per run.
       01 WS-SO-TABLE.
           05 WS-SO-COUNT           PIC 9(05) VALUE ZERO.
           05 WS-SO-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-SO-IDX.
               10 WS-SO-HOLDERID        PIC 9(10).
               10 WS-SO-FROM-TYPE       PIC X(01).
               10 WS-SO-TO-TYPE         PIC X(01).
               10 WS-SO-AMOUNT          PIC 9(8)V99.
               10 WS-SO-FREQUENCY       PIC X(01).
               10 WS-SO-NEXT-DUE        PIC 9(08).
               10 WS-SO-EXPIRY          PIC 9(08).

      *> active joint links, loaded once per run with the primary
      *> holder's name looked up as they load.
       01 WS-REL-TABLE.
           05 WS-REL-COUNT          PIC 9(04) VALUE ZERO.
           05 WS-REL-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-REL-IDX.
               10 WS-REL-HOLDERID       PIC 9(10).
               10 WS-REL-ACCOUNT-TYPE   PIC X(01).
               10 WS-REL-JOINT-HOLDERID PIC 9(10).
               10 WS-REL-ROLE           PIC X(01).
               10 WS-REL-PRIMARY-NAME   PIC X(30).

      *> the leg being worked out: whose, which, and the result.
       01 WS-LEG-HOLDERID           PIC 9(10).
       01 WS-LEG-TYPE               PIC X(01).
       01 WS-LEG-OPENING            PIC S9(9)V99.
       01 WS-LEG-CLOSING            PIC S9(9)V99.
       01 WS-SIGNED-AMOUNT          PIC S9(9)V99.

       01 WS-TOTAL-VALUE            PIC S9(11)V99.
       01 WS-RATE-PERCENT           PIC 9(03)V99.

       01 WS-LINE-NUMBER            PIC 9(08) VALUE ZERO.
       01 WS-STMT-START-LINE        PIC 9(08).

       01 WS-COUNTERS.
           05 WS-CUSTOMER-COUNT     PIC 9(08) VALUE ZERO.
           05 WS-STATEMENT-COUNT    PIC 9(08) VALUE ZERO.

       01 WS-STMT-HEADER-1.
           05 FILLER                PIC X(36) VALUE
              "CONSOLIDATED RELATIONSHIP STATEMENT ".
           05 FILLER                PIC X(08) VALUE "PERIOD: ".
           05 H1-YYYYMM             PIC 9(06).

       01 WS-STMT-HEADER-2.
           05 FILLER                PIC X(10) VALUE "CUSTOMER: ".
           05 H2-FULLNAME           PIC X(40).
           05 FILLER                PIC X(12) VALUE "  HOLDERID: ".
           05 H2-HOLDERID           PIC 9(10).

       01 WS-STMT-HEADER-3.
           05 FILLER                PIC X(10) VALUE "ADDRESS:  ".
           05 H3-ADDRESS            PIC X(80).

       01 WS-SECTION-LINE.
           05 FILLER                PIC X(04) VALUE "--- ".
           05 SC-TITLE              PIC X(30).

       01 WS-NONE-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE "(NONE)".

       01 WS-LEG-LINE.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LL-LABEL              PIC X(18).
           05 FILLER                PIC X(08) VALUE "STATUS: ".
           05 LL-STATUS             PIC X(01).

       01 WS-BALANCE-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 BL-LABEL              PIC X(24).
           05 BL-AMOUNT             PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-ACTIVITY-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 AL-DATE               PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AL-TYPE               PIC X(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AL-AMOUNT             PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-TD-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(07) VALUE "OPENED ".
           05 TL-OPEN-DATE          PIC 9(08).
           05 FILLER                PIC X(12) VALUE "  PRINCIPAL ".
           05 TL-PRINCIPAL          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(07) VALUE "  RATE ".
           05 TL-RATE               PIC ZZ9.99.
           05 FILLER                PIC X(12) VALUE "%  MATURES ".
           05 TL-MATURITY-DATE      PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TL-ROLLOVER           PIC X(09).

       01 WS-SO-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 OL-FROM-TYPE          PIC X(01).
           05 FILLER                PIC X(04) VALUE " -> ".
           05 OL-TO-TYPE            PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 OL-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 OL-FREQUENCY          PIC X(07).
           05 FILLER                PIC X(10) VALUE "  NEXT DUE".
           05 FILLER                PIC X(01) VALUE SPACE.
           05 OL-NEXT-DUE           PIC 9(08).
           05 FILLER                PIC X(09) VALUE "  EXPIRES".
           05 FILLER                PIC X(01) VALUE SPACE.
           05 OL-EXPIRY             PIC X(08).

       01 WS-JOINT-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 JL-HOLDERID           PIC 9(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 JL-ACCOUNT-TYPE       PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JL-PRIMARY-NAME       PIC X(30).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JL-ROLE               PIC X(09).
           05 JL-BALANCE            PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-TOTAL-LINE.
           05 FILLER                PIC X(28) VALUE
              "TOTAL RELATIONSHIP VALUE:".
           05 TV-AMOUNT             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-SEPARATOR-LINE         PIC X(90) VALUE ALL "=".

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-PARAM FROM SYSIN

           PERFORM 0100-INITIALIZE
           PERFORM 0110-LOAD-CARRYFWD
           PERFORM 0120-LOAD-TERM-DEPOSITS
           PERFORM 0130-LOAD-STANDING-ORDERS
           PERFORM 0140-LOAD-JOINT-LINKS

      *> the statements print in customer order as the sort's input;
      *> the index comes back out of the sort in address order.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SX-ADDRESS SX-HOLDERID
               INPUT PROCEDURE IS 0200-PRODUCE-STATEMENTS
               GIVING INDEX-FILE

           IF SORT-RETURN NOT = ZERO
              DISPLAY "ERROR: Statement index sort failed, return "
                      SORT-RETURN
              STOP RUN
           END-IF

           CLOSE CUSTOMER-MASTER ACCOUNT-MASTER TRANLOG-FILE
                 REPORT-FILE

           DISPLAY "Relationship statements complete for "
                   WS-PARAM-YYYYMM ". Customers read: "
                   WS-CUSTOMER-COUNT " Statements: "
                   WS-STATEMENT-COUNT
           STOP RUN.

       0100-INITIALIZE.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open customer master, status "
                      WS-CUST-STATUS
              STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open account master, status "
                      WS-ACCT-STATUS
              CLOSE CUSTOMER-MASTER
              STOP RUN
           END-IF

           OPEN INPUT TRANLOG-FILE
           IF WS-TRANLOG-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open transaction log, status "
                      WS-TRANLOG-STATUS
              CLOSE CUSTOMER-MASTER ACCOUNT-MASTER
              STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open statement print file, "
                      "status " WS-REPORT-STATUS
              CLOSE CUSTOMER-MASTER ACCOUNT-MASTER TRANLOG-FILE
              STOP RUN
           END-IF.

      *> no carry-forward file simply means no archive cut yet.
       0110-LOAD-CARRYFWD.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT CARRYFWD-FILE
           IF WS-CARRYFWD-STATUS = "35"
              SET FILE-EOF TO TRUE
           ELSE
              IF WS-CARRYFWD-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open carry-forward file, "
                         "status " WS-CARRYFWD-STATUS
                 STOP RUN
              END-IF
              READ CARRYFWD-FILE INTO CARRYFWD-RECORD
                  AT END SET FILE-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL FILE-EOF
              IF WS-CF-COUNT NOT < 10000
                 DISPLAY "ERROR: Carry-forward table full (10000 "
                         "entries). Increase WS-CF-ENTRY OCCURS and "
                         "recompile."
                 STOP RUN
              END-IF
              ADD 1 TO WS-CF-COUNT
              SET WS-CF-IDX TO WS-CF-COUNT
              MOVE CF-HOLDERID TO WS-CF-HOLDERID (WS-CF-IDX)
              MOVE CF-ACCOUNT-TYPE TO WS-CF-ACCOUNT-TYPE (WS-CF-IDX)
              MOVE CF-THRU-YYYYMM TO WS-CF-THRU-YYYYMM (WS-CF-IDX)
              MOVE CF-BALANCE TO WS-CF-BALANCE (WS-CF-IDX)
              READ CARRYFWD-FILE INTO CARRYFWD-RECORD
                  AT END SET FILE-EOF TO TRUE
              END-READ
           END-PERFORM

           IF WS-CARRYFWD-STATUS NOT = "35"
              CLOSE CARRYFWD-FILE
           END-IF.

       0120-LOAD-TERM-DEPOSITS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT TERMDEP-FILE
           IF WS-TERMDEP-STATUS = "35"
              SET FILE-EOF TO TRUE
           ELSE
              IF WS-TERMDEP-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open term deposit file, "
                         "status " WS-TERMDEP-STATUS
                 STOP RUN
              END-IF
              READ TERMDEP-FILE
                  AT END SET FILE-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL FILE-EOF
              IF TD-IS-ACTIVE
                 IF WS-TD-COUNT NOT < 5000
                    DISPLAY "ERROR: Term deposit table full (5000 "
                            "entries). Increase WS-TD-ENTRY OCCURS "
                            "and recompile."
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-TD-COUNT
                 SET WS-TD-IDX TO WS-TD-COUNT
                 MOVE TD-HOLDERID TO WS-TD-HOLDERID (WS-TD-IDX)
                 MOVE TD-PRINCIPAL TO WS-TD-PRINCIPAL (WS-TD-IDX)
                 MOVE TD-RATE TO WS-TD-RATE (WS-TD-IDX)
                 MOVE TD-OPEN-DATE TO WS-TD-OPEN-DATE (WS-TD-IDX)
                 MOVE TD-MATURITY-DATE
                      TO WS-TD-MATURITY-DATE (WS-TD-IDX)
                 MOVE TD-ROLLOVER TO WS-TD-ROLLOVER (WS-TD-IDX)
              END-IF
              READ TERMDEP-FILE
                  AT END SET FILE-EOF TO TRUE
              END-READ
           END-PERFORM

           IF WS-TERMDEP-STATUS NOT = "35"
              CLOSE TERMDEP-FILE
           END-IF.

       0130-LOAD-STANDING-ORDERS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT STORD-FILE
           IF WS-STORD-STATUS = "35"
              SET FILE-EOF TO TRUE
           ELSE
              IF WS-STORD-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open standing orders, "
                         "status " WS-STORD-STATUS
                 STOP RUN
              END-IF
              READ STORD-FILE
                  AT END SET FILE-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL FILE-EOF
              IF SO-IS-ACTIVE
                 IF WS-SO-COUNT NOT < 5000
                    DISPLAY "ERROR: Standing order table full (5000 "
                            "entries). Increase WS-SO-ENTRY OCCURS "
                            "and recompile."
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-SO-COUNT
                 SET WS-SO-IDX TO WS-SO-COUNT
                 MOVE SO-HOLDERID TO WS-SO-HOLDERID (WS-SO-IDX)
                 MOVE SO-FROM-TYPE TO WS-SO-FROM-TYPE (WS-SO-IDX)
                 MOVE SO-TO-TYPE TO WS-SO-TO-TYPE (WS-SO-IDX)
                 MOVE SO-AMOUNT TO WS-SO-AMOUNT (WS-SO-IDX)
                 MOVE SO-FREQUENCY TO WS-SO-FREQUENCY (WS-SO-IDX)
                 MOVE SO-NEXT-DUE TO WS-SO-NEXT-DUE (WS-SO-IDX)
                 MOVE SO-EXPIRY TO WS-SO-EXPIRY (WS-SO-IDX)
              END-IF
              READ STORD-FILE
                  AT END SET FILE-EOF TO TRUE
              END-READ
           END-PERFORM

           IF WS-STORD-STATUS NOT = "35"
              CLOSE STORD-FILE
           END-IF.

      *> the primary holder's name is looked up here, before the
      *> customer walk starts, so the walk's position on the
      *> customer master is never disturbed by a keyed read.
       0140-LOAD-JOINT-LINKS.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT ACCTREL-FILE
           IF WS-ACCTREL-STATUS = "35"
              SET FILE-EOF TO TRUE
           ELSE
              IF WS-ACCTREL-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open relationship file, "
                         "status " WS-ACCTREL-STATUS
                 STOP RUN
              END-IF
              READ ACCTREL-FILE
                  AT END SET FILE-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL FILE-EOF
              IF AR-IS-ACTIVE
                 IF WS-REL-COUNT NOT < 2000
                    DISPLAY "ERROR: Relationship table full (2000 "
                            "links). Increase WS-REL-ENTRY OCCURS "
                            "and recompile."
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-REL-COUNT
                 SET WS-REL-IDX TO WS-REL-COUNT
                 MOVE AR-HOLDERID TO WS-REL-HOLDERID (WS-REL-IDX)
                 MOVE AR-ACCOUNT-TYPE
                      TO WS-REL-ACCOUNT-TYPE (WS-REL-IDX)
                 MOVE AR-JOINT-HOLDERID
                      TO WS-REL-JOINT-HOLDERID (WS-REL-IDX)
                 MOVE AR-ROLE TO WS-REL-ROLE (WS-REL-IDX)
                 MOVE AR-HOLDERID TO CUST-HOLDERID OF CUSTOMER-RECORD
                 READ CUSTOMER-MASTER
                     INVALID KEY
                        MOVE "** NOT ON MASTER **" TO CUST-FULLNAME
                 END-READ
                 MOVE CUST-FULLNAME
                      TO WS-REL-PRIMARY-NAME (WS-REL-IDX)
              END-IF
              READ ACCTREL-FILE
                  AT END SET FILE-EOF TO TRUE
              END-READ
           END-PERFORM

           IF WS-ACCTREL-STATUS NOT = "35"
              CLOSE ACCTREL-FILE
           END-IF.

       0200-PRODUCE-STATEMENTS.
           MOVE ZERO TO CUST-HOLDERID OF CUSTOMER-RECORD
           START CUSTOMER-MASTER KEY NOT < CUST-HOLDERID
               OF CUSTOMER-RECORD
               INVALID KEY SET CUST-EOF TO TRUE
           END-START
           IF NOT CUST-EOF
              READ CUSTOMER-MASTER NEXT
                  AT END SET CUST-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL CUST-EOF
              ADD 1 TO WS-CUSTOMER-COUNT
              PERFORM 0250-CHECK-RELATIONSHIP
              IF WS-HAS-RELATION
                 PERFORM 0300-PRINT-STATEMENT
              END-IF
              READ CUSTOMER-MASTER NEXT
                  AT END SET CUST-EOF TO TRUE
              END-READ
           END-PERFORM.

      *> a customer with no account leg, no active deposit or order
      *> and no joint link has nothing to be sent.
       0250-CHECK-RELATIONSHIP.
           MOVE "N" TO WS-HAS-RELATION-FLAG

           MOVE CUST-HOLDERID OF CUSTOMER-RECORD
                TO HOLDERID OF ACCOUNT-RECORD
           MOVE "S" TO ACCOUNT-TYPE OF ACCOUNT-RECORD
           READ ACCOUNT-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-HAS-RELATION TO TRUE
           END-READ
           IF NOT WS-HAS-RELATION
              MOVE "C" TO ACCOUNT-TYPE OF ACCOUNT-RECORD
              READ ACCOUNT-MASTER
                  INVALID KEY CONTINUE
                  NOT INVALID KEY SET WS-HAS-RELATION TO TRUE
              END-READ
           END-IF

           SET WS-TD-IDX TO 1
           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
                    UNTIL WS-TD-IDX > WS-TD-COUNT OR WS-HAS-RELATION
              IF WS-TD-HOLDERID (WS-TD-IDX)
                 = CUST-HOLDERID OF CUSTOMER-RECORD
                 SET WS-HAS-RELATION TO TRUE
              END-IF
           END-PERFORM

           SET WS-SO-IDX TO 1
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                    UNTIL WS-SO-IDX > WS-SO-COUNT OR WS-HAS-RELATION
              IF WS-SO-HOLDERID (WS-SO-IDX)
                 = CUST-HOLDERID OF CUSTOMER-RECORD
                 SET WS-HAS-RELATION TO TRUE
              END-IF
           END-PERFORM

           SET WS-REL-IDX TO 1
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                    UNTIL WS-REL-IDX > WS-REL-COUNT OR WS-HAS-RELATION
              IF WS-REL-JOINT-HOLDERID (WS-REL-IDX)
                 = CUST-HOLDERID OF CUSTOMER-RECORD
                 SET WS-HAS-RELATION TO TRUE
              END-IF
           END-PERFORM.

       0300-PRINT-STATEMENT.
           ADD 1 TO WS-STATEMENT-COUNT
           MOVE ZERO TO WS-TOTAL-VALUE
           COMPUTE WS-STMT-START-LINE = WS-LINE-NUMBER + 1

           MOVE WS-PARAM-YYYYMM TO H1-YYYYMM
           MOVE WS-STMT-HEADER-1 TO REPORT-LINE
           PERFORM 0990-PUT-LINE
           MOVE CUST-FULLNAME TO H2-FULLNAME
           MOVE CUST-HOLDERID OF CUSTOMER-RECORD TO H2-HOLDERID
           MOVE WS-STMT-HEADER-2 TO REPORT-LINE
           PERFORM 0990-PUT-LINE
           MOVE CUST-ADDRESS TO H3-ADDRESS
           MOVE WS-STMT-HEADER-3 TO REPORT-LINE
           PERFORM 0990-PUT-LINE

           PERFORM 0400-PRINT-ACCOUNTS
           PERFORM 0500-PRINT-TERM-DEPOSITS
           PERFORM 0600-PRINT-STANDING-ORDERS
           PERFORM 0700-PRINT-JOINT-ACCOUNTS

           MOVE SPACES TO REPORT-LINE
           PERFORM 0990-PUT-LINE
           MOVE WS-TOTAL-VALUE TO TV-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM 0990-PUT-LINE
           MOVE WS-SEPARATOR-LINE TO REPORT-LINE
           PERFORM 0990-PUT-LINE

           MOVE SPACES TO SORT-WORK-RECORD
           MOVE CUST-ADDRESS TO SX-ADDRESS
           MOVE CUST-HOLDERID OF CUSTOMER-RECORD TO SX-HOLDERID
           MOVE WS-STMT-START-LINE TO SX-START-LINE
           COMPUTE SX-LINE-COUNT =
              WS-LINE-NUMBER - WS-STMT-START-LINE + 1
           RELEASE SORT-WORK-RECORD.

       0400-PRINT-ACCOUNTS.
           MOVE "ACCOUNTS" TO SC-TITLE
           MOVE WS-SECTION-LINE TO REPORT-LINE
           PERFORM 0990-PUT-LINE
           MOVE "Y" TO WS-SECTION-EMPTY-FLAG

           MOVE CUST-HOLDERID OF CUSTOMER-RECORD TO WS-LEG-HOLDERID
           SET WS-PRINT-ACTIVITY TO TRUE
           MOVE "S" TO WS-LEG-TYPE
           PERFORM 0410-STATE-LEG
           MOVE "C" TO WS-LEG-TYPE
           PERFORM 0410-STATE-LEG

           IF WS-SECTION-EMPTY
              MOVE WS-NONE-LINE TO REPORT-LINE
              PERFORM 0990-PUT-LINE
           END-IF.

       0410-STATE-LEG.
           PERFORM 0420-COMPUTE-LEG
           IF WS-LEG-FOUND
              MOVE "N" TO WS-SECTION-EMPTY-FLAG
              ADD WS-LEG-CLOSING TO WS-TOTAL-VALUE
           END-IF.

      *> works out one leg for the statement month: the opening
      *> balance from the carry-forward (or the account's opening
      *> balance) plus the live activity ahead of the month, then
      *> the month's own activity to the closing balance -- printed
      *> as it goes for the customer's own legs, silently for a leg
      *> held jointly.
       0420-COMPUTE-LEG.
           MOVE "N" TO WS-LEG-FOUND-FLAG
           MOVE "N" TO WS-LEG-ARCHIVED-FLAG
           MOVE WS-LEG-HOLDERID TO HOLDERID OF ACCOUNT-RECORD
           MOVE WS-LEG-TYPE TO ACCOUNT-TYPE OF ACCOUNT-RECORD
           READ ACCOUNT-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-LEG-FOUND TO TRUE
           END-READ

           IF WS-LEG-FOUND
              IF WS-PRINT-ACTIVITY
                 IF WS-LEG-TYPE = "C"
                    MOVE "CHECKING ACCOUNT" TO LL-LABEL
                 ELSE
                    MOVE "SAVINGS ACCOUNT" TO LL-LABEL
                 END-IF
                 MOVE ACCT-STATUS OF ACCOUNT-RECORD TO LL-STATUS
                 MOVE WS-LEG-LINE TO REPORT-LINE
                 PERFORM 0990-PUT-LINE
              END-IF

              MOVE OPENING-BALANCE OF ACCOUNT-RECORD TO WS-LEG-OPENING
              PERFORM 0430-APPLY-CARRYFWD
              IF WS-LEG-ARCHIVED
                 MOVE SAVINGS OF ACCOUNT-RECORD TO WS-LEG-CLOSING
                 IF WS-PRINT-ACTIVITY
                    MOVE "PERIOD ARCHIVED, BALANCE" TO BL-LABEL
                    MOVE WS-LEG-CLOSING TO BL-AMOUNT
                    MOVE WS-BALANCE-LINE TO REPORT-LINE
                    PERFORM 0990-PUT-LINE
                 END-IF
              ELSE
                 PERFORM 0440-REPLAY-LEG
              END-IF
           END-IF.

       0430-APPLY-CARRYFWD.
           SET WS-CF-IDX TO 1
           SEARCH WS-CF-ENTRY
               AT END CONTINUE
               WHEN WS-CF-IDX > WS-CF-COUNT
                  CONTINUE
               WHEN WS-CF-HOLDERID (WS-CF-IDX) = WS-LEG-HOLDERID
                    AND WS-CF-ACCOUNT-TYPE (WS-CF-IDX) = WS-LEG-TYPE
                  IF WS-CF-THRU-YYYYMM (WS-CF-IDX)
                     NOT < WS-PARAM-YYYYMM
                     SET WS-LEG-ARCHIVED TO TRUE
                  ELSE
                     MOVE WS-CF-BALANCE (WS-CF-IDX) TO WS-LEG-OPENING
                  END-IF
           END-SEARCH.

       0440-REPLAY-LEG.
           MOVE "N" TO WS-TRAN-EOF-FLAG
           MOVE WS-LEG-HOLDERID TO TRAN-HOLDERID
           MOVE WS-LEG-TYPE TO TRAN-ACCOUNT-TYPE
           MOVE ZERO TO TRAN-TIMESTAMP
           START TRANLOG-FILE KEY NOT < TRAN-KEY
               INVALID KEY SET TRAN-EOF TO TRUE
           END-START
           PERFORM 0450-READ-LEG-ENTRY

           PERFORM UNTIL TRAN-EOF
              OR TRAN-TIMESTAMP (1:6) NOT < WS-PARAM-YYYYMM
              PERFORM 0460-SIGN-ENTRY
              ADD WS-SIGNED-AMOUNT TO WS-LEG-OPENING
              PERFORM 0450-READ-LEG-ENTRY
           END-PERFORM

           IF WS-PRINT-ACTIVITY
              MOVE "OPENING BALANCE" TO BL-LABEL
              MOVE WS-LEG-OPENING TO BL-AMOUNT
              MOVE WS-BALANCE-LINE TO REPORT-LINE
              PERFORM 0990-PUT-LINE
           END-IF

           MOVE WS-LEG-OPENING TO WS-LEG-CLOSING
           PERFORM UNTIL TRAN-EOF
              OR TRAN-TIMESTAMP (1:6) > WS-PARAM-YYYYMM
              PERFORM 0460-SIGN-ENTRY
              ADD WS-SIGNED-AMOUNT TO WS-LEG-CLOSING
              IF WS-PRINT-ACTIVITY
                 MOVE TRAN-TIMESTAMP (1:8) TO AL-DATE
                 IF TRAN-TYPE = "REVERSAL-CR"
                    OR TRAN-TYPE = "REVERSAL-DR"
                    MOVE "REVERSAL" TO AL-TYPE
                 ELSE
                    MOVE TRAN-TYPE TO AL-TYPE
                 END-IF
                 MOVE WS-SIGNED-AMOUNT TO AL-AMOUNT
                 MOVE WS-ACTIVITY-LINE TO REPORT-LINE
                 PERFORM 0990-PUT-LINE
              END-IF
              PERFORM 0450-READ-LEG-ENTRY
           END-PERFORM

           IF WS-PRINT-ACTIVITY
              MOVE "CLOSING BALANCE" TO BL-LABEL
              MOVE WS-LEG-CLOSING TO BL-AMOUNT
              MOVE WS-BALANCE-LINE TO REPORT-LINE
              PERFORM 0990-PUT-LINE
           END-IF.

       0450-READ-LEG-ENTRY.
           IF NOT TRAN-EOF
              READ TRANLOG-FILE NEXT
                  AT END SET TRAN-EOF TO TRUE
              END-READ
           END-IF
           IF NOT TRAN-EOF
              IF TRAN-HOLDERID NOT = WS-LEG-HOLDERID
                 OR TRAN-ACCOUNT-TYPE NOT = WS-LEG-TYPE
                 SET TRAN-EOF TO TRUE
              END-IF
           END-IF.

      *> the entry's effect on the balance, credits positive and
      *> debits negative -- the same classification statement.cob
      *> applies.
       0460-SIGN-ENTRY.
           EVALUATE TRAN-TYPE
               WHEN "DEPOSIT"
               WHEN "INTEREST"
               WHEN "TRANSFER-IN"
               WHEN "THIRDPTY-IN"
               WHEN "TD-MATURITY"
               WHEN "TD-CLOSE"
               WHEN "CLOSE-INT"
               WHEN "REVERSAL-CR"
               WHEN "LOAN-DISB"
                  MOVE TRAN-AMOUNT TO WS-SIGNED-AMOUNT
               WHEN "WITHDRAW"
               WHEN "TRANSFER-OUT"
               WHEN "THIRDPTY-OUT"
               WHEN "BILLPAY"
               WHEN "TD-OPEN"
               WHEN "TD-PENALTY"
               WHEN "OD-INTEREST"
               WHEN "CLOSE-FEE"
               WHEN "CLOSE-PAYOUT"
               WHEN "REVERSAL-DR"
               WHEN "OD-FEE"
               WHEN "FEE-MAINT"
               WHEN "FEE-MINBAL"
               WHEN "FEE-RETITEM"
               WHEN "LOAN-INT"
               WHEN "LOAN-PRIN"
               WHEN "ESCHEAT"
                  COMPUTE WS-SIGNED-AMOUNT = ZERO - TRAN-AMOUNT
               WHEN OTHER
                  MOVE ZERO TO WS-SIGNED-AMOUNT
           END-EVALUATE.

       0500-PRINT-TERM-DEPOSITS.
           MOVE "TERM DEPOSITS" TO SC-TITLE
           MOVE WS-SECTION-LINE TO REPORT-LINE
           PERFORM 0990-PUT-LINE
           MOVE "Y" TO WS-SECTION-EMPTY-FLAG

           SET WS-TD-IDX TO 1
           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
                    UNTIL WS-TD-IDX > WS-TD-COUNT
              IF WS-TD-HOLDERID (WS-TD-IDX)
                 = CUST-HOLDERID OF CUSTOMER-RECORD
                 MOVE "N" TO WS-SECTION-EMPTY-FLAG
                 MOVE WS-TD-OPEN-DATE (WS-TD-IDX) TO TL-OPEN-DATE
                 MOVE WS-TD-PRINCIPAL (WS-TD-IDX) TO TL-PRINCIPAL
                 COMPUTE WS-RATE-PERCENT =
                    WS-TD-RATE (WS-TD-IDX) * 100
                 MOVE WS-RATE-PERCENT TO TL-RATE
                 MOVE WS-TD-MATURITY-DATE (WS-TD-IDX)
                      TO TL-MATURITY-DATE
                 IF WS-TD-ROLLOVER (WS-TD-IDX) = "R"
                    MOVE "ROLLS" TO TL-ROLLOVER
                 ELSE
                    MOVE "PAYS OUT" TO TL-ROLLOVER
                 END-IF
                 MOVE WS-TD-LINE TO REPORT-LINE
                 PERFORM 0990-PUT-LINE
                 ADD WS-TD-PRINCIPAL (WS-TD-IDX) TO WS-TOTAL-VALUE
              END-IF
           END-PERFORM

           IF WS-SECTION-EMPTY
              MOVE WS-NONE-LINE TO REPORT-LINE
              PERFORM 0990-PUT-LINE
           END-IF.

       0600-PRINT-STANDING-ORDERS.
           MOVE "STANDING ORDERS" TO SC-TITLE
           MOVE WS-SECTION-LINE TO REPORT-LINE
           PERFORM 0990-PUT-LINE
           MOVE "Y" TO WS-SECTION-EMPTY-FLAG

           SET WS-SO-IDX TO 1
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                    UNTIL WS-SO-IDX > WS-SO-COUNT
              IF WS-SO-HOLDERID (WS-SO-IDX)
                 = CUST-HOLDERID OF CUSTOMER-RECORD
                 MOVE "N" TO WS-SECTION-EMPTY-FLAG
                 MOVE WS-SO-FROM-TYPE (WS-SO-IDX) TO OL-FROM-TYPE
                 MOVE WS-SO-TO-TYPE (WS-SO-IDX) TO OL-TO-TYPE
                 MOVE WS-SO-AMOUNT (WS-SO-IDX) TO OL-AMOUNT
                 IF WS-SO-FREQUENCY (WS-SO-IDX) = "W"
                    MOVE "WEEKLY" TO OL-FREQUENCY
                 ELSE
                    MOVE "MONTHLY" TO OL-FREQUENCY
                 END-IF
                 MOVE WS-SO-NEXT-DUE (WS-SO-IDX) TO OL-NEXT-DUE
                 IF WS-SO-EXPIRY (WS-SO-IDX) = ZERO
                    MOVE "NEVER" TO OL-EXPIRY
                 ELSE
                    MOVE WS-SO-EXPIRY (WS-SO-IDX) TO OL-EXPIRY
                 END-IF
                 MOVE WS-SO-LINE TO REPORT-LINE
                 PERFORM 0990-PUT-LINE
              END-IF
           END-PERFORM

           IF WS-SECTION-EMPTY
              MOVE WS-NONE-LINE TO REPORT-LINE
              PERFORM 0990-PUT-LINE
           END-IF.

      *> accounts the customer is linked to as an additional holder;
      *> only a joint-or-survivor link makes the money theirs and
      *> counts toward the relationship value.
       0700-PRINT-JOINT-ACCOUNTS.
           MOVE "JOINT ACCOUNTS" TO SC-TITLE
           MOVE WS-SECTION-LINE TO REPORT-LINE
           PERFORM 0990-PUT-LINE
           MOVE "Y" TO WS-SECTION-EMPTY-FLAG

           MOVE "N" TO WS-PRINT-ACTIVITY-FLAG
           SET WS-REL-IDX TO 1
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                    UNTIL WS-REL-IDX > WS-REL-COUNT
              IF WS-REL-JOINT-HOLDERID (WS-REL-IDX)
                 = CUST-HOLDERID OF CUSTOMER-RECORD
                 MOVE "N" TO WS-SECTION-EMPTY-FLAG
                 MOVE WS-REL-HOLDERID (WS-REL-IDX) TO WS-LEG-HOLDERID
                 MOVE WS-REL-ACCOUNT-TYPE (WS-REL-IDX) TO WS-LEG-TYPE
                 MOVE ZERO TO WS-LEG-CLOSING
                 PERFORM 0420-COMPUTE-LEG
                 MOVE WS-REL-HOLDERID (WS-REL-IDX) TO JL-HOLDERID
                 MOVE WS-REL-ACCOUNT-TYPE (WS-REL-IDX)
                      TO JL-ACCOUNT-TYPE
                 MOVE WS-REL-PRIMARY-NAME (WS-REL-IDX)
                      TO JL-PRIMARY-NAME
                 IF WS-REL-ROLE (WS-REL-IDX) = "J"
                    MOVE "JOINT" TO JL-ROLE
                    ADD WS-LEG-CLOSING TO WS-TOTAL-VALUE
                 ELSE
                    MOVE "VIEW ONLY" TO JL-ROLE
                 END-IF
                 MOVE WS-LEG-CLOSING TO JL-BALANCE
                 MOVE WS-JOINT-LINE TO REPORT-LINE
                 PERFORM 0990-PUT-LINE
              END-IF
           END-PERFORM

           IF WS-SECTION-EMPTY
              MOVE WS-NONE-LINE TO REPORT-LINE
              PERFORM 0990-PUT-LINE
           END-IF.

      *> every print line goes through here so the index can say
      *> where each statement starts and how long it runs.
       0990-PUT-LINE.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write statement print file, "
                      "status " WS-REPORT-STATUS
              STOP RUN
           END-IF
           ADD 1 TO WS-LINE-NUMBER.
