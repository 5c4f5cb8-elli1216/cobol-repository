       IDENTIFICATION DIVISION.
       PROGRAM-ID. inttax.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * Year-end interest income tax reporting. Totals the interest
      * paid to each holder in the tax year across the TRANLOG
      * archives tranarch.cob cut (TRANARCH.YYYYMM.DAT, every cut
      * from the earliest given through the carry-forward's
      * CF-THRU-YYYYMM) and the live TRANLOG.DAT -- the cuts and the
      * live log never share an entry, so nothing is counted twice.
      * Interest is what interest.cob pays (INTEREST), the interest
      * portion of a term-deposit maturity (TD-MATURITY), and the
      * interest paid on closure (CLOSE-INT). A TD-MATURITY entry
      * that paid a closing deposit out carries the principal too:
      * it is matched against the matured deposit on TERMDEP.DAT and
      * only the interest the deposit earned is reported; a rolling
      * deposit's TD-MATURITY is interest alone.
      *
      * Interest is reported once, under the HOLDERID of the account
      * that earned it. A joint holder linked through ACCTREL.DAT is
      * named on the account holder's certificate but never gets the
      * same interest reported again under their own CUST-HOLDERID.
      *
      * Output, in CUSTMAST (HOLDERID) order:
      *   INTTAX.RPT -- one certificate per holder paid interest in
      *                 the year, with the CUSTMAST name and address;
      *   INTTAX.DAT -- the fixed-width regulatory submission file,
      *                 one "D" record per holder and a "T" trailer
      *                 carrying the record count and amount total.
      * A holder paid interest but missing from CUSTMAST cannot be
      * certified and is listed at the foot of the report instead.
      *
      * SYSIN: tax year (YYYY) | earliest archive cut month (YYYYMM)
      * -- the month of the oldest TRANARCH file to try; months with
      * no archive file are simply skipped.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-HOLDERID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.

           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY OF TRAN-RECORD
               ALTERNATE RECORD KEY IS TRAN-BUSINESS-DATE
                   OF TRAN-RECORD WITH DUPLICATES
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT CARRYFWD-FILE ASSIGN TO "CARRYFWD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRYFWD-STATUS.

           SELECT TERMDEP-FILE ASSIGN TO "TERMDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMDEP-STATUS.

           SELECT ACCTREL-FILE ASSIGN TO "ACCTREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTREL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "INTTAX.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT TAXFILE-FILE ASSIGN TO "INTTAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  TRANLOG-FILE.
       COPY TRANREC.

      *> archived entries are read as a plain line in the ARCHREC
      *> layout tranarch.cob archives in, and moved across into
      *> TRAN-RECORD an entry at a time.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE             PIC X(100).

       FD  CARRYFWD-FILE.
       01  CARRYFWD-LINE            PIC X(40).

       FD  TERMDEP-FILE.
       COPY TERMDEP.

       FD  ACCTREL-FILE.
       COPY ACCTREL.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(90).

       FD  TAXFILE-FILE.
       01  TAXFILE-LINE             PIC X(150).

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS            PIC XX.
       01 WS-TRANLOG-STATUS         PIC XX.
       01 WS-ARCHIVE-STATUS         PIC XX.
       01 WS-CARRYFWD-STATUS        PIC XX.
       01 WS-TERMDEP-STATUS         PIC XX.
       01 WS-ACCTREL-STATUS         PIC XX.
       01 WS-REPORT-STATUS          PIC XX.
       01 WS-TAXFILE-STATUS         PIC XX.

       01 WS-ARCHIVE-NAME           PIC X(30).

       COPY CARRYFWD.

       COPY ARCHREC.

       01 WS-PARAM.
           05 WS-PARAM-TAX-YEAR      PIC 9(04).
           05 WS-PARAM-EARLIEST      PIC 9(06).

       01 WS-FLAGS.
           05 WS-TRAN-EOF-FLAG       PIC X VALUE "N".
               88 TRAN-EOF                VALUE "Y".
           05 WS-ARCH-EOF-FLAG       PIC X VALUE "N".
               88 ARCH-EOF                VALUE "Y".
           05 WS-CUST-EOF-FLAG       PIC X VALUE "N".
               88 CUST-EOF                VALUE "Y".
           05 WS-TERMDEP-EOF-FLAG    PIC X VALUE "N".
               88 TERMDEP-EOF             VALUE "Y".
           05 WS-ACCTREL-EOF-FLAG    PIC X VALUE "N".
               88 ACCTREL-EOF             VALUE "Y".

       01 WS-FILE-YYYYMM            PIC 9(06).
       01 WS-WALK-YEAR              PIC 9(04).
       01 WS-WALK-MONTH             PIC 9(02).

      *> interest paid per holder for the year, by kind.
       01 WS-TX-TABLE.
           05 WS-TX-COUNT           PIC 9(04) VALUE ZERO.
           05 WS-TX-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-TX-IDX.
               10 WS-TX-HOLDERID        PIC 9(10).
               10 WS-TX-ACCT-INTEREST   PIC 9(10)V99.
               10 WS-TX-TD-INTEREST     PIC 9(10)V99.
               10 WS-TX-CLOSE-INTEREST  PIC 9(10)V99.
               10 WS-TX-CERTIFIED-FLAG  PIC X(01).
                   88 WS-TX-CERTIFIED       VALUE "Y".

      *> matured (closed-out) deposits, each matched to at most one
      *> TD-MATURITY entry to split its principal off.
       01 WS-TD-TABLE.
           05 WS-TD-COUNT           PIC 9(03) VALUE ZERO.
           05 WS-TD-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-TD-IDX.
               10 WS-TD-HOLDERID        PIC 9(10).
               10 WS-TD-PRINCIPAL       PIC 9(8)V99.
               10 WS-TD-INTEREST        PIC 9(8)V99.
               10 WS-TD-MATURITY-DATE   PIC 9(08).
               10 WS-TD-USED-FLAG       PIC X(01).
                   88 WS-TD-USED            VALUE "Y".

      *> active joint-holder links, named on the account holder's
      *> certificate.
       01 WS-REL-TABLE.
           05 WS-REL-COUNT          PIC 9(03) VALUE ZERO.
           05 WS-REL-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-REL-IDX.
               10 WS-REL-HOLDERID       PIC 9(10).
               10 WS-REL-ACCOUNT-TYPE   PIC X(01).
               10 WS-REL-JOINT-HOLDERID PIC 9(10).

       01 WS-FOUND-FLAG             PIC X.
           88 WS-FOUND                 VALUE "Y".
       01 WS-TD-PORTION             PIC 9(8)V99.
       01 WS-HOLDER-TOTAL           PIC 9(10)V99.

       01 WS-COUNTERS.
           05 WS-CERT-COUNT         PIC 9(08) VALUE ZERO.
           05 WS-UNCERTIFIED-COUNT  PIC 9(08) VALUE ZERO.
           05 WS-ENTRY-COUNT        PIC 9(08) VALUE ZERO.
           05 WS-GRAND-TOTAL        PIC 9(12)V99 VALUE ZERO.

       01 WS-CERT-TITLE-LINE.
           05 FILLER                PIC X(40) VALUE
              "INTEREST INCOME TAX CERTIFICATE".
           05 FILLER                PIC X(10) VALUE "TAX YEAR: ".
           05 CT-TAX-YEAR           PIC 9(04).

       01 WS-CERT-HOLDER-LINE.
           05 FILLER                PIC X(10) VALUE "HOLDERID: ".
           05 CH-HOLDERID           PIC 9(10).

       01 WS-CERT-NAME-LINE.
           05 CN-NAME               PIC X(40).

       01 WS-CERT-ADDRESS-LINE.
           05 CA-ADDRESS            PIC X(80).

       01 WS-CERT-AMOUNT-LINE.
           05 CM-LABEL              PIC X(32).
           05 CM-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-CERT-JOINT-LINE.
           05 FILLER                PIC X(20) VALUE
              "  JOINT HOLDER ON  ".
           05 CJ-ACCOUNT-TYPE       PIC X(01).
           05 FILLER                PIC X(10) VALUE " ACCOUNT: ".
           05 CJ-JOINT-HOLDERID     PIC 9(10).
           05 FILLER                PIC X(34) VALUE
              "  (INTEREST REPORTED HERE ONLY)".

       01 WS-SEPARATOR-LINE.
           05 FILLER                PIC X(62) VALUE ALL "-".

       01 WS-EXCEPTION-LINE.
           05 FILLER                PIC X(24) VALUE
              "NOT ON CUSTOMER MASTER: ".
           05 EL-HOLDERID           PIC 9(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 EL-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(14) VALUE "CERTIFICATES: ".
           05 SL-CERT-COUNT         PIC ZZZ,ZZ9.
           05 FILLER                PIC X(18) VALUE
              "   TOTAL INTEREST ".
           05 SL-GRAND-TOTAL        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

      *> INTTAX.DAT submission records -- fixed width, unsigned
      *> implied-decimal amounts.
       01 WS-TAX-DETAIL.
           05 TX-REC-TYPE           PIC X(01) VALUE "D".
           05 TX-REC-TAX-YEAR       PIC 9(04).
           05 TX-REC-HOLDERID       PIC 9(10).
           05 TX-REC-NAME           PIC X(40).
           05 TX-REC-ADDRESS        PIC X(80).
           05 TX-REC-INTEREST       PIC 9(10)V99.

       01 WS-TAX-TRAILER.
           05 TX-TRL-TYPE           PIC X(01) VALUE "T".
           05 TX-TRL-TAX-YEAR       PIC 9(04).
           05 TX-TRL-COUNT          PIC 9(08).
           05 TX-TRL-AMOUNT         PIC 9(12)V99.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-PARAM FROM SYSIN

           PERFORM 0100-INITIALIZE
           PERFORM 0150-LOAD-MATURED-DEPOSITS
           PERFORM 0170-LOAD-JOINT-HOLDERS
           PERFORM 0200-SCAN-ARCHIVE-FILES
           PERFORM 0300-SCAN-LIVE-TRANLOG
           PERFORM 0500-WRITE-CERTIFICATES
           PERFORM 0700-REPORT-UNCERTIFIED
           PERFORM 0900-FINALIZE
           STOP RUN.

       0100-INITIALIZE.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open customer master, status "
                      WS-CUST-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open certificate file, status "
                      WS-REPORT-STATUS
              CLOSE CUSTOMER-MASTER
              STOP RUN
           END-IF

           OPEN OUTPUT TAXFILE-FILE
           IF WS-TAXFILE-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open tax submission file, "
                      "status " WS-TAXFILE-STATUS
              CLOSE CUSTOMER-MASTER REPORT-FILE
              STOP RUN
           END-IF

      *> no carry-forward means no cut has ever run: every entry is
      *> still on the live log and there is no archive to walk.
           OPEN INPUT CARRYFWD-FILE
           IF WS-CARRYFWD-STATUS = "35"
              MOVE ZERO TO CF-THRU-YYYYMM
           ELSE
              IF WS-CARRYFWD-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open carry-forward file, "
                         "status " WS-CARRYFWD-STATUS
                 STOP RUN
              END-IF
              READ CARRYFWD-FILE INTO CARRYFWD-RECORD
                  AT END MOVE ZERO TO CF-THRU-YYYYMM
              END-READ
              CLOSE CARRYFWD-FILE
           END-IF.

       0150-LOAD-MATURED-DEPOSITS.
           OPEN INPUT TERMDEP-FILE
           IF WS-TERMDEP-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-TERMDEP-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open deposit book, status "
                         WS-TERMDEP-STATUS
                 STOP RUN
              END-IF
              READ TERMDEP-FILE
                  AT END SET TERMDEP-EOF TO TRUE
              END-READ
              PERFORM UNTIL TERMDEP-EOF
                 IF TD-IS-MATURED
                    IF WS-TD-COUNT NOT < 200
                       DISPLAY "ERROR: Deposit table full (200 "
                               "deposits). Increase WS-TD-ENTRY "
                               "OCCURS and recompile."
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-TD-COUNT
                    SET WS-TD-IDX TO WS-TD-COUNT
                    MOVE TD-HOLDERID TO WS-TD-HOLDERID (WS-TD-IDX)
                    MOVE TD-PRINCIPAL TO WS-TD-PRINCIPAL (WS-TD-IDX)
      *> the same figure tdmature.cob paid at maturity.
                    COMPUTE WS-TD-INTEREST (WS-TD-IDX) ROUNDED =
                       TD-PRINCIPAL * TD-RATE
                    MOVE TD-MATURITY-DATE
                         TO WS-TD-MATURITY-DATE (WS-TD-IDX)
                    MOVE "N" TO WS-TD-USED-FLAG (WS-TD-IDX)
                 END-IF
                 READ TERMDEP-FILE
                     AT END SET TERMDEP-EOF TO TRUE
                 END-READ
              END-PERFORM
              CLOSE TERMDEP-FILE
           END-IF.

       0170-LOAD-JOINT-HOLDERS.
           OPEN INPUT ACCTREL-FILE
           IF WS-ACCTREL-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-ACCTREL-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open relationship file, "
                         "status " WS-ACCTREL-STATUS
                 STOP RUN
              END-IF
              READ ACCTREL-FILE
                  AT END SET ACCTREL-EOF TO TRUE
              END-READ
              PERFORM UNTIL ACCTREL-EOF
                 IF AR-IS-ACTIVE AND AR-IS-JOINT
                    IF WS-REL-COUNT NOT < 500
                       DISPLAY "ERROR: Relationship table full (500 "
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
                 END-IF
                 READ ACCTREL-FILE
                     AT END SET ACCTREL-EOF TO TRUE
                 END-READ
              END-PERFORM
              CLOSE ACCTREL-FILE
           END-IF.

      *> every archive cut from the earliest given through the last
      *> cut on the carry-forward. Cuts land only on some months, so
      *> a missing file is skipped, not an error.
       0200-SCAN-ARCHIVE-FILES.
           MOVE WS-PARAM-EARLIEST TO WS-FILE-YYYYMM
           PERFORM UNTIL WS-FILE-YYYYMM > CF-THRU-YYYYMM
              PERFORM 0210-SCAN-ONE-FILE
              PERFORM 0250-ADVANCE-MONTH
           END-PERFORM.

       0210-SCAN-ONE-FILE.
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "TRANARCH." DELIMITED BY SIZE
                  WS-FILE-YYYYMM DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
             INTO WS-ARCHIVE-NAME

           MOVE "N" TO WS-ARCH-EOF-FLAG
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-ARCHIVE-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open " WS-ARCHIVE-NAME
                         ", status " WS-ARCHIVE-STATUS
                 STOP RUN
              END-IF
              READ ARCHIVE-FILE
                  AT END SET ARCH-EOF TO TRUE
              END-READ
              PERFORM UNTIL ARCH-EOF
                 MOVE ARCHIVE-LINE TO ARCHIVE-RECORD
                 PERFORM 0220-UNPACK-ARCHIVE-ENTRY
                 PERFORM 0400-APPLY-ONE-ENTRY
                 READ ARCHIVE-FILE
                     AT END SET ARCH-EOF TO TRUE
                 END-READ
              END-PERFORM
              CLOSE ARCHIVE-FILE
           END-IF.

       0220-UNPACK-ARCHIVE-ENTRY.
           MOVE ARC-HOLDERID TO TRAN-HOLDERID
           MOVE ARC-ACCOUNT-TYPE TO TRAN-ACCOUNT-TYPE
           MOVE ARC-TRAN-TYPE TO TRAN-TYPE
           MOVE ARC-AMOUNT TO TRAN-AMOUNT
           MOVE ARC-TIMESTAMP TO TRAN-TIMESTAMP
           MOVE ARC-REF-TIMESTAMP TO TRAN-REF-TIMESTAMP
           MOVE ARC-OPERATOR-ID TO TRAN-OPERATOR-ID
           MOVE ARC-SUPERVISOR-ID TO TRAN-SUPERVISOR-ID.

       0250-ADVANCE-MONTH.
           MOVE WS-FILE-YYYYMM (1:4) TO WS-WALK-YEAR
           MOVE WS-FILE-YYYYMM (5:2) TO WS-WALK-MONTH
           IF WS-WALK-MONTH = 12
              MOVE 1 TO WS-WALK-MONTH
              ADD 1 TO WS-WALK-YEAR
           ELSE
              ADD 1 TO WS-WALK-MONTH
           END-IF
           COMPUTE WS-FILE-YYYYMM =
              WS-WALK-YEAR * 100 + WS-WALK-MONTH.

       0300-SCAN-LIVE-TRANLOG.
           OPEN INPUT TRANLOG-FILE
           IF WS-TRANLOG-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-TRANLOG-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open transaction log, "
                         "status " WS-TRANLOG-STATUS
                 STOP RUN
              END-IF
      *> the tax year is read off the business-date key from its
      *> first day; the first entry of the following year ends it.
              COMPUTE TRAN-BUSINESS-DATE =
                 WS-PARAM-TAX-YEAR * 10000 + 101
              START TRANLOG-FILE KEY NOT < TRAN-BUSINESS-DATE
                  INVALID KEY SET TRAN-EOF TO TRUE
              END-START
              PERFORM 0310-READ-YEAR-ENTRY
              PERFORM UNTIL TRAN-EOF
                 PERFORM 0400-APPLY-ONE-ENTRY
                 PERFORM 0310-READ-YEAR-ENTRY
              END-PERFORM
              CLOSE TRANLOG-FILE
           END-IF.

       0310-READ-YEAR-ENTRY.
           IF NOT TRAN-EOF
              READ TRANLOG-FILE NEXT
                  AT END SET TRAN-EOF TO TRUE
              END-READ
           END-IF
           IF NOT TRAN-EOF
              AND TRAN-TIMESTAMP (1:4) > WS-PARAM-TAX-YEAR
              SET TRAN-EOF TO TRUE
           END-IF.

       0400-APPLY-ONE-ENTRY.
           IF TRAN-TIMESTAMP (1:4) = WS-PARAM-TAX-YEAR
              EVALUATE TRAN-TYPE
                 WHEN "INTEREST"
                    PERFORM 0410-FIND-OR-ADD-HOLDER
                    ADD TRAN-AMOUNT
                        TO WS-TX-ACCT-INTEREST (WS-TX-IDX)
                    ADD 1 TO WS-ENTRY-COUNT
                 WHEN "TD-MATURITY"
                    PERFORM 0450-TD-INTEREST-PORTION
                    PERFORM 0410-FIND-OR-ADD-HOLDER
                    ADD WS-TD-PORTION
                        TO WS-TX-TD-INTEREST (WS-TX-IDX)
                    ADD 1 TO WS-ENTRY-COUNT
                 WHEN "CLOSE-INT"
                    PERFORM 0410-FIND-OR-ADD-HOLDER
                    ADD TRAN-AMOUNT
                        TO WS-TX-CLOSE-INTEREST (WS-TX-IDX)
                    ADD 1 TO WS-ENTRY-COUNT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       0410-FIND-OR-ADD-HOLDER.
           MOVE "N" TO WS-FOUND-FLAG
           SET WS-TX-IDX TO 1
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                    UNTIL WS-TX-IDX > WS-TX-COUNT
              IF WS-TX-HOLDERID (WS-TX-IDX) = TRAN-HOLDERID
                 SET WS-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF NOT WS-FOUND
              IF WS-TX-COUNT NOT < 2000
                 DISPLAY "ERROR: Holder table full (2000 holders). "
                         "Increase WS-TX-ENTRY OCCURS and recompile."
                 STOP RUN
              END-IF
              ADD 1 TO WS-TX-COUNT
              SET WS-TX-IDX TO WS-TX-COUNT
              MOVE TRAN-HOLDERID TO WS-TX-HOLDERID (WS-TX-IDX)
              MOVE ZERO TO WS-TX-ACCT-INTEREST (WS-TX-IDX)
              MOVE ZERO TO WS-TX-TD-INTEREST (WS-TX-IDX)
              MOVE ZERO TO WS-TX-CLOSE-INTEREST (WS-TX-IDX)
              MOVE "N" TO WS-TX-CERTIFIED-FLAG (WS-TX-IDX)
           END-IF.

      *> a closing deposit's payout is principal plus the term's
      *> interest; find the matured deposit it paid (same holder,
      *> matured on or before the entry, payout equal to principal
      *> plus interest) and report only the interest. Anything else
      *> -- a rolling deposit's payout -- is interest through and
      *> through.
       0450-TD-INTEREST-PORTION.
           MOVE TRAN-AMOUNT TO WS-TD-PORTION
           SET WS-TD-IDX TO 1
           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
                    UNTIL WS-TD-IDX > WS-TD-COUNT
              IF WS-TD-HOLDERID (WS-TD-IDX) = TRAN-HOLDERID
                 AND NOT WS-TD-USED (WS-TD-IDX)
                 AND WS-TD-MATURITY-DATE (WS-TD-IDX)
                     NOT > TRAN-TIMESTAMP (1:8)
                 AND WS-TD-PRINCIPAL (WS-TD-IDX)
                     + WS-TD-INTEREST (WS-TD-IDX) = TRAN-AMOUNT
                 MOVE WS-TD-INTEREST (WS-TD-IDX) TO WS-TD-PORTION
                 SET WS-TD-USED (WS-TD-IDX) TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *> certificates go out in customer-master order -- the order
      *> the mail run and the authority both expect.
       0500-WRITE-CERTIFICATES.
           READ CUSTOMER-MASTER NEXT
               AT END SET CUST-EOF TO TRUE
           END-READ
           PERFORM UNTIL CUST-EOF
              PERFORM 0510-CERTIFY-ONE-HOLDER
              READ CUSTOMER-MASTER NEXT
                  AT END SET CUST-EOF TO TRUE
              END-READ
           END-PERFORM.

       0510-CERTIFY-ONE-HOLDER.
           MOVE "N" TO WS-FOUND-FLAG
           SET WS-TX-IDX TO 1
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                    UNTIL WS-TX-IDX > WS-TX-COUNT
              IF WS-TX-HOLDERID (WS-TX-IDX)
                 = CUST-HOLDERID OF CUSTOMER-RECORD
                 SET WS-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF WS-FOUND
              COMPUTE WS-HOLDER-TOTAL =
                 WS-TX-ACCT-INTEREST (WS-TX-IDX)
                 + WS-TX-TD-INTEREST (WS-TX-IDX)
                 + WS-TX-CLOSE-INTEREST (WS-TX-IDX)
              SET WS-TX-CERTIFIED (WS-TX-IDX) TO TRUE
              IF WS-HOLDER-TOTAL > ZERO
                 PERFORM 0550-PRINT-CERTIFICATE
                 PERFORM 0600-WRITE-TAX-RECORD
              END-IF
           END-IF.

       0550-PRINT-CERTIFICATE.
           MOVE WS-PARAM-TAX-YEAR TO CT-TAX-YEAR
           WRITE REPORT-LINE FROM WS-CERT-TITLE-LINE
           MOVE CUST-HOLDERID OF CUSTOMER-RECORD TO CH-HOLDERID
           WRITE REPORT-LINE FROM WS-CERT-HOLDER-LINE
           MOVE CUST-FULLNAME (1:40) TO CN-NAME
           WRITE REPORT-LINE FROM WS-CERT-NAME-LINE
           MOVE CUST-ADDRESS TO CA-ADDRESS
           WRITE REPORT-LINE FROM WS-CERT-ADDRESS-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "SAVINGS/CHECKING INTEREST:" TO CM-LABEL
           MOVE WS-TX-ACCT-INTEREST (WS-TX-IDX) TO CM-AMOUNT
           WRITE REPORT-LINE FROM WS-CERT-AMOUNT-LINE
           MOVE "TERM DEPOSIT INTEREST:" TO CM-LABEL
           MOVE WS-TX-TD-INTEREST (WS-TX-IDX) TO CM-AMOUNT
           WRITE REPORT-LINE FROM WS-CERT-AMOUNT-LINE
           MOVE "INTEREST PAID ON CLOSURE:" TO CM-LABEL
           MOVE WS-TX-CLOSE-INTEREST (WS-TX-IDX) TO CM-AMOUNT
           WRITE REPORT-LINE FROM WS-CERT-AMOUNT-LINE
           MOVE "TOTAL INTEREST PAID:" TO CM-LABEL
           MOVE WS-HOLDER-TOTAL TO CM-AMOUNT
           WRITE REPORT-LINE FROM WS-CERT-AMOUNT-LINE

           SET WS-REL-IDX TO 1
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                    UNTIL WS-REL-IDX > WS-REL-COUNT
              IF WS-REL-HOLDERID (WS-REL-IDX)
                 = CUST-HOLDERID OF CUSTOMER-RECORD
                 MOVE WS-REL-ACCOUNT-TYPE (WS-REL-IDX)
                      TO CJ-ACCOUNT-TYPE
                 MOVE WS-REL-JOINT-HOLDERID (WS-REL-IDX)
                      TO CJ-JOINT-HOLDERID
                 WRITE REPORT-LINE FROM WS-CERT-JOINT-LINE
              END-IF
           END-PERFORM

           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           ADD 1 TO WS-CERT-COUNT
           ADD WS-HOLDER-TOTAL TO WS-GRAND-TOTAL.

       0600-WRITE-TAX-RECORD.
           MOVE WS-PARAM-TAX-YEAR TO TX-REC-TAX-YEAR
           MOVE CUST-HOLDERID OF CUSTOMER-RECORD TO TX-REC-HOLDERID
           MOVE CUST-FULLNAME (1:40) TO TX-REC-NAME
           MOVE CUST-ADDRESS TO TX-REC-ADDRESS
           MOVE WS-HOLDER-TOTAL TO TX-REC-INTEREST
           WRITE TAXFILE-LINE FROM WS-TAX-DETAIL.

      *> interest paid to a HOLDERID with no customer record cannot
      *> be certified -- list it for the operator to chase.
       0700-REPORT-UNCERTIFIED.
           SET WS-TX-IDX TO 1
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                    UNTIL WS-TX-IDX > WS-TX-COUNT
              IF NOT WS-TX-CERTIFIED (WS-TX-IDX)
                 COMPUTE WS-HOLDER-TOTAL =
                    WS-TX-ACCT-INTEREST (WS-TX-IDX)
                    + WS-TX-TD-INTEREST (WS-TX-IDX)
                    + WS-TX-CLOSE-INTEREST (WS-TX-IDX)
                 IF WS-HOLDER-TOTAL > ZERO
                    MOVE WS-TX-HOLDERID (WS-TX-IDX) TO EL-HOLDERID
                    MOVE WS-HOLDER-TOTAL TO EL-AMOUNT
                    WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
                    ADD 1 TO WS-UNCERTIFIED-COUNT
                 END-IF
              END-IF
           END-PERFORM.

       0900-FINALIZE.
           MOVE WS-PARAM-TAX-YEAR TO TX-TRL-TAX-YEAR
           MOVE WS-CERT-COUNT TO TX-TRL-COUNT
           MOVE WS-GRAND-TOTAL TO TX-TRL-AMOUNT
           WRITE TAXFILE-LINE FROM WS-TAX-TRAILER

           MOVE WS-CERT-COUNT TO SL-CERT-COUNT
           MOVE WS-GRAND-TOTAL TO SL-GRAND-TOTAL
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           CLOSE CUSTOMER-MASTER REPORT-FILE TAXFILE-FILE

           DISPLAY "Interest tax extract complete for "
                   WS-PARAM-TAX-YEAR
           DISPLAY "  Interest entries:  " WS-ENTRY-COUNT
           DISPLAY "  Certificates:      " WS-CERT-COUNT
           DISPLAY "  Not on customer master: " WS-UNCERTIFIED-COUNT
           IF WS-UNCERTIFIED-COUNT > ZERO
              DISPLAY "*** WARNING: interest paid to holders missing "
                      "from CUSTMAST -- see INTTAX.RPT ***"
           END-IF.
