       IDENTIFICATION DIVISION.
       PROGRAM-ID. escheat.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * Unclaimed-property escheatment. Follows every account's case
      * on the unclaimed-property register (ESCHREG.DAT, opened by
      * dormancy.cob when it marks the account DORMANT) through the
      * statutory steps:
      *   - an account DORMANT for the parameter number of years is
      *     sent the final due-diligence notice (ESCHNOTE event on
      *     NOTICEQ.DAT, quoting the balance, for lettergen.cob);
      *   - once the waiting period (parameter days) has run from
      *     that notice with the account still DORMANT, the balance
      *     is moved off the account into the unclaimed-property
      *     holding position -- an ESCHEAT debit on TRANLOG under the
      *     ESCHEAT channel identity, the amount held on the register
      *     entry -- and the account goes ESCHEATED;
      *   - an account no longer DORMANT (the customer came forward
      *     and the operator reopened it) closes its case RESPONDED.
      * A DORMANT account with no open case -- marked before the
      * register existed -- is enrolled with today as its dormancy
      * date: without the real date the period is never cut short.
      * An overdrawn checking account owes us rather than the other
      * way about and is left noticed for review. Dispositions and
      * the holding position awaiting remittance go to ESCHEAT.RPT;
      * eschrmt.cob writes the annual state remittance file.
      *
      * SYSIN: business date (YYYYMMDD), dormancy years (2 digits),
      * waiting days after the notice (3 digits), space separated.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-KEY OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY OF TRAN-RECORD
               ALTERNATE RECORD KEY IS TRAN-BUSINESS-DATE
                   OF TRAN-RECORD WITH DUPLICATES
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT ESCHREG-FILE ASSIGN TO "ESCHREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHREG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ESCHEAT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT NOTICEQ-FILE ASSIGN TO "NOTICEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY ACCTREC.

       FD  TRANLOG-FILE.
       COPY TRANREC.

       FD  ESCHREG-FILE.
       COPY ESCHREC.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       FD  NOTICEQ-FILE.
       COPY NOTICEREC.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS            PIC XX.
       01 WS-TRANLOG-STATUS         PIC XX.
       01 WS-ESCHREG-STATUS         PIC XX.
       01 WS-REPORT-STATUS          PIC XX.
       01 WS-NOTICEQ-STATUS         PIC XX.

       01 WS-FLAGS.
           05 WS-ACCT-EOF-FLAG       PIC X VALUE "N".
               88 ACCT-EOF                VALUE "Y".
           05 WS-ESCHREG-EOF-FLAG    PIC X VALUE "N".
               88 ESCHREG-EOF             VALUE "Y".

       01 WS-PARAM.
           05 WS-PARAM-BUSINESS-DATE PIC 9(08).
           05 FILLER                 PIC X(01).
           05 WS-PARAM-YEARS         PIC 9(02).
           05 FILLER                 PIC X(01).
           05 WS-PARAM-WAIT-DAYS     PIC 9(03).

      *> an account marked DORMANT on or before this date has been
      *> dormant the statutory number of years.
       01 WS-NOTICE-CUTOFF-DATE     PIC 9(08).
       01 WS-BUSINESS-INTEGER       PIC 9(08).
       01 WS-NOTICE-INTEGER         PIC 9(08).

      *> the register, held whole and rewritten at the end.
       01 WS-ES-TABLE.
           05 WS-ES-COUNT           PIC 9(05) VALUE ZERO.
           05 WS-ES-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-ES-IDX.
               10 WS-ES-IMAGE           PIC X(64).

       01 WS-FOUND-FLAG             PIC X.
           88 WS-FOUND                 VALUE "Y".
       01 WS-CURRENT-TIMESTAMP      PIC 9(14).
       01 WS-DISPOSITION            PIC X(20).

       01 WS-COUNTERS.
           05 WS-SCANNED-COUNT      PIC 9(08) VALUE ZERO.
           05 WS-ENROLLED-COUNT     PIC 9(08) VALUE ZERO.
           05 WS-NOTICE-COUNT       PIC 9(08) VALUE ZERO.
           05 WS-ESCHEAT-COUNT      PIC 9(08) VALUE ZERO.
           05 WS-RESPONDED-COUNT    PIC 9(08) VALUE ZERO.
           05 WS-REVIEW-COUNT       PIC 9(08) VALUE ZERO.
           05 WS-ESCHEAT-AMOUNT     PIC 9(10)V99 VALUE ZERO.
           05 WS-HELD-COUNT         PIC 9(08) VALUE ZERO.
           05 WS-HELD-AMOUNT        PIC 9(10)V99 VALUE ZERO.

       01 WS-HEADER-LINE.
           05 FILLER                PIC X(34) VALUE
              "--- UNCLAIMED PROPERTY ESCHEAT ---".
           05 FILLER                PIC X(06) VALUE " DATE ".
           05 HL-BUSINESS-DATE      PIC 9(08).

       01 WS-DETAIL-LINE.
           05 DL-HOLDERID           PIC Z(9)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-ACCOUNT-TYPE       PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(09) VALUE "DORMANT: ".
           05 DL-DORMANT-DATE       PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-AMOUNT             PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-DISPOSITION        PIC X(20).

       01 WS-HOLDING-LINE.
           05 FILLER                PIC X(34) VALUE
              "HOLDING POSITION AWAITING REMIT: ".
           05 HP-COUNT              PIC ZZZ,ZZ9.
           05 FILLER                PIC X(10) VALUE " ACCOUNTS ".
           05 HP-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-PARAM FROM SYSIN

           PERFORM 0050-COMPUTE-CUTOFFS
           PERFORM 0100-INITIALIZE
           PERFORM 0150-LOAD-REGISTER UNTIL ESCHREG-EOF
           PERFORM 0200-SCAN-ACCOUNTS UNTIL ACCT-EOF
           PERFORM 0700-REPORT-HOLDING
           PERFORM 0800-REWRITE-REGISTER
           PERFORM 0900-FINALIZE
           STOP RUN.

       0050-COMPUTE-CUTOFFS.
           COMPUTE WS-NOTICE-CUTOFF-DATE =
              WS-PARAM-BUSINESS-DATE - WS-PARAM-YEARS * 10000
           COMPUTE WS-BUSINESS-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-PARAM-BUSINESS-DATE).

       0100-INITIALIZE.
           OPEN I-O ACCOUNT-MASTER
           IF WS-ACCT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open account master, status "
                      WS-ACCT-STATUS
              STOP RUN
           END-IF

           OPEN I-O TRANLOG-FILE
           IF WS-TRANLOG-STATUS = "35"
              OPEN OUTPUT TRANLOG-FILE
           END-IF
           IF WS-TRANLOG-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open transaction log, status "
                      WS-TRANLOG-STATUS
              CLOSE ACCOUNT-MASTER
              STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open escheat report, status "
                      WS-REPORT-STATUS
              CLOSE ACCOUNT-MASTER TRANLOG-FILE
              STOP RUN
           END-IF

           MOVE WS-PARAM-BUSINESS-DATE TO HL-BUSINESS-DATE
           WRITE REPORT-LINE FROM WS-HEADER-LINE

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

      *> no register yet simply means nothing has gone dormant since
      *> it was introduced -- every dormant account is enrolled.
           OPEN INPUT ESCHREG-FILE
           IF WS-ESCHREG-STATUS = "35"
              SET ESCHREG-EOF TO TRUE
           ELSE
              IF WS-ESCHREG-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open unclaimed-property "
                         "register, status " WS-ESCHREG-STATUS
                 STOP RUN
              END-IF
              READ ESCHREG-FILE
                  AT END SET ESCHREG-EOF TO TRUE
              END-READ
           END-IF

           READ ACCOUNT-MASTER NEXT
               AT END SET ACCT-EOF TO TRUE
           END-READ.

       0150-LOAD-REGISTER.
           IF WS-ES-COUNT NOT < 5000
              DISPLAY "ERROR: Register table full (5000 entries). "
                      "Increase WS-ES-ENTRY OCCURS and recompile."
              STOP RUN
           END-IF
           ADD 1 TO WS-ES-COUNT
           SET WS-ES-IDX TO WS-ES-COUNT
           MOVE ESCHEAT-RECORD TO WS-ES-IMAGE (WS-ES-IDX)

           READ ESCHREG-FILE
               AT END SET ESCHREG-EOF TO TRUE
           END-READ.

       0200-SCAN-ACCOUNTS.
           ADD 1 TO WS-SCANNED-COUNT
           PERFORM 0250-FIND-OPEN-CASE

           IF ACCT-IS-DORMANT OF ACCOUNT-RECORD
              IF NOT WS-FOUND
                 PERFORM 0300-ENROLL-ACCOUNT
              END-IF
              EVALUATE TRUE
                 WHEN ES-IS-DORMANT
                    IF ES-DORMANT-DATE NOT > WS-NOTICE-CUTOFF-DATE
                       PERFORM 0400-SEND-FINAL-NOTICE
                    END-IF
                 WHEN ES-IS-NOTICED
                    COMPUTE WS-NOTICE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (ES-NOTICE-DATE)
                    IF WS-NOTICE-INTEGER + WS-PARAM-WAIT-DAYS
                       NOT > WS-BUSINESS-INTEGER
                       PERFORM 0500-ESCHEAT-ACCOUNT
                    END-IF
              END-EVALUATE
              MOVE ESCHEAT-RECORD TO WS-ES-IMAGE (WS-ES-IDX)
           ELSE
      *> a case still open on an account that is no longer dormant:
      *> the customer came forward before the money went to the
      *> state.
              IF WS-FOUND
                 MOVE "R" TO ES-STATUS
                 MOVE ESCHEAT-RECORD TO WS-ES-IMAGE (WS-ES-IDX)
                 ADD 1 TO WS-RESPONDED-COUNT
                 MOVE ZERO TO DL-AMOUNT
                 MOVE "RESPONDED - CLOSED" TO WS-DISPOSITION
                 PERFORM 0600-REPORT-DISPOSITION
              END-IF
           END-IF

           READ ACCOUNT-MASTER NEXT
               AT END SET ACCT-EOF TO TRUE
           END-READ.

      *> leaves the account's open case (DORMANT or NOTICED) in the
      *> record buffer with WS-ES-IDX on its table slot.
       0250-FIND-OPEN-CASE.
           MOVE "N" TO WS-FOUND-FLAG
           SET WS-ES-IDX TO 1
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                    UNTIL WS-ES-IDX > WS-ES-COUNT
              MOVE WS-ES-IMAGE (WS-ES-IDX) TO ESCHEAT-RECORD
              IF ES-HOLDERID = HOLDERID OF ACCOUNT-RECORD
                 AND ES-ACCOUNT-TYPE = ACCOUNT-TYPE OF ACCOUNT-RECORD
                 AND ES-IS-OPEN-CASE
                 SET WS-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       0300-ENROLL-ACCOUNT.
           IF WS-ES-COUNT NOT < 5000
              DISPLAY "ERROR: Register table full (5000 entries). "
                      "Increase WS-ES-ENTRY OCCURS and recompile."
              STOP RUN
           END-IF
           ADD 1 TO WS-ES-COUNT
           SET WS-ES-IDX TO WS-ES-COUNT

           MOVE SPACES TO ESCHEAT-RECORD
           MOVE HOLDERID OF ACCOUNT-RECORD TO ES-HOLDERID
           MOVE ACCOUNT-TYPE OF ACCOUNT-RECORD TO ES-ACCOUNT-TYPE
           MOVE WS-PARAM-BUSINESS-DATE TO ES-DORMANT-DATE
           MOVE ZERO TO ES-LAST-ACTIVITY ES-NOTICE-DATE
                        ES-ESCHEAT-DATE ES-AMOUNT ES-REMIT-YEAR
           MOVE "D" TO ES-STATUS
           MOVE ESCHEAT-RECORD TO WS-ES-IMAGE (WS-ES-IDX)
           SET WS-FOUND TO TRUE

           ADD 1 TO WS-ENROLLED-COUNT
           MOVE SAVINGS OF ACCOUNT-RECORD TO DL-AMOUNT
           MOVE "ENROLLED - DATED NOW" TO WS-DISPOSITION
           PERFORM 0600-REPORT-DISPOSITION.

      *> the last letter the law requires before the balance goes to
      *> the state -- it quotes the amount at stake.
       0400-SEND-FINAL-NOTICE.
           MOVE SPACES TO NOTICE-EVENT-RECORD
           MOVE HOLDERID OF ACCOUNT-RECORD TO NE-HOLDERID
           MOVE "ESCHNOTE" TO NE-EVENT-CODE
           MOVE WS-PARAM-BUSINESS-DATE TO NE-EVENT-DATE
           IF SAVINGS OF ACCOUNT-RECORD > ZERO
              MOVE SAVINGS OF ACCOUNT-RECORD TO NE-AMOUNT
           ELSE
              MOVE ZERO TO NE-AMOUNT
           END-IF
           WRITE NOTICE-EVENT-RECORD
           IF WS-NOTICEQ-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write notices queue, status "
                      WS-NOTICEQ-STATUS
              STOP RUN
           END-IF

           MOVE WS-PARAM-BUSINESS-DATE TO ES-NOTICE-DATE
           MOVE "N" TO ES-STATUS
           ADD 1 TO WS-NOTICE-COUNT
           MOVE SAVINGS OF ACCOUNT-RECORD TO DL-AMOUNT
           MOVE "FINAL NOTICE SENT" TO WS-DISPOSITION
           PERFORM 0600-REPORT-DISPOSITION.

      *> the whole balance leaves the account in one ESCHEAT entry
      *> and is carried on the register entry until remitted. A
      *> negative balance is a debt to us, not property of the
      *> customer's -- left for review, the case stays noticed.
       0500-ESCHEAT-ACCOUNT.
           IF SAVINGS OF ACCOUNT-RECORD < ZERO
              ADD 1 TO WS-REVIEW-COUNT
              MOVE SAVINGS OF ACCOUNT-RECORD TO DL-AMOUNT
              MOVE "OVERDRAWN - REVIEW" TO WS-DISPOSITION
              PERFORM 0600-REPORT-DISPOSITION
           ELSE
              MOVE SAVINGS OF ACCOUNT-RECORD TO ES-AMOUNT
              IF SAVINGS OF ACCOUNT-RECORD > ZERO
                 PERFORM 0550-WRITE-TRANLOG
              END-IF
              MOVE ZERO TO SAVINGS OF ACCOUNT-RECORD
              MOVE "E" TO ACCT-STATUS OF ACCOUNT-RECORD
              REWRITE ACCOUNT-RECORD
              IF WS-ACCT-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to rewrite account master, "
                         "status " WS-ACCT-STATUS
                 STOP RUN
              END-IF

              MOVE WS-PARAM-BUSINESS-DATE TO ES-ESCHEAT-DATE
              MOVE "E" TO ES-STATUS
              ADD 1 TO WS-ESCHEAT-COUNT
              ADD ES-AMOUNT TO WS-ESCHEAT-AMOUNT
              MOVE ES-AMOUNT TO DL-AMOUNT
              MOVE "ESCHEATED" TO WS-DISPOSITION
              PERFORM 0600-REPORT-DISPOSITION
           END-IF.

       0550-WRITE-TRANLOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-TIMESTAMP
           MOVE HOLDERID OF ACCOUNT-RECORD TO TRAN-HOLDERID
           MOVE ACCOUNT-TYPE OF ACCOUNT-RECORD TO TRAN-ACCOUNT-TYPE
           MOVE "ESCHEAT" TO TRAN-TYPE
           MOVE ES-AMOUNT TO TRAN-AMOUNT
           MOVE WS-CURRENT-TIMESTAMP TO TRAN-TIMESTAMP
           MOVE ZERO TO TRAN-REF-TIMESTAMP
           MOVE "ESCHEAT" TO TRAN-OPERATOR-ID
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

      *> DL-AMOUNT is set by the caller.
       0600-REPORT-DISPOSITION.
           MOVE HOLDERID OF ACCOUNT-RECORD TO DL-HOLDERID
           MOVE ACCOUNT-TYPE OF ACCOUNT-RECORD TO DL-ACCOUNT-TYPE
           MOVE ES-DORMANT-DATE TO DL-DORMANT-DATE
           MOVE WS-DISPOSITION TO DL-DISPOSITION
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

      *> everything escheated and not yet carried on a state
      *> remittance -- the balance of the holding position.
       0700-REPORT-HOLDING.
           SET WS-ES-IDX TO 1
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                    UNTIL WS-ES-IDX > WS-ES-COUNT
              MOVE WS-ES-IMAGE (WS-ES-IDX) TO ESCHEAT-RECORD
              IF ES-IS-HELD
                 ADD 1 TO WS-HELD-COUNT
                 ADD ES-AMOUNT TO WS-HELD-AMOUNT
              END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HELD-COUNT TO HP-COUNT
           MOVE WS-HELD-AMOUNT TO HP-AMOUNT
           WRITE REPORT-LINE FROM WS-HOLDING-LINE.

       0800-REWRITE-REGISTER.
           IF WS-ESCHREG-STATUS NOT = "35"
              CLOSE ESCHREG-FILE
           END-IF

           IF WS-ES-COUNT > ZERO
              OPEN OUTPUT ESCHREG-FILE
              IF WS-ESCHREG-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to rewrite unclaimed-property "
                         "register, status " WS-ESCHREG-STATUS
                 STOP RUN
              END-IF
              SET WS-ES-IDX TO 1
              PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                       UNTIL WS-ES-IDX > WS-ES-COUNT
                 MOVE WS-ES-IMAGE (WS-ES-IDX) TO ESCHEAT-RECORD
                 WRITE ESCHEAT-RECORD
              END-PERFORM
              CLOSE ESCHREG-FILE
           END-IF.

       0900-FINALIZE.
           CLOSE ACCOUNT-MASTER TRANLOG-FILE REPORT-FILE NOTICEQ-FILE

           DISPLAY "Escheat run complete. Scanned: " WS-SCANNED-COUNT
           DISPLAY "  Enrolled:       " WS-ENROLLED-COUNT
           DISPLAY "  Final notices:  " WS-NOTICE-COUNT
           DISPLAY "  Escheated:      " WS-ESCHEAT-COUNT
                   " Amount: " WS-ESCHEAT-AMOUNT
           DISPLAY "  Responded:      " WS-RESPONDED-COUNT
           DISPLAY "  For review:     " WS-REVIEW-COUNT.
