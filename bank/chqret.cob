       IDENTIFICATION DIVISION.
       PROGRAM-ID. chqret.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * Returned-cheque run. Picks the inward cheques chqimp.cob
      * queued out of bank.cob's batch rejects (BATCHREJ.DAT, the
      * lines marked as clearing items) and sends each one back to
      * the clearing house on CHQRET.DAT in the clearing layout with
      * a standard return reason and a count/amount trailer:
      *   01 -- insufficient funds;
      *   02 -- account closed (closed or escheated);
      *   03 -- account frozen (frozen or dormant -- the account
      *         takes no postings);
      *   04 -- no account on file;
      *   05 -- holder locked (CVV lock, pending a supervisor's
      *         unlock -- the holder's money moves through no
      *         channel).
      * A reject for any other reason is not returned; it is listed
      * for the operator to look into. Each cheque returned for
      * insufficient funds is charged the returned-item fee from
      * the FEESCHED.DAT line RETITEM (no line, no fee) -- posted as
      * FEE-RETITEM under the FEES channel identity, and skipped and
      * reported instead when it would take the balance below the
      * account's authorized floor, the same floor feeeng.cob keeps.
      * Every holder on the master whose cheque goes back is sent a
      * CHQRETN notice through NOTICEQ.DAT quoting the cheque amount.
      * Dispositions go to CHQRET.RPT.
      *
      * Return layout:
      *   detail:  "D" | holder id (10) | cheque number (6) |
      *            amount (10, implied V99) | reason (2)
      *   trailer: "T" | detail count (8) | amount total (12,
      *            implied V99)
      *
      * SYSIN: business date (YYYYMMDD), a space, operator override
      * (Y forces a rerun). Run after bank.cob's batch mode. A date
      * already on the CHQRLOG.DAT run log is refused without the
      * override, so a returned cheque is never charged twice.
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

           SELECT BATCH-REJECT-FILE ASSIGN TO "BATCHREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCHREJ-STATUS.

           SELECT FEESCHED-FILE ASSIGN TO "FEESCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEESCHED-STATUS.

           SELECT RETURN-FILE ASSIGN TO "CHQRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT NOTICEQ-FILE ASSIGN TO "NOTICEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICEQ-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CHQRET.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT CHQRET-LOG ASSIGN TO "CHQRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHQRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY ACCTREC.

       FD  TRANLOG-FILE.
       COPY TRANREC.

      *> bank.cob's batch reject line: the queued transaction, the
      *> reason it was refused, and the queued line's source and
      *> cheque number.
       FD  BATCH-REJECT-FILE.
       01  BATCH-REJECT-RECORD.
           05 BR-HOLDERID           PIC 9(10).
           05 BR-TRAN-TYPE          PIC X(01).
           05 BR-AMOUNT             PIC 9(8)V99.
           05 BR-ACCOUNT-TYPE       PIC X(01).
           05 FILLER                PIC X(01).
           05 BR-REASON             PIC X(20).
           05 FILLER                PIC X(01).
           05 BR-SOURCE             PIC X(01).
               88 BR-FROM-CLEARING      VALUE "Q".
           05 BR-CHEQUE-NO          PIC X(06).

       FD  FEESCHED-FILE.
       01 FEESCHED-RECORD.
           05 FS-FEE-CODE           PIC X(08).
           05 FILLER                PIC X(01).
           05 FS-AMOUNT             PIC 9(6)V99.
           05 FILLER                PIC X(01).
           05 FS-WAIVE-BALANCE      PIC 9(8)V99.

       FD  RETURN-FILE.
       01 RETURN-RECORD.
           05 RT-REC-TYPE           PIC X(01).
           05 RT-DETAIL-FIELDS.
               10 RT-HOLDERID       PIC 9(10).
               10 RT-CHEQUE-NO      PIC X(06).
               10 RT-AMOUNT         PIC 9(8)V99.
               10 RT-REASON         PIC X(02).
           05 RT-TRAILER-FIELDS REDEFINES RT-DETAIL-FIELDS.
               10 RT-T-COUNT        PIC 9(08).
               10 RT-T-AMOUNT       PIC 9(10)V99.
               10 FILLER            PIC X(08).

       FD  NOTICEQ-FILE.
       COPY NOTICEREC.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(90).

      *> one line per business date returned, the double-run guard's
      *> memory.
       FD  CHQRET-LOG.
       01 CHQRET-LOG-RECORD.
           05 CL-BUSINESS-DATE      PIC 9(08).
           05 FILLER                PIC X(01).
           05 CL-RUN-DATE           PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS            PIC XX.
       01 WS-TRANLOG-STATUS         PIC XX.
       01 WS-BATCHREJ-STATUS        PIC XX.
       01 WS-FEESCHED-STATUS        PIC XX.
       01 WS-RETURN-STATUS          PIC XX.
       01 WS-NOTICEQ-STATUS         PIC XX.
       01 WS-REPORT-STATUS          PIC XX.
       01 WS-CHQRLOG-STATUS         PIC XX.

       01 WS-PARAM.
           05 WS-PARAM-BUSINESS-DATE PIC 9(08).
           05 FILLER                 PIC X(01).
           05 WS-PARAM-OVERRIDE      PIC X(01).
               88 WS-OVERRIDE            VALUE "Y".

       01 WS-FLAGS.
           05 WS-REJECT-EOF-FLAG     PIC X VALUE "N".
               88 REJECT-EOF              VALUE "Y".
           05 WS-SCHED-EOF-FLAG      PIC X VALUE "N".
               88 SCHED-EOF               VALUE "Y".
           05 WS-CHQRLOG-EOF-FLAG    PIC X VALUE "N".
               88 CHQRLOG-EOF             VALUE "Y".
           05 WS-DATE-DONE-FLAG      PIC X VALUE "N".
               88 WS-DATE-DONE            VALUE "Y".
           05 WS-ACCT-FOUND-FLAG     PIC X VALUE "N".
               88 WS-ACCT-FOUND           VALUE "Y".

      *> the returned-item fee off the schedule; zero means none.
       01 WS-RETURN-FEE             PIC 9(6)V99 VALUE ZERO.
       01 WS-BALANCE-AFTER          PIC S9(9)V99.
       01 WS-CURRENT-TIMESTAMP      PIC 9(14).

       01 WS-RETURN-REASON          PIC X(02).
       01 WS-REASON-TEXT            PIC X(18).
       01 WS-FEE-DISPOSITION        PIC X(12).

       01 WS-COUNTERS.
           05 WS-REJECT-COUNT       PIC 9(08) VALUE ZERO.
           05 WS-RETURN-COUNT       PIC 9(08) VALUE ZERO.
           05 WS-RETURN-AMOUNT      PIC 9(10)V99 VALUE ZERO.
           05 WS-HELD-COUNT         PIC 9(08) VALUE ZERO.
           05 WS-FEE-COUNT          PIC 9(08) VALUE ZERO.
           05 WS-FEE-SKIPPED-COUNT  PIC 9(08) VALUE ZERO.
           05 WS-NOTICE-COUNT       PIC 9(08) VALUE ZERO.

       01 WS-HEADER-LINE.
           05 FILLER                PIC X(30) VALUE
              "--- RETURNED CHEQUE RUN ---".
           05 FILLER                PIC X(15) VALUE "BUSINESS DATE ".
           05 HL-BUSINESS-DATE      PIC 9(08).

       01 WS-COLUMN-HEADER.
           05 FILLER                PIC X(12) VALUE "HOLDERID".
           05 FILLER                PIC X(08) VALUE "CHEQUE".
           05 FILLER                PIC X(14) VALUE "AMOUNT".
           05 FILLER                PIC X(22) VALUE "RETURN REASON".
           05 FILLER                PIC X(12) VALUE "FEE".

       01 WS-DETAIL-LINE.
           05 DL-HOLDERID           PIC Z(9)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-CHEQUE-NO          PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DL-REASON             PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DL-REASON-TEXT        PIC X(18).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DL-FEE-DISPOSITION    PIC X(12).

       01 WS-FOOTER.
           05 FILLER                PIC X(10) VALUE "RETURNED: ".
           05 FP-RETURN-COUNT       PIC Z(7)9.
           05 FILLER                PIC X(10) VALUE " AMOUNT: ".
           05 FP-RETURN-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(08) VALUE " FEES: ".
           05 FP-FEE-COUNT          PIC Z(7)9.
           05 FILLER                PIC X(08) VALUE " HELD: ".
           05 FP-HELD-COUNT         PIC Z(7)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-PARAM FROM SYSIN

           PERFORM 8000-CHECK-RUN-LOG
           PERFORM 0100-INITIALIZE
           PERFORM 0150-FIND-RETURN-FEE
           PERFORM 0200-PROCESS-REJECT UNTIL REJECT-EOF
           PERFORM 0900-FINALIZE
           PERFORM 8500-LOG-RUN
           STOP RUN.

       0100-INITIALIZE.
      *> no reject file means last night's batch refused nothing --
      *> the clearing house still gets an empty return file.
           OPEN INPUT BATCH-REJECT-FILE
           IF WS-BATCHREJ-STATUS = "35"
              SET REJECT-EOF TO TRUE
           ELSE
              IF WS-BATCHREJ-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open batch reject file, "
                         "status " WS-BATCHREJ-STATUS
                 STOP RUN
              END-IF
              READ BATCH-REJECT-FILE
                  AT END SET REJECT-EOF TO TRUE
              END-READ
           END-IF

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

           OPEN OUTPUT RETURN-FILE
           IF WS-RETURN-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open return file, status "
                      WS-RETURN-STATUS
              CLOSE ACCOUNT-MASTER TRANLOG-FILE
              STOP RUN
           END-IF

           OPEN EXTEND NOTICEQ-FILE
           IF WS-NOTICEQ-STATUS = "35"
              OPEN OUTPUT NOTICEQ-FILE
           END-IF
           IF WS-NOTICEQ-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open notices queue, status "
                      WS-NOTICEQ-STATUS
              CLOSE ACCOUNT-MASTER TRANLOG-FILE RETURN-FILE
              STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open returns report, status "
                      WS-REPORT-STATUS
              CLOSE ACCOUNT-MASTER TRANLOG-FILE RETURN-FILE
                    NOTICEQ-FILE
              STOP RUN
           END-IF

           MOVE WS-PARAM-BUSINESS-DATE TO HL-BUSINESS-DATE
           WRITE REPORT-LINE FROM WS-HEADER-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADER.

      *> the returned-item fee comes off the same schedule feeeng.cob
      *> charges from -- no RETITEM line means returns are free.
       0150-FIND-RETURN-FEE.
           OPEN INPUT FEESCHED-FILE
           IF WS-FEESCHED-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-FEESCHED-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open fee schedule, status "
                         WS-FEESCHED-STATUS
                 STOP RUN
              END-IF
              READ FEESCHED-FILE
                  AT END SET SCHED-EOF TO TRUE
              END-READ
              PERFORM UNTIL SCHED-EOF
                 IF FS-FEE-CODE = "RETITEM"
                    MOVE FS-AMOUNT TO WS-RETURN-FEE
                 END-IF
                 READ FEESCHED-FILE
                     AT END SET SCHED-EOF TO TRUE
                 END-READ
              END-PERFORM
              CLOSE FEESCHED-FILE
           END-IF.

       0200-PROCESS-REJECT.
           IF BR-FROM-CLEARING
              ADD 1 TO WS-REJECT-COUNT
              PERFORM 0300-CLASSIFY-RETURN
              IF WS-RETURN-REASON = SPACES
                 ADD 1 TO WS-HELD-COUNT
                 MOVE "NOT RETURNED" TO WS-FEE-DISPOSITION
              ELSE
                 PERFORM 0400-WRITE-RETURN
                 MOVE SPACES TO WS-FEE-DISPOSITION
                 IF WS-RETURN-REASON = "01"
                    PERFORM 0500-CHARGE-RETURN-FEE
                 END-IF
                 IF WS-ACCT-FOUND
                    PERFORM 0600-QUEUE-NOTICE
                 END-IF
              END-IF
              PERFORM 0700-REPORT-ITEM
           END-IF

           READ BATCH-REJECT-FILE
               AT END SET REJECT-EOF TO TRUE
           END-READ.

      *> the batch only says the account was not open; the master
      *> says why, and the clearing house wants closed told apart
      *> from frozen.
       0300-CLASSIFY-RETURN.
           MOVE SPACES TO WS-RETURN-REASON
           MOVE "N" TO WS-ACCT-FOUND-FLAG
           MOVE BR-HOLDERID TO HOLDERID OF ACCOUNT-RECORD
           MOVE "C" TO ACCOUNT-TYPE OF ACCOUNT-RECORD
           READ ACCOUNT-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-ACCT-FOUND TO TRUE
           END-READ

           EVALUATE TRUE
              WHEN NOT WS-ACCT-FOUND
                 MOVE "04" TO WS-RETURN-REASON
                 MOVE "NO ACCOUNT" TO WS-REASON-TEXT
              WHEN BR-REASON = "INSUFFICIENT FUNDS"
                 MOVE "01" TO WS-RETURN-REASON
                 MOVE "INSUFFICIENT FUNDS" TO WS-REASON-TEXT
              WHEN BR-REASON = "ACCOUNT NOT OPEN"
                 IF ACCT-IS-CLOSED OF ACCOUNT-RECORD
                    OR ACCT-IS-ESCHEATED OF ACCOUNT-RECORD
                    MOVE "02" TO WS-RETURN-REASON
                    MOVE "ACCOUNT CLOSED" TO WS-REASON-TEXT
                 ELSE
                    MOVE "03" TO WS-RETURN-REASON
                    MOVE "ACCOUNT FROZEN" TO WS-REASON-TEXT
                 END-IF
              WHEN BR-REASON = "HOLDER LOCKED"
                 MOVE "05" TO WS-RETURN-REASON
                 MOVE "HOLDER LOCKED" TO WS-REASON-TEXT
              WHEN OTHER
                 MOVE BR-REASON TO WS-REASON-TEXT
           END-EVALUATE.

       0400-WRITE-RETURN.
           MOVE SPACES TO RETURN-RECORD
           MOVE "D" TO RT-REC-TYPE
           MOVE BR-HOLDERID TO RT-HOLDERID
           MOVE BR-CHEQUE-NO TO RT-CHEQUE-NO
           MOVE BR-AMOUNT TO RT-AMOUNT
           MOVE WS-RETURN-REASON TO RT-REASON
           WRITE RETURN-RECORD
           IF WS-RETURN-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write return file, status "
                      WS-RETURN-STATUS
              STOP RUN
           END-IF
           ADD 1 TO WS-RETURN-COUNT
           ADD BR-AMOUNT TO WS-RETURN-AMOUNT.

      *> a fee never takes a balance below the account's authorized
      *> floor -- zero, or zero less the overdraft line -- the same
      *> floor feeeng.cob and bank.cob's 0096-VALIDATE-DEBIT keep.
       0500-CHARGE-RETURN-FEE.
           IF WS-RETURN-FEE = ZERO
              MOVE "NO FEE" TO WS-FEE-DISPOSITION
           ELSE
              COMPUTE WS-BALANCE-AFTER =
                 SAVINGS OF ACCOUNT-RECORD - WS-RETURN-FEE
              IF WS-BALANCE-AFTER <
                 (ZERO - OVERDRAFT-LIMIT OF ACCOUNT-RECORD)
                 ADD 1 TO WS-FEE-SKIPPED-COUNT
                 MOVE "SKIPPED-NSF" TO WS-FEE-DISPOSITION
              ELSE
                 PERFORM 0550-POST-RETURN-FEE
              END-IF
           END-IF.

       0550-POST-RETURN-FEE.
           SUBTRACT WS-RETURN-FEE FROM SAVINGS OF ACCOUNT-RECORD
           REWRITE ACCOUNT-RECORD
           IF WS-ACCT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to rewrite account master, "
                      "status " WS-ACCT-STATUS
              STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-TIMESTAMP
           MOVE HOLDERID OF ACCOUNT-RECORD TO TRAN-HOLDERID
           MOVE ACCOUNT-TYPE OF ACCOUNT-RECORD TO TRAN-ACCOUNT-TYPE
           MOVE "FEE-RETITEM" TO TRAN-TYPE
           MOVE WS-RETURN-FEE TO TRAN-AMOUNT
           MOVE WS-CURRENT-TIMESTAMP TO TRAN-TIMESTAMP
           MOVE ZERO TO TRAN-REF-TIMESTAMP
           MOVE "FEES" TO TRAN-OPERATOR-ID
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
           END-IF

           ADD 1 TO WS-FEE-COUNT
           MOVE "CHARGED" TO WS-FEE-DISPOSITION.

       0600-QUEUE-NOTICE.
           MOVE SPACES TO NOTICE-EVENT-RECORD
           MOVE BR-HOLDERID TO NE-HOLDERID
           MOVE "CHQRETN" TO NE-EVENT-CODE
           MOVE WS-PARAM-BUSINESS-DATE TO NE-EVENT-DATE
           MOVE BR-AMOUNT TO NE-AMOUNT
           WRITE NOTICE-EVENT-RECORD
           IF WS-NOTICEQ-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write notices queue, status "
                      WS-NOTICEQ-STATUS
              STOP RUN
           END-IF
           ADD 1 TO WS-NOTICE-COUNT.

       0700-REPORT-ITEM.
           MOVE BR-HOLDERID TO DL-HOLDERID
           MOVE BR-CHEQUE-NO TO DL-CHEQUE-NO
           MOVE BR-AMOUNT TO DL-AMOUNT
           MOVE WS-RETURN-REASON TO DL-REASON
           MOVE WS-REASON-TEXT TO DL-REASON-TEXT
           MOVE WS-FEE-DISPOSITION TO DL-FEE-DISPOSITION
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       0900-FINALIZE.
           MOVE SPACES TO RETURN-RECORD
           MOVE "T" TO RT-REC-TYPE
           MOVE WS-RETURN-COUNT TO RT-T-COUNT
           MOVE WS-RETURN-AMOUNT TO RT-T-AMOUNT
           WRITE RETURN-RECORD
           IF WS-RETURN-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write return file, status "
                      WS-RETURN-STATUS
              STOP RUN
           END-IF

           MOVE WS-RETURN-COUNT TO FP-RETURN-COUNT
           MOVE WS-RETURN-AMOUNT TO FP-RETURN-AMOUNT
           MOVE WS-FEE-COUNT TO FP-FEE-COUNT
           MOVE WS-HELD-COUNT TO FP-HELD-COUNT
           WRITE REPORT-LINE FROM WS-FOOTER

           IF WS-BATCHREJ-STATUS NOT = "35"
              CLOSE BATCH-REJECT-FILE
           END-IF
           CLOSE ACCOUNT-MASTER TRANLOG-FILE RETURN-FILE NOTICEQ-FILE
                 REPORT-FILE

           DISPLAY "Returned cheque run complete. Cheque rejects: "
                   WS-REJECT-COUNT " Returned: " WS-RETURN-COUNT
                   " Held: " WS-HELD-COUNT
           DISPLAY "  Fees charged: " WS-FEE-COUNT
                   " Fees skipped: " WS-FEE-SKIPPED-COUNT
                   " Notices: " WS-NOTICE-COUNT.

      *> the double-run stop: a date already on the run log returned
      *> its cheques and charged their fees once; only the operator
      *> override runs it again -- the guard feeeng.cob keeps on
      *> FEERLOG.DAT.
       8000-CHECK-RUN-LOG.
           OPEN INPUT CHQRET-LOG
           IF WS-CHQRLOG-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-CHQRLOG-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open returns run log, "
                         "status " WS-CHQRLOG-STATUS
                 STOP RUN
              END-IF
              READ CHQRET-LOG
                  AT END SET CHQRLOG-EOF TO TRUE
              END-READ
              PERFORM UNTIL CHQRLOG-EOF OR WS-DATE-DONE
                 IF CL-BUSINESS-DATE = WS-PARAM-BUSINESS-DATE
                    SET WS-DATE-DONE TO TRUE
                 ELSE
                    READ CHQRET-LOG
                        AT END SET CHQRLOG-EOF TO TRUE
                    END-READ
                 END-IF
              END-PERFORM
              CLOSE CHQRET-LOG

              IF WS-DATE-DONE AND NOT WS-OVERRIDE
                 DISPLAY "REFUSED: cheque returns for "
                         WS-PARAM-BUSINESS-DATE " already run on "
                         CL-RUN-DATE "."
                 DISPLAY "Supply operator override to rerun."
                 STOP RUN
              END-IF
           END-IF.

      *> a rerun under override would duplicate the log line; the
      *> original entry already covers this date.
       8500-LOG-RUN.
           IF NOT WS-DATE-DONE
              OPEN EXTEND CHQRET-LOG
              IF WS-CHQRLOG-STATUS = "35"
                 OPEN OUTPUT CHQRET-LOG
              END-IF
              IF WS-CHQRLOG-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open returns run log, "
                         "status " WS-CHQRLOG-STATUS
                 STOP RUN
              END-IF
              MOVE SPACES TO CHQRET-LOG-RECORD
              MOVE WS-PARAM-BUSINESS-DATE TO CL-BUSINESS-DATE
              MOVE FUNCTION CURRENT-DATE(1:8) TO CL-RUN-DATE
              WRITE CHQRET-LOG-RECORD
              CLOSE CHQRET-LOG
           END-IF.
