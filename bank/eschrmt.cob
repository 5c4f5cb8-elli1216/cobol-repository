       IDENTIFICATION DIVISION.
       PROGRAM-ID. eschrmt.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * Annual unclaimed-property state remittance. Every balance
      * escheat.cob moved into the holding position (register entries
      * ESCHEATED on ESCHREG.DAT) up to the end of the remittance year
      * goes on the state file with the holder's name and last known
      * address from CUSTMAST, and its entry is marked REMITTED with
      * the year. Entries already remitted for the same year are
      * carried again, so a rerun rebuilds the same file; earlier
      * years' remittances are never repeated. A holder no longer on
      * CUSTMAST is still remitted -- the property is owed either way
      * -- with the name left blank and a warning to the operator.
      *
      * Output ESCHRMT.DAT, fixed width:
      *   detail:  "D" | year (4) | holder id (10) | account type (1) |
      *            name (40) | address (80) | last activity YYYYMM |
      *            dormant date | escheat date | amount 9(8)V99
      *   trailer: "T" | year (4) | record count (8) |
      *            amount total 9(12)V99
      *
      * SYSIN: remittance year (YYYY).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-HOLDERID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ESCHREG-FILE ASSIGN TO "ESCHREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHREG-STATUS.

           SELECT REMIT-FILE ASSIGN TO "ESCHRMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  ESCHREG-FILE.
       COPY ESCHREC.

       FD  REMIT-FILE.
       01  REMIT-LINE               PIC X(170).

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS            PIC XX.
       01 WS-ESCHREG-STATUS         PIC XX.
       01 WS-REMIT-STATUS           PIC XX.

       01 WS-ESCHREG-EOF-FLAG       PIC X VALUE "N".
           88 ESCHREG-EOF              VALUE "Y".

       01 WS-PARAM.
           05 WS-PARAM-YEAR          PIC 9(04).

       01 WS-ES-TABLE.
           05 WS-ES-COUNT           PIC 9(05) VALUE ZERO.
           05 WS-ES-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-ES-IDX.
               10 WS-ES-IMAGE           PIC X(64).

       01 WS-REMIT-FLAG             PIC X.
           88 WS-REMIT-THIS            VALUE "Y".

       01 WS-COUNTERS.
           05 WS-REMIT-COUNT        PIC 9(08) VALUE ZERO.
           05 WS-REMIT-AMOUNT       PIC 9(12)V99 VALUE ZERO.
           05 WS-NO-CUST-COUNT      PIC 9(08) VALUE ZERO.

       01 WS-REMIT-DETAIL.
           05 RD-REC-TYPE           PIC X(01) VALUE "D".
           05 RD-YEAR               PIC 9(04).
           05 RD-HOLDERID           PIC 9(10).
           05 RD-ACCOUNT-TYPE       PIC X(01).
           05 RD-NAME               PIC X(40).
           05 RD-ADDRESS            PIC X(80).
           05 RD-LAST-ACTIVITY      PIC 9(06).
           05 RD-DORMANT-DATE       PIC 9(08).
           05 RD-ESCHEAT-DATE       PIC 9(08).
           05 RD-AMOUNT             PIC 9(8)V99.

       01 WS-REMIT-TRAILER.
           05 RT-REC-TYPE           PIC X(01) VALUE "T".
           05 RT-YEAR               PIC 9(04).
           05 RT-COUNT              PIC 9(08).
           05 RT-AMOUNT             PIC 9(12)V99.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-PARAM FROM SYSIN

           PERFORM 0100-INITIALIZE
           PERFORM 0150-LOAD-REGISTER UNTIL ESCHREG-EOF
           PERFORM 0200-REMIT-ENTRIES
           PERFORM 0800-REWRITE-REGISTER
           PERFORM 0900-FINALIZE
           STOP RUN.

       0100-INITIALIZE.
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

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open customer master, status "
                      WS-CUST-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT REMIT-FILE
           IF WS-REMIT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open remittance file, status "
                      WS-REMIT-STATUS
              CLOSE CUSTOMER-MASTER
              STOP RUN
           END-IF.

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

       0200-REMIT-ENTRIES.
           IF WS-ESCHREG-STATUS NOT = "35"
              CLOSE ESCHREG-FILE
           END-IF

           SET WS-ES-IDX TO 1
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                    UNTIL WS-ES-IDX > WS-ES-COUNT
              MOVE WS-ES-IMAGE (WS-ES-IDX) TO ESCHEAT-RECORD
              MOVE "N" TO WS-REMIT-FLAG
              IF ES-IS-HELD
                 AND ES-ESCHEAT-DATE (1:4) NOT > WS-PARAM-YEAR
                 SET WS-REMIT-THIS TO TRUE
              END-IF
              IF ES-IS-REMITTED AND ES-REMIT-YEAR = WS-PARAM-YEAR
                 SET WS-REMIT-THIS TO TRUE
              END-IF
              IF WS-REMIT-THIS AND ES-AMOUNT > ZERO
                 PERFORM 0300-WRITE-REMIT-RECORD
                 MOVE "X" TO ES-STATUS
                 MOVE WS-PARAM-YEAR TO ES-REMIT-YEAR
                 MOVE ESCHEAT-RECORD TO WS-ES-IMAGE (WS-ES-IDX)
              END-IF
           END-PERFORM.

       0300-WRITE-REMIT-RECORD.
           MOVE ES-HOLDERID TO CUST-HOLDERID OF CUSTOMER-RECORD
           READ CUSTOMER-MASTER
               INVALID KEY
                  MOVE SPACES TO CUST-FULLNAME CUST-ADDRESS
                  ADD 1 TO WS-NO-CUST-COUNT
                  DISPLAY "WARNING: Holder " ES-HOLDERID
                          " not on customer master -- remitted "
                          "without name and address."
           END-READ

           MOVE WS-PARAM-YEAR TO RD-YEAR
           MOVE ES-HOLDERID TO RD-HOLDERID
           MOVE ES-ACCOUNT-TYPE TO RD-ACCOUNT-TYPE
           MOVE CUST-FULLNAME (1:40) TO RD-NAME
           MOVE CUST-ADDRESS TO RD-ADDRESS
           MOVE ES-LAST-ACTIVITY TO RD-LAST-ACTIVITY
           MOVE ES-DORMANT-DATE TO RD-DORMANT-DATE
           MOVE ES-ESCHEAT-DATE TO RD-ESCHEAT-DATE
           MOVE ES-AMOUNT TO RD-AMOUNT
           WRITE REMIT-LINE FROM WS-REMIT-DETAIL

           ADD 1 TO WS-REMIT-COUNT
           ADD ES-AMOUNT TO WS-REMIT-AMOUNT.

       0800-REWRITE-REGISTER.
           IF WS-REMIT-COUNT > ZERO
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
           MOVE WS-PARAM-YEAR TO RT-YEAR
           MOVE WS-REMIT-COUNT TO RT-COUNT
           MOVE WS-REMIT-AMOUNT TO RT-AMOUNT
           WRITE REMIT-LINE FROM WS-REMIT-TRAILER

           CLOSE CUSTOMER-MASTER REMIT-FILE

           DISPLAY "Unclaimed-property remittance for " WS-PARAM-YEAR
           DISPLAY "  Accounts remitted: " WS-REMIT-COUNT
           DISPLAY "  Amount remitted:   " WS-REMIT-AMOUNT
           IF WS-NO-CUST-COUNT > ZERO
              DISPLAY "*** WARNING: " WS-NO-CUST-COUNT
                      " holder(s) not on CUSTMAST ***"
           END-IF.
