       IDENTIFICATION DIVISION.
       PROGRAM-ID. cvvunlk.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * Supervisor unlock of a holder locked out after repeated CVV
      * failures at the counter. bank.cob sets the lock on the
      * customer master when the holder's consecutive failures reach
      * the CVVLOCK.PRM limit and refuses every session on or for the
      * holder from then on; this program clears the lock and the
      * failure count, and logs the unlock with the supervisor's ID
      * and a reason code to the security log (SECLOG.DAT) beside
      * the failures and the lock that led to it.
      *
      * Prompts: HOLDERID, reason code (8 characters, e.g. IDSEEN,
      * CUSTCALL).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-HOLDERID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.

           SELECT SECURITY-LOG ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  SECURITY-LOG.
       COPY SECLOG.

       FD  OPERMAST-FILE.
       COPY OPERREC.

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS            PIC XX.
       01 WS-SECLOG-STATUS          PIC XX.

       01 WS-OPERMAST-STATUS        PIC XX.
       01 WS-SIGNON-ID              PIC X(08).
       01 WS-SIGNON-PASSWORD        PIC X(08).
       01 WS-SIGNON-OK-FLAG         PIC X VALUE "N".
           88 WS-SIGNON-OK             VALUE "Y".
       01 WS-OPERMAST-EOF-FLAG      PIC X VALUE "N".
           88 OPERMAST-EOF              VALUE "Y".

       01 WS-HOLDERID-ENTRY         PIC 9(10).
       01 WS-REASON-ENTRY           PIC X(08).
       01 WS-OLD-FAIL-COUNT         PIC 9(02).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-OPERATOR-SIGNON

           OPEN I-O CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open customer master, status "
                      WS-CUST-STATUS
              STOP RUN
           END-IF

      *> the security log is always extended, created once on the
      *> very first event.
           OPEN EXTEND SECURITY-LOG
           IF WS-SECLOG-STATUS = "35"
              OPEN OUTPUT SECURITY-LOG
           END-IF
           IF WS-SECLOG-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open security log, status "
                      WS-SECLOG-STATUS
              CLOSE CUSTOMER-MASTER
              STOP RUN
           END-IF

           DISPLAY "Customer HOLDERID: " WITH NO ADVANCING
           ACCEPT WS-HOLDERID-ENTRY
           DISPLAY "Reason code: " WITH NO ADVANCING
           ACCEPT WS-REASON-ENTRY

           MOVE WS-HOLDERID-ENTRY TO CUST-HOLDERID OF CUSTOMER-RECORD
           READ CUSTOMER-MASTER
               INVALID KEY
                  DISPLAY "Customer not found."
           END-READ

           IF WS-CUST-STATUS = "00"
              PERFORM 1000-APPLY-UNLOCK
           END-IF

           CLOSE CUSTOMER-MASTER SECURITY-LOG
           STOP RUN.

      *> sign-on against the operator security master -- this
      *> terminal takes supervisors only: releasing a holder locked
      *> for CVV guessing is not a teller decision. No master at all
      *> means security has never been set up: refuse and point the
      *> operator at opermnt.
       0050-OPERATOR-SIGNON.
           DISPLAY "Operator sign-on ID: " WITH NO ADVANCING
           ACCEPT WS-SIGNON-ID
           DISPLAY "Password: " WITH NO ADVANCING
           ACCEPT WS-SIGNON-PASSWORD

           OPEN INPUT OPERMAST-FILE
           IF WS-OPERMAST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open operator master, status "
                      WS-OPERMAST-STATUS
              DISPLAY "Set operators up with opermnt before signing "
                      "on."
              STOP RUN
           END-IF

           READ OPERMAST-FILE
               AT END SET OPERMAST-EOF TO TRUE
           END-READ
           PERFORM UNTIL OPERMAST-EOF OR WS-SIGNON-OK
              IF OP-ID = WS-SIGNON-ID
                 AND OP-PASSWORD = WS-SIGNON-PASSWORD
                 AND OP-IS-ACTIVE
                 AND OP-IS-SUPERVISOR
                 SET WS-SIGNON-OK TO TRUE
              ELSE
                 READ OPERMAST-FILE
                     AT END SET OPERMAST-EOF TO TRUE
                 END-READ
              END-IF
           END-PERFORM
           CLOSE OPERMAST-FILE

           IF NOT WS-SIGNON-OK
              DISPLAY "Sign-on refused."
              STOP RUN
           END-IF.

       1000-APPLY-UNLOCK.
           IF NOT CUST-IS-LOCKED
              DISPLAY "Holder is not locked; no action taken."
              IF CUST-CVV-FAIL-COUNT NOT = ZERO
                 DISPLAY "  (" CUST-CVV-FAIL-COUNT " consecutive "
                         "CVV failures on record.)"
              END-IF
           ELSE
              MOVE CUST-CVV-FAIL-COUNT TO WS-OLD-FAIL-COUNT
              SET CUST-NOT-LOCKED TO TRUE
              MOVE ZERO TO CUST-CVV-FAIL-COUNT
              MOVE ZERO TO CUST-LOCK-TIMESTAMP
              PERFORM 2000-REWRITE-AND-LOG
              DISPLAY "Holder unlocked after " WS-OLD-FAIL-COUNT
                      " consecutive CVV failures."
           END-IF.

       2000-REWRITE-AND-LOG.
           REWRITE CUSTOMER-RECORD
           IF WS-CUST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to rewrite customer master, "
                      "status " WS-CUST-STATUS
              CLOSE CUSTOMER-MASTER SECURITY-LOG
              STOP RUN
           END-IF

           MOVE SPACES TO SECURITY-EVENT-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO SE-TIMESTAMP
           SET SE-CVV-UNLOCK TO TRUE
           MOVE CUST-HOLDERID OF CUSTOMER-RECORD TO SE-HOLDERID
           MOVE WS-SIGNON-ID TO SE-OPERATOR-ID
           MOVE WS-OLD-FAIL-COUNT TO SE-FAIL-COUNT
           MOVE WS-REASON-ENTRY TO SE-REASON
           WRITE SECURITY-EVENT-RECORD
           IF WS-SECLOG-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write security log, status "
                      WS-SECLOG-STATUS
              CLOSE CUSTOMER-MASTER SECURITY-LOG
              STOP RUN
           END-IF.
