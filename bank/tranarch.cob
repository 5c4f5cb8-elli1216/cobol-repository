      ******************************************************************
      * Month-end TRANLOG archive and rollover. Cuts every TRANLOG
      * entry dated in or before the parameter month off to a dated
      * archive file (TRANARCH.YYYYMM.DAT), deletes them from the
      * indexed TRANLOG.DAT so it holds only the open months, and
      * maintains one carry-forward balance record per
      * HOLDERID+ACCOUNT-TYPE in CARRYFWD.DAT so statement.cob and
      * eodrecon.cob start from the carry-forward instead of
      * replaying history back to account opening. The log is read
      * on its business-date key, so the archived months come off
      * the front of it in date order, and every archive is written
      * in the sequential ARCHREC layout the log had before it was
      * indexed, with each entry's sequence number and chain hash
      * carried across so tranvrfy.cob can check the archived
      * months in the same chain as the live log.
      *
      * SYSIN: cutoff month (YYYYMM) -- everything dated in or before
      * it is archived -- and the operator override flag. Run after
               FILE STATUS IS WS-ACCT-STATUS.

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
       COPY TRANREC.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE             PIC X(100).

       FD  CARRYFWD-FILE.
       01  CARRYFWD-LINE            PIC X(40).
       01 WS-ACCT-STATUS            PIC XX.
       01 WS-TRANLOG-STATUS         PIC XX.
       01 WS-ARCHIVE-STATUS         PIC XX.
       01 WS-CARRYFWD-STATUS        PIC XX.

       01 WS-ARCHIVE-NAME           PIC X(30).

       COPY CARRYFWD.

       COPY ARCHREC.

       01 WS-FLAGS.
           05 WS-TRAN-EOF-FLAG       PIC X VALUE "N".
               88 TRAN-EOF                VALUE "Y".
           05 WS-CF-EOF-FLAG         PIC X VALUE "N".
               88 CF-EOF                  VALUE "Y".

       01 WS-PARAM.
           05 WS-PARAM-CUTOFF-YYYYMM PIC 9(06).
           PERFORM 0050-CHECK-RERUN
           PERFORM 0100-INITIALIZE
           PERFORM 0200-LOAD-PRIOR-CARRYFWD
           PERFORM 0300-ARCHIVE-ENTRY UNTIL TRAN-EOF
           PERFORM 0500-DELETE-ARCHIVED
           PERFORM 0600-WRITE-CARRYFWD
           PERFORM 0900-FINALIZE
           STOP RUN.
              STOP RUN
           END-IF

           OPEN I-O TRANLOG-FILE
           IF WS-TRANLOG-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open transaction log, status "
                      WS-TRANLOG-STATUS
              STOP RUN
           END-IF

           MOVE ZERO TO TRAN-BUSINESS-DATE
           START TRANLOG-FILE KEY NOT < TRAN-BUSINESS-DATE
               INVALID KEY SET TRAN-EOF TO TRUE
           END-START
           PERFORM 0350-READ-CUT-ENTRY.

      *> prior archive cuts already folded their months into
      *> CARRYFWD.DAT -- prime the table from it so this cut only
              CLOSE CARRYFWD-FILE
           END-IF.

       0300-ARCHIVE-ENTRY.
           MOVE TRAN-HOLDERID TO ARC-HOLDERID
           MOVE TRAN-ACCOUNT-TYPE TO ARC-ACCOUNT-TYPE
           MOVE TRAN-TYPE TO ARC-TRAN-TYPE
           MOVE TRAN-AMOUNT TO ARC-AMOUNT
           MOVE TRAN-TIMESTAMP TO ARC-TIMESTAMP
           MOVE TRAN-REF-TIMESTAMP TO ARC-REF-TIMESTAMP
           MOVE TRAN-OPERATOR-ID TO ARC-OPERATOR-ID
           MOVE TRAN-SUPERVISOR-ID TO ARC-SUPERVISOR-ID
           MOVE TRAN-SEQUENCE-NO TO ARC-SEQUENCE-NO
           MOVE TRAN-CHAIN-HASH TO ARC-CHAIN-HASH
           WRITE ARCHIVE-LINE FROM ARCHIVE-RECORD
           ADD 1 TO WS-ARCHIVED-COUNT
           PERFORM 0400-APPLY-TO-CARRYFWD

           PERFORM 0350-READ-CUT-ENTRY.

      *> the date key runs oldest first, so the entries being cut are
      *> the front of the log -- the first entry past the cutoff
      *> month ends the archive pass.
       0350-READ-CUT-ENTRY.
           IF NOT TRAN-EOF
              READ TRANLOG-FILE NEXT
                  AT END SET TRAN-EOF TO TRUE
              END-READ
           END-IF
           IF NOT TRAN-EOF
              AND TRAN-TIMESTAMP (1:6) > WS-PARAM-CUTOFF-YYYYMM
              SET TRAN-EOF TO TRUE
           END-IF.

       0400-APPLY-TO-CARRYFWD.
           PERFORM 0410-FIND-OR-ADD-CF-ENTRY
               WHEN "TD-CLOSE"
               WHEN "CLOSE-INT"
               WHEN "REVERSAL-CR"
               WHEN "LOAN-DISB"
                  ADD TRAN-AMOUNT TO WS-CF-BALANCE (WS-CF-IDX)
               WHEN "WITHDRAW"
               WHEN "TRANSFER-OUT"
               WHEN "OD-FEE"
               WHEN "FEE-MAINT"
               WHEN "FEE-MINBAL"
               WHEN "FEE-RETITEM"
               WHEN "LOAN-INT"
               WHEN "LOAN-PRIN"
               WHEN "ESCHEAT"
                  SUBTRACT TRAN-AMOUNT FROM WS-CF-BALANCE (WS-CF-IDX)
               WHEN OTHER
                  CONTINUE
              END-READ
           END-IF.

      *> take the archived entries off the live log: each pass
      *> starts again at the front of the date key and deletes the
      *> oldest entry until the front is an open month. What is left
      *> is counted for the operator.
       0500-DELETE-ARCHIVED.
           MOVE "N" TO WS-TRAN-EOF-FLAG
           PERFORM UNTIL TRAN-EOF
              MOVE ZERO TO TRAN-BUSINESS-DATE
              START TRANLOG-FILE KEY NOT < TRAN-BUSINESS-DATE
                  INVALID KEY SET TRAN-EOF TO TRUE
              END-START
              PERFORM 0350-READ-CUT-ENTRY
              IF NOT TRAN-EOF
                 DELETE TRANLOG-FILE RECORD
                 IF WS-TRANLOG-STATUS NOT = "00"
                    DISPLAY "ERROR: Unable to delete archived entry "
                            "from transaction log, status "
                            WS-TRANLOG-STATUS
                    STOP RUN
                 END-IF
              END-IF
           END-PERFORM

           MOVE "N" TO WS-TRAN-EOF-FLAG
           MOVE ZERO TO TRAN-BUSINESS-DATE
           START TRANLOG-FILE KEY NOT < TRAN-BUSINESS-DATE
               INVALID KEY SET TRAN-EOF TO TRUE
           END-START
           PERFORM UNTIL TRAN-EOF
              READ TRANLOG-FILE NEXT
                  AT END SET TRAN-EOF TO TRUE
                  NOT AT END ADD 1 TO WS-KEPT-COUNT
              END-READ
           END-PERFORM

           CLOSE TRANLOG-FILE.

       0600-WRITE-CARRYFWD.
           OPEN OUTPUT CARRYFWD-FILE
