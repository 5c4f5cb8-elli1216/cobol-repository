               FILE STATUS IS WS-CUST-STATUS.

           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY OF TRAN-RECORD
               ALTERNATE RECORD KEY IS TRAN-BUSINESS-DATE
                   OF TRAN-RECORD WITH DUPLICATES
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT STORD-FILE ASSIGN TO "STORD.DAT"
      *> of a transfer disbursement is validated -- both legs known
      *> good before either is written, the same discipline
      *> 3000-TRANSFER in bank.cob keeps.
       01 WS-SOURCE-ACCOUNT-REC     PIC X(62).
       01 WS-DEST-TYPE              PIC X(01).

      *> refused settlements held back and written over the queue at
              STOP RUN
           END-IF

           OPEN I-O TRANLOG-FILE
           IF WS-TRANLOG-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open transaction log, status "
                      WS-TRANLOG-STATUS
           MOVE WS-STMT-BALANCE TO SC-AMOUNT
           WRITE STMT-LINE FROM WS-STMT-OPEN-CLOSE

      *> the leg's entries sit together on the log's key, oldest
      *> first -- start at the leg and read until the key moves on.
           MOVE "N" TO WS-TRAN-EOF-FLAG
           MOVE CQ-HOLDERID TO TRAN-HOLDERID
           MOVE ACCOUNT-TYPE OF ACCOUNT-RECORD TO TRAN-ACCOUNT-TYPE
           MOVE ZERO TO TRAN-TIMESTAMP
           START TRANLOG-FILE KEY NOT < TRAN-KEY
               INVALID KEY SET TRAN-EOF TO TRUE
           END-START
           PERFORM 0670-READ-LEG-ENTRY
           PERFORM UNTIL TRAN-EOF
              PERFORM 0680-PRINT-STMT-LINE
              PERFORM 0670-READ-LEG-ENTRY
           END-PERFORM

           MOVE "--- CLOSING BALANCE ---" TO SC-LABEL
           MOVE WS-STMT-BALANCE TO SC-AMOUNT
           WRITE STMT-LINE FROM WS-STMT-OPEN-CLOSE.
              CLOSE CARRYFWD-FILE
           END-IF.

       0670-READ-LEG-ENTRY.
           IF NOT TRAN-EOF
              READ TRANLOG-FILE NEXT
                  AT END SET TRAN-EOF TO TRUE
              END-READ
           END-IF
           IF NOT TRAN-EOF
              IF TRAN-HOLDERID NOT = CQ-HOLDERID
                 OR TRAN-ACCOUNT-TYPE
                    NOT = ACCOUNT-TYPE OF ACCOUNT-RECORD
                 SET TRAN-EOF TO TRUE
              END-IF
           END-IF.

       0680-PRINT-STMT-LINE.
           EVALUATE TRAN-TYPE
               WHEN "DEPOSIT"
               WHEN "TD-CLOSE"
               WHEN "CLOSE-INT"
               WHEN "REVERSAL-CR"
               WHEN "LOAN-DISB"
                  ADD TRAN-AMOUNT TO WS-STMT-BALANCE
               WHEN "WITHDRAW"
               WHEN "TRANSFER-OUT"
               WHEN "OD-FEE"
               WHEN "FEE-MAINT"
               WHEN "FEE-MINBAL"
               WHEN "FEE-RETITEM"
               WHEN "LOAN-INT"
               WHEN "LOAN-PRIN"
               WHEN "ESCHEAT"
                  SUBTRACT TRAN-AMOUNT FROM WS-STMT-BALANCE
               WHEN OTHER
                  CONTINUE
           MOVE ZERO TO TRAN-REF-TIMESTAMP
           MOVE "CLOSURE" TO TRAN-OPERATOR-ID
           MOVE SPACES TO TRAN-SUPERVISOR-ID
      *> interest, fee and payout all land on the leg in the same
      *> second -- each steps on to the next free timestamp.
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
           END-IF.
