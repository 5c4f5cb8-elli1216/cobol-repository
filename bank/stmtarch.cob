       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

      *> archived TRANLOG entries are read as a plain line in the
      *> ARCHREC layout tranarch.cob archives in, and moved across
      *> into TRAN-RECORD an entry at a time.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE             PIC X(100).

       FD  CARRYFWD-FILE.
       01  CARRYFWD-LINE            PIC X(40).

       01 WS-ARCHIVE-NAME           PIC X(30).

       COPY TRANREC.

       COPY ARCHREC.

       COPY CARRYFWD.

       01 WS-PARAM.
                 STOP RUN
              END-IF

              PERFORM 0415-READ-ARCHIVE-ENTRY
              PERFORM UNTIL ARCH-EOF
                 IF TRAN-HOLDERID = WS-PARAM-HOLDERID
                    AND TRAN-ACCOUNT-TYPE = WS-PARAM-ACCOUNT-TYPE
                    PERFORM 0420-APPLY-ONE-ENTRY
                 END-IF
                 PERFORM 0415-READ-ARCHIVE-ENTRY
              END-PERFORM
              CLOSE ARCHIVE-FILE
           END-IF.

       0415-READ-ARCHIVE-ENTRY.
           READ ARCHIVE-FILE INTO ARCHIVE-RECORD
               AT END SET ARCH-EOF TO TRUE
               NOT AT END
                  MOVE ARC-HOLDERID TO TRAN-HOLDERID
                  MOVE ARC-ACCOUNT-TYPE TO TRAN-ACCOUNT-TYPE
                  MOVE ARC-TRAN-TYPE TO TRAN-TYPE
                  MOVE ARC-AMOUNT TO TRAN-AMOUNT
                  MOVE ARC-TIMESTAMP TO TRAN-TIMESTAMP
                  MOVE ARC-REF-TIMESTAMP TO TRAN-REF-TIMESTAMP
                  MOVE ARC-OPERATOR-ID TO TRAN-OPERATOR-ID
                  MOVE ARC-SUPERVISOR-ID TO TRAN-SUPERVISOR-ID
           END-READ.

       0420-APPLY-ONE-ENTRY.
           EVALUATE TRUE
              WHEN WS-MODE-OPENING
               WHEN "TD-CLOSE"
               WHEN "CLOSE-INT"
               WHEN "REVERSAL-CR"
               WHEN "LOAN-DISB"
                  ADD TRAN-AMOUNT TO WS-OPENING-BALANCE
               WHEN "WITHDRAW"
               WHEN "TRANSFER-OUT"
               WHEN "OD-FEE"
               WHEN "FEE-MAINT"
               WHEN "FEE-MINBAL"
               WHEN "FEE-RETITEM"
               WHEN "LOAN-INT"
               WHEN "LOAN-PRIN"
               WHEN "ESCHEAT"
                  SUBTRACT TRAN-AMOUNT FROM WS-OPENING-BALANCE
               WHEN OTHER
                  CONTINUE
               WHEN "TD-CLOSE"
               WHEN "CLOSE-INT"
               WHEN "REVERSAL-CR"
               WHEN "LOAN-DISB"
                  ADD TRAN-AMOUNT TO WS-RUNNING-BALANCE
               WHEN "WITHDRAW"
               WHEN "TRANSFER-OUT"
               WHEN "OD-FEE"
               WHEN "FEE-MAINT"
               WHEN "FEE-MINBAL"
               WHEN "FEE-RETITEM"
               WHEN "LOAN-INT"
               WHEN "LOAN-PRIN"
               WHEN "ESCHEAT"
                  SUBTRACT TRAN-AMOUNT FROM WS-RUNNING-BALANCE
               WHEN OTHER
                  CONTINUE
