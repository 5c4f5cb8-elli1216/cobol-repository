      *> authorized, and every live account converts as OPEN.
           MOVE ZERO TO OVERDRAFT-LIMIT OF ACCOUNT-RECORD
           MOVE "O" TO ACCT-STATUS OF ACCOUNT-RECORD
           MOVE ZERO TO CASH-DAILY-LIMIT OF ACCOUNT-RECORD
           WRITE ACCOUNT-RECORD
           IF WS-ACCT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write account master, "
                  MOVE OLD-YEAROFBIRTH TO CUST-YEAROFBIRTH
                  MOVE OLD-CVV TO CUST-CVV
                  MOVE SPACES TO CUST-ADDRESS
                  INITIALIZE CUST-KYC
                  INITIALIZE CUST-SECURITY
                  WRITE CUSTOMER-RECORD
                  IF WS-CUST-STATUS NOT = "00"
                     DISPLAY "ERROR: Unable to write customer "
