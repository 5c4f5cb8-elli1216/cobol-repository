      * Adds open a new HOLDERID+ACCOUNT-TYPE record, Changes amend the
      * holder details, Deletes close the account. Duplicates, unknown
      * keys and malformed input land in ACCTREJ.DAT with a reason.
      * The customer due-diligence (KYC) columns at the end of the
      * line -- ID document type and number, its expiry, the risk
      * rating and the next review date -- are applied to the
      * customer record where present; a blank column leaves what is
      * on file. The last column is the account's own daily cash
      * withdrawal limit; zero means the product default off
      * CASHLIM.PRM. Blank gives the default on Add and Reopen and
      * keeps the limit on file on Change; keying zero on a Change
      * removes an override.
      ******************************************************************

      ******************************************************************
      *              status OPEN, and a Delete now marks the record
      *              CLOSED instead of physically deleting it, so a
      *              closed account keeps its history.
      * 2026-10-15 - KYC columns (ID document type, number and expiry,
      *              risk rating, next review date) added to the end
      *              of the transaction layout and kept on the
      *              customer record; a blank column leaves the value
      *              on file, so a Change without them clears nothing.
      * 2026-10-15 - a new customer record starts with no CVV failures
      *              and no lock; Change leaves both as bank.cob and
      *              cvvunlk.cob set them.
      * 2026-10-15 - daily cash withdrawal limit column added to the
      *              end of the transaction layout and applied to the
      *              account on Add, Reopen and Change like the other
      *              terms; blank means the product default.
      * 2026-10-15 - a blank cash limit on Change keeps the limit on
      *              file instead of dropping the account's override.
      ******************************************************************

       ENVIRONMENT DIVISION.
       COPY CUSTREC.

       FD  MAINT-FILE.
       01 MAINT-RECORD              PIC X(236).

       FD  REJECT-FILE.
       01 REJECT-RECORD.
                                    PIC 9(8)V99.
           05 FILLER                PIC X(01).
           05 WS-IN-ADDRESS         PIC X(80).
      *> KYC columns: each may be left blank to keep what is on the
      *> customer record.
           05 FILLER                PIC X(01).
           05 WS-IN-ID-DOC-TYPE     PIC X(02).
           05 FILLER                PIC X(01).
           05 WS-IN-ID-DOC-NUMBER   PIC X(20).
           05 FILLER                PIC X(01).
           05 WS-IN-ID-EXPIRY       PIC X(08).
           05 WS-IN-ID-EXPIRY-N REDEFINES WS-IN-ID-EXPIRY
                                    PIC 9(08).
           05 FILLER                PIC X(01).
           05 WS-IN-RISK-RATING     PIC X(01).
           05 FILLER                PIC X(01).
           05 WS-IN-NEXT-REVIEW     PIC X(08).
           05 WS-IN-NEXT-REVIEW-N REDEFINES WS-IN-NEXT-REVIEW
                                    PIC 9(08).
      *> account's own daily cash limit; blank = product default.
           05 FILLER                PIC X(01).
           05 WS-IN-CASH-LIMIT      PIC X(10).
           05 WS-IN-CASH-LIMIT-N REDEFINES WS-IN-CASH-LIMIT
                                    PIC 9(8)V99.

       01 WS-REJECT-FLAG            PIC X(01) VALUE "N".
           88 WS-REJECTED               VALUE "Y".
                    END-IF
                 END-IF
              END-IF
           END-IF

      *> likewise the cash limit column: blank keeps the account on
      *> the product default (on Change, on the limit it already
      *> has), anything present must be numeric.
           IF NOT WS-REJECTED AND NOT WS-TXN-DELETE
              IF WS-IN-CASH-LIMIT NOT = SPACES
                 AND WS-IN-CASH-LIMIT NOT NUMERIC
                 MOVE "NON-NUMERIC CASH LMT" TO WS-REJECT-REASON
                 SET WS-REJECTED TO TRUE
              END-IF
           END-IF

           IF NOT WS-REJECTED AND NOT WS-TXN-DELETE
              PERFORM 1550-VALIDATE-KYC
           END-IF.

      *> the KYC columns are optional, but what is there must be
      *> good: a known document type, real dates, a known rating.
       1550-VALIDATE-KYC.
           IF WS-IN-ID-DOC-TYPE NOT = SPACES
              AND WS-IN-ID-DOC-TYPE NOT = "PP"
              AND WS-IN-ID-DOC-TYPE NOT = "DL"
              AND WS-IN-ID-DOC-TYPE NOT = "NI"
              MOVE "INVALID ID DOC TYPE" TO WS-REJECT-REASON
              SET WS-REJECTED TO TRUE
           END-IF

           IF NOT WS-REJECTED AND WS-IN-ID-EXPIRY NOT = SPACES
              IF WS-IN-ID-EXPIRY NOT NUMERIC
                 MOVE "NON-NUMERIC ID EXP" TO WS-REJECT-REASON
                 SET WS-REJECTED TO TRUE
              ELSE
                 IF FUNCTION TEST-DATE-YYYYMMDD (WS-IN-ID-EXPIRY-N)
                    NOT = ZERO
                    MOVE "INVALID ID EXPIRY" TO WS-REJECT-REASON
                    SET WS-REJECTED TO TRUE
                 END-IF
              END-IF
           END-IF

           IF NOT WS-REJECTED AND WS-IN-RISK-RATING NOT = SPACE
              IF WS-IN-RISK-RATING NOT = "L"
                 AND WS-IN-RISK-RATING NOT = "M"
                 AND WS-IN-RISK-RATING NOT = "H"
                 MOVE "INVALID RISK RATING" TO WS-REJECT-REASON
                 SET WS-REJECTED TO TRUE
              END-IF
           END-IF

           IF NOT WS-REJECTED AND WS-IN-NEXT-REVIEW NOT = SPACES
              IF WS-IN-NEXT-REVIEW NOT NUMERIC
                 MOVE "NON-NUMERIC REVIEW" TO WS-REJECT-REASON
                 SET WS-REJECTED TO TRUE
              ELSE
                 IF FUNCTION TEST-DATE-YYYYMMDD (WS-IN-NEXT-REVIEW-N)
                    NOT = ZERO
                    MOVE "INVALID REVIEW DATE" TO WS-REJECT-REASON
                    SET WS-REJECTED TO TRUE
                 END-IF
              END-IF
           END-IF.

       2700-WRITE-REJECT-RECORD.
                 MOVE WS-IN-OVERDRAFT-LIM-N
                      TO OVERDRAFT-LIMIT OF ACCOUNT-RECORD
              END-IF
              IF WS-IN-CASH-LIMIT = SPACES
                 MOVE ZERO TO CASH-DAILY-LIMIT OF ACCOUNT-RECORD
              ELSE
                 MOVE WS-IN-CASH-LIMIT-N
                      TO CASH-DAILY-LIMIT OF ACCOUNT-RECORD
              END-IF

              WRITE ACCOUNT-RECORD
              IF WS-ACCT-STATUS NOT = "00"
              MOVE WS-IN-OVERDRAFT-LIM-N
                   TO OVERDRAFT-LIMIT OF ACCOUNT-RECORD
           END-IF
           IF WS-IN-CASH-LIMIT = SPACES
              MOVE ZERO TO CASH-DAILY-LIMIT OF ACCOUNT-RECORD
           ELSE
              MOVE WS-IN-CASH-LIMIT-N
                   TO CASH-DAILY-LIMIT OF ACCOUNT-RECORD
           END-IF

           REWRITE ACCOUNT-RECORD
           IF WS-ACCT-STATUS NOT = "00"
           READ CUSTOMER-MASTER
               INVALID KEY
                  PERFORM 6060-BUILD-CUSTOMER-FIELDS
                  INITIALIZE CUST-KYC
                  INITIALIZE CUST-SECURITY
                  PERFORM 6070-APPLY-KYC-FIELDS
                  WRITE CUSTOMER-RECORD
                  IF WS-CUST-STATUS NOT = "00"
                     DISPLAY "ERROR: Unable to write customer "
           MOVE WS-IN-CVV-N TO CUST-CVV
           MOVE WS-IN-ADDRESS TO CUST-ADDRESS.

      *> only the KYC columns keyed on the line move -- a blank one
      *> keeps what the customer record already holds.
       6070-APPLY-KYC-FIELDS.
           IF WS-IN-ID-DOC-TYPE NOT = SPACES
              MOVE WS-IN-ID-DOC-TYPE TO CUST-ID-DOC-TYPE
           END-IF
           IF WS-IN-ID-DOC-NUMBER NOT = SPACES
              MOVE WS-IN-ID-DOC-NUMBER TO CUST-ID-DOC-NUMBER
           END-IF
           IF WS-IN-ID-EXPIRY NOT = SPACES
              MOVE WS-IN-ID-EXPIRY-N TO CUST-ID-EXPIRY-DATE
           END-IF
           IF WS-IN-RISK-RATING NOT = SPACE
              MOVE WS-IN-RISK-RATING TO CUST-RISK-RATING
           END-IF
           IF WS-IN-NEXT-REVIEW NOT = SPACES
              MOVE WS-IN-NEXT-REVIEW-N TO CUST-NEXT-REVIEW-DATE
           END-IF.

       6100-CHANGE-ACCOUNT.
           MOVE WS-IN-HOLDERID TO HOLDERID OF ACCOUNT-RECORD
           MOVE WS-IN-ACCOUNT-TYPE TO ACCOUNT-TYPE OF ACCOUNT-RECORD
           ELSE
      *> Changes amend the holder's customer record and the account's
      *> terms only -- balances stay where teller and batch postings
      *> have put them. A blank cash limit keeps the one on file, so
      *> an override survives a Change that does not mention it.
              MOVE WS-IN-MINIMUM-BAL-N
                   TO MINIMUM-BALANCE OF ACCOUNT-RECORD
              IF WS-IN-OVERDRAFT-LIM = SPACES
                 MOVE WS-IN-OVERDRAFT-LIM-N
                      TO OVERDRAFT-LIMIT OF ACCOUNT-RECORD
              END-IF
              IF WS-IN-CASH-LIMIT NOT = SPACES
                 MOVE WS-IN-CASH-LIMIT-N
                      TO CASH-DAILY-LIMIT OF ACCOUNT-RECORD
              END-IF

              REWRITE ACCOUNT-RECORD
              IF WS-ACCT-STATUS NOT = "00"
           READ CUSTOMER-MASTER
               INVALID KEY
                  PERFORM 6060-BUILD-CUSTOMER-FIELDS
                  INITIALIZE CUST-KYC
                  INITIALIZE CUST-SECURITY
                  PERFORM 6070-APPLY-KYC-FIELDS
                  WRITE CUSTOMER-RECORD
                  IF WS-CUST-STATUS NOT = "00"
                     DISPLAY "ERROR: Unable to write customer "
                  END-IF
               NOT INVALID KEY
                  PERFORM 6060-BUILD-CUSTOMER-FIELDS
                  PERFORM 6070-APPLY-KYC-FIELDS
                  REWRITE CUSTOMER-RECORD
                  IF WS-CUST-STATUS NOT = "00"
                     DISPLAY "ERROR: Unable to rewrite customer "
