      * in PAYEE.DAT, are charged against at the counter by bank.cob's
      * bill-payment option and routed on by billremit.cob's nightly
      * remittance extract. A cancelled payee stops taking new
      * payments; instructions already queued still remit. A payee
      * can be flagged to take a student-ID reference with every
      * payment (the university), which bank.cob then demands at
      * capture so the payment can be bridged onto the tuition
      * ledger.
      *
      * Prompts: (A)dd or (C)ancel, then the payee fields.
      ******************************************************************
           05 WS-ENTRY-NAME         PIC X(30).
           05 WS-ENTRY-BANK-REF     PIC X(12).
           05 WS-ENTRY-ACCOUNT-REF  PIC X(16).
           05 WS-ENTRY-REF-TYPE     PIC X(01).

      *> the payee book held in storage for the pass, then written
      *> back out whole -- the same rewrite pattern stordmnt.cob uses
           05 WS-PY-COUNT           PIC 9(03) VALUE ZERO.
           05 WS-PY-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-PY-IDX.
               10 WS-PY-IMAGE           PIC X(73).

       01 WS-DUPLICATE-FLAG         PIC X VALUE "N".
           88 WS-DUPLICATE              VALUE "Y".
           ACCEPT WS-ENTRY-BANK-REF
           DISPLAY "External account reference: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-ACCOUNT-REF
           DISPLAY "Student-ID reference with each payment (Y/N)? "
                   WITH NO ADVANCING
           ACCEPT WS-ENTRY-REF-TYPE

           IF WS-ENTRY-CODE = SPACES
              DISPLAY "Blank payee code; nothing done."
           MOVE WS-ENTRY-BANK-REF TO PY-BANK-REF
           MOVE WS-ENTRY-ACCOUNT-REF TO PY-ACCOUNT-REF
           MOVE "A" TO PY-STATUS
           IF WS-ENTRY-REF-TYPE = "Y"
              MOVE "S" TO PY-REFERENCE-TYPE
           ELSE
              MOVE SPACE TO PY-REFERENCE-TYPE
           END-IF
           WRITE PAYEE-RECORD
           IF WS-PAYEE-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write payee master, status "
