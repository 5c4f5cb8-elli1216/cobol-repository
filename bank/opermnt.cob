
      ******************************************************************
      * Operator security master maintenance. Sets up a new operator
      * (ID, password, role: teller / supervisor / inquiry-only /
      * compliance officer, and the per-transaction amount limit
      * above which a teller needs a supervisor) or revokes an
      * existing one. Operators live in
      * OPERMAST.DAT and are checked at sign-on by bank.cob and the
      * operator-facing programs.
      *
           ACCEPT WS-ENTRY-ID
           DISPLAY "Password (8 characters): " WITH NO ADVANCING
           ACCEPT WS-ENTRY-PASSWORD
           DISPLAY "Role (T)eller/(S)upervisor/(I)nquiry-only/"
                   "(C)ompliance: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-ROLE
           DISPLAY "Transaction limit (10 digits, implied pennies, "
                   "0 = none): " WITH NO ADVANCING
              STOP RUN
           END-IF
           IF WS-ENTRY-ROLE NOT = "T" AND NOT = "S" AND NOT = "I"
                            AND NOT = "C"
              DISPLAY "Invalid role; nothing done."
              STOP RUN
           END-IF
