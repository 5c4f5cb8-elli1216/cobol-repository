       IDENTIFICATION DIVISION.
       PROGRAM-ID. amlcase.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * AML case disposition. A compliance officer lists the cases
      * amlscan.cob opened that are still unresolved, or takes one
      * case, reviews its rule, amounts and contributing TRANLOG
      * entries, and records the disposition against it:
      *   (C)leared   -- reviewed, nothing suspicious;
      *   (E)scalated -- referred up; still unresolved, and later
      *                  cleared or filed like an open case;
      *   (F)iled     -- a suspicious activity report was filed.
      * Cleared and filed cases are final. The disposition date,
      * officer and a note are kept on the case, and AMLCASE.DAT is
      * rewritten.
      *
      * Prompts: compliance officer sign-on, then (L)ist or
      * (D)ispose; for a disposition the case number, the
      * disposition code and a note (40 characters).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO "AMLCASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE.
       COPY AMLCASE.

       FD  OPERMAST-FILE.
       COPY OPERREC.

       WORKING-STORAGE SECTION.
       01 WS-CASE-STATUS            PIC XX.
       01 WS-CASE-EOF-FLAG          PIC X VALUE "N".
           88 CASE-EOF                 VALUE "Y".

       01 WS-OPERMAST-STATUS        PIC XX.
       01 WS-SIGNON-ID              PIC X(08).
       01 WS-SIGNON-PASSWORD        PIC X(08).
       01 WS-SIGNON-OK-FLAG         PIC X VALUE "N".
           88 WS-SIGNON-OK             VALUE "Y".
       01 WS-OPERMAST-EOF-FLAG      PIC X VALUE "N".
           88 OPERMAST-EOF              VALUE "Y".

       01 WS-ACTION-ENTRY           PIC X(01).
           88 WS-ACTION-LIST          VALUE "L".
           88 WS-ACTION-DISPOSE       VALUE "D".
       01 WS-CASE-ID-ENTRY          PIC 9(08).
       01 WS-DISP-ENTRY             PIC X(01).
           88 WS-DISP-VALID           VALUES "C", "E", "F".
       01 WS-NOTE-ENTRY             PIC X(40).
       01 WS-CONFIRM-ENTRY          PIC X(01).

      *> the case file, held whole and rewritten after a disposition.
       01 WS-AC-TABLE.
           05 WS-AC-COUNT           PIC 9(05) VALUE ZERO.
           05 WS-AC-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-AC-IDX.
               10 WS-AC-IMAGE           PIC X(350).

       01 WS-FOUND-FLAG             PIC X.
           88 WS-FOUND                 VALUE "Y".
       01 WS-SUB                    PIC 9(02).
       01 WS-LISTED-COUNT           PIC 9(05) VALUE ZERO.
       01 WS-DISPLAY-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-STATUS-TEXT            PIC X(09).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-OPERATOR-SIGNON
           PERFORM 0100-LOAD-CASES

           DISPLAY "AML CASE DISPOSITION"
           DISPLAY "(L)ist unresolved or (D)ispose? "
                   WITH NO ADVANCING
           ACCEPT WS-ACTION-ENTRY

           EVALUATE TRUE
              WHEN WS-ACTION-LIST
                 PERFORM 1000-LIST-UNRESOLVED
              WHEN WS-ACTION-DISPOSE
                 PERFORM 2000-DISPOSE-CASE
              WHEN OTHER
                 DISPLAY "Unknown action; nothing done."
           END-EVALUATE
           STOP RUN.

      *> sign-on against the operator security master -- this
      *> terminal takes compliance officers only; case dispositions
      *> are not a branch decision. No master at all means security
      *> has never been set up: refuse and point the operator at
      *> opermnt.
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
                 AND OP-IS-COMPLIANCE
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

       0100-LOAD-CASES.
           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS = "35"
              DISPLAY "No AML cases on file."
              STOP RUN
           END-IF
           IF WS-CASE-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open AML case file, status "
                      WS-CASE-STATUS
              STOP RUN
           END-IF

           READ CASE-FILE
               AT END SET CASE-EOF TO TRUE
           END-READ
           PERFORM UNTIL CASE-EOF
              IF WS-AC-COUNT NOT < 5000
                 DISPLAY "ERROR: Case table full (5000 cases). "
                         "Increase WS-AC-ENTRY OCCURS and recompile."
                 STOP RUN
              END-IF
              ADD 1 TO WS-AC-COUNT
              SET WS-AC-IDX TO WS-AC-COUNT
              MOVE AML-CASE-RECORD TO WS-AC-IMAGE (WS-AC-IDX)
              READ CASE-FILE
                  AT END SET CASE-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE CASE-FILE.

       1000-LIST-UNRESOLVED.
           SET WS-AC-IDX TO 1
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                    UNTIL WS-AC-IDX > WS-AC-COUNT
              MOVE WS-AC-IMAGE (WS-AC-IDX) TO AML-CASE-RECORD
              IF AC-IS-UNRESOLVED
                 PERFORM 1100-SET-STATUS-TEXT
                 MOVE AC-TOTAL-AMOUNT TO WS-DISPLAY-AMOUNT
                 DISPLAY AC-CASE-ID "  " AC-RULE-CODE "  "
                         AC-HOLDERID "  OPENED " AC-OPEN-DATE "  "
                         WS-STATUS-TEXT WS-DISPLAY-AMOUNT
                 ADD 1 TO WS-LISTED-COUNT
              END-IF
           END-PERFORM
           DISPLAY "Unresolved cases: " WS-LISTED-COUNT.

       1100-SET-STATUS-TEXT.
           EVALUATE TRUE
              WHEN AC-IS-OPEN
                 MOVE "OPEN" TO WS-STATUS-TEXT
              WHEN AC-IS-ESCALATED
                 MOVE "ESCALATED" TO WS-STATUS-TEXT
              WHEN AC-IS-CLEARED
                 MOVE "CLEARED" TO WS-STATUS-TEXT
              WHEN AC-IS-FILED
                 MOVE "FILED" TO WS-STATUS-TEXT
              WHEN OTHER
                 MOVE "UNKNOWN" TO WS-STATUS-TEXT
           END-EVALUATE.

       2000-DISPOSE-CASE.
           DISPLAY "Case number: " WITH NO ADVANCING
           ACCEPT WS-CASE-ID-ENTRY

           MOVE "N" TO WS-FOUND-FLAG
           SET WS-AC-IDX TO 1
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                    UNTIL WS-AC-IDX > WS-AC-COUNT
              MOVE WS-AC-IMAGE (WS-AC-IDX) TO AML-CASE-RECORD
              IF AC-CASE-ID = WS-CASE-ID-ENTRY
                 SET WS-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF NOT WS-FOUND
              DISPLAY "Case not on file; nothing done."
           ELSE
              PERFORM 2100-SHOW-CASE
              IF NOT AC-IS-UNRESOLVED
                 DISPLAY "Case is already disposed of; nothing done."
              ELSE
                 PERFORM 2200-RECORD-DISPOSITION
              END-IF
           END-IF.

       2100-SHOW-CASE.
           PERFORM 1100-SET-STATUS-TEXT
           DISPLAY "-----------------------------------------"
           DISPLAY "CASE " AC-CASE-ID "  RULE " AC-RULE-CODE
                   "  STATUS " WS-STATUS-TEXT
           DISPLAY "HOLDER " AC-HOLDERID "  ACCOUNT " AC-ACCOUNT-TYPE
                   "  PAYEE HOLDER " AC-COUNTERPART
           MOVE AC-TOTAL-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY "OPENED " AC-OPEN-DATE "  ENTRIES " AC-ENTRY-COUNT
                   "  AMOUNT " WS-DISPLAY-AMOUNT
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
              IF AC-ENT-TIMESTAMP (WS-SUB) NOT = ZERO
                 MOVE AC-ENT-AMOUNT (WS-SUB) TO WS-DISPLAY-AMOUNT
                 DISPLAY "  " AC-ENT-TIMESTAMP (WS-SUB) "  "
                         AC-ENT-ACCOUNT-TYPE (WS-SUB) "  "
                         AC-ENT-TYPE (WS-SUB) WS-DISPLAY-AMOUNT
              END-IF
           END-PERFORM
           IF AC-ENTRY-COUNT > 5
              DISPLAY "  (first five of " AC-ENTRY-COUNT " entries)"
           END-IF
           IF AC-DISP-DATE NOT = ZERO
              DISPLAY "LAST ACTION " AC-DISP-DATE " BY "
                      AC-DISP-OFFICER ": " AC-DISP-NOTE
           END-IF.

       2200-RECORD-DISPOSITION.
           DISPLAY "(C)leared, (E)scalated or (F)iled: "
                   WITH NO ADVANCING
           ACCEPT WS-DISP-ENTRY
           IF NOT WS-DISP-VALID
              DISPLAY "Unknown disposition; nothing done."
           ELSE
              IF WS-DISP-ENTRY = "E" AND AC-IS-ESCALATED
                 DISPLAY "Case is already escalated; nothing done."
              ELSE
                 DISPLAY "Note: " WITH NO ADVANCING
                 ACCEPT WS-NOTE-ENTRY
                 DISPLAY "Confirm (Y/N): " WITH NO ADVANCING
                 ACCEPT WS-CONFIRM-ENTRY
                 IF WS-CONFIRM-ENTRY NOT = "Y"
                    DISPLAY "Disposition cancelled."
                 ELSE
                    MOVE WS-DISP-ENTRY TO AC-STATUS
                    MOVE FUNCTION CURRENT-DATE(1:8) TO AC-DISP-DATE
                    MOVE WS-SIGNON-ID TO AC-DISP-OFFICER
                    MOVE WS-NOTE-ENTRY TO AC-DISP-NOTE
                    MOVE AML-CASE-RECORD TO WS-AC-IMAGE (WS-AC-IDX)
                    PERFORM 2300-REWRITE-CASES
                    PERFORM 1100-SET-STATUS-TEXT
                    DISPLAY "Case " AC-CASE-ID " recorded "
                            WS-STATUS-TEXT "."
                 END-IF
              END-IF
           END-IF.

       2300-REWRITE-CASES.
           OPEN OUTPUT CASE-FILE
           IF WS-CASE-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to rewrite AML case file, "
                      "status " WS-CASE-STATUS
              STOP RUN
           END-IF
           SET WS-AC-IDX TO 1
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                    UNTIL WS-AC-IDX > WS-AC-COUNT
              MOVE WS-AC-IMAGE (WS-AC-IDX) TO AML-CASE-RECORD
              WRITE AML-CASE-RECORD
           END-PERFORM
           CLOSE CASE-FILE.
