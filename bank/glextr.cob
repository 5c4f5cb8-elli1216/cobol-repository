      * GLPARAM.DAT: one line per TRAN-TYPE --
      *   type (12) | debit GL account (8) | credit GL account (8)
      * A TRAN-TYPE on the log with no parameter line is counted,
      * reported and left out of the extract. Payroll credits posted
      * under the DIRDEP channel identity are mapped through the
      * line for type DIRDEP when there is one, so they can clear to
      * their own GL account; without it they map as any DEPOSIT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY OF TRAN-RECORD
               ALTERNATE RECORD KEY IS TRAN-BUSINESS-DATE
                   OF TRAN-RECORD WITH DUPLICATES
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT GLPARAM-FILE ASSIGN TO "GLPARAM.DAT"
               10 WS-MAP-DEBIT-ACCT     PIC 9(08).
               10 WS-MAP-CREDIT-ACCT    PIC 9(08).

      *> the map line looked for: the TRAN-TYPE, or the channel for a
      *> channel that maps on its own.
       01 WS-MAP-KEY                PIC X(12).

       01 WS-MAP-FOUND-FLAG         PIC X.
           88 WS-MAP-FOUND             VALUE "Y".

       01 WS-COUNTERS.
           05 WS-EXTRACT-COUNT      PIC 9(08) VALUE ZERO.
           05 WS-UNMAPPED-COUNT     PIC 9(08) VALUE ZERO.
           05 WS-DEBIT-TOTAL        PIC 9(12)V99 VALUE ZERO.
           05 WS-CREDIT-TOTAL       PIC 9(12)V99 VALUE ZERO.

               AT END SET PARAM-EOF TO TRUE
           END-READ

      *> only the business date's entries are wanted -- start on the
      *> date key and read until the date moves on.
           MOVE WS-PARAM-BUSINESS-DATE TO TRAN-BUSINESS-DATE
           START TRANLOG-FILE KEY NOT < TRAN-BUSINESS-DATE
               INVALID KEY SET TRAN-EOF TO TRUE
           END-START
           PERFORM 0350-READ-DAY-ENTRY.

       0200-LOAD-PARAM-TABLE.
           IF WS-MAP-COUNT NOT < 50
           END-READ.

       0300-EXTRACT-TRANLOG.
           PERFORM 0400-MAP-AND-WRITE
           PERFORM 0350-READ-DAY-ENTRY.

       0350-READ-DAY-ENTRY.
           IF NOT TRAN-EOF
              READ TRANLOG-FILE NEXT
                  AT END SET TRAN-EOF TO TRUE
              END-READ
           END-IF
           IF NOT TRAN-EOF
              AND TRAN-BUSINESS-DATE NOT = WS-PARAM-BUSINESS-DATE
              SET TRAN-EOF TO TRUE
           END-IF.

       0400-MAP-AND-WRITE.
           MOVE "N" TO WS-MAP-FOUND-FLAG
           IF TRAN-OPERATOR-ID = "DIRDEP"
              MOVE "DIRDEP" TO WS-MAP-KEY
              PERFORM 0410-FIND-MAPPING
           END-IF
           IF NOT WS-MAP-FOUND
              MOVE TRAN-TYPE TO WS-MAP-KEY
              PERFORM 0410-FIND-MAPPING
           END-IF

           IF NOT WS-MAP-FOUND
              ADD 1 TO WS-UNMAPPED-COUNT
              ADD TRAN-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.

       0410-FIND-MAPPING.
           SET WS-MAP-IDX TO 1
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                    UNTIL WS-MAP-IDX > WS-MAP-COUNT
              IF WS-MAP-TRAN-TYPE (WS-MAP-IDX) = WS-MAP-KEY
                 SET WS-MAP-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       0900-FINALIZE.
           MOVE WS-EXTRACT-COUNT TO GLT-RECORD-COUNT
           MOVE WS-DEBIT-TOTAL TO GLT-DEBIT-TOTAL
           DISPLAY "GL extract complete for " WS-PARAM-BUSINESS-DATE
           DISPLAY "  Extracted: " WS-EXTRACT-COUNT
           DISPLAY "  Unmapped:  " WS-UNMAPPED-COUNT
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
              DISPLAY "*** WARNING: DEBIT/CREDIT HASH TOTALS DO NOT "
                      "BALANCE ***"
