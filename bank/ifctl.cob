      *   boundary 1 -- transactions queued on BATCHTRAN.DAT vs the
      *                 READ count in BATCHJRN.RPT's control footer;
      *   boundary 2 -- the footer's POSTED count vs TRANLOG entries
      *                 stamped BATCH, DIRDEP or CLEARING for the
      *                 business date (OD-FEE lines ride on top of a
      *                 posting and are not counted);
      *   boundary 3 -- TRANLOG entries for the date carrying a
      *                 GLPARAM.DAT mapping (count and amount, found
      *                 the way glextr.cob finds it) vs
      *                 the GLPOST.DAT trailer's record count and
      *                 debit hash.
      * Ends with RETURN-CODE 8 when any boundary breaks, so the
               FILE STATUS IS WS-BATCHJRN-STATUS.

           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY OF TRAN-RECORD
               ALTERNATE RECORD KEY IS TRAN-BUSINESS-DATE
                   OF TRAN-RECORD WITH DUPLICATES
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT GLPARAM-FILE ASSIGN TO "GLPARAM.DAT"
                            INDEXED BY WS-MAP-IDX.
               10 WS-MAP-TRAN-TYPE      PIC X(12).

       01 WS-MAP-KEY                PIC X(12).

       01 WS-MAP-FOUND-FLAG         PIC X.
           88 WS-MAP-FOUND             VALUE "Y".

              STOP RUN
           END-IF

      *> only the business date's entries are wanted -- start on the
      *> date key and read until the date moves on.
           MOVE WS-PARAM-BUSINESS-DATE TO TRAN-BUSINESS-DATE
           START TRANLOG-FILE KEY NOT < TRAN-BUSINESS-DATE
               INVALID KEY SET TRAN-EOF TO TRUE
           END-START
           PERFORM 0510-READ-DAY-ENTRY
           PERFORM UNTIL TRAN-EOF
              IF TRAN-TIMESTAMP (1:8) = WS-PARAM-BUSINESS-DATE
      *> fee lines ride on top of a queued posting -- the journal
      *> counted the posting, not the fee.
                 IF (TRAN-OPERATOR-ID = "BATCH"
                     OR TRAN-OPERATOR-ID = "DIRDEP"
                     OR TRAN-OPERATOR-ID = "CLEARING")
                    AND TRAN-TYPE NOT = "OD-FEE"
                    ADD 1 TO WS-BATCH-LOG-COUNT
                 END-IF
                 PERFORM 0550-TALLY-MAPPED-ENTRY
              END-IF
              PERFORM 0510-READ-DAY-ENTRY
           END-PERFORM
           CLOSE TRANLOG-FILE.

       0510-READ-DAY-ENTRY.
           IF NOT TRAN-EOF
              READ TRANLOG-FILE NEXT
                  AT END SET TRAN-EOF TO TRUE
              END-READ
           END-IF
           IF NOT TRAN-EOF
              AND TRAN-BUSINESS-DATE NOT = WS-PARAM-BUSINESS-DATE
              SET TRAN-EOF TO TRUE
           END-IF.

      *> a payroll credit maps through a DIRDEP line when finance
      *> has one, else as its TRAN-TYPE -- as glextr.cob does.
       0550-TALLY-MAPPED-ENTRY.
           MOVE "N" TO WS-MAP-FOUND-FLAG
           IF TRAN-OPERATOR-ID = "DIRDEP"
              MOVE "DIRDEP" TO WS-MAP-KEY
              PERFORM 0560-FIND-MAPPING
           END-IF
           IF NOT WS-MAP-FOUND
              MOVE TRAN-TYPE TO WS-MAP-KEY
              PERFORM 0560-FIND-MAPPING
           END-IF

           IF WS-MAP-FOUND
              ADD 1 TO WS-MAPPED-COUNT
              ADD TRAN-AMOUNT TO WS-MAPPED-AMOUNT
           END-IF.

       0560-FIND-MAPPING.
           SET WS-MAP-IDX TO 1
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                    UNTIL WS-MAP-IDX > WS-MAP-COUNT
              IF WS-MAP-TRAN-TYPE (WS-MAP-IDX) = WS-MAP-KEY
                 SET WS-MAP-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       0600-READ-GL-TRAILER.
           OPEN INPUT GLPOST-FILE
