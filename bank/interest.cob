      *              business day on the BUSCAL.DAT calendar, so the
      *              weekend and holiday nights the window skips are
      *              earned on the next run instead of lost.
      * 2026-10-15 - the INTEREST entry is numbered in the run-wide
      *              TRANLOG sequence and chained to the entry before
      *              it through transeq.cob.
      ******************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY OF TRAN-RECORD
               ALTERNATE RECORD KEY IS TRAN-BUSINESS-DATE
                   OF TRAN-RECORD WITH DUPLICATES
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
       COPY TRANREC.

       FD  RUNCTL-FILE.
       01  RUNCTL-LINE              PIC X(80).

       FD  PARAM-FILE.
       01  PARAM-LINE               PIC X(20).
              STOP RUN
           END-IF

           OPEN I-O TRANLOG-FILE
           IF WS-TRANLOG-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open transaction log, status "
                      WS-TRANLOG-STATUS
                 MOVE ZERO TO TRAN-REF-TIMESTAMP
                 MOVE "INTEREST" TO TRAN-OPERATOR-ID
                 MOVE SPACES TO TRAN-SUPERVISOR-ID
      *> a second entry on the leg in the same second steps on
      *> to the next free timestamp -- the log's key is unique.
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
                 END-IF
              END-IF
           END-IF

              MOVE "PENDING" TO RC-BILLPAY-STATUS
              MOVE "PENDING" TO RC-TERMDEP-STATUS
              MOVE "PENDING" TO RC-ODINT-STATUS
              MOVE "PENDING" TO RC-LOAN-STATUS
              PERFORM 8900-WRITE-RUN-CONTROL
           ELSE
              IF WS-RUNCTL-STATUS NOT = "00"
              MOVE "PENDING" TO RC-BILLPAY-STATUS
              MOVE "PENDING" TO RC-TERMDEP-STATUS
              MOVE "PENDING" TO RC-ODINT-STATUS
              MOVE "PENDING" TO RC-LOAN-STATUS
              READ RUNCTL-FILE INTO RUNCTL-RECORD
                  AT END CONTINUE
              END-READ
                 MOVE "PENDING" TO RC-BILLPAY-STATUS
                 MOVE "PENDING" TO RC-TERMDEP-STATUS
                 MOVE "PENDING" TO RC-ODINT-STATUS
                 MOVE "PENDING" TO RC-LOAN-STATUS
              ELSE
                 IF RC-INTEREST-STATUS = "COMPLETE" AND NOT WS-OVERRIDE
                    DISPLAY "REFUSED: interest already COMPLETE for "
