               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY OF TRAN-RECORD
               ALTERNATE RECORD KEY IS TRAN-BUSINESS-DATE
                   OF TRAN-RECORD WITH DUPLICATES
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ODINTRPT.RPT"
       01  REPORT-LINE              PIC X(90).

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
                 MOVE "ODINT" TO TRAN-OPERATOR-ID
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

                 PERFORM 0250-NOTE-CHARGE
                 ADD 1 TO WS-CHARGED-COUNT
           MOVE ZERO TO WS-CHG-MTD (WS-CHG-IDX).

      *> the month's OD-INTEREST per charged account off the live
      *> TRANLOG, tonight's postings included -- read on the business
      *> date key from the first of the month to the end of it.
       0300-TALLY-MONTH-TO-DATE.
           COMPUTE TRAN-BUSINESS-DATE = WS-BUSINESS-YYYYMM * 100 + 1
           START TRANLOG-FILE KEY NOT < TRAN-BUSINESS-DATE
               INVALID KEY SET TRAN-EOF TO TRUE
           END-START
           PERFORM 0310-READ-MONTH-ENTRY

           PERFORM UNTIL TRAN-EOF
              IF TRAN-TYPE = "OD-INTEREST"
                 SET WS-CHG-IDX TO 1
                 PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                          UNTIL WS-CHG-IDX > WS-CHG-COUNT
                    END-IF
                 END-PERFORM
              END-IF
              PERFORM 0310-READ-MONTH-ENTRY
           END-PERFORM

           CLOSE TRANLOG-FILE.

       0310-READ-MONTH-ENTRY.
           IF NOT TRAN-EOF
              READ TRANLOG-FILE NEXT
                  AT END SET TRAN-EOF TO TRUE
              END-READ
           END-IF
           IF NOT TRAN-EOF
              AND TRAN-TIMESTAMP (1:6) NOT = WS-BUSINESS-YYYYMM
              SET TRAN-EOF TO TRUE
           END-IF.

       0400-PRINT-REPORT.
           SET WS-CHG-IDX TO 1
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
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
                 IF RC-ODINT-STATUS = "COMPLETE" AND NOT WS-OVERRIDE
                    DISPLAY "REFUSED: overdraft debit interest "
