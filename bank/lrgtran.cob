               FILE STATUS IS WS-CUST-STATUS.

           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY OF TRAN-RECORD
               ALTERNATE RECORD KEY IS TRAN-BUSINESS-DATE
                   OF TRAN-RECORD WITH DUPLICATES
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT COMPLPRM-FILE ASSIGN TO "COMPLPRM.DAT"
           WRITE REPORT-LINE FROM WS-HEADER-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADER

      *> the log is walked on its business-date key so the flagged
      *> items come out in date order, as they did off the old
      *> sequential log.
           MOVE ZERO TO TRAN-BUSINESS-DATE
           START TRANLOG-FILE KEY NOT < TRAN-BUSINESS-DATE
               INVALID KEY SET TRAN-EOF TO TRUE
           END-START
           IF NOT TRAN-EOF
              READ TRANLOG-FILE NEXT
                  AT END SET TRAN-EOF TO TRUE
              END-READ
           END-IF.

      *> only cash through the counter or the queue counts toward the
      *> reporting rules -- internal movements (transfers between a
              PERFORM 0400-ACCUMULATE-DAY-TOTAL
           END-IF

           READ TRANLOG-FILE NEXT
               AT END SET TRAN-EOF TO TRUE
           END-READ.

