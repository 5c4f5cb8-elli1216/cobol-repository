               FILE STATUS IS WS-CUST-STATUS.

           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY OF TRAN-RECORD
               ALTERNATE RECORD KEY IS TRAN-BUSINESS-DATE
                   OF TRAN-RECORD WITH DUPLICATES
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST.DAT"
           END-READ
           DISPLAY "HOLDER: " CUST-FULLNAME (1:40)

      *> the holder's entries sit together on the log's key, each
      *> leg oldest first -- start at the holder and read until the
      *> key moves on to the next one.
           MOVE WS-INQ-HOLDERID TO TRAN-HOLDERID
           MOVE LOW-VALUES TO TRAN-ACCOUNT-TYPE
           MOVE ZERO TO TRAN-TIMESTAMP
           START TRANLOG-FILE KEY NOT < TRAN-KEY
               INVALID KEY SET TRAN-EOF TO TRUE
           END-START
           PERFORM 1000-LOAD-ACTIVITY-RINGS UNTIL TRAN-EOF

           MOVE "S" TO ACCOUNT-TYPE OF ACCOUNT-RECORD


       1000-LOAD-ACTIVITY-RINGS.
           READ TRANLOG-FILE NEXT
               AT END SET TRAN-EOF TO TRUE
               NOT AT END
                  IF TRAN-HOLDERID NOT = WS-INQ-HOLDERID
                     SET TRAN-EOF TO TRUE
                  ELSE
                     IF TRAN-ACCOUNT-TYPE = "C"
                        SET WS-RING-IDX TO 2
                     ELSE
