       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY OF TRAN-RECORD
               ALTERNATE RECORD KEY IS TRAN-BUSINESS-DATE
                   OF TRAN-RECORD WITH DUPLICATES
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TELLBAL.RPT"
           WRITE REPORT-LINE FROM WS-HEADER-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADER

      *> only the business date's entries are wanted -- start on the
      *> date key and read until the date moves on.
           MOVE WS-PARAM-BUSINESS-DATE TO TRAN-BUSINESS-DATE
           START TRANLOG-FILE KEY NOT < TRAN-BUSINESS-DATE
               INVALID KEY SET TRAN-EOF TO TRUE
           END-START
           PERFORM 1050-READ-DAY-ENTRY

           PERFORM 1000-TALLY-TRANLOG UNTIL TRAN-EOF
           PERFORM 2000-PRINT-OPERATORS
              END-EVALUATE
           END-IF

           PERFORM 1050-READ-DAY-ENTRY.

       1050-READ-DAY-ENTRY.
           IF NOT TRAN-EOF
              READ TRANLOG-FILE NEXT
                  AT END SET TRAN-EOF TO TRUE
              END-READ
           END-IF
           IF NOT TRAN-EOF
              AND TRAN-BUSINESS-DATE NOT = WS-PARAM-BUSINESS-DATE
              SET TRAN-EOF TO TRUE
           END-IF.

       1100-FIND-OR-ADD-OPERATOR.
           MOVE "N" TO WS-FOUND-FLAG
