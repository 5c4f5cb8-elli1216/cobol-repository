       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY OF TRAN-RECORD
               ALTERNATE RECORD KEY IS TRAN-BUSINESS-DATE
                   OF TRAN-RECORD WITH DUPLICATES
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT DRAWDECL-FILE ASSIGN TO "DRAWDECL.DAT"
       01 WS-CHANNEL-ID-CHECK       PIC X(08).
           88 WS-IS-CHANNEL-IDENTITY
              VALUES "BATCH", "INTEREST", "FEES", "STORDER",
                     "TERMDEP", "ODINT", "CLOSURE", "LOANS",
                     "ESCHEAT", "DIRDEP", "CLEARING".

       01 WS-EXPECTED               PIC S9(10)V99.
       01 WS-VARIANCE               PIC S9(10)V99.
           WRITE REPORT-LINE FROM WS-HEADER-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADER

      *> only the business date's entries are wanted -- start on the
      *> date key and read until the date moves on.
           MOVE WS-PARAM-BUSINESS-DATE TO TRAN-BUSINESS-DATE
           START TRANLOG-FILE KEY NOT < TRAN-BUSINESS-DATE
               INVALID KEY SET TRAN-EOF TO TRUE
           END-START
           PERFORM 0210-READ-DAY-ENTRY

           IF NOT DECL-EOF
              READ DRAWDECL-FILE
              END-EVALUATE
           END-IF

           PERFORM 0210-READ-DAY-ENTRY.

       0210-READ-DAY-ENTRY.
           IF NOT TRAN-EOF
              READ TRANLOG-FILE NEXT
                  AT END SET TRAN-EOF TO TRUE
              END-READ
           END-IF
           IF NOT TRAN-EOF
              AND TRAN-BUSINESS-DATE NOT = WS-PARAM-BUSINESS-DATE
              SET TRAN-EOF TO TRUE
           END-IF.

       0250-FIND-OR-ADD-OPERATOR.
           MOVE "N" TO WS-FOUND-FLAG
