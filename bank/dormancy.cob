      * account whose known last activity predates the cutoff goes
      * dormant. Frozen and closed accounts are left alone;
      * reactivation is the freeze/unfreeze operator program's job.
      * Each account marked opens its entry on the unclaimed-property
      * register (ESCHREG.DAT), dated the business date, which
      * escheat.cob follows through to the due-diligence notice and
      * escheatment.
      *
      * SYSIN: business date (YYYYMMDD), dormancy months (3 digits).
      * NOTE: scans the live TRANLOG only -- run with a months window
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY OF TRAN-RECORD
               ALTERNATE RECORD KEY IS TRAN-BUSINESS-DATE
                   OF TRAN-RECORD WITH DUPLICATES
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DORMANT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICEQ-STATUS.

           SELECT ESCHREG-FILE ASSIGN TO "ESCHREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       FD  NOTICEQ-FILE.
       COPY NOTICEREC.

       FD  ESCHREG-FILE.
       COPY ESCHREC.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS            PIC XX.
       01 WS-TRANLOG-STATUS         PIC XX.
       01 WS-REPORT-STATUS          PIC XX.
       01 WS-NOTICEQ-STATUS         PIC XX.
       01 WS-ESCHREG-STATUS         PIC XX.

       01 WS-FLAGS.
           05 WS-TRAN-EOF-FLAG       PIC X VALUE "N".
              STOP RUN
           END-IF

           OPEN EXTEND ESCHREG-FILE
           IF WS-ESCHREG-STATUS = "35"
              OPEN OUTPUT ESCHREG-FILE
           END-IF
           IF WS-ESCHREG-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open unclaimed-property "
                      "register, status " WS-ESCHREG-STATUS
              CLOSE ACCOUNT-MASTER TRANLOG-FILE REPORT-FILE
                    NOTICEQ-FILE
              STOP RUN
           END-IF

           READ TRANLOG-FILE NEXT
               AT END SET TRAN-EOF TO TRUE
           END-READ

              OR TRAN-TYPE = "TD-CLOSE"
              OR TRAN-TYPE = "REVERSAL-CR"
              OR TRAN-TYPE = "REVERSAL-DR"
              OR TRAN-TYPE = "LOAN-DISB"
              PERFORM 0250-NOTE-ACTIVITY
           END-IF

           READ TRANLOG-FILE NEXT
               AT END SET TRAN-EOF TO TRUE
           END-READ.

              DISPLAY "ERROR: Unable to write notices queue, status "
                      WS-NOTICEQ-STATUS
              STOP RUN
           END-IF

      *> the statutory dormancy period runs from today -- open the
      *> account's unclaimed-property case for escheat.cob.
           MOVE SPACES TO ESCHEAT-RECORD
           MOVE HOLDERID OF ACCOUNT-RECORD TO ES-HOLDERID
           MOVE ACCOUNT-TYPE OF ACCOUNT-RECORD TO ES-ACCOUNT-TYPE
           MOVE WS-PARAM-BUSINESS-DATE TO ES-DORMANT-DATE
           MOVE WS-ACT-LAST-YYYYMM (WS-ACT-IDX) TO ES-LAST-ACTIVITY
           MOVE ZERO TO ES-NOTICE-DATE ES-ESCHEAT-DATE ES-AMOUNT
                        ES-REMIT-YEAR
           MOVE "D" TO ES-STATUS
           WRITE ESCHEAT-RECORD
           IF WS-ESCHREG-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write unclaimed-property "
                      "register, status " WS-ESCHREG-STATUS
              STOP RUN
           END-IF.

       0600-REPORT-NO-ACTIVITY.

       0900-FINALIZE.
           CLOSE ACCOUNT-MASTER TRANLOG-FILE REPORT-FILE NOTICEQ-FILE
                 ESCHREG-FILE

           DISPLAY "Dormancy scan complete. Scanned: "
                   WS-SCANNED-COUNT " Marked dormant: "
