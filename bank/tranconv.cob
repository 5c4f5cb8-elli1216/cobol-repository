       IDENTIFICATION DIVISION.
       PROGRAM-ID. tranconv.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * One-time conversion of the transaction log from the line
      * sequential file every program appended to, to the indexed
      * TRANLOG.DAT keyed on HOLDERID + ACCOUNT-TYPE + TRAN-TIMESTAMP.
      * Reads the live pre-change log (renamed to TRANOLD.DAT by the
      * operator before the run) in the old ARCHREC field order and
      * writes every entry to a fresh TRANLOG.DAT in file order, so
      * the business-date key returns each day's entries in the
      * order they were posted. Where two old entries share a leg
      * and a second (a withdrawal and its overdraft fee, the
      * interest, fee and payout of a closure), the later one is
      * stepped on to the next free second, as the posting programs
      * now do, and displayed for the record. The sequence and chain
      * hash (TRANSEQ.DAT) start again from one with the converted
      * log, numbering the entries in the order they were posted.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-TRANLOG ASSIGN TO "TRANOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY OF TRAN-RECORD
               ALTERNATE RECORD KEY IS TRAN-BUSINESS-DATE
                   OF TRAN-RECORD WITH DUPLICATES
               FILE STATUS IS WS-TRANLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> the log entry exactly as production carried it before this
      *> release -- the layout the archives are still cut in.
       FD  OLD-TRANLOG.
       COPY ARCHREC.

       FD  TRANLOG-FILE.
       COPY TRANREC.

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS             PIC XX.
       01 WS-TRANLOG-STATUS         PIC XX.

       01 WS-OLD-EOF-FLAG           PIC X VALUE "N".
           88 OLD-EOF                   VALUE "Y".

       01 WS-COUNTERS.
           05 WS-ENTRY-COUNT        PIC 9(08) VALUE ZERO.
           05 WS-STEPPED-COUNT      PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT OLD-TRANLOG
           IF WS-OLD-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open TRANOLD.DAT, status "
                      WS-OLD-STATUS
              DISPLAY "Rename the sequential TRANLOG.DAT to "
                      "TRANOLD.DAT before running the conversion."
              STOP RUN
           END-IF

           OPEN OUTPUT TRANLOG-FILE
           IF WS-TRANLOG-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to create transaction log, "
                      "status " WS-TRANLOG-STATUS
              CLOSE OLD-TRANLOG
              STOP RUN
           END-IF

           CALL "transeq" USING BY CONTENT "I"
                                BY REFERENCE TRAN-RECORD

           READ OLD-TRANLOG
               AT END SET OLD-EOF TO TRUE
           END-READ

           PERFORM 1000-CONVERT-ENTRY UNTIL OLD-EOF

           CLOSE OLD-TRANLOG TRANLOG-FILE

           DISPLAY "Conversion complete."
           DISPLAY "  Entries written:   " WS-ENTRY-COUNT
           DISPLAY "  Entries stepped:   " WS-STEPPED-COUNT
           STOP RUN.

       1000-CONVERT-ENTRY.
           MOVE ARC-HOLDERID TO TRAN-HOLDERID
           MOVE ARC-ACCOUNT-TYPE TO TRAN-ACCOUNT-TYPE
           MOVE ARC-TRAN-TYPE TO TRAN-TYPE
           MOVE ARC-AMOUNT TO TRAN-AMOUNT
           MOVE ARC-TIMESTAMP TO TRAN-TIMESTAMP
           MOVE ARC-REF-TIMESTAMP TO TRAN-REF-TIMESTAMP
           MOVE ARC-OPERATOR-ID TO TRAN-OPERATOR-ID
           MOVE ARC-SUPERVISOR-ID TO TRAN-SUPERVISOR-ID

           CALL "transeq" USING BY CONTENT "A"
                                BY REFERENCE TRAN-RECORD
           WRITE TRAN-RECORD
           IF WS-TRANLOG-STATUS = "22"
              PERFORM UNTIL WS-TRANLOG-STATUS NOT = "22"
                 ADD 1 TO TRAN-TIMESTAMP
                 WRITE TRAN-RECORD
              END-PERFORM
              ADD 1 TO WS-STEPPED-COUNT
              DISPLAY "WARNING: holder " ARC-HOLDERID " "
                      ARC-ACCOUNT-TYPE " " ARC-TRAN-TYPE
                      " at " ARC-TIMESTAMP
                      " stepped to " TRAN-TIMESTAMP
           END-IF
           IF WS-TRANLOG-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write transaction log, "
                      "status " WS-TRANLOG-STATUS
              CLOSE OLD-TRANLOG TRANLOG-FILE
              STOP RUN
           END-IF
           CALL "transeq" USING BY CONTENT "C"
                                BY REFERENCE TRAN-RECORD
           ADD 1 TO WS-ENTRY-COUNT

           READ OLD-TRANLOG
               AT END SET OLD-EOF TO TRUE
           END-READ.
