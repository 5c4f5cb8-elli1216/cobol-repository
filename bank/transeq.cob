       IDENTIFICATION DIVISION.
       PROGRAM-ID. transeq.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * TRANLOG sequence and chain-hash keeper, CALLed by every
      * program that writes TRANLOG.DAT. The last sequence number
      * handed out and the hash of the entry that took it live in
      * TRANSEQ.DAT, a single line re-read and rewritten on each
      * call so that one sequence runs across bank.cob at the counter
      * and every batch poster alike.
      *
      *   CALL "transeq" USING BY CONTENT "A" BY REFERENCE TRAN-RECORD
      *     ASSIGN, just before the WRITE: fills TRAN-SEQUENCE-NO
      *     with the next number and TRAN-CHAIN-HASH with the hash of
      *     the entry before it.
      *   CALL "transeq" USING BY CONTENT "C" BY REFERENCE TRAN-RECORD
      *     COMMIT, once the WRITE has landed (after any timestamp
      *     step): records the entry's number and hash as the new
      *     end of the chain. A write that never lands is never
      *     committed, so its number is handed out again -- no gap.
      *   CALL "transeq" USING BY CONTENT "H" BY REFERENCE TRAN-RECORD
      *                        BY REFERENCE hash-field PIC 9(10)
      *     HASH: returns the entry's hash without touching the
      *     control file -- tranvrfy.cob checks links with it.
      *   CALL "transeq" USING BY CONTENT "I" BY REFERENCE TRAN-RECORD
      *     INITIALIZE: starts the chain again at zero, for the
      *     one-time log conversion only.
      * The hash is a position-weighted remainder over every byte of
      * the entry; it is not a secret, it only has to make a changed
      * byte show.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSEQ-FILE ASSIGN TO "TRANSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSEQ-FILE.
       01 TRANSEQ-RECORD.
           05 TS-LAST-SEQUENCE-NO   PIC 9(10).
           05 FILLER                PIC X(01).
           05 TS-LAST-HASH          PIC 9(10).

       WORKING-STORAGE SECTION.
       01 WS-TRANSEQ-STATUS         PIC XX.

       01 WS-LAST-SEQUENCE-NO       PIC 9(10).
       01 WS-LAST-HASH              PIC 9(10).

       01 WS-HASH                   PIC 9(10).
       01 WS-HASH-WORK              PIC 9(15).
       01 WS-BYTE-POS               PIC 9(04).
       01 WS-RECORD-LENGTH          PIC 9(04).

      *> the largest prime below 10**10 keeps every hash inside
      *> TRAN-CHAIN-HASH.
       01 WS-HASH-MODULUS           PIC 9(10) VALUE 9999999967.

       LINKAGE SECTION.
       01 TSQ-REQUEST               PIC X(01).
           88 TSQ-ASSIGN                VALUE "A".
           88 TSQ-COMMIT                VALUE "C".
           88 TSQ-HASH-ONLY             VALUE "H".
           88 TSQ-INITIALIZE            VALUE "I".
       COPY TRANREC.
       01 TSQ-HASH-RESULT           PIC 9(10).

       PROCEDURE DIVISION USING TSQ-REQUEST TRAN-RECORD
                                TSQ-HASH-RESULT.
       0000-MAIN.
           EVALUATE TRUE
               WHEN TSQ-ASSIGN
                  PERFORM 0100-READ-CONTROL
                  COMPUTE TRAN-SEQUENCE-NO = WS-LAST-SEQUENCE-NO + 1
                  MOVE WS-LAST-HASH TO TRAN-CHAIN-HASH
               WHEN TSQ-COMMIT
                  PERFORM 0300-HASH-ENTRY
                  MOVE TRAN-SEQUENCE-NO TO WS-LAST-SEQUENCE-NO
                  MOVE WS-HASH TO WS-LAST-HASH
                  PERFORM 0200-WRITE-CONTROL
               WHEN TSQ-HASH-ONLY
                  PERFORM 0300-HASH-ENTRY
                  MOVE WS-HASH TO TSQ-HASH-RESULT
               WHEN TSQ-INITIALIZE
                  MOVE ZERO TO WS-LAST-SEQUENCE-NO
                  MOVE ZERO TO WS-LAST-HASH
                  PERFORM 0200-WRITE-CONTROL
               WHEN OTHER
                  DISPLAY "ERROR: transeq called with unknown "
                          "request '" TSQ-REQUEST "'"
                  STOP RUN
           END-EVALUATE
           GOBACK.

      *> no control file means no entry has been numbered yet.
       0100-READ-CONTROL.
           MOVE ZERO TO WS-LAST-SEQUENCE-NO
           MOVE ZERO TO WS-LAST-HASH
           OPEN INPUT TRANSEQ-FILE
           IF WS-TRANSEQ-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-TRANSEQ-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open TRANSEQ.DAT, status "
                         WS-TRANSEQ-STATUS
                 STOP RUN
              END-IF
              READ TRANSEQ-FILE
                  AT END CONTINUE
                  NOT AT END
                     MOVE TS-LAST-SEQUENCE-NO TO WS-LAST-SEQUENCE-NO
                     MOVE TS-LAST-HASH TO WS-LAST-HASH
              END-READ
              CLOSE TRANSEQ-FILE
           END-IF.

       0200-WRITE-CONTROL.
           OPEN OUTPUT TRANSEQ-FILE
           IF WS-TRANSEQ-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to rewrite TRANSEQ.DAT, status "
                      WS-TRANSEQ-STATUS
              STOP RUN
           END-IF
           MOVE SPACES TO TRANSEQ-RECORD
           MOVE WS-LAST-SEQUENCE-NO TO TS-LAST-SEQUENCE-NO
           MOVE WS-LAST-HASH TO TS-LAST-HASH
           WRITE TRANSEQ-RECORD
           CLOSE TRANSEQ-FILE.

       0300-HASH-ENTRY.
           MOVE ZERO TO WS-HASH
           MOVE LENGTH OF TRAN-RECORD TO WS-RECORD-LENGTH
           PERFORM VARYING WS-BYTE-POS FROM 1 BY 1
                    UNTIL WS-BYTE-POS > WS-RECORD-LENGTH
              COMPUTE WS-HASH-WORK = WS-HASH * 131
                 + FUNCTION ORD (TRAN-RECORD (WS-BYTE-POS:1))
              COMPUTE WS-HASH =
                 FUNCTION MOD (WS-HASH-WORK, WS-HASH-MODULUS)
           END-PERFORM.
