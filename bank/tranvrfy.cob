       IDENTIFICATION DIVISION.
       PROGRAM-ID. tranvrfy.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * Nightly TRANLOG completeness check. Gathers every numbered
      * entry from the monthly archives (TRANARCH.YYYYMM.DAT, from
      * the parameter's earliest month through the business month)
      * and from the live indexed TRANLOG.DAT, sorts them on
      * TRAN-SEQUENCE-NO and walks the sequence, reporting:
      *   GAP        -- one or more numbers missing between two
      *                 entries (an entry dropped from the log);
      *   DUPLICATE  -- the same number on two entries (an entry
      *                 copied, or left on the log after archiving);
      *   BROKEN LINK-- an entry whose TRAN-CHAIN-HASH is not the
      *                 hash of the entry numbered before it (that
      *                 entry was altered);
      *   UNNUMBERED -- a live entry with no sequence number;
      * each with the entries on either side. The end of the chain
      * is checked against TRANSEQ.DAT, so a dropped or altered last
      * entry shows too. Archives cut before entries were numbered
      * carry no sequence and are counted, not checked; the first
      * entry found starts the chain (entry number one must carry a
      * zero hash). Output: TRANVRFY.RPT. Nothing is posted or
      * changed, so a rerun is always safe.
      *
      * TRANVRFY.PRM: the operator's business date and the earliest
      * archive month to check (YYYYMM; zero checks the live log
      * alone).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY OF TRAN-RECORD
               ALTERNATE RECORD KEY IS TRAN-BUSINESS-DATE
                   OF TRAN-RECORD WITH DUPLICATES
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT TRANSEQ-FILE ASSIGN TO "TRANSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSEQ-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TRANVRFY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT PARAM-FILE ASSIGN TO "TRANVRFY.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "VRFYSORT.WRK".

       DATA DIVISION.
       FILE SECTION.
       FD  TRANLOG-FILE.
       COPY TRANREC.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE             PIC X(100).

       FD  TRANSEQ-FILE.
       01 TRANSEQ-RECORD.
           05 TS-LAST-SEQUENCE-NO   PIC 9(10).
           05 FILLER                PIC X(01).
           05 TS-LAST-HASH          PIC 9(10).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       FD  PARAM-FILE.
       01  PARAM-LINE               PIC X(20).

      *> one numbered entry, whole, with where it was found.
       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 VS-SEQUENCE-NO        PIC 9(10).
           05 VS-SOURCE             PIC X(20).
           05 VS-ENTRY              PIC X(97).

       WORKING-STORAGE SECTION.
       01 WS-TRANLOG-STATUS         PIC XX.
       01 WS-ARCHIVE-STATUS         PIC XX.
       01 WS-TRANSEQ-STATUS         PIC XX.
       01 WS-REPORT-STATUS          PIC XX.
       01 WS-PARMFILE-STATUS        PIC XX.

       01 WS-ARCHIVE-NAME           PIC X(30).

       COPY ARCHREC.

      *> TRANVRFY.PRM record: business date and earliest archive
      *> month.
       01 WS-PARAM.
           05 WS-PARAM-BUSINESS-DATE PIC 9(08).
           05 FILLER                PIC X(01).
           05 WS-PARAM-EARLIEST     PIC 9(06).

       01 WS-FLAGS.
           05 WS-TRAN-EOF-FLAG       PIC X VALUE "N".
               88 TRAN-EOF                VALUE "Y".
           05 WS-ARCH-EOF-FLAG       PIC X VALUE "N".
               88 ARCH-EOF                VALUE "Y".
           05 WS-SORT-EOF-FLAG       PIC X VALUE "N".
               88 SORT-EOF                VALUE "Y".
           05 WS-FIRST-ENTRY-FLAG    PIC X VALUE "Y".
               88 WS-FIRST-ENTRY          VALUE "Y".

       01 WS-FILE-YYYYMM            PIC 9(06).
       01 WS-LAST-YYYYMM            PIC 9(06).
       01 WS-WALK-YEAR              PIC 9(04).
       01 WS-WALK-MONTH             PIC 9(02).
       01 WS-SOURCE                 PIC X(20).

      *> the entry before the one in hand, kept whole for its hash.
       01 WS-PREV-SEQUENCE-NO       PIC 9(10).
       01 WS-PREV-SOURCE            PIC X(20).
       01 WS-PREV-ENTRY             PIC X(97).
       01 WS-PREV-HASH              PIC 9(10).
       01 WS-CURR-SEQUENCE-NO       PIC 9(10).
       01 WS-CURR-SOURCE            PIC X(20).
       01 WS-CURR-ENTRY             PIC X(97).
       01 WS-CURR-CHAIN-HASH        PIC 9(10).
       01 WS-FIRST-SEQUENCE-NO      PIC 9(10) VALUE ZERO.
       01 WS-EXPECTED-NO            PIC 9(10).
       01 WS-MISSING-FROM           PIC 9(10).
       01 WS-MISSING-TO             PIC 9(10).

       01 WS-COUNTERS.
           05 WS-ARCHIVE-COUNT      PIC 9(08) VALUE ZERO.
           05 WS-LIVE-COUNT         PIC 9(08) VALUE ZERO.
           05 WS-UNSEQUENCED-COUNT  PIC 9(08) VALUE ZERO.
           05 WS-CHECKED-COUNT      PIC 9(08) VALUE ZERO.
           05 WS-EXCEPTION-COUNT    PIC 9(08) VALUE ZERO.

       01 WS-HEADER-LINE.
           05 FILLER                PIC X(34) VALUE
              "--- TRANLOG CHAIN VERIFICATION ---".
           05 FILLER                PIC X(07) VALUE "  DATE ".
           05 HL-BUSINESS-DATE      PIC 9(08).

       01 WS-EXCEPTION-LINE.
           05 XL-KIND               PIC X(12).
           05 XL-TEXT               PIC X(80).

       01 WS-ENTRY-LINE.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 EL-SIDE               PIC X(08).
           05 EL-SEQUENCE-NO        PIC 9(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 EL-SOURCE             PIC X(20).
           05 EL-HOLDERID           PIC 9(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 EL-ACCOUNT-TYPE       PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 EL-TIMESTAMP          PIC 9(14).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 EL-TRAN-TYPE          PIC X(12).
           05 EL-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.

       01 WS-SUMMARY-LINE.
           05 SL-LABEL              PIC X(36).
           05 SL-COUNT              PIC Z(9)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7900-READ-PARAMETERS
           PERFORM 0100-INITIALIZE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY VS-SEQUENCE-NO VS-SOURCE
               INPUT PROCEDURE IS 0200-GATHER-ENTRIES
               OUTPUT PROCEDURE IS 0500-WALK-CHAIN

           IF SORT-RETURN NOT = ZERO
              DISPLAY "ERROR: Chain sort failed, return " SORT-RETURN
              STOP RUN
           END-IF

           PERFORM 0800-CHECK-CHAIN-END
           PERFORM 0900-FINALIZE
           GOBACK.

       0100-INITIALIZE.
           OPEN INPUT TRANLOG-FILE
           IF WS-TRANLOG-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open transaction log, status "
                      WS-TRANLOG-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open verification report, "
                      "status " WS-REPORT-STATUS
              CLOSE TRANLOG-FILE
              STOP RUN
           END-IF

           MOVE WS-PARAM-BUSINESS-DATE TO HL-BUSINESS-DATE
           WRITE REPORT-LINE FROM WS-HEADER-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       0200-GATHER-ENTRIES.
           IF WS-PARAM-EARLIEST NOT = ZERO
              MOVE WS-PARAM-EARLIEST TO WS-FILE-YYYYMM
              MOVE WS-PARAM-BUSINESS-DATE (1:6) TO WS-LAST-YYYYMM
              PERFORM UNTIL WS-FILE-YYYYMM > WS-LAST-YYYYMM
                 PERFORM 0210-GATHER-ONE-ARCHIVE
                 PERFORM 0250-ADVANCE-MONTH
              END-PERFORM
           END-IF

           MOVE "TRANLOG.DAT" TO WS-SOURCE
           MOVE ZERO TO TRAN-HOLDERID
           MOVE SPACE TO TRAN-ACCOUNT-TYPE
           MOVE ZERO TO TRAN-TIMESTAMP
           START TRANLOG-FILE KEY NOT < TRAN-KEY
               INVALID KEY SET TRAN-EOF TO TRUE
           END-START
           IF NOT TRAN-EOF
              READ TRANLOG-FILE NEXT
                  AT END SET TRAN-EOF TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL TRAN-EOF
              ADD 1 TO WS-LIVE-COUNT
              PERFORM 0300-RELEASE-ENTRY
              READ TRANLOG-FILE NEXT
                  AT END SET TRAN-EOF TO TRUE
              END-READ
           END-PERFORM.

      *> a month with no archive file was never cut, or was cut
      *> before the earliest month asked for -- nothing to check.
       0210-GATHER-ONE-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "TRANARCH." DELIMITED BY SIZE
                  WS-FILE-YYYYMM DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
             INTO WS-ARCHIVE-NAME
           MOVE WS-ARCHIVE-NAME TO WS-SOURCE

           MOVE "N" TO WS-ARCH-EOF-FLAG
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-ARCHIVE-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open " WS-ARCHIVE-NAME
                         ", status " WS-ARCHIVE-STATUS
                 STOP RUN
              END-IF
              PERFORM 0220-READ-ARCHIVE-ENTRY
              PERFORM UNTIL ARCH-EOF
                 ADD 1 TO WS-ARCHIVE-COUNT
                 IF ARC-SEQUENCE-NO IS NUMERIC
                    PERFORM 0230-UNPACK-ARCHIVE-ENTRY
                    PERFORM 0300-RELEASE-ENTRY
                 ELSE
                    ADD 1 TO WS-UNSEQUENCED-COUNT
                 END-IF
                 PERFORM 0220-READ-ARCHIVE-ENTRY
              END-PERFORM
              CLOSE ARCHIVE-FILE
           END-IF.

       0220-READ-ARCHIVE-ENTRY.
           READ ARCHIVE-FILE INTO ARCHIVE-RECORD
               AT END SET ARCH-EOF TO TRUE
           END-READ.

       0230-UNPACK-ARCHIVE-ENTRY.
           MOVE ARC-HOLDERID TO TRAN-HOLDERID
           MOVE ARC-ACCOUNT-TYPE TO TRAN-ACCOUNT-TYPE
           MOVE ARC-TRAN-TYPE TO TRAN-TYPE
           MOVE ARC-AMOUNT TO TRAN-AMOUNT
           MOVE ARC-TIMESTAMP TO TRAN-TIMESTAMP
           MOVE ARC-REF-TIMESTAMP TO TRAN-REF-TIMESTAMP
           MOVE ARC-OPERATOR-ID TO TRAN-OPERATOR-ID
           MOVE ARC-SUPERVISOR-ID TO TRAN-SUPERVISOR-ID
           MOVE ARC-SEQUENCE-NO TO TRAN-SEQUENCE-NO
           MOVE ARC-CHAIN-HASH TO TRAN-CHAIN-HASH.

       0250-ADVANCE-MONTH.
           MOVE WS-FILE-YYYYMM (1:4) TO WS-WALK-YEAR
           MOVE WS-FILE-YYYYMM (5:2) TO WS-WALK-MONTH
           IF WS-WALK-MONTH = 12
              MOVE 1 TO WS-WALK-MONTH
              ADD 1 TO WS-WALK-YEAR
           ELSE
              ADD 1 TO WS-WALK-MONTH
           END-IF
           COMPUTE WS-FILE-YYYYMM =
              WS-WALK-YEAR * 100 + WS-WALK-MONTH.

      *> a live entry with no number is itself an exception: every
      *> writer numbers what it posts.
       0300-RELEASE-ENTRY.
           IF TRAN-SEQUENCE-NO IS NOT NUMERIC
              OR TRAN-SEQUENCE-NO = ZERO
              MOVE "UNNUMBERED" TO XL-KIND
              MOVE "entry carries no sequence number" TO XL-TEXT
              WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
              MOVE TRAN-RECORD TO WS-CURR-ENTRY
              MOVE ZERO TO WS-CURR-SEQUENCE-NO
              MOVE WS-SOURCE TO WS-CURR-SOURCE
              MOVE "ENTRY" TO EL-SIDE
              PERFORM 0700-PRINT-CURRENT
              ADD 1 TO WS-EXCEPTION-COUNT
           ELSE
              MOVE TRAN-SEQUENCE-NO TO VS-SEQUENCE-NO
              MOVE WS-SOURCE TO VS-SOURCE
              MOVE TRAN-RECORD TO VS-ENTRY
              RELEASE SORT-WORK-RECORD
           END-IF.

       0500-WALK-CHAIN.
           PERFORM 0510-RETURN-ENTRY
           PERFORM UNTIL SORT-EOF
              ADD 1 TO WS-CHECKED-COUNT
              IF WS-FIRST-ENTRY
                 PERFORM 0520-CHECK-FIRST-ENTRY
              ELSE
                 PERFORM 0530-CHECK-LINK
              END-IF
              MOVE WS-CURR-SEQUENCE-NO TO WS-PREV-SEQUENCE-NO
              MOVE WS-CURR-SOURCE TO WS-PREV-SOURCE
              MOVE WS-CURR-ENTRY TO WS-PREV-ENTRY
              PERFORM 0510-RETURN-ENTRY
           END-PERFORM.

       0510-RETURN-ENTRY.
           RETURN SORT-WORK-FILE
               AT END SET SORT-EOF TO TRUE
               NOT AT END
                  MOVE VS-SEQUENCE-NO TO WS-CURR-SEQUENCE-NO
                  MOVE VS-SOURCE TO WS-CURR-SOURCE
                  MOVE VS-ENTRY TO WS-CURR-ENTRY
                  MOVE VS-ENTRY TO TRAN-RECORD
                  MOVE TRAN-CHAIN-HASH TO WS-CURR-CHAIN-HASH
           END-RETURN.

      *> the chain can only be checked back to the first entry found;
      *> entry number one has nothing before it and carries zero.
       0520-CHECK-FIRST-ENTRY.
           MOVE "N" TO WS-FIRST-ENTRY-FLAG
           MOVE WS-CURR-SEQUENCE-NO TO WS-FIRST-SEQUENCE-NO
           IF WS-CURR-SEQUENCE-NO = 1
              AND WS-CURR-CHAIN-HASH NOT = ZERO
              MOVE "BROKEN LINK" TO XL-KIND
              MOVE "entry number one carries a chain hash"
                   TO XL-TEXT
              WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
              MOVE "ENTRY" TO EL-SIDE
              PERFORM 0700-PRINT-CURRENT
              ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

       0530-CHECK-LINK.
           COMPUTE WS-EXPECTED-NO = WS-PREV-SEQUENCE-NO + 1
           EVALUATE TRUE
               WHEN WS-CURR-SEQUENCE-NO = WS-PREV-SEQUENCE-NO
                  MOVE "DUPLICATE" TO XL-KIND
                  MOVE "two entries carry the same sequence number"
                       TO XL-TEXT
                  PERFORM 0600-REPORT-EXCEPTION
               WHEN WS-CURR-SEQUENCE-NO > WS-EXPECTED-NO
                  MOVE WS-EXPECTED-NO TO WS-MISSING-FROM
                  COMPUTE WS-MISSING-TO = WS-CURR-SEQUENCE-NO - 1
                  MOVE "GAP" TO XL-KIND
                  MOVE SPACES TO XL-TEXT
                  STRING "sequence " DELIMITED BY SIZE
                         WS-MISSING-FROM DELIMITED BY SIZE
                         " through " DELIMITED BY SIZE
                         WS-MISSING-TO DELIMITED BY SIZE
                         " missing" DELIMITED BY SIZE
                         INTO XL-TEXT
                  END-STRING
                  PERFORM 0600-REPORT-EXCEPTION
               WHEN OTHER
                  CALL "transeq" USING BY CONTENT "H"
                                       BY REFERENCE WS-PREV-ENTRY
                                       BY REFERENCE WS-PREV-HASH
                  IF WS-CURR-CHAIN-HASH NOT = WS-PREV-HASH
                     MOVE "BROKEN LINK" TO XL-KIND
                     MOVE "chain hash does not match the entry before"
                          TO XL-TEXT
                     PERFORM 0600-REPORT-EXCEPTION
                  END-IF
           END-EVALUATE.

      *> the exception line, then the entries either side of it.
       0600-REPORT-EXCEPTION.
           WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
           ADD 1 TO WS-EXCEPTION-COUNT

           MOVE WS-PREV-ENTRY TO TRAN-RECORD
           MOVE "BEFORE" TO EL-SIDE
           MOVE WS-PREV-SEQUENCE-NO TO EL-SEQUENCE-NO
           MOVE WS-PREV-SOURCE TO EL-SOURCE
           PERFORM 0710-PRINT-ENTRY-FIELDS

           MOVE "AFTER" TO EL-SIDE
           PERFORM 0700-PRINT-CURRENT.

       0700-PRINT-CURRENT.
           MOVE WS-CURR-ENTRY TO TRAN-RECORD
           MOVE WS-CURR-SEQUENCE-NO TO EL-SEQUENCE-NO
           MOVE WS-CURR-SOURCE TO EL-SOURCE
           PERFORM 0710-PRINT-ENTRY-FIELDS.

       0710-PRINT-ENTRY-FIELDS.
           MOVE TRAN-HOLDERID TO EL-HOLDERID
           MOVE TRAN-ACCOUNT-TYPE TO EL-ACCOUNT-TYPE
           MOVE TRAN-TIMESTAMP TO EL-TIMESTAMP
           MOVE TRAN-TYPE TO EL-TRAN-TYPE
           MOVE TRAN-AMOUNT TO EL-AMOUNT
           WRITE REPORT-LINE FROM WS-ENTRY-LINE.

      *> the last entry on file must be the one TRANSEQ.DAT says was
      *> committed last, and must still hash the same -- otherwise
      *> the end of the log was dropped or changed.
       0800-CHECK-CHAIN-END.
           OPEN INPUT TRANSEQ-FILE
           IF WS-TRANSEQ-STATUS = "35"
              IF WS-CHECKED-COUNT > ZERO
                 MOVE "CHAIN END" TO XL-KIND
                 MOVE "TRANSEQ.DAT is missing" TO XL-TEXT
                 WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
                 ADD 1 TO WS-EXCEPTION-COUNT
              END-IF
           ELSE
              IF WS-TRANSEQ-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open TRANSEQ.DAT, status "
                         WS-TRANSEQ-STATUS
                 STOP RUN
              END-IF
              READ TRANSEQ-FILE
                  AT END MOVE ZERO TO TS-LAST-SEQUENCE-NO TS-LAST-HASH
              END-READ
              CLOSE TRANSEQ-FILE
              PERFORM 0810-COMPARE-CHAIN-END
           END-IF.

       0810-COMPARE-CHAIN-END.
           IF WS-CHECKED-COUNT = ZERO
              MOVE ZERO TO WS-PREV-SEQUENCE-NO
           END-IF
           MOVE SPACES TO XL-TEXT
           EVALUATE TRUE
               WHEN TS-LAST-SEQUENCE-NO > WS-PREV-SEQUENCE-NO
                  COMPUTE WS-MISSING-FROM = WS-PREV-SEQUENCE-NO + 1
                  STRING "sequence " DELIMITED BY SIZE
                         WS-MISSING-FROM DELIMITED BY SIZE
                         " through " DELIMITED BY SIZE
                         TS-LAST-SEQUENCE-NO DELIMITED BY SIZE
                         " missing from the end" DELIMITED BY SIZE
                         INTO XL-TEXT
                  END-STRING
               WHEN TS-LAST-SEQUENCE-NO < WS-PREV-SEQUENCE-NO
                  MOVE "entries on file beyond the last committed"
                       TO XL-TEXT
               WHEN OTHER
                  IF WS-CHECKED-COUNT > ZERO
                     CALL "transeq" USING BY CONTENT "H"
                                          BY REFERENCE WS-PREV-ENTRY
                                          BY REFERENCE WS-PREV-HASH
                     IF WS-PREV-HASH NOT = TS-LAST-HASH
                        MOVE "last entry no longer matches TRANSEQ.DAT"
                             TO XL-TEXT
                     END-IF
                  END-IF
           END-EVALUATE

           IF XL-TEXT NOT = SPACES
              MOVE "CHAIN END" TO XL-KIND
              WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
              ADD 1 TO WS-EXCEPTION-COUNT
              IF WS-CHECKED-COUNT > ZERO
                 MOVE WS-PREV-ENTRY TO TRAN-RECORD
                 MOVE "LAST" TO EL-SIDE
                 MOVE WS-PREV-SEQUENCE-NO TO EL-SEQUENCE-NO
                 MOVE WS-PREV-SOURCE TO EL-SOURCE
                 PERFORM 0710-PRINT-ENTRY-FIELDS
              END-IF
           END-IF.

       0900-FINALIZE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ARCHIVED ENTRIES READ:" TO SL-LABEL
           MOVE WS-ARCHIVE-COUNT TO SL-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "  OF WHICH CUT BEFORE NUMBERING:" TO SL-LABEL
           MOVE WS-UNSEQUENCED-COUNT TO SL-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "LIVE ENTRIES READ:" TO SL-LABEL
           MOVE WS-LIVE-COUNT TO SL-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "CHAIN CHECKED FROM SEQUENCE:" TO SL-LABEL
           MOVE WS-FIRST-SEQUENCE-NO TO SL-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "ENTRIES CHECKED:" TO SL-LABEL
           MOVE WS-CHECKED-COUNT TO SL-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "EXCEPTIONS:" TO SL-LABEL
           MOVE WS-EXCEPTION-COUNT TO SL-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE

           CLOSE TRANLOG-FILE REPORT-FILE

           DISPLAY "TRANLOG verification complete for "
                   WS-PARAM-BUSINESS-DATE "."
           DISPLAY "  Entries checked:  " WS-CHECKED-COUNT
           DISPLAY "  Exceptions:       " WS-EXCEPTION-COUNT
           IF WS-EXCEPTION-COUNT > ZERO
              DISPLAY "  *** SEE TRANVRFY.RPT ***"
           END-IF.

       7900-READ-PARAMETERS.
           OPEN INPUT PARAM-FILE
           IF WS-PARMFILE-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open TRANVRFY.PRM, status "
                      WS-PARMFILE-STATUS
              STOP RUN
           END-IF
           READ PARAM-FILE INTO WS-PARAM
               AT END
                  DISPLAY "ERROR: TRANVRFY.PRM is empty."
                  STOP RUN
           END-READ
           CLOSE PARAM-FILE.
