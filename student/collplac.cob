       IDENTIFICATION DIVISION.
       PROGRAM-ID. collplac.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * Monthly collection agency placement for aged tuition debt.
      * Every student with a balance on TUITION.DAT who is no longer
      * a current student -- off STUDENT-MASTER altogether, or on it
      * as anything but ACTIVE (PROBATION included) -- and whose
      * balance has gone unpaid past the parameter number of days is
      * pursued in two steps, tracked on COLLACCT.DAT (COLLREC):
      *   1. a final demand letter (COLLLTR.RPT), the account
      *      marked demanded;
      *   2. once the grace period from the demand has run with the
      *      balance still owing, placement with the agency: a line
      *      on the outbound placement file (COLLPLC.DAT, closed by
      *      a count/amount trailer), the account marked placed.
      * A placed account is the agency's until collrcv.cob imports
      * its recovery or write-off. An open account whose balance has
      * been cleared is marked settled. A settled or written-off
      * account that falls into arrears again starts over.
      *
      * "Unpaid" runs from the student's last PAYMENT on
      * TUITHIST.DAT, or from their first BILL where nothing was
      * ever paid. A student deleted from the master is addressed
      * from their latest delete archive image (DELARCH.DAT).
      *
      * SYSIN: business date (YYYYMMDD) | days unpaid before a
      *        demand (3, zero/blank = 90) | grace days between the
      *        demand and placement (3, zero/blank = 30).
      * COLLPLC.DAT: student ID (5) | name (20) | email (30) |
      *              balance placed (8, implied V99) | unpaid since
      *              (8) | demand date (8), space-separated
      *   trailer:   "99999" | detail count (8) | amount total (12,
      *              implied V99)
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ID OF STUDENT-MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT TUITION-FILE ASSIGN TO "TUITION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUITION-STATUS.

           SELECT TUITHIST-FILE ASSIGN TO "TUITHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUITHIST-STATUS.

           SELECT DELETE-ARCHIVE ASSIGN TO "DELARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELARCH-STATUS.

           SELECT COLLECTION-FILE ASSIGN TO "COLLACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLL-STATUS.

           SELECT LETTER-FILE ASSIGN TO "COLLLTR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

           SELECT PLACEMENT-FILE ASSIGN TO "COLLPLC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLACE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       COPY STUDREC.

       FD  TUITION-FILE.
       COPY TUITREC.

       FD  TUITHIST-FILE.
       COPY TUITHREC.

       FD  DELETE-ARCHIVE.
       01 DELETE-ARCHIVE-RECORD.
          05 DA-RUN-DATE         PIC 9(08).
          05 FILLER              PIC X(01).
          05 DA-IMAGE            PIC X(80).

       FD  COLLECTION-FILE.
       COPY COLLREC.

       FD  LETTER-FILE.
       01  LETTER-LINE             PIC X(80).

       FD  PLACEMENT-FILE.
       01 PLACEMENT-RECORD.
          05 PR-ID                 PIC X(05).
          05 FILLER                PIC X(01).
          05 PR-NAME               PIC X(20).
          05 FILLER                PIC X(01).
          05 PR-EMAIL              PIC X(30).
          05 FILLER                PIC X(01).
          05 PR-BALANCE            PIC 9(6)V99.
          05 FILLER                PIC X(01).
          05 PR-UNPAID-SINCE       PIC 9(08).
          05 FILLER                PIC X(01).
          05 PR-DEMAND-DATE        PIC 9(08).
       01 PLACEMENT-TRAILER REDEFINES PLACEMENT-RECORD.
          05 PT-ID                 PIC X(05).
          05 FILLER                PIC X(01).
          05 PT-COUNT              PIC 9(08).
          05 FILLER                PIC X(01).
          05 PT-AMOUNT             PIC 9(10)V99.
          05 FILLER                PIC X(56).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS         PIC XX.
       01 WS-TUITION-STATUS        PIC XX.
       01 WS-TUITHIST-STATUS       PIC XX.
       01 WS-DELARCH-STATUS        PIC XX.
       01 WS-COLL-STATUS           PIC XX.
       01 WS-LETTER-STATUS         PIC XX.
       01 WS-PLACE-STATUS          PIC XX.

       01 WS-FLAGS.
          05 WS-TUITION-EOF-FLAG    PIC X VALUE "N".
             88 TUITION-EOF              VALUE "Y".
          05 WS-HIST-EOF-FLAG       PIC X VALUE "N".
             88 HIST-EOF                 VALUE "Y".
          05 WS-DELARCH-EOF-FLAG    PIC X VALUE "N".
             88 DELARCH-EOF              VALUE "Y".
          05 WS-COLL-EOF-FLAG       PIC X VALUE "N".
             88 COLL-EOF                 VALUE "Y".
          05 WS-FOUND-FLAG          PIC X.
             88 WS-FOUND                 VALUE "Y".
          05 WS-STUDENT-FLAG        PIC X.
             88 WS-STUDENT-CURRENT       VALUE "C".
             88 WS-STUDENT-FORMER        VALUE "F".
             88 WS-STUDENT-UNKNOWN       VALUE "U".

       01 WS-PARAM.
          05 WS-PARAM-BUSINESS-DATE PIC 9(08).
          05 WS-PARAM-DAYS-UNPAID   PIC 9(03).
          05 WS-PARAM-GRACE-DAYS    PIC 9(03).

       01 WS-DAYS-UNPAID           PIC 9(03) VALUE 90.
       01 WS-GRACE-DAYS            PIC 9(03) VALUE 30.
       01 WS-BUSINESS-DAY          PIC 9(08).

      *> the tuition ledger, with each balance's unpaid-since date
      *> worked out from the history.
       01 WS-TUIT-TABLE.
          05 WS-TUIT-COUNT         PIC 9(04) VALUE ZERO.
          05 WS-TUIT-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-TUIT-IDX.
             10 WS-TUIT-ID             PIC X(05).
             10 WS-TUIT-DUE            PIC 9(6)V99.
             10 WS-TUIT-PAID           PIC 9(6)V99.
             10 WS-TUIT-LAST-PAYMENT   PIC 9(08).
             10 WS-TUIT-FIRST-BILL     PIC 9(08).

      *> the collection accounts, loaded whole and written back.
       01 WS-CL-TABLE.
          05 WS-CL-COUNT           PIC 9(04) VALUE ZERO.
          05 WS-CL-ENTRY OCCURS 1000 TIMES
                          INDEXED BY WS-CL-IDX.
             10 WS-CL-ID              PIC X(05).
             10 WS-CL-STATUS          PIC X(01).
             10 WS-CL-DEMAND-DATE     PIC 9(08).
             10 WS-CL-PLACED-DATE     PIC 9(08).
             10 WS-CL-PLACED-AMOUNT   PIC 9(6)V99.
             10 WS-CL-RECOVERED       PIC 9(6)V99.
             10 WS-CL-CLOSED-DATE     PIC 9(08).

       01 WS-BALANCE               PIC S9(6)V99.
       01 WS-UNPAID-SINCE          PIC 9(08).
       01 WS-DAYS-OWING            PIC S9(07).
       01 WS-DAYS-SINCE-DEMAND     PIC S9(07).

       01 WS-COUNTERS.
          05 WS-EXAMINED-COUNT     PIC 9(06) VALUE ZERO.
          05 WS-DEMAND-COUNT       PIC 9(06) VALUE ZERO.
          05 WS-PLACED-COUNT       PIC 9(06) VALUE ZERO.
          05 WS-PLACED-TOTAL       PIC 9(10)V99 VALUE ZERO.
          05 WS-SETTLED-COUNT      PIC 9(06) VALUE ZERO.
          05 WS-GRACE-COUNT        PIC 9(06) VALUE ZERO.
          05 WS-AT-AGENCY-COUNT    PIC 9(06) VALUE ZERO.

       01 WS-LTR-NAME-LINE.
          05 LN-NAME               PIC X(20).
          05 FILLER                PIC X(04) VALUE SPACES.
          05 FILLER                PIC X(12) VALUE "STUDENT ID: ".
          05 LN-ID                 PIC X(05).

       01 WS-LTR-EMAIL-LINE.
          05 LE-EMAIL              PIC X(30).

       01 WS-LTR-DATE-LINE.
          05 FILLER                PIC X(16) VALUE "NOTICE DATED:   ".
          05 LD-DATE               PIC 9(08).

       01 WS-LTR-BODY-LINE         PIC X(70).

       01 WS-LTR-AMOUNT-LINE.
          05 FILLER                PIC X(20) VALUE
             "BALANCE OUTSTANDING ".
          05 LA-BALANCE            PIC ZZZ,ZZ9.99.
          05 FILLER                PIC X(16) VALUE
             "   UNPAID SINCE ".
          05 LA-UNPAID-SINCE       PIC 9(08).

       01 WS-LTR-DEADLINE-LINE.
          05 FILLER                PIC X(36) VALUE
             "PAY IN FULL OR CONTACT THE BURSAR BY".
          05 FILLER                PIC X(01) VALUE SPACES.
          05 LL-DEADLINE           PIC 9(08).

       01 WS-SEPARATOR-LINE.
          05 FILLER                PIC X(62) VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-PARAM FROM SYSIN
           IF WS-PARAM-BUSINESS-DATE NOT NUMERIC
              OR WS-PARAM-BUSINESS-DATE = ZERO
              DISPLAY "ERROR: Placement run needs a business date."
              STOP RUN
           END-IF
           IF WS-PARAM-DAYS-UNPAID NUMERIC
              AND WS-PARAM-DAYS-UNPAID NOT = ZERO
              MOVE WS-PARAM-DAYS-UNPAID TO WS-DAYS-UNPAID
           END-IF
           IF WS-PARAM-GRACE-DAYS NUMERIC
              AND WS-PARAM-GRACE-DAYS NOT = ZERO
              MOVE WS-PARAM-GRACE-DAYS TO WS-GRACE-DAYS
           END-IF
           COMPUTE WS-BUSINESS-DAY =
              FUNCTION INTEGER-OF-DATE (WS-PARAM-BUSINESS-DATE)

           PERFORM 0100-INITIALIZE
           PERFORM 0200-LOAD-TUITION-LEDGER UNTIL TUITION-EOF
           CLOSE TUITION-FILE
           PERFORM 0250-LOAD-HISTORY
           PERFORM 0280-LOAD-COLLECTIONS
           PERFORM 0290-OPEN-OUTPUTS

           SET WS-TUIT-IDX TO 1
           PERFORM 0300-EXAMINE-ACCOUNT
              VARYING WS-TUIT-IDX FROM 1 BY 1
              UNTIL WS-TUIT-IDX > WS-TUIT-COUNT

           PERFORM 0700-WRITE-PLACEMENT-TRAILER
           PERFORM 0800-WRITE-COLLECTIONS
           PERFORM 0900-FINALIZE
           STOP RUN.

       0100-INITIALIZE.
           OPEN INPUT STUDENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open student master, status "
                      WS-MASTER-STATUS
              STOP RUN
           END-IF

           OPEN INPUT TUITION-FILE
           IF WS-TUITION-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open tuition ledger, status "
                      WS-TUITION-STATUS
              CLOSE STUDENT-MASTER
              STOP RUN
           END-IF

           READ TUITION-FILE
               AT END SET TUITION-EOF TO TRUE
           END-READ.

       0200-LOAD-TUITION-LEDGER.
           IF WS-TUIT-COUNT NOT < 1000
              DISPLAY "ERROR: Tuition table full (1000 students). "
                      "Increase WS-TUIT-ENTRY OCCURS and recompile."
              STOP RUN
           END-IF
           ADD 1 TO WS-TUIT-COUNT
           SET WS-TUIT-IDX TO WS-TUIT-COUNT
           MOVE TUIT-ID TO WS-TUIT-ID (WS-TUIT-IDX)
           MOVE TUIT-AMOUNT-DUE TO WS-TUIT-DUE (WS-TUIT-IDX)
           MOVE TUIT-AMOUNT-PAID TO WS-TUIT-PAID (WS-TUIT-IDX)
           MOVE ZERO TO WS-TUIT-LAST-PAYMENT (WS-TUIT-IDX)
           MOVE ZERO TO WS-TUIT-FIRST-BILL (WS-TUIT-IDX)

           READ TUITION-FILE
               AT END SET TUITION-EOF TO TRUE
           END-READ.

      *> no history yet means no balance can be aged; nothing is
      *> pursued.
       0250-LOAD-HISTORY.
           OPEN INPUT TUITHIST-FILE
           IF WS-TUITHIST-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-TUITHIST-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open tuition history, "
                         "status " WS-TUITHIST-STATUS
                 STOP RUN
              END-IF
              READ TUITHIST-FILE
                  AT END SET HIST-EOF TO TRUE
              END-READ
              PERFORM UNTIL HIST-EOF
                 IF TH-TYPE = "PAYMENT" OR TH-TYPE = "BILL"
                    PERFORM 0260-NOTE-HISTORY-ENTRY
                 END-IF
                 READ TUITHIST-FILE
                     AT END SET HIST-EOF TO TRUE
                 END-READ
              END-PERFORM
              CLOSE TUITHIST-FILE
           END-IF.

       0260-NOTE-HISTORY-ENTRY.
           MOVE "N" TO WS-FOUND-FLAG
           SET WS-TUIT-IDX TO 1
           PERFORM VARYING WS-TUIT-IDX FROM 1 BY 1
                    UNTIL WS-TUIT-IDX > WS-TUIT-COUNT
              IF WS-TUIT-ID (WS-TUIT-IDX) = TH-ID
                 SET WS-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF WS-FOUND
              IF TH-TYPE = "PAYMENT"
                 IF TH-DATE > WS-TUIT-LAST-PAYMENT (WS-TUIT-IDX)
                    MOVE TH-DATE TO WS-TUIT-LAST-PAYMENT (WS-TUIT-IDX)
                 END-IF
              ELSE
                 IF WS-TUIT-FIRST-BILL (WS-TUIT-IDX) = ZERO
                    OR TH-DATE < WS-TUIT-FIRST-BILL (WS-TUIT-IDX)
                    MOVE TH-DATE TO WS-TUIT-FIRST-BILL (WS-TUIT-IDX)
                 END-IF
              END-IF
           END-IF.

      *> no collection file yet simply means nobody pursued yet.
       0280-LOAD-COLLECTIONS.
           OPEN INPUT COLLECTION-FILE
           IF WS-COLL-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-COLL-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open collection accounts, "
                         "status " WS-COLL-STATUS
                 STOP RUN
              END-IF
              READ COLLECTION-FILE
                  AT END SET COLL-EOF TO TRUE
              END-READ
              PERFORM UNTIL COLL-EOF
                 IF WS-CL-COUNT NOT < 1000
                    DISPLAY "ERROR: Collection table full (1000 "
                            "accounts). Increase WS-CL-ENTRY OCCURS "
                            "and recompile."
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-CL-COUNT
                 SET WS-CL-IDX TO WS-CL-COUNT
                 MOVE CL-ID TO WS-CL-ID (WS-CL-IDX)
                 MOVE CL-STATUS TO WS-CL-STATUS (WS-CL-IDX)
                 MOVE CL-DEMAND-DATE TO WS-CL-DEMAND-DATE (WS-CL-IDX)
                 MOVE CL-PLACED-DATE TO WS-CL-PLACED-DATE (WS-CL-IDX)
                 MOVE CL-PLACED-AMOUNT
                   TO WS-CL-PLACED-AMOUNT (WS-CL-IDX)
                 MOVE CL-RECOVERED TO WS-CL-RECOVERED (WS-CL-IDX)
                 MOVE CL-CLOSED-DATE TO WS-CL-CLOSED-DATE (WS-CL-IDX)
                 READ COLLECTION-FILE
                     AT END SET COLL-EOF TO TRUE
                 END-READ
              END-PERFORM
              CLOSE COLLECTION-FILE
           END-IF.

       0290-OPEN-OUTPUTS.
           OPEN OUTPUT LETTER-FILE
           IF WS-LETTER-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open demand letters, status "
                      WS-LETTER-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT PLACEMENT-FILE
           IF WS-PLACE-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open placement file, status "
                      WS-PLACE-STATUS
              STOP RUN
           END-IF.

       0300-EXAMINE-ACCOUNT.
           COMPUTE WS-BALANCE =
              WS-TUIT-DUE (WS-TUIT-IDX) - WS-TUIT-PAID (WS-TUIT-IDX)
           PERFORM 0350-FIND-COLLECTION

           IF WS-BALANCE NOT > ZERO
      *> cleared while being pursued -- paid to us directly.
              IF WS-FOUND
                 AND (WS-CL-STATUS (WS-CL-IDX) = "D" OR "P")
                 MOVE "S" TO WS-CL-STATUS (WS-CL-IDX)
                 MOVE WS-PARAM-BUSINESS-DATE
                   TO WS-CL-CLOSED-DATE (WS-CL-IDX)
                 ADD 1 TO WS-SETTLED-COUNT
              END-IF
           ELSE
              PERFORM 0400-CLASSIFY-STUDENT
              IF NOT WS-STUDENT-CURRENT
                 PERFORM 0450-PURSUE-BALANCE
              END-IF
           END-IF.

       0350-FIND-COLLECTION.
           MOVE "N" TO WS-FOUND-FLAG
           SET WS-CL-IDX TO 1
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                    UNTIL WS-CL-IDX > WS-CL-COUNT
              IF WS-CL-ID (WS-CL-IDX) = WS-TUIT-ID (WS-TUIT-IDX)
                 SET WS-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *> a current student is ACTIVE on the master; anyone else --
      *> PROBATION, ALUMNI, or deleted and addressed from the
      *> archive -- is pursued.
       0400-CLASSIFY-STUDENT.
           MOVE WS-TUIT-ID (WS-TUIT-IDX) TO SM-ID
           READ STUDENT-MASTER
               INVALID KEY CONTINUE
           END-READ
           IF WS-MASTER-STATUS = "00"
              IF SM-STATUS = "ACTIVE"
                 SET WS-STUDENT-CURRENT TO TRUE
              ELSE
                 SET WS-STUDENT-FORMER TO TRUE
              END-IF
           ELSE
              PERFORM 0420-FIND-ARCHIVED-STUDENT
           END-IF.

       0420-FIND-ARCHIVED-STUDENT.
           SET WS-STUDENT-UNKNOWN TO TRUE
           MOVE SPACES TO STUDENT-MASTER-RECORD
           MOVE WS-TUIT-ID (WS-TUIT-IDX) TO SM-ID
           MOVE "N" TO WS-DELARCH-EOF-FLAG
           OPEN INPUT DELETE-ARCHIVE
           IF WS-DELARCH-STATUS = "00"
              READ DELETE-ARCHIVE
                  AT END SET DELARCH-EOF TO TRUE
              END-READ
              PERFORM UNTIL DELARCH-EOF
                 IF DA-IMAGE (1:5) = WS-TUIT-ID (WS-TUIT-IDX)
                    MOVE DA-IMAGE TO STUDENT-MASTER-RECORD
                    SET WS-STUDENT-FORMER TO TRUE
                 END-IF
                 READ DELETE-ARCHIVE
                     AT END SET DELARCH-EOF TO TRUE
                 END-READ
              END-PERFORM
              CLOSE DELETE-ARCHIVE
           END-IF
           IF WS-STUDENT-UNKNOWN
              DISPLAY "WARNING: student " WS-TUIT-ID (WS-TUIT-IDX)
                      " owes tuition but is on neither the master "
                      "nor the delete archive; pursued by ID only."
              MOVE "** NAME NOT ON FILE **" TO SM-NAME
           END-IF.

       0450-PURSUE-BALANCE.
           IF WS-TUIT-LAST-PAYMENT (WS-TUIT-IDX) > ZERO
              MOVE WS-TUIT-LAST-PAYMENT (WS-TUIT-IDX)
                TO WS-UNPAID-SINCE
           ELSE
              MOVE WS-TUIT-FIRST-BILL (WS-TUIT-IDX) TO WS-UNPAID-SINCE
           END-IF

           IF WS-UNPAID-SINCE > ZERO
              ADD 1 TO WS-EXAMINED-COUNT
              COMPUTE WS-DAYS-OWING = WS-BUSINESS-DAY
                 - FUNCTION INTEGER-OF-DATE (WS-UNPAID-SINCE)
              IF WS-FOUND AND WS-CL-STATUS (WS-CL-IDX) = "D"
                 PERFORM 0550-PLACE-IF-GRACE-RUN
              ELSE
                 IF WS-FOUND AND WS-CL-STATUS (WS-CL-IDX) = "P"
                    ADD 1 TO WS-AT-AGENCY-COUNT
                 ELSE
                    IF WS-DAYS-OWING > WS-DAYS-UNPAID
                       PERFORM 0500-SEND-FINAL-DEMAND
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *> a settled or written-off account in arrears again reuses
      *> its entry and starts over.
       0500-SEND-FINAL-DEMAND.
           IF NOT WS-FOUND
              IF WS-CL-COUNT NOT < 1000
                 DISPLAY "ERROR: Collection table full (1000 "
                         "accounts). Increase WS-CL-ENTRY OCCURS "
                         "and recompile."
                 STOP RUN
              END-IF
              ADD 1 TO WS-CL-COUNT
              SET WS-CL-IDX TO WS-CL-COUNT
              MOVE WS-TUIT-ID (WS-TUIT-IDX) TO WS-CL-ID (WS-CL-IDX)
           END-IF
           MOVE "D" TO WS-CL-STATUS (WS-CL-IDX)
           MOVE WS-PARAM-BUSINESS-DATE TO WS-CL-DEMAND-DATE (WS-CL-IDX)
           MOVE ZERO TO WS-CL-PLACED-DATE (WS-CL-IDX)
           MOVE ZERO TO WS-CL-PLACED-AMOUNT (WS-CL-IDX)
           MOVE ZERO TO WS-CL-RECOVERED (WS-CL-IDX)
           MOVE ZERO TO WS-CL-CLOSED-DATE (WS-CL-IDX)

           MOVE SM-NAME TO LN-NAME
           MOVE SM-ID TO LN-ID
           WRITE LETTER-LINE FROM WS-LTR-NAME-LINE
           MOVE SM-EMAIL TO LE-EMAIL
           WRITE LETTER-LINE FROM WS-LTR-EMAIL-LINE
           MOVE WS-PARAM-BUSINESS-DATE TO LD-DATE
           WRITE LETTER-LINE FROM WS-LTR-DATE-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "FINAL DEMAND FOR PAYMENT" TO WS-LTR-BODY-LINE
           WRITE LETTER-LINE FROM WS-LTR-BODY-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "YOUR TUITION ACCOUNT REMAINS UNPAID. UNLESS THE "
             TO WS-LTR-BODY-LINE
           WRITE LETTER-LINE FROM WS-LTR-BODY-LINE
           MOVE "BALANCE IS PAID OR ARRANGEMENTS ARE MADE WITH THE "
             TO WS-LTR-BODY-LINE
           WRITE LETTER-LINE FROM WS-LTR-BODY-LINE
           MOVE "BURSAR BY THE DATE BELOW, THE ACCOUNT WILL BE PLACED "
             TO WS-LTR-BODY-LINE
           WRITE LETTER-LINE FROM WS-LTR-BODY-LINE
           MOVE "WITH AN OUTSIDE COLLECTION AGENCY, WHOSE COMMISSION "
             TO WS-LTR-BODY-LINE
           WRITE LETTER-LINE FROM WS-LTR-BODY-LINE
           MOVE "WILL BE ADDED TO WHAT YOU OWE."
             TO WS-LTR-BODY-LINE
           WRITE LETTER-LINE FROM WS-LTR-BODY-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-BALANCE TO LA-BALANCE
           MOVE WS-UNPAID-SINCE TO LA-UNPAID-SINCE
           WRITE LETTER-LINE FROM WS-LTR-AMOUNT-LINE
           COMPUTE LL-DEADLINE = FUNCTION DATE-OF-INTEGER
              (WS-BUSINESS-DAY + WS-GRACE-DAYS)
           WRITE LETTER-LINE FROM WS-LTR-DEADLINE-LINE
           WRITE LETTER-LINE FROM WS-SEPARATOR-LINE
           ADD 1 TO WS-DEMAND-COUNT.

       0550-PLACE-IF-GRACE-RUN.
           COMPUTE WS-DAYS-SINCE-DEMAND = WS-BUSINESS-DAY
              - FUNCTION INTEGER-OF-DATE
                   (WS-CL-DEMAND-DATE (WS-CL-IDX))
           IF WS-DAYS-SINCE-DEMAND < WS-GRACE-DAYS
              ADD 1 TO WS-GRACE-COUNT
           ELSE
              MOVE SPACES TO PLACEMENT-RECORD
              MOVE SM-ID TO PR-ID
              MOVE SM-NAME TO PR-NAME
              MOVE SM-EMAIL TO PR-EMAIL
              MOVE WS-BALANCE TO PR-BALANCE
              MOVE WS-UNPAID-SINCE TO PR-UNPAID-SINCE
              MOVE WS-CL-DEMAND-DATE (WS-CL-IDX) TO PR-DEMAND-DATE
              WRITE PLACEMENT-RECORD
              IF WS-PLACE-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to write placement file, "
                         "status " WS-PLACE-STATUS
                 STOP RUN
              END-IF

              MOVE "P" TO WS-CL-STATUS (WS-CL-IDX)
              MOVE WS-PARAM-BUSINESS-DATE
                TO WS-CL-PLACED-DATE (WS-CL-IDX)
              MOVE WS-BALANCE TO WS-CL-PLACED-AMOUNT (WS-CL-IDX)
              ADD 1 TO WS-PLACED-COUNT
              ADD WS-BALANCE TO WS-PLACED-TOTAL
           END-IF.

      *> the agency proves the file against its trailer before
      *> loading, the same discipline our own imports keep.
       0700-WRITE-PLACEMENT-TRAILER.
           MOVE SPACES TO PLACEMENT-TRAILER
           MOVE "99999" TO PT-ID
           MOVE WS-PLACED-COUNT TO PT-COUNT
           MOVE WS-PLACED-TOTAL TO PT-AMOUNT
           WRITE PLACEMENT-TRAILER
           IF WS-PLACE-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write placement trailer, "
                      "status " WS-PLACE-STATUS
              STOP RUN
           END-IF.

       0800-WRITE-COLLECTIONS.
           OPEN OUTPUT COLLECTION-FILE
           IF WS-COLL-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to rewrite collection accounts, "
                      "status " WS-COLL-STATUS
              STOP RUN
           END-IF
           SET WS-CL-IDX TO 1
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                    UNTIL WS-CL-IDX > WS-CL-COUNT
              MOVE SPACES TO COLLECTION-RECORD
              MOVE WS-CL-ID (WS-CL-IDX) TO CL-ID
              MOVE WS-CL-STATUS (WS-CL-IDX) TO CL-STATUS
              MOVE WS-CL-DEMAND-DATE (WS-CL-IDX) TO CL-DEMAND-DATE
              MOVE WS-CL-PLACED-DATE (WS-CL-IDX) TO CL-PLACED-DATE
              MOVE WS-CL-PLACED-AMOUNT (WS-CL-IDX) TO CL-PLACED-AMOUNT
              MOVE WS-CL-RECOVERED (WS-CL-IDX) TO CL-RECOVERED
              MOVE WS-CL-CLOSED-DATE (WS-CL-IDX) TO CL-CLOSED-DATE
              WRITE COLLECTION-RECORD
           END-PERFORM
           CLOSE COLLECTION-FILE.

       0900-FINALIZE.
           CLOSE STUDENT-MASTER LETTER-FILE PLACEMENT-FILE

           DISPLAY "Collection placement complete for "
                   WS-PARAM-BUSINESS-DATE
           DISPLAY "  Former students owing:  " WS-EXAMINED-COUNT
           DISPLAY "  Final demands sent:     " WS-DEMAND-COUNT
           DISPLAY "  Still in grace period:  " WS-GRACE-COUNT
           DISPLAY "  Placed with agency:     " WS-PLACED-COUNT
           DISPLAY "  Placed amount:          " WS-PLACED-TOTAL
           DISPLAY "  Already at agency:      " WS-AT-AGENCY-COUNT
           DISPLAY "  Settled:                " WS-SETTLED-COUNT.
