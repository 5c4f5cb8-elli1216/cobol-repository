       IDENTIFICATION DIVISION.
       PROGRAM-ID. kycrev.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * Monthly customer due-diligence review listing. Reads every
      * holder on CUSTOMER-MASTER and lists onto KYCREV.RPT those
      * whose next review is
      *   OVERDUE -- dated before the first of the report month, or
      *              never scheduled (CUST-NEXT-REVIEW-DATE zero);
      *   DUE     -- dated in the report month or the month after,
      *              so there is a month's notice to book it.
      * The listing is grouped by risk rating -- high, medium, low,
      * then unrated -- with the overdue ahead of the due in each
      * group, oldest review date first, and a count per group. A
      * customer whose identity document has expired is flagged
      * ID EXPIRED whatever the review date: bank.cob refuses them a
      * session until acctmnt records a current document.
      *
      * SYSIN: report month (YYYYMM).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-HOLDERID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "KYCREV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "KYCSORT.WRK".

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

      *> one entry per customer due or overdue; SK-RISK-ORDER puts
      *> high risk first and the unrated last.
       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SK-RISK-ORDER         PIC 9(01).
           05 SK-CATEGORY           PIC 9(01).
               88 SK-OVERDUE            VALUE 1.
               88 SK-DUE                VALUE 2.
           05 SK-REVIEW-DATE        PIC 9(08).
           05 SK-HOLDERID           PIC 9(10).
           05 SK-RISK-RATING        PIC X(01).
           05 SK-FULLNAME           PIC X(30).
           05 SK-ID-DOC-TYPE        PIC X(02).
           05 SK-ID-EXPIRY-DATE     PIC 9(08).
           05 SK-ID-EXPIRED-FLAG    PIC X(01).
               88 SK-ID-EXPIRED         VALUE "Y".

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS            PIC XX.
       01 WS-REPORT-STATUS          PIC XX.

       01 WS-PARAM.
           05 WS-PARAM-YYYYMM       PIC 9(06).
           05 FILLER REDEFINES WS-PARAM-YYYYMM.
               10 WS-PARAM-YYYY     PIC 9(04).
               10 WS-PARAM-MM       PIC 9(02).

      *> the report month's first day, and the first day of the
      *> month after the notice month -- a review dated on or after
      *> it is not yet listed.
       01 WS-MONTH-START            PIC 9(08).
       01 WS-WINDOW-END             PIC 9(08).
       01 WS-WINDOW-YYYY            PIC 9(04).
       01 WS-WINDOW-MM              PIC 9(02).

       01 WS-TODAY                  PIC 9(08).

       01 WS-FLAGS.
           05 WS-CUST-EOF-FLAG      PIC X VALUE "N".
               88 CUST-EOF               VALUE "Y".
           05 WS-SORT-EOF-FLAG      PIC X VALUE "N".
               88 SORT-EOF               VALUE "Y".

       01 WS-PREV-RISK-ORDER        PIC 9(01).

       01 WS-COUNTERS.
           05 WS-CUSTOMER-COUNT     PIC 9(08) VALUE ZERO.
           05 WS-GROUP-OVERDUE      PIC 9(08) VALUE ZERO.
           05 WS-GROUP-DUE          PIC 9(08) VALUE ZERO.
           05 WS-TOTAL-OVERDUE      PIC 9(08) VALUE ZERO.
           05 WS-TOTAL-DUE          PIC 9(08) VALUE ZERO.
           05 WS-TOTAL-ID-EXPIRED   PIC 9(08) VALUE ZERO.

       01 WS-RISK-NAMES.
           05 FILLER                PIC X(14) VALUE "HIGH RISK".
           05 FILLER                PIC X(14) VALUE "MEDIUM RISK".
           05 FILLER                PIC X(14) VALUE "LOW RISK".
           05 FILLER                PIC X(14) VALUE "NOT YET RATED".
       01 FILLER REDEFINES WS-RISK-NAMES.
           05 WS-RISK-NAME          PIC X(14) OCCURS 4 TIMES.

       01 WS-HEADER-1.
           05 FILLER                PIC X(36) VALUE
              "CUSTOMER DUE-DILIGENCE REVIEWS FOR ".
           05 H1-YYYYMM             PIC 9(06).
           05 FILLER                PIC X(14) VALUE "  RUN DATE: ".
           05 H1-TODAY              PIC 9(08).

       01 WS-HEADER-2.
           05 FILLER                PIC X(10) VALUE "HOLDERID".
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(30) VALUE "NAME".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(09) VALUE "STATUS".
           05 FILLER                PIC X(10) VALUE "REVIEW".
           05 FILLER                PIC X(05) VALUE "DOC".
           05 FILLER                PIC X(10) VALUE "ID EXPIRY".

       01 WS-GROUP-LINE.
           05 FILLER                PIC X(04) VALUE "--- ".
           05 GL-RISK-NAME          PIC X(14).

       01 WS-DETAIL-LINE.
           05 DL-HOLDERID           PIC 9(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-FULLNAME           PIC X(30).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-CATEGORY           PIC X(09).
           05 DL-REVIEW-DATE        PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-ID-DOC-TYPE        PIC X(02).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 DL-ID-EXPIRY-DATE     PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-ID-FLAG            PIC X(10).

       01 WS-GROUP-TOTAL-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(09) VALUE "OVERDUE: ".
           05 GT-OVERDUE            PIC ZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(08) VALUE "   DUE: ".
           05 GT-DUE                PIC ZZ,ZZZ,ZZ9.

       01 WS-SUMMARY-LINE.
           05 SM-LABEL              PIC X(30).
           05 SM-COUNT              PIC ZZ,ZZZ,ZZ9.

       01 WS-SEPARATOR-LINE         PIC X(100) VALUE ALL "=".

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-PARAM FROM SYSIN

           PERFORM 0100-INITIALIZE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SK-RISK-ORDER SK-CATEGORY
                                SK-REVIEW-DATE SK-HOLDERID
               INPUT PROCEDURE IS 0200-SELECT-CUSTOMERS
               OUTPUT PROCEDURE IS 0300-PRINT-REVIEWS

           IF SORT-RETURN NOT = ZERO
              DISPLAY "ERROR: Review listing sort failed, return "
                      SORT-RETURN
              STOP RUN
           END-IF

           PERFORM 0900-PRINT-SUMMARY

           CLOSE CUSTOMER-MASTER REPORT-FILE

           DISPLAY "KYC review listing complete for "
                   WS-PARAM-YYYYMM ". Customers read: "
                   WS-CUSTOMER-COUNT " Overdue: " WS-TOTAL-OVERDUE
                   " Due: " WS-TOTAL-DUE
           STOP RUN.

       0100-INITIALIZE.
           IF WS-PARAM-YYYYMM NOT NUMERIC
              OR WS-PARAM-MM < 1 OR WS-PARAM-MM > 12
              DISPLAY "ERROR: Report month must be YYYYMM, got '"
                      WS-PARAM "'"
              STOP RUN
           END-IF

           COMPUTE WS-MONTH-START = WS-PARAM-YYYYMM * 100 + 1

           MOVE WS-PARAM-YYYY TO WS-WINDOW-YYYY
           COMPUTE WS-WINDOW-MM = WS-PARAM-MM + 2
           IF WS-WINDOW-MM > 12
              SUBTRACT 12 FROM WS-WINDOW-MM
              ADD 1 TO WS-WINDOW-YYYY
           END-IF
           COMPUTE WS-WINDOW-END = WS-WINDOW-YYYY * 10000
                                 + WS-WINDOW-MM * 100 + 1

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open customer master, status "
                      WS-CUST-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open review listing, status "
                      WS-REPORT-STATUS
              CLOSE CUSTOMER-MASTER
              STOP RUN
           END-IF

           MOVE WS-PARAM-YYYYMM TO H1-YYYYMM
           MOVE WS-TODAY TO H1-TODAY
           WRITE REPORT-LINE FROM WS-HEADER-1
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           WRITE REPORT-LINE FROM WS-HEADER-2.

      *> SORT INPUT PROCEDURE: one sort entry per customer whose
      *> review falls before the window end.
       0200-SELECT-CUSTOMERS.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END SET CUST-EOF TO TRUE
           END-READ
           PERFORM UNTIL CUST-EOF
              ADD 1 TO WS-CUSTOMER-COUNT
              PERFORM 0250-CHECK-CUSTOMER
              READ CUSTOMER-MASTER NEXT RECORD
                  AT END SET CUST-EOF TO TRUE
              END-READ
           END-PERFORM.

       0250-CHECK-CUSTOMER.
           IF CUST-NEXT-REVIEW-DATE < WS-WINDOW-END
              PERFORM 0260-RELEASE-ENTRY
           END-IF.

       0260-RELEASE-ENTRY.
           MOVE SPACES TO SORT-WORK-RECORD
           EVALUATE TRUE
               WHEN CUST-RISK-HIGH   MOVE 1 TO SK-RISK-ORDER
               WHEN CUST-RISK-MEDIUM MOVE 2 TO SK-RISK-ORDER
               WHEN CUST-RISK-LOW    MOVE 3 TO SK-RISK-ORDER
               WHEN OTHER            MOVE 4 TO SK-RISK-ORDER
           END-EVALUATE

           IF CUST-NEXT-REVIEW-DATE < WS-MONTH-START
              SET SK-OVERDUE TO TRUE
           ELSE
              SET SK-DUE TO TRUE
           END-IF

           MOVE CUST-NEXT-REVIEW-DATE TO SK-REVIEW-DATE
           MOVE CUST-HOLDERID OF CUSTOMER-RECORD TO SK-HOLDERID
           MOVE CUST-RISK-RATING TO SK-RISK-RATING
           MOVE CUST-FULLNAME TO SK-FULLNAME
           MOVE CUST-ID-DOC-TYPE TO SK-ID-DOC-TYPE
           MOVE CUST-ID-EXPIRY-DATE TO SK-ID-EXPIRY-DATE
           MOVE "N" TO SK-ID-EXPIRED-FLAG
           IF CUST-ID-EXPIRY-DATE NOT = ZERO
              AND CUST-ID-EXPIRY-DATE < WS-TODAY
              SET SK-ID-EXPIRED TO TRUE
           END-IF

           RELEASE SORT-WORK-RECORD.

      *> SORT OUTPUT PROCEDURE: prints the entries with a heading and
      *> a count for each risk rating.
       0300-PRINT-REVIEWS.
           MOVE ZERO TO WS-PREV-RISK-ORDER
           RETURN SORT-WORK-FILE
               AT END SET SORT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL SORT-EOF
              IF SK-RISK-ORDER NOT = WS-PREV-RISK-ORDER
                 IF WS-PREV-RISK-ORDER NOT = ZERO
                    PERFORM 0350-PRINT-GROUP-TOTAL
                 END-IF
                 PERFORM 0310-START-GROUP
              END-IF
              PERFORM 0320-PRINT-DETAIL
              RETURN SORT-WORK-FILE
                  AT END SET SORT-EOF TO TRUE
              END-RETURN
           END-PERFORM
           IF WS-PREV-RISK-ORDER NOT = ZERO
              PERFORM 0350-PRINT-GROUP-TOTAL
           END-IF.

       0310-START-GROUP.
           MOVE SK-RISK-ORDER TO WS-PREV-RISK-ORDER
           MOVE ZERO TO WS-GROUP-OVERDUE
           MOVE ZERO TO WS-GROUP-DUE
           MOVE WS-RISK-NAME (SK-RISK-ORDER) TO GL-RISK-NAME
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-GROUP-LINE.

       0320-PRINT-DETAIL.
           MOVE SK-HOLDERID TO DL-HOLDERID
           MOVE SK-FULLNAME TO DL-FULLNAME
           IF SK-OVERDUE
              MOVE "OVERDUE" TO DL-CATEGORY
              ADD 1 TO WS-GROUP-OVERDUE
              ADD 1 TO WS-TOTAL-OVERDUE
           ELSE
              MOVE "DUE" TO DL-CATEGORY
              ADD 1 TO WS-GROUP-DUE
              ADD 1 TO WS-TOTAL-DUE
           END-IF
           IF SK-REVIEW-DATE = ZERO
              MOVE "NEVER" TO DL-REVIEW-DATE
           ELSE
              MOVE SK-REVIEW-DATE TO DL-REVIEW-DATE
           END-IF
           MOVE SK-ID-DOC-TYPE TO DL-ID-DOC-TYPE
           IF SK-ID-EXPIRY-DATE = ZERO
              MOVE "NONE" TO DL-ID-EXPIRY-DATE
           ELSE
              MOVE SK-ID-EXPIRY-DATE TO DL-ID-EXPIRY-DATE
           END-IF
           IF SK-ID-EXPIRED
              MOVE "ID EXPIRED" TO DL-ID-FLAG
              ADD 1 TO WS-TOTAL-ID-EXPIRED
           ELSE
              MOVE SPACES TO DL-ID-FLAG
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       0350-PRINT-GROUP-TOTAL.
           MOVE WS-GROUP-OVERDUE TO GT-OVERDUE
           MOVE WS-GROUP-DUE TO GT-DUE
           WRITE REPORT-LINE FROM WS-GROUP-TOTAL-LINE.

       0900-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE "CUSTOMERS READ:" TO SM-LABEL
           MOVE WS-CUSTOMER-COUNT TO SM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "REVIEWS OVERDUE:" TO SM-LABEL
           MOVE WS-TOTAL-OVERDUE TO SM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "REVIEWS DUE:" TO SM-LABEL
           MOVE WS-TOTAL-DUE TO SM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE "LISTED WITH EXPIRED ID:" TO SM-LABEL
           MOVE WS-TOTAL-ID-EXPIRED TO SM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
