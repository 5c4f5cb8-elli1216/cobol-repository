       IDENTIFICATION DIVISION.
       PROGRAM-ID. amlage.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * AML case aging report. Lists every case on AMLCASE.DAT still
      * unresolved (open or escalated) that was opened more than the
      * given number of days before the business date, oldest first
      * as the case file runs, with its age in days, rule, holder and
      * name from CUSTOMER-MASTER, status and the amount the rule
      * added up. Output: AMLAGE.RPT.
      *
      * SYSIN: business date (YYYYMMDD), a space, age in days (3
      * digits).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-HOLDERID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.

           SELECT CASE-FILE ASSIGN TO "AMLCASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "AMLAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  CASE-FILE.
       COPY AMLCASE.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS            PIC XX.
       01 WS-CASE-STATUS            PIC XX.
       01 WS-REPORT-STATUS          PIC XX.

       01 WS-CASE-EOF-FLAG          PIC X VALUE "N".
           88 CASE-EOF                 VALUE "Y".

       01 WS-PARAM.
           05 WS-PARAM-DATE          PIC 9(08).
           05 FILLER                 PIC X(01).
           05 WS-PARAM-DAYS          PIC 9(03).

       01 WS-RUN-DAY                PIC 9(08).
       01 WS-AGE-DAYS               PIC 9(05).

       01 WS-COUNTERS.
           05 WS-AGED-COUNT         PIC 9(08) VALUE ZERO.
           05 WS-AGED-AMOUNT        PIC 9(12)V99 VALUE ZERO.

       01 WS-HEADER-LINE.
           05 FILLER                PIC X(33) VALUE
              "--- AML OPEN CASE AGING REPORT --".
           05 FILLER                PIC X(10) VALUE " BUSINESS ".
           05 HL-DATE               PIC 9(08).
           05 FILLER                PIC X(16) VALUE
              "  OLDER THAN    ".
           05 HL-DAYS               PIC ZZ9.
           05 FILLER                PIC X(05) VALUE " DAYS".

       01 WS-COLUMN-HEADER.
           05 FILLER                PIC X(10) VALUE "CASE".
           05 FILLER                PIC X(10) VALUE "OPENED".
           05 FILLER                PIC X(07) VALUE "AGE".
           05 FILLER                PIC X(10) VALUE "RULE".
           05 FILLER                PIC X(12) VALUE "HOLDERID".
           05 FILLER                PIC X(22) VALUE "NAME".
           05 FILLER                PIC X(11) VALUE "STATUS".
           05 FILLER                PIC X(16) VALUE "AMOUNT".

       01 WS-DETAIL-LINE.
           05 DL-CASE-ID            PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-OPEN-DATE          PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-AGE                PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-RULE               PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-HOLDERID           PIC Z(9)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-NAME               PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-STATUS             PIC X(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-FOOTER.
           05 FILLER                PIC X(13) VALUE "AGED CASES: ".
           05 FP-COUNT              PIC Z(7)9.
           05 FILLER                PIC X(13) VALUE " | AMOUNT: ".
           05 FP-AMOUNT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-PARAM FROM SYSIN

           PERFORM 0100-INITIALIZE
           PERFORM 0200-PROCESS-CASE UNTIL CASE-EOF
           PERFORM 0900-FINALIZE
           STOP RUN.

       0100-INITIALIZE.
           COMPUTE WS-RUN-DAY =
                   FUNCTION INTEGER-OF-DATE (WS-PARAM-DATE)

           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS = "35"
              SET CASE-EOF TO TRUE
           ELSE
              IF WS-CASE-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open AML case file, status "
                         WS-CASE-STATUS
                 STOP RUN
              END-IF
              READ CASE-FILE
                  AT END SET CASE-EOF TO TRUE
              END-READ
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open customer master, status "
                      WS-CUST-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open aging report, status "
                      WS-REPORT-STATUS
              CLOSE CUSTOMER-MASTER
              STOP RUN
           END-IF

           MOVE WS-PARAM-DATE TO HL-DATE
           MOVE WS-PARAM-DAYS TO HL-DAYS
           WRITE REPORT-LINE FROM WS-HEADER-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADER.

       0200-PROCESS-CASE.
           IF AC-IS-UNRESOLVED AND AC-OPEN-DATE NOT > WS-PARAM-DATE
              COMPUTE WS-AGE-DAYS = WS-RUN-DAY
                      - FUNCTION INTEGER-OF-DATE (AC-OPEN-DATE)
              IF WS-AGE-DAYS > WS-PARAM-DAYS
                 PERFORM 0300-WRITE-AGED-CASE
              END-IF
           END-IF

           READ CASE-FILE
               AT END SET CASE-EOF TO TRUE
           END-READ.

       0300-WRITE-AGED-CASE.
           MOVE AC-HOLDERID TO CUST-HOLDERID OF CUSTOMER-RECORD
           READ CUSTOMER-MASTER
               INVALID KEY
                  MOVE "** NOT ON MASTER **" TO CUST-FULLNAME
           END-READ

           MOVE AC-CASE-ID TO DL-CASE-ID
           MOVE AC-OPEN-DATE TO DL-OPEN-DATE
           MOVE WS-AGE-DAYS TO DL-AGE
           MOVE AC-RULE-CODE TO DL-RULE
           MOVE AC-HOLDERID TO DL-HOLDERID
           MOVE CUST-FULLNAME TO DL-NAME
           IF AC-IS-ESCALATED
              MOVE "ESCALATED" TO DL-STATUS
           ELSE
              MOVE "OPEN" TO DL-STATUS
           END-IF
           MOVE AC-TOTAL-AMOUNT TO DL-AMOUNT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE

           ADD 1 TO WS-AGED-COUNT
           ADD AC-TOTAL-AMOUNT TO WS-AGED-AMOUNT.

       0900-FINALIZE.
           MOVE WS-AGED-COUNT TO FP-COUNT
           MOVE WS-AGED-AMOUNT TO FP-AMOUNT
           WRITE REPORT-LINE FROM WS-FOOTER

           IF WS-CASE-STATUS NOT = "35"
              CLOSE CASE-FILE
           END-IF
           CLOSE CUSTOMER-MASTER REPORT-FILE

           DISPLAY "AML aging report complete. Aged cases: "
                   WS-AGED-COUNT.
