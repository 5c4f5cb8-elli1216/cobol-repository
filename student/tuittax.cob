       IDENTIFICATION DIVISION.
       PROGRAM-ID. tuittax.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * Year-end tuition tax statements, the student-side counterpart
      * of the bank's inttax.cob. Totals each student's tuition
      * ledger history (TUITHIST.DAT) for the tax year -- billed
      * tuition (BILL), payments (PAYMENT), refunds (REFUND) and
      * scholarships and grants (AID) -- and, in STUDENT-MASTER
      * order, prints one statement per student with their master
      * details on TUITTAX.RPT and writes the electronic filing
      * record to TUITTAX.DAT, closed by a trailer carrying the
      * record count and amount totals. A student with nothing to
      * report for the year is skipped. Late fees are not tuition
      * and are not reported. A payout of a credit balance (REFUND,
      * reference PAYOUT) is the student's own money handed back: it
      * nets against payments and is not reported as a refund.
      *
      * The year an entry counts toward is the calendar year of its
      * date -- refund.cob dates a refund at the drop, so a December
      * drop refunded in January still reduces the year it belongs
      * to -- except aid, which counts toward the year of the term it
      * was awarded for (the first four characters of the term code):
      * aiddisb.cob disburses late awards at run date, and a fall
      * scholarship paid out in January was still received for the
      * fall.
      *
      * Every statement issued is kept on the filed-totals register
      * (TTAXREG.DAT), one line per student per tax year. Run again
      * for a year already filed, the job issues only what changed:
      * a student whose totals now differ from the register -- a
      * late refund or disbursement landing in the closed year --
      * gets a CORRECTED statement and a corrected filing record
      * ("C"), and the register takes the new totals; a student
      * matching the register is not reissued. A student with
      * history but no master record cannot be issued a statement
      * and is listed at the foot of the report.
      *
      * SYSIN: tax year (YYYY).
      * TTAXREG.DAT: tax year (4) | student id (5) | billed (10) |
      * payments (10) | refunds (10) | aid (10), implied V99.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ID OF STUDENT-MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT TUITHIST-FILE ASSIGN TO "TUITHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUITHIST-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "TTAXREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TUITTAX.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT TAXFILE-FILE ASSIGN TO "TUITTAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       COPY STUDREC.

       FD  TUITHIST-FILE.
       COPY TUITHREC.

       FD  REGISTER-FILE.
       01 REGISTER-RECORD.
          05 RG-TAX-YEAR          PIC 9(04).
          05 FILLER               PIC X(01).
          05 RG-ID                PIC X(05).
          05 FILLER               PIC X(01).
          05 RG-BILLED            PIC 9(8)V99.
          05 FILLER               PIC X(01).
          05 RG-PAYMENTS          PIC 9(8)V99.
          05 FILLER               PIC X(01).
          05 RG-REFUNDS           PIC 9(8)V99.
          05 FILLER               PIC X(01).
          05 RG-AID               PIC 9(8)V99.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).

       FD  TAXFILE-FILE.
       01  TAXFILE-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS         PIC XX.
       01 WS-TUITHIST-STATUS       PIC XX.
       01 WS-REGISTER-STATUS       PIC XX.
       01 WS-REPORT-STATUS         PIC XX.
       01 WS-TAXFILE-STATUS        PIC XX.

       01 WS-HIST-EOF-FLAG         PIC X VALUE "N".
          88 HIST-EOF                  VALUE "Y".
       01 WS-MASTER-EOF-FLAG       PIC X VALUE "N".
          88 MASTER-EOF                VALUE "Y".
       01 WS-REGISTER-EOF-FLAG     PIC X VALUE "N".
          88 REGISTER-EOF              VALUE "Y".

       01 WS-PARAM.
          05 WS-PARAM-TAX-YEAR     PIC 9(04).

      *> the year the history entry in hand counts toward.
       01 WS-ENTRY-YEAR            PIC 9(04).

      *> the tax year's totals per student, built from the history.
       01 WS-ST-TABLE.
          05 WS-ST-COUNT           PIC 9(05) VALUE ZERO.
          05 WS-ST-ENTRY OCCURS 5000 TIMES
                          INDEXED BY WS-ST-IDX.
             10 WS-ST-ID              PIC X(05).
             10 WS-ST-BILLED          PIC 9(8)V99.
             10 WS-ST-PAYMENTS        PIC 9(8)V99.
             10 WS-ST-REFUNDS         PIC 9(8)V99.
             10 WS-ST-AID             PIC 9(8)V99.
             10 WS-ST-ISSUED-FLAG     PIC X(01).
                88 WS-ST-ISSUED           VALUE "Y".

      *> the filed-totals register, every year on it, held while the
      *> run decides what to issue and written back whole at the end.
       01 WS-RG-TABLE.
          05 WS-RG-COUNT           PIC 9(05) VALUE ZERO.
          05 WS-RG-ENTRY OCCURS 20000 TIMES
                          INDEXED BY WS-RG-IDX.
             10 WS-RG-TAX-YEAR        PIC 9(04).
             10 WS-RG-ID              PIC X(05).
             10 WS-RG-BILLED          PIC 9(8)V99.
             10 WS-RG-PAYMENTS        PIC 9(8)V99.
             10 WS-RG-REFUNDS         PIC 9(8)V99.
             10 WS-RG-AID             PIC 9(8)V99.

       01 WS-FOUND-FLAG            PIC X.
          88 WS-FOUND                  VALUE "Y".
       01 WS-RG-FOUND-FLAG         PIC X.
          88 WS-RG-FOUND               VALUE "Y".

      *> what this student's statement is: first issue or a
      *> correction of one already filed.
       01 WS-ISSUE-KIND            PIC X(01).
          88 WS-ISSUE-ORIGINAL         VALUE "O".
          88 WS-ISSUE-CORRECTED        VALUE "C".
          88 WS-ISSUE-NONE             VALUE "N".

       01 WS-COUNTERS.
          05 WS-ORIGINAL-COUNT     PIC 9(08) VALUE ZERO.
          05 WS-CORRECTED-COUNT    PIC 9(08) VALUE ZERO.
          05 WS-UNCHANGED-COUNT    PIC 9(08) VALUE ZERO.
          05 WS-NO-MASTER-COUNT    PIC 9(08) VALUE ZERO.
          05 WS-FILED-COUNT        PIC 9(08) VALUE ZERO.
          05 WS-TOTAL-BILLED       PIC 9(10)V99 VALUE ZERO.
          05 WS-TOTAL-PAYMENTS     PIC 9(10)V99 VALUE ZERO.
          05 WS-TOTAL-REFUNDS      PIC 9(10)V99 VALUE ZERO.
          05 WS-TOTAL-AID          PIC 9(10)V99 VALUE ZERO.

       01 WS-STMT-TITLE-LINE.
          05 ST-TITLE              PIC X(40).
          05 FILLER                PIC X(10) VALUE "TAX YEAR: ".
          05 ST-TAX-YEAR           PIC 9(04).

       01 WS-STMT-ID-LINE.
          05 FILLER                PIC X(12) VALUE "STUDENT ID: ".
          05 SI-ID                 PIC X(05).
          05 FILLER                PIC X(03) VALUE SPACES.
          05 SI-NAME               PIC X(20).
          05 FILLER                PIC X(03) VALUE SPACES.
          05 FILLER                PIC X(09) VALUE "PROGRAM: ".
          05 SI-PROGRAM            PIC X(04).

       01 WS-STMT-EMAIL-LINE.
          05 FILLER                PIC X(12) VALUE "EMAIL:      ".
          05 SE-EMAIL              PIC X(30).

       01 WS-STMT-AMOUNT-LINE.
          05 SA-LABEL              PIC X(40).
          05 SA-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.

       01 WS-SEPARATOR-LINE.
          05 FILLER                PIC X(60) VALUE ALL "-".

       01 WS-EXCEPTION-LINE.
          05 FILLER                PIC X(26) VALUE
             "NOT ON STUDENT MASTER:    ".
          05 EL-ID                 PIC X(05).

       01 WS-SUMMARY-LINE-1.
          05 FILLER                PIC X(22) VALUE
             "STATEMENTS ISSUED:    ".
          05 SL-ORIGINAL-COUNT     PIC ZZZ,ZZ9.
          05 FILLER                PIC X(16) VALUE
             "   CORRECTED:   ".
          05 SL-CORRECTED-COUNT    PIC ZZZ,ZZ9.

       01 WS-SUMMARY-LINE-2.
          05 FILLER                PIC X(26) VALUE
             "UNCHANGED, NOT RE-ISSUED: ".
          05 SL-UNCHANGED-COUNT    PIC ZZZ,ZZ9.

      *> TUITTAX.DAT filing records -- fixed width, unsigned
      *> implied-decimal amounts.
       01 WS-TAX-DETAIL.
          05 TX-REC-TYPE           PIC X(01) VALUE "D".
          05 TX-REC-TAX-YEAR       PIC 9(04).
      *> "O" original, "C" corrects the record filed before.
          05 TX-REC-KIND           PIC X(01).
          05 TX-REC-ID             PIC X(05).
          05 TX-REC-NAME           PIC X(20).
          05 TX-REC-BILLED         PIC 9(8)V99.
          05 TX-REC-PAYMENTS       PIC 9(8)V99.
          05 TX-REC-REFUNDS        PIC 9(8)V99.
          05 TX-REC-AID            PIC 9(8)V99.

       01 WS-TAX-TRAILER.
          05 TX-TRL-TYPE           PIC X(01) VALUE "T".
          05 TX-TRL-TAX-YEAR       PIC 9(04).
          05 TX-TRL-COUNT          PIC 9(08).
          05 TX-TRL-BILLED         PIC 9(10)V99.
          05 TX-TRL-PAYMENTS       PIC 9(10)V99.
          05 TX-TRL-REFUNDS        PIC 9(10)V99.
          05 TX-TRL-AID            PIC 9(10)V99.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-PARAM FROM SYSIN

           PERFORM 0100-INITIALIZE
           PERFORM 0150-LOAD-REGISTER
           PERFORM 0200-TOTAL-HISTORY
           PERFORM 0500-ISSUE-STATEMENTS
           PERFORM 0700-REPORT-NO-MASTER
           PERFORM 0800-REWRITE-REGISTER
           PERFORM 0900-FINALIZE
           STOP RUN.

       0100-INITIALIZE.
           OPEN INPUT STUDENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open student master, status "
                      WS-MASTER-STATUS
              STOP RUN
           END-IF

           OPEN INPUT TUITHIST-FILE
           IF WS-TUITHIST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open tuition history, status "
                      WS-TUITHIST-STATUS
              CLOSE STUDENT-MASTER
              STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open statement file, status "
                      WS-REPORT-STATUS
              CLOSE STUDENT-MASTER TUITHIST-FILE
              STOP RUN
           END-IF

           OPEN OUTPUT TAXFILE-FILE
           IF WS-TAXFILE-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open tax filing file, status "
                      WS-TAXFILE-STATUS
              CLOSE STUDENT-MASTER TUITHIST-FILE REPORT-FILE
              STOP RUN
           END-IF.

      *> no register yet means nothing has ever been filed.
       0150-LOAD-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-REGISTER-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open filed-totals "
                         "register, status " WS-REGISTER-STATUS
                 STOP RUN
              END-IF
              READ REGISTER-FILE
                  AT END SET REGISTER-EOF TO TRUE
              END-READ
              PERFORM UNTIL REGISTER-EOF
                 IF WS-RG-COUNT NOT < 20000
                    DISPLAY "ERROR: Register table full (20000 "
                            "lines). Increase WS-RG-ENTRY OCCURS "
                            "and recompile."
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-RG-COUNT
                 SET WS-RG-IDX TO WS-RG-COUNT
                 MOVE RG-TAX-YEAR TO WS-RG-TAX-YEAR (WS-RG-IDX)
                 MOVE RG-ID TO WS-RG-ID (WS-RG-IDX)
                 MOVE RG-BILLED TO WS-RG-BILLED (WS-RG-IDX)
                 MOVE RG-PAYMENTS TO WS-RG-PAYMENTS (WS-RG-IDX)
                 MOVE RG-REFUNDS TO WS-RG-REFUNDS (WS-RG-IDX)
                 MOVE RG-AID TO WS-RG-AID (WS-RG-IDX)
                 READ REGISTER-FILE
                     AT END SET REGISTER-EOF TO TRUE
                 END-READ
              END-PERFORM
              CLOSE REGISTER-FILE
           END-IF.

       0200-TOTAL-HISTORY.
           READ TUITHIST-FILE
               AT END SET HIST-EOF TO TRUE
           END-READ
           PERFORM UNTIL HIST-EOF
              PERFORM 0250-TOTAL-ENTRY
              READ TUITHIST-FILE
                  AT END SET HIST-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE TUITHIST-FILE.

       0250-TOTAL-ENTRY.
           MOVE TH-DATE (1:4) TO WS-ENTRY-YEAR
           IF TH-TYPE = "AID" AND TH-TERM (1:4) IS NUMERIC
              MOVE TH-TERM (1:4) TO WS-ENTRY-YEAR
           END-IF

           IF WS-ENTRY-YEAR = WS-PARAM-TAX-YEAR
              AND (TH-TYPE = "BILL" OR "PAYMENT" OR "REFUND"
                   OR "AID")
              PERFORM 0260-FIND-STUDENT
              IF NOT WS-FOUND
                 PERFORM 0270-ADD-STUDENT
              END-IF
              EVALUATE TH-TYPE
                 WHEN "BILL"
                    ADD TH-AMOUNT TO WS-ST-BILLED (WS-ST-IDX)
                 WHEN "PAYMENT"
                    ADD TH-AMOUNT TO WS-ST-PAYMENTS (WS-ST-IDX)
                 WHEN "REFUND"
                    IF TH-REF = "PAYOUT"
                       PERFORM 0255-NET-PAYOUT
                    ELSE
                       ADD TH-AMOUNT TO WS-ST-REFUNDS (WS-ST-IDX)
                    END-IF
                 WHEN "AID"
                    ADD TH-AMOUNT TO WS-ST-AID (WS-ST-IDX)
              END-EVALUATE
           END-IF.

      *> a payout hands back the student's own overpayment: it nets
      *> against the payments received, never down past nothing
      *> where the overpayment itself fell in an earlier year.
       0255-NET-PAYOUT.
           IF TH-AMOUNT > WS-ST-PAYMENTS (WS-ST-IDX)
              MOVE ZERO TO WS-ST-PAYMENTS (WS-ST-IDX)
           ELSE
              SUBTRACT TH-AMOUNT FROM WS-ST-PAYMENTS (WS-ST-IDX)
           END-IF.

       0260-FIND-STUDENT.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                    UNTIL WS-ST-IDX > WS-ST-COUNT
              IF WS-ST-ID (WS-ST-IDX) = TH-ID
                 SET WS-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       0270-ADD-STUDENT.
           IF WS-ST-COUNT NOT < 5000
              DISPLAY "ERROR: Student table full (5000 students). "
                      "Increase WS-ST-ENTRY OCCURS and recompile."
              STOP RUN
           END-IF
           ADD 1 TO WS-ST-COUNT
           SET WS-ST-IDX TO WS-ST-COUNT
           MOVE TH-ID TO WS-ST-ID (WS-ST-IDX)
           MOVE ZERO TO WS-ST-BILLED (WS-ST-IDX)
           MOVE ZERO TO WS-ST-PAYMENTS (WS-ST-IDX)
           MOVE ZERO TO WS-ST-REFUNDS (WS-ST-IDX)
           MOVE ZERO TO WS-ST-AID (WS-ST-IDX)
           MOVE "N" TO WS-ST-ISSUED-FLAG (WS-ST-IDX).

      *> walk the master in ID order so statements come out sorted,
      *> issuing for every student with totals for the year.
       0500-ISSUE-STATEMENTS.
           READ STUDENT-MASTER NEXT
               AT END SET MASTER-EOF TO TRUE
           END-READ
           PERFORM UNTIL MASTER-EOF
              MOVE "N" TO WS-FOUND-FLAG
              PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                       UNTIL WS-ST-IDX > WS-ST-COUNT
                 IF WS-ST-ID (WS-ST-IDX) = SM-ID
                    SET WS-FOUND TO TRUE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF WS-FOUND
                 SET WS-ST-ISSUED (WS-ST-IDX) TO TRUE
                 PERFORM 0520-DECIDE-ISSUE
                 IF NOT WS-ISSUE-NONE
                    PERFORM 0550-WRITE-STATEMENT
                    PERFORM 0560-WRITE-FILING-RECORD
                    PERFORM 0570-UPDATE-REGISTER
                 END-IF
              END-IF
              READ STUDENT-MASTER NEXT
                  AT END SET MASTER-EOF TO TRUE
              END-READ
           END-PERFORM.

      *> nothing filed before: an original, if there is anything to
      *> report. Filed before: a correction only when the totals have
      *> moved since.
       0520-DECIDE-ISSUE.
           PERFORM 0530-FIND-REGISTER
           IF NOT WS-RG-FOUND
              IF WS-ST-BILLED (WS-ST-IDX) = ZERO
                 AND WS-ST-PAYMENTS (WS-ST-IDX) = ZERO
                 AND WS-ST-REFUNDS (WS-ST-IDX) = ZERO
                 AND WS-ST-AID (WS-ST-IDX) = ZERO
                 SET WS-ISSUE-NONE TO TRUE
              ELSE
                 SET WS-ISSUE-ORIGINAL TO TRUE
              END-IF
           ELSE
              IF WS-ST-BILLED (WS-ST-IDX) = WS-RG-BILLED (WS-RG-IDX)
                 AND WS-ST-PAYMENTS (WS-ST-IDX)
                     = WS-RG-PAYMENTS (WS-RG-IDX)
                 AND WS-ST-REFUNDS (WS-ST-IDX)
                     = WS-RG-REFUNDS (WS-RG-IDX)
                 AND WS-ST-AID (WS-ST-IDX) = WS-RG-AID (WS-RG-IDX)
                 SET WS-ISSUE-NONE TO TRUE
                 ADD 1 TO WS-UNCHANGED-COUNT
              ELSE
                 SET WS-ISSUE-CORRECTED TO TRUE
              END-IF
           END-IF.

       0530-FIND-REGISTER.
           MOVE "N" TO WS-RG-FOUND-FLAG
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                    UNTIL WS-RG-IDX > WS-RG-COUNT
              IF WS-RG-TAX-YEAR (WS-RG-IDX) = WS-PARAM-TAX-YEAR
                 AND WS-RG-ID (WS-RG-IDX) = SM-ID
                 SET WS-RG-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       0550-WRITE-STATEMENT.
           IF WS-ISSUE-CORRECTED
              MOVE "CORRECTED TUITION TAX STATEMENT" TO ST-TITLE
              ADD 1 TO WS-CORRECTED-COUNT
           ELSE
              MOVE "TUITION TAX STATEMENT" TO ST-TITLE
              ADD 1 TO WS-ORIGINAL-COUNT
           END-IF
           MOVE WS-PARAM-TAX-YEAR TO ST-TAX-YEAR
           WRITE REPORT-LINE FROM WS-STMT-TITLE-LINE

           MOVE SM-ID TO SI-ID
           MOVE SM-NAME TO SI-NAME
           MOVE SM-PROGRAM TO SI-PROGRAM
           WRITE REPORT-LINE FROM WS-STMT-ID-LINE
           MOVE SM-EMAIL TO SE-EMAIL
           WRITE REPORT-LINE FROM WS-STMT-EMAIL-LINE

           MOVE "  QUALIFIED TUITION BILLED" TO SA-LABEL
           MOVE WS-ST-BILLED (WS-ST-IDX) TO SA-AMOUNT
           WRITE REPORT-LINE FROM WS-STMT-AMOUNT-LINE
           MOVE "  PAYMENTS RECEIVED" TO SA-LABEL
           MOVE WS-ST-PAYMENTS (WS-ST-IDX) TO SA-AMOUNT
           WRITE REPORT-LINE FROM WS-STMT-AMOUNT-LINE
           MOVE "  REFUNDS" TO SA-LABEL
           MOVE WS-ST-REFUNDS (WS-ST-IDX) TO SA-AMOUNT
           WRITE REPORT-LINE FROM WS-STMT-AMOUNT-LINE
           MOVE "  SCHOLARSHIPS AND GRANTS" TO SA-LABEL
           MOVE WS-ST-AID (WS-ST-IDX) TO SA-AMOUNT
           WRITE REPORT-LINE FROM WS-STMT-AMOUNT-LINE

           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE.

       0560-WRITE-FILING-RECORD.
           MOVE WS-PARAM-TAX-YEAR TO TX-REC-TAX-YEAR
           MOVE WS-ISSUE-KIND TO TX-REC-KIND
           MOVE SM-ID TO TX-REC-ID
           MOVE SM-NAME TO TX-REC-NAME
           MOVE WS-ST-BILLED (WS-ST-IDX) TO TX-REC-BILLED
           MOVE WS-ST-PAYMENTS (WS-ST-IDX) TO TX-REC-PAYMENTS
           MOVE WS-ST-REFUNDS (WS-ST-IDX) TO TX-REC-REFUNDS
           MOVE WS-ST-AID (WS-ST-IDX) TO TX-REC-AID
           WRITE TAXFILE-LINE FROM WS-TAX-DETAIL
           IF WS-TAXFILE-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write tax filing file, status "
                      WS-TAXFILE-STATUS
              STOP RUN
           END-IF

           ADD 1 TO WS-FILED-COUNT
           ADD WS-ST-BILLED (WS-ST-IDX) TO WS-TOTAL-BILLED
           ADD WS-ST-PAYMENTS (WS-ST-IDX) TO WS-TOTAL-PAYMENTS
           ADD WS-ST-REFUNDS (WS-ST-IDX) TO WS-TOTAL-REFUNDS
           ADD WS-ST-AID (WS-ST-IDX) TO WS-TOTAL-AID.

      *> the register carries what was last issued, so the next run
      *> for the year corrects against it.
       0570-UPDATE-REGISTER.
           IF NOT WS-RG-FOUND
              IF WS-RG-COUNT NOT < 20000
                 DISPLAY "ERROR: Register table full (20000 "
                         "lines). Increase WS-RG-ENTRY OCCURS "
                         "and recompile."
                 STOP RUN
              END-IF
              ADD 1 TO WS-RG-COUNT
              SET WS-RG-IDX TO WS-RG-COUNT
              MOVE WS-PARAM-TAX-YEAR TO WS-RG-TAX-YEAR (WS-RG-IDX)
              MOVE SM-ID TO WS-RG-ID (WS-RG-IDX)
           END-IF
           MOVE WS-ST-BILLED (WS-ST-IDX) TO WS-RG-BILLED (WS-RG-IDX)
           MOVE WS-ST-PAYMENTS (WS-ST-IDX)
                TO WS-RG-PAYMENTS (WS-RG-IDX)
           MOVE WS-ST-REFUNDS (WS-ST-IDX)
                TO WS-RG-REFUNDS (WS-RG-IDX)
           MOVE WS-ST-AID (WS-ST-IDX) TO WS-RG-AID (WS-RG-IDX).

       0700-REPORT-NO-MASTER.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                    UNTIL WS-ST-IDX > WS-ST-COUNT
              IF NOT WS-ST-ISSUED (WS-ST-IDX)
                 ADD 1 TO WS-NO-MASTER-COUNT
                 MOVE WS-ST-ID (WS-ST-IDX) TO EL-ID
                 WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
              END-IF
           END-PERFORM.

       0800-REWRITE-REGISTER.
           OPEN OUTPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to rewrite filed-totals "
                      "register, status " WS-REGISTER-STATUS
              STOP RUN
           END-IF
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                    UNTIL WS-RG-IDX > WS-RG-COUNT
              MOVE SPACES TO REGISTER-RECORD
              MOVE WS-RG-TAX-YEAR (WS-RG-IDX) TO RG-TAX-YEAR
              MOVE WS-RG-ID (WS-RG-IDX) TO RG-ID
              MOVE WS-RG-BILLED (WS-RG-IDX) TO RG-BILLED
              MOVE WS-RG-PAYMENTS (WS-RG-IDX) TO RG-PAYMENTS
              MOVE WS-RG-REFUNDS (WS-RG-IDX) TO RG-REFUNDS
              MOVE WS-RG-AID (WS-RG-IDX) TO RG-AID
              WRITE REGISTER-RECORD
           END-PERFORM
           CLOSE REGISTER-FILE.

       0900-FINALIZE.
           MOVE WS-PARAM-TAX-YEAR TO TX-TRL-TAX-YEAR
           MOVE WS-FILED-COUNT TO TX-TRL-COUNT
           MOVE WS-TOTAL-BILLED TO TX-TRL-BILLED
           MOVE WS-TOTAL-PAYMENTS TO TX-TRL-PAYMENTS
           MOVE WS-TOTAL-REFUNDS TO TX-TRL-REFUNDS
           MOVE WS-TOTAL-AID TO TX-TRL-AID
           WRITE TAXFILE-LINE FROM WS-TAX-TRAILER

           MOVE WS-ORIGINAL-COUNT TO SL-ORIGINAL-COUNT
           MOVE WS-CORRECTED-COUNT TO SL-CORRECTED-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-1
           MOVE WS-UNCHANGED-COUNT TO SL-UNCHANGED-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2

           CLOSE STUDENT-MASTER REPORT-FILE TAXFILE-FILE

           DISPLAY "Tuition tax statements complete for "
                   WS-PARAM-TAX-YEAR
           DISPLAY "  Original:   " WS-ORIGINAL-COUNT
           DISPLAY "  Corrected:  " WS-CORRECTED-COUNT
           DISPLAY "  Unchanged:  " WS-UNCHANGED-COUNT
           DISPLAY "  No master:  " WS-NO-MASTER-COUNT.
