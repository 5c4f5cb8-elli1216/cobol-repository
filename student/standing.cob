       IDENTIFICATION DIVISION.
       PROGRAM-ID. standing.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * End-of-term academic standing and the Dean's List. The
      * student run's PROBATION status looks at one GPA at a time;
      * this run applies the academic policy across terms. Every
      * student with a GPA line for the run term on GPAHIST.DAT
      * (the latest line for the term wins) is assessed:
      *   GOOD        GPA at or above the probation GPA
      *   PROBATION   below it for the first assessed term in a row
      *   CONTPROB    below it again, up to the probation terms
      *               allowed
      *   SUSPENDED   below it once the probation terms allowed have
      *               been used up
      * The GPA judged is the term GPA unless the run asks for the
      * cumulative, the same choice the student run offers. "In a
      * row" runs over the student's own assessed terms in term
      * master start-date order, so a term not enrolled neither
      * breaks nor extends a probation run. A student in good
      * standing whose term GPA reaches the Dean's List GPA on at
      * least the full-time load of graded credits (ENRLMAST.DAT,
      * incompletes aside) is on the Dean's List.
      *
      * Each assessment is appended to STANDHIST.DAT (STANDREC); a
      * rerun for the term supersedes. Suspension and Dean's List
      * letters go to STANDLTR.RPT -- not again on a rerun that
      * finds the standing unchanged -- and the registrar's summary
      * by SM-PROGRAM to STANDING.RPT.
      *
      * SYSIN: term (5) | probation GPA (3, implied 9V99, zero/blank
      *        = 2.00) | probation terms allowed before suspension
      *        (1, zero/blank = 2) | Dean's List GPA (3, implied
      *        9V99, zero/blank = 3.50) | full-time credit load (2,
      *        zero/blank = 12) | GPA basis (1, C = cumulative,
      *        otherwise term).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ID OF STUDENT-MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ENROLLMENT-MASTER ASSIGN TO "ENRLMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY OF ENROLLMENT-RECORD
               FILE STATUS IS WS-ENRL-STATUS.

           SELECT GPA-HISTORY ASSIGN TO "GPAHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GPAHIST-STATUS.

           SELECT STANDING-HISTORY ASSIGN TO "STANDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDHIST-STATUS.

           SELECT TERMMAST-FILE ASSIGN TO "TERMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMMAST-STATUS.

           SELECT LETTER-FILE ASSIGN TO "STANDLTR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "STANDING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       COPY STUDREC.

       FD  ENROLLMENT-MASTER.
       COPY ENRLREC.

       FD  GPA-HISTORY.
       01 GPA-HISTORY-RECORD.
          05 GH-ID               PIC X(05).
          05 FILLER              PIC X(01).
          05 GH-TERM             PIC X(05).
          05 FILLER              PIC X(01).
          05 GH-TERM-GPA         PIC 9V99.
          05 FILLER              PIC X(01).
          05 GH-CUM-GPA          PIC 9V99.

       FD  STANDING-HISTORY.
       COPY STANDREC.

       FD  TERMMAST-FILE.
       01 TERMMAST-RECORD.
          05 TM-TERM              PIC X(05).
          05 FILLER               PIC X(01).
          05 TM-START-DATE        PIC 9(08).
          05 FILLER               PIC X(01).
          05 TM-END-DATE          PIC 9(08).
          05 FILLER               PIC X(01).
      *> the remaining dates are carried for layout fidelity -- not
      *> used in this program.
          05 TM-ADDDROP-DEADLINE  PIC 9(08).
          05 FILLER               PIC X(01).
          05 TM-BILLING-DATE      PIC 9(08).
          05 FILLER               PIC X(01).
          05 TM-FULL-REFUND-THRU  PIC 9(08).
          05 FILLER               PIC X(01).
          05 TM-HALF-REFUND-THRU  PIC 9(08).
          05 FILLER               PIC X(01).
          05 TM-CENSUS-DATE       PIC 9(08).

       FD  LETTER-FILE.
       01  LETTER-LINE             PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS         PIC XX.
       01 WS-ENRL-STATUS           PIC XX.
       01 WS-GPAHIST-STATUS        PIC XX.
       01 WS-STANDHIST-STATUS      PIC XX.
       01 WS-TERMMAST-STATUS       PIC XX.
       01 WS-LETTER-STATUS         PIC XX.
       01 WS-REPORT-STATUS         PIC XX.

       01 WS-FLAGS.
          05 WS-GPAHIST-EOF-FLAG    PIC X VALUE "N".
             88 GPAHIST-EOF              VALUE "Y".
          05 WS-STANDHIST-EOF-FLAG  PIC X VALUE "N".
             88 STANDHIST-EOF            VALUE "Y".
          05 WS-TERMMAST-EOF-FLAG   PIC X VALUE "N".
             88 TERMMAST-EOF             VALUE "Y".
          05 WS-ENRL-SCAN-EOF-FLAG  PIC X VALUE "N".
             88 ENRL-SCAN-EOF            VALUE "Y".
          05 WS-TM-FOUND-FLAG       PIC X VALUE "N".
             88 WS-TM-FOUND              VALUE "Y".
          05 WS-SH-FOUND-FLAG       PIC X VALUE "N".
             88 WS-SH-FOUND              VALUE "Y".
          05 WS-AS-FOUND-FLAG       PIC X VALUE "N".
             88 WS-AS-FOUND              VALUE "Y".
          05 WS-PG-FOUND-FLAG       PIC X VALUE "N".
             88 WS-PG-FOUND              VALUE "Y".
          05 WS-GRADE-IN-GPA-FLAG   PIC X VALUE "N".
             88 WS-GRADE-IN-GPA          VALUE "Y".
          05 WS-DEANS-LIST-FLAG     PIC X VALUE "N".
             88 WS-ON-DEANS-LIST         VALUE "Y".

       01 WS-PARAM.
          05 WS-PARAM-TERM          PIC X(05).
          05 WS-PARAM-PROBATION-GPA PIC 9V99.
          05 WS-PARAM-PROB-TERMS    PIC 9(01).
          05 WS-PARAM-DEANS-GPA     PIC 9V99.
          05 WS-PARAM-FULL-LOAD     PIC 9(02).
          05 WS-PARAM-GPA-BASIS     PIC X(01).
             88 WS-BASIS-CUMULATIVE     VALUE "C".

       01 WS-PROBATION-GPA         PIC 9V99 VALUE 2.00.
       01 WS-PROB-TERMS-ALLOWED    PIC 9(01) VALUE 2.
       01 WS-DEANS-GPA             PIC 9V99 VALUE 3.50.
       01 WS-FULL-LOAD             PIC 9(02) VALUE 12.
       01 WS-RUN-DATE              PIC 9(08).
       01 WS-RUN-TERM-START        PIC 9(08).

      *> every term's start date: the order "consecutive" runs in.
       01 WS-TM-TABLE.
          05 WS-TM-COUNT           PIC 9(02) VALUE ZERO.
          05 WS-TM-ENTRY OCCURS 60 TIMES
                          INDEXED BY WS-TM-IDX.
             10 WS-TM-TERM            PIC X(05).
             10 WS-TM-START           PIC 9(08).

       01 WS-TM-SEARCH-TERM        PIC X(05).

      *> every standing already on file, the latest line per student
      *> and term winning -- where each student's probation run so
      *> far is read from.
       01 WS-SH-TABLE.
          05 WS-SH-COUNT           PIC 9(05) VALUE ZERO.
          05 WS-SH-ENTRY OCCURS 10000 TIMES
                          INDEXED BY WS-SH-IDX.
             10 WS-SH-ID              PIC X(05).
             10 WS-SH-TERM            PIC X(05).
             10 WS-SH-STANDING        PIC X(10).
             10 WS-SH-PROB-TERMS      PIC 9(02).
             10 WS-SH-DEANS-LIST      PIC X(01).

       01 WS-SH-SEARCH-ID          PIC X(05).
       01 WS-SH-SEARCH-TERM        PIC X(05).

      *> the run term's GPA lines, one per student, latest winning.
       01 WS-AS-TABLE.
          05 WS-AS-COUNT           PIC 9(04) VALUE ZERO.
          05 WS-AS-ENTRY OCCURS 3000 TIMES
                          INDEXED BY WS-AS-IDX.
             10 WS-AS-ID              PIC X(05).
             10 WS-AS-TERM-GPA        PIC 9V99.
             10 WS-AS-CUM-GPA         PIC 9V99.

      *> standing counts per SM-PROGRAM, kept in program order as
      *> they are added.
       01 WS-PG-TABLE.
          05 WS-PG-COUNT           PIC 9(03) VALUE ZERO.
          05 WS-PG-ENTRY OCCURS 100 TIMES
                          INDEXED BY WS-PG-IDX WS-PG-IDX-2.
             10 WS-PG-PROGRAM         PIC X(04).
             10 WS-PG-GOOD            PIC 9(05).
             10 WS-PG-FIRST-PROB      PIC 9(05).
             10 WS-PG-CONT-PROB       PIC 9(05).
             10 WS-PG-SUSPENDED       PIC 9(05).
             10 WS-PG-DEANS-LIST      PIC 9(05).

       01 WS-PG-HOLD               PIC X(29).

      *> the student's previous assessed term, if any.
       01 WS-PRIOR-START           PIC 9(08).
       01 WS-PRIOR-SUB             PIC 9(05).
       01 WS-PRIOR-PROB-TERMS      PIC 9(02).
       01 WS-SCAN-SUB              PIC 9(05).

       01 WS-JUDGED-GPA            PIC 9V99.
       01 WS-STANDING              PIC X(10).
       01 WS-PROB-TERMS            PIC 9(02).
       01 WS-GRADE-CHECK           PIC X(02).
       01 WS-TERM-CREDITS          PIC 9(03).

       01 WS-COUNTERS.
          05 WS-ASSESSED-COUNT     PIC 9(06) VALUE ZERO.
          05 WS-NOT-ON-MASTER      PIC 9(06) VALUE ZERO.
          05 WS-LETTER-COUNT       PIC 9(06) VALUE ZERO.
          05 WS-TOT-GOOD           PIC 9(06) VALUE ZERO.
          05 WS-TOT-FIRST-PROB     PIC 9(06) VALUE ZERO.
          05 WS-TOT-CONT-PROB      PIC 9(06) VALUE ZERO.
          05 WS-TOT-SUSPENDED      PIC 9(06) VALUE ZERO.
          05 WS-TOT-DEANS-LIST     PIC 9(06) VALUE ZERO.

       01 WS-TITLE-LINE.
          05 FILLER                PIC X(28) VALUE
             "ACADEMIC STANDING SUMMARY  ".
          05 FILLER                PIC X(06) VALUE "TERM: ".
          05 TL-TERM               PIC X(05).
          05 FILLER                PIC X(12) VALUE "  RUN DATE: ".
          05 TL-RUN-DATE           PIC 9(08).

       01 WS-POLICY-LINE.
          05 FILLER                PIC X(16) VALUE "PROBATION GPA: ".
          05 PL-PROBATION-GPA      PIC 9.99.
          05 FILLER                PIC X(13) VALUE "  ON BASIS: ".
          05 PL-BASIS              PIC X(10).
          05 FILLER                PIC X(20) VALUE
             "  TERMS ALLOWED: ".
          05 PL-PROB-TERMS         PIC 9.

       01 WS-POLICY-LINE-2.
          05 FILLER                PIC X(18) VALUE
             "DEAN'S LIST GPA: ".
          05 PL-DEANS-GPA          PIC 9.99.
          05 FILLER                PIC X(20) VALUE
             "  FULL-TIME LOAD: ".
          05 PL-FULL-LOAD          PIC Z9.

       01 WS-COLUMN-LINE.
          05 FILLER                PIC X(36) VALUE
             "PROGRAM     GOOD  PROBATION CONTPROB".
          05 FILLER                PIC X(31) VALUE
             "  SUSPENDED   TOTAL DEAN'S LIST".

       01 WS-SUMMARY-LINE.
          05 SL-PROGRAM            PIC X(07).
          05 SL-GOOD               PIC ZZZ,ZZ9.
          05 FILLER                PIC X(04) VALUE SPACES.
          05 SL-FIRST-PROB         PIC ZZZ,ZZ9.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 SL-CONT-PROB          PIC ZZZ,ZZ9.
          05 FILLER                PIC X(04) VALUE SPACES.
          05 SL-SUSPENDED          PIC ZZZ,ZZ9.
          05 FILLER                PIC X(01) VALUE SPACES.
          05 SL-TOTAL              PIC ZZZ,ZZ9.
          05 FILLER                PIC X(05) VALUE SPACES.
          05 SL-DEANS-LIST         PIC ZZZ,ZZ9.

       01 WS-SL-TOTAL              PIC 9(06).

       01 WS-SEPARATOR-LINE.
          05 FILLER                PIC X(70) VALUE ALL "-".

       01 WS-LTR-NAME-LINE.
          05 LN-NAME               PIC X(20).
          05 FILLER                PIC X(04) VALUE SPACES.
          05 FILLER                PIC X(12) VALUE "STUDENT ID: ".
          05 LN-ID                 PIC X(05).

       01 WS-LTR-EMAIL-LINE.
          05 LE-EMAIL              PIC X(30).

       01 WS-LTR-DATE-LINE.
          05 FILLER                PIC X(06) VALUE "TERM: ".
          05 LD-TERM               PIC X(05).
          05 FILLER                PIC X(12) VALUE "     DATED: ".
          05 LD-RUN-DATE           PIC 9(08).

       01 WS-LTR-BODY-LINE         PIC X(70).

       01 WS-LTR-GPA-LINE.
          05 FILLER                PIC X(10) VALUE "TERM GPA: ".
          05 LG-TERM-GPA           PIC 9.99.
          05 FILLER                PIC X(20) VALUE
             "   CUMULATIVE GPA: ".
          05 LG-CUM-GPA            PIC 9.99.
          05 FILLER                PIC X(20) VALUE
             "   GRADED CREDITS: ".
          05 LG-CREDITS            PIC ZZ9.

       01 WS-LTR-RUN-LINE.
          05 FILLER                PIC X(35) VALUE
             "CONSECUTIVE TERMS BELOW THE MINIMUM".
          05 FILLER                PIC X(06) VALUE " GPA: ".
          05 LR-PROB-TERMS         PIC Z9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-PARAM FROM SYSIN
           IF WS-PARAM-TERM = SPACES
              DISPLAY "ERROR: Standing run needs a term."
              STOP RUN
           END-IF
           IF WS-PARAM-PROBATION-GPA NUMERIC
              AND WS-PARAM-PROBATION-GPA NOT = ZERO
              MOVE WS-PARAM-PROBATION-GPA TO WS-PROBATION-GPA
           END-IF
           IF WS-PARAM-PROB-TERMS NUMERIC
              AND WS-PARAM-PROB-TERMS NOT = ZERO
              MOVE WS-PARAM-PROB-TERMS TO WS-PROB-TERMS-ALLOWED
           END-IF
           IF WS-PARAM-DEANS-GPA NUMERIC
              AND WS-PARAM-DEANS-GPA NOT = ZERO
              MOVE WS-PARAM-DEANS-GPA TO WS-DEANS-GPA
           END-IF
           IF WS-PARAM-FULL-LOAD NUMERIC
              AND WS-PARAM-FULL-LOAD NOT = ZERO
              MOVE WS-PARAM-FULL-LOAD TO WS-FULL-LOAD
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           PERFORM 0100-INITIALIZE
           SET WS-AS-IDX TO 1
           PERFORM 0400-ASSESS-STUDENT
              VARYING WS-AS-IDX FROM 1 BY 1
              UNTIL WS-AS-IDX > WS-AS-COUNT
           PERFORM 0800-PRINT-SUMMARY
           PERFORM 0900-FINALIZE
           STOP RUN.

       0100-INITIALIZE.
           PERFORM 0150-LOAD-TERM-MASTER
           MOVE WS-PARAM-TERM TO WS-TM-SEARCH-TERM
           PERFORM 0460-FIND-TERM
           IF NOT WS-TM-FOUND
              DISPLAY "ERROR: Term " WS-PARAM-TERM
                      " is not on the term master."
              STOP RUN
           END-IF
           MOVE WS-TM-START (WS-TM-IDX) TO WS-RUN-TERM-START

           PERFORM 0200-LOAD-STANDING-HISTORY
           PERFORM 0250-LOAD-TERM-GPAS

           OPEN INPUT STUDENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open student master, status "
                      WS-MASTER-STATUS
              STOP RUN
           END-IF

           OPEN INPUT ENROLLMENT-MASTER
           IF WS-ENRL-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open enrollment master, "
                      "status " WS-ENRL-STATUS
              CLOSE STUDENT-MASTER
              STOP RUN
           END-IF

      *> the standing history is always extended, created once on
      *> the very first run.
           OPEN EXTEND STANDING-HISTORY
           IF WS-STANDHIST-STATUS = "35"
              OPEN OUTPUT STANDING-HISTORY
           END-IF
           IF WS-STANDHIST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open standing history, "
                      "status " WS-STANDHIST-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT LETTER-FILE
           IF WS-LETTER-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open standing letters, "
                      "status " WS-LETTER-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open standing report, "
                      "status " WS-REPORT-STATUS
              STOP RUN
           END-IF.

       0150-LOAD-TERM-MASTER.
           OPEN INPUT TERMMAST-FILE
           IF WS-TERMMAST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open term master, status "
                      WS-TERMMAST-STATUS
              STOP RUN
           END-IF
           READ TERMMAST-FILE
               AT END SET TERMMAST-EOF TO TRUE
           END-READ
           PERFORM UNTIL TERMMAST-EOF
              IF WS-TM-COUNT NOT < 60
                 DISPLAY "ERROR: Term master table full (60 terms). "
                         "Increase WS-TM-ENTRY OCCURS and recompile."
                 STOP RUN
              END-IF
              ADD 1 TO WS-TM-COUNT
              SET WS-TM-IDX TO WS-TM-COUNT
              MOVE TM-TERM TO WS-TM-TERM (WS-TM-IDX)
              MOVE TM-START-DATE TO WS-TM-START (WS-TM-IDX)
              READ TERMMAST-FILE
                  AT END SET TERMMAST-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE TERMMAST-FILE.

      *> no history yet simply means every student assessed starts
      *> with a clean record.
       0200-LOAD-STANDING-HISTORY.
           OPEN INPUT STANDING-HISTORY
           IF WS-STANDHIST-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-STANDHIST-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open standing history, "
                         "status " WS-STANDHIST-STATUS
                 STOP RUN
              END-IF
              READ STANDING-HISTORY
                  AT END SET STANDHIST-EOF TO TRUE
              END-READ
              PERFORM UNTIL STANDHIST-EOF
                 MOVE AS-ID TO WS-SH-SEARCH-ID
                 MOVE AS-TERM TO WS-SH-SEARCH-TERM
                 PERFORM 0480-FIND-OR-ADD-STANDING
                 MOVE AS-STANDING TO WS-SH-STANDING (WS-SH-IDX)
                 MOVE AS-PROB-TERMS TO WS-SH-PROB-TERMS (WS-SH-IDX)
                 MOVE AS-DEANS-LIST TO WS-SH-DEANS-LIST (WS-SH-IDX)
                 READ STANDING-HISTORY
                     AT END SET STANDHIST-EOF TO TRUE
                 END-READ
              END-PERFORM
              CLOSE STANDING-HISTORY
           END-IF.

       0250-LOAD-TERM-GPAS.
           OPEN INPUT GPA-HISTORY
           IF WS-GPAHIST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open GPA history, status "
                      WS-GPAHIST-STATUS
              STOP RUN
           END-IF
           READ GPA-HISTORY
               AT END SET GPAHIST-EOF TO TRUE
           END-READ
           PERFORM UNTIL GPAHIST-EOF
              IF GH-TERM = WS-PARAM-TERM
                 PERFORM 0260-NOTE-TERM-GPA
              END-IF
              READ GPA-HISTORY
                  AT END SET GPAHIST-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE GPA-HISTORY.

       0260-NOTE-TERM-GPA.
           MOVE "N" TO WS-AS-FOUND-FLAG
           SET WS-AS-IDX TO 1
           PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                    UNTIL WS-AS-IDX > WS-AS-COUNT
              IF WS-AS-ID (WS-AS-IDX) = GH-ID
                 SET WS-AS-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF NOT WS-AS-FOUND
              IF WS-AS-COUNT NOT < 3000
                 DISPLAY "ERROR: Term GPA table full (3000 "
                         "students). Increase WS-AS-ENTRY OCCURS "
                         "and recompile."
                 STOP RUN
              END-IF
              ADD 1 TO WS-AS-COUNT
              SET WS-AS-IDX TO WS-AS-COUNT
              MOVE GH-ID TO WS-AS-ID (WS-AS-IDX)
           END-IF
           MOVE GH-TERM-GPA TO WS-AS-TERM-GPA (WS-AS-IDX)
           MOVE GH-CUM-GPA TO WS-AS-CUM-GPA (WS-AS-IDX).

       0400-ASSESS-STUDENT.
           MOVE WS-AS-ID (WS-AS-IDX) TO SM-ID
           READ STUDENT-MASTER
               INVALID KEY
                  DISPLAY "WARNING: student " WS-AS-ID (WS-AS-IDX)
                          " has a term GPA but is not on the "
                          "student master; not assessed."
           END-READ

           IF WS-MASTER-STATUS = "00"
              ADD 1 TO WS-ASSESSED-COUNT
              IF WS-BASIS-CUMULATIVE
                 MOVE WS-AS-CUM-GPA (WS-AS-IDX) TO WS-JUDGED-GPA
              ELSE
                 MOVE WS-AS-TERM-GPA (WS-AS-IDX) TO WS-JUDGED-GPA
              END-IF
              PERFORM 0420-COUNT-TERM-CREDITS
              PERFORM 0440-FIND-PRIOR-STANDING
              PERFORM 0500-APPLY-POLICY
              PERFORM 0550-WRITE-STANDING
              PERFORM 0600-WRITE-LETTER-IF-DUE
              PERFORM 0700-TALLY-PROGRAM
           ELSE
              ADD 1 TO WS-NOT-ON-MASTER
           END-IF.

      *> the graded credits the term GPA stands on -- incompletes
      *> and ungraded courses carry no weight for the Dean's List
      *> load.
       0420-COUNT-TERM-CREDITS.
           MOVE ZERO TO WS-TERM-CREDITS
           MOVE "N" TO WS-ENRL-SCAN-EOF-FLAG
           MOVE SM-ID TO EN-ID
           MOVE LOW-VALUES TO EN-COURSE
           START ENROLLMENT-MASTER KEY NOT < EN-KEY
               INVALID KEY SET ENRL-SCAN-EOF TO TRUE
           END-START
           IF NOT ENRL-SCAN-EOF
              READ ENROLLMENT-MASTER NEXT
                  AT END SET ENRL-SCAN-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL ENRL-SCAN-EOF
              IF EN-ID NOT = SM-ID
                 SET ENRL-SCAN-EOF TO TRUE
              ELSE
                 IF EN-TERM = WS-PARAM-TERM
                    AND EN-GRADE NOT = SPACES
                    MOVE EN-GRADE TO WS-GRADE-CHECK
                    PERFORM 0430-CHECK-GRADE-IN-GPA
                    IF WS-GRADE-IN-GPA
                       ADD EN-CREDITS TO WS-TERM-CREDITS
                    END-IF
                 END-IF
                 READ ENROLLMENT-MASTER NEXT
                     AT END SET ENRL-SCAN-EOF TO TRUE
                 END-READ
              END-IF
           END-PERFORM.

      *> the letters on gradepost.cob's GPA scale; I (incomplete)
      *> and anything else carry no GPA weight.
       0430-CHECK-GRADE-IN-GPA.
           EVALUATE WS-GRADE-CHECK
              WHEN "A " WHEN "A-" WHEN "B+" WHEN "B " WHEN "B-"
              WHEN "C+" WHEN "C " WHEN "C-" WHEN "D " WHEN "F "
                 MOVE "Y" TO WS-GRADE-IN-GPA-FLAG
              WHEN OTHER
                 MOVE "N" TO WS-GRADE-IN-GPA-FLAG
           END-EVALUATE.

      *> the student's latest assessed term starting before the run
      *> term; a standing on a term no longer on the term master
      *> cannot be placed and is passed over.
       0440-FIND-PRIOR-STANDING.
           MOVE ZERO TO WS-PRIOR-START
           MOVE ZERO TO WS-PRIOR-SUB
           MOVE ZERO TO WS-SCAN-SUB
           SET WS-SH-IDX TO 1
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                    UNTIL WS-SH-IDX > WS-SH-COUNT
              ADD 1 TO WS-SCAN-SUB
              IF WS-SH-ID (WS-SH-IDX) = SM-ID
                 MOVE WS-SH-TERM (WS-SH-IDX) TO WS-TM-SEARCH-TERM
                 PERFORM 0460-FIND-TERM
                 IF WS-TM-FOUND
                    AND WS-TM-START (WS-TM-IDX) < WS-RUN-TERM-START
                    AND WS-TM-START (WS-TM-IDX) > WS-PRIOR-START
                    MOVE WS-TM-START (WS-TM-IDX) TO WS-PRIOR-START
                    MOVE WS-SCAN-SUB TO WS-PRIOR-SUB
                 END-IF
              END-IF
           END-PERFORM

           MOVE ZERO TO WS-PRIOR-PROB-TERMS
           IF WS-PRIOR-SUB > ZERO
              SET WS-SH-IDX TO WS-PRIOR-SUB
              MOVE WS-SH-PROB-TERMS (WS-SH-IDX)
                TO WS-PRIOR-PROB-TERMS
           END-IF.

       0460-FIND-TERM.
           MOVE "N" TO WS-TM-FOUND-FLAG
           SET WS-TM-IDX TO 1
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                    UNTIL WS-TM-IDX > WS-TM-COUNT
              IF WS-TM-TERM (WS-TM-IDX) = WS-TM-SEARCH-TERM
                 SET WS-TM-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       0480-FIND-OR-ADD-STANDING.
           MOVE "N" TO WS-SH-FOUND-FLAG
           SET WS-SH-IDX TO 1
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                    UNTIL WS-SH-IDX > WS-SH-COUNT
              IF WS-SH-ID (WS-SH-IDX) = WS-SH-SEARCH-ID
                 AND WS-SH-TERM (WS-SH-IDX) = WS-SH-SEARCH-TERM
                 SET WS-SH-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF NOT WS-SH-FOUND
              IF WS-SH-COUNT NOT < 10000
                 DISPLAY "ERROR: Standing table full (10000 student/"
                         "term entries). Increase WS-SH-ENTRY OCCURS "
                         "and recompile."
                 STOP RUN
              END-IF
              ADD 1 TO WS-SH-COUNT
              SET WS-SH-IDX TO WS-SH-COUNT
              MOVE WS-SH-SEARCH-ID TO WS-SH-ID (WS-SH-IDX)
              MOVE WS-SH-SEARCH-TERM TO WS-SH-TERM (WS-SH-IDX)
              MOVE SPACES TO WS-SH-STANDING (WS-SH-IDX)
              MOVE ZERO TO WS-SH-PROB-TERMS (WS-SH-IDX)
              MOVE "N" TO WS-SH-DEANS-LIST (WS-SH-IDX)
           END-IF.

      *> the policy itself. A term below the probation GPA extends
      *> the run of such terms; the run decides first probation,
      *> continued probation or -- once the terms allowed are spent
      *> -- suspension. A term at or above it clears the run.
       0500-APPLY-POLICY.
           MOVE "N" TO WS-DEANS-LIST-FLAG
           IF WS-JUDGED-GPA < WS-PROBATION-GPA
              COMPUTE WS-PROB-TERMS = WS-PRIOR-PROB-TERMS + 1
              EVALUATE TRUE
                 WHEN WS-PROB-TERMS = 1
                    MOVE "PROBATION" TO WS-STANDING
                 WHEN WS-PROB-TERMS NOT > WS-PROB-TERMS-ALLOWED
                    MOVE "CONTPROB" TO WS-STANDING
                 WHEN OTHER
                    MOVE "SUSPENDED" TO WS-STANDING
              END-EVALUATE
           ELSE
              MOVE ZERO TO WS-PROB-TERMS
              MOVE "GOOD" TO WS-STANDING
              IF WS-AS-TERM-GPA (WS-AS-IDX) NOT < WS-DEANS-GPA
                 AND WS-TERM-CREDITS NOT < WS-FULL-LOAD
                 SET WS-ON-DEANS-LIST TO TRUE
              END-IF
           END-IF.

       0550-WRITE-STANDING.
           MOVE SPACES TO STANDING-RECORD
           MOVE SM-ID TO AS-ID
           MOVE WS-PARAM-TERM TO AS-TERM
           MOVE WS-STANDING TO AS-STANDING
           MOVE WS-PROB-TERMS TO AS-PROB-TERMS
           MOVE WS-AS-TERM-GPA (WS-AS-IDX) TO AS-TERM-GPA
           MOVE WS-AS-CUM-GPA (WS-AS-IDX) TO AS-CUM-GPA
           MOVE WS-TERM-CREDITS TO AS-CREDITS
           MOVE WS-DEANS-LIST-FLAG TO AS-DEANS-LIST
           MOVE WS-RUN-DATE TO AS-RUN-DATE
           WRITE STANDING-RECORD
           IF WS-STANDHIST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write standing history, "
                      "status " WS-STANDHIST-STATUS
              STOP RUN
           END-IF.

      *> a rerun for the term that finds the same standing (and the
      *> same Dean's List decision) already on file has already
      *> written the letter.
       0600-WRITE-LETTER-IF-DUE.
           MOVE SM-ID TO WS-SH-SEARCH-ID
           MOVE WS-PARAM-TERM TO WS-SH-SEARCH-TERM
           PERFORM 0480-FIND-OR-ADD-STANDING
           IF WS-SH-STANDING (WS-SH-IDX) = WS-STANDING
              AND WS-SH-DEANS-LIST (WS-SH-IDX) = WS-DEANS-LIST-FLAG
              CONTINUE
           ELSE
              IF WS-STANDING = "SUSPENDED"
                 PERFORM 0650-WRITE-SUSPENSION-LETTER
              END-IF
              IF WS-ON-DEANS-LIST
                 PERFORM 0660-WRITE-DEANS-LIST-LETTER
              END-IF
           END-IF
           MOVE WS-STANDING TO WS-SH-STANDING (WS-SH-IDX)
           MOVE WS-PROB-TERMS TO WS-SH-PROB-TERMS (WS-SH-IDX)
           MOVE WS-DEANS-LIST-FLAG TO WS-SH-DEANS-LIST (WS-SH-IDX).

       0640-WRITE-LETTER-HEADING.
           MOVE SM-NAME TO LN-NAME
           MOVE SM-ID TO LN-ID
           WRITE LETTER-LINE FROM WS-LTR-NAME-LINE
           MOVE SM-EMAIL TO LE-EMAIL
           WRITE LETTER-LINE FROM WS-LTR-EMAIL-LINE
           MOVE WS-PARAM-TERM TO LD-TERM
           MOVE WS-RUN-DATE TO LD-RUN-DATE
           WRITE LETTER-LINE FROM WS-LTR-DATE-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE.

       0645-WRITE-LETTER-FOOTING.
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-AS-TERM-GPA (WS-AS-IDX) TO LG-TERM-GPA
           MOVE WS-AS-CUM-GPA (WS-AS-IDX) TO LG-CUM-GPA
           MOVE WS-TERM-CREDITS TO LG-CREDITS
           WRITE LETTER-LINE FROM WS-LTR-GPA-LINE
           WRITE LETTER-LINE FROM WS-SEPARATOR-LINE
           ADD 1 TO WS-LETTER-COUNT.

       0650-WRITE-SUSPENSION-LETTER.
           PERFORM 0640-WRITE-LETTER-HEADING
           MOVE "NOTICE OF ACADEMIC SUSPENSION" TO WS-LTR-BODY-LINE
           WRITE LETTER-LINE FROM WS-LTR-BODY-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "YOUR GPA HAS NOW REMAINED BELOW THE MINIMUM REQUIRED "
             TO WS-LTR-BODY-LINE
           WRITE LETTER-LINE FROM WS-LTR-BODY-LINE
           MOVE "FOR MORE CONSECUTIVE TERMS THAN ACADEMIC PROBATION "
             TO WS-LTR-BODY-LINE
           WRITE LETTER-LINE FROM WS-LTR-BODY-LINE
           MOVE "ALLOWS. YOU ARE SUSPENDED FROM ENROLLMENT. CONTACT "
             TO WS-LTR-BODY-LINE
           WRITE LETTER-LINE FROM WS-LTR-BODY-LINE
           MOVE "THE REGISTRAR'S OFFICE TO DISCUSS READMISSION."
             TO WS-LTR-BODY-LINE
           WRITE LETTER-LINE FROM WS-LTR-BODY-LINE
           MOVE WS-PROB-TERMS TO LR-PROB-TERMS
           WRITE LETTER-LINE FROM WS-LTR-RUN-LINE
           PERFORM 0645-WRITE-LETTER-FOOTING.

       0660-WRITE-DEANS-LIST-LETTER.
           PERFORM 0640-WRITE-LETTER-HEADING
           MOVE "DEAN'S LIST" TO WS-LTR-BODY-LINE
           WRITE LETTER-LINE FROM WS-LTR-BODY-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "CONGRATULATIONS. YOUR GPA FOR THE TERM, EARNED AT A "
             TO WS-LTR-BODY-LINE
           WRITE LETTER-LINE FROM WS-LTR-BODY-LINE
           MOVE "FULL-TIME LOAD, PLACES YOU ON THE DEAN'S LIST."
             TO WS-LTR-BODY-LINE
           WRITE LETTER-LINE FROM WS-LTR-BODY-LINE
           PERFORM 0645-WRITE-LETTER-FOOTING.

      *> programs are slotted in order as they are first seen, so
      *> the summary prints sorted with no separate sort step.
       0700-TALLY-PROGRAM.
           MOVE "N" TO WS-PG-FOUND-FLAG
           SET WS-PG-IDX TO 1
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                    UNTIL WS-PG-IDX > WS-PG-COUNT
              IF WS-PG-PROGRAM (WS-PG-IDX) = SM-PROGRAM
                 SET WS-PG-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
              IF WS-PG-PROGRAM (WS-PG-IDX) > SM-PROGRAM
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF NOT WS-PG-FOUND
              IF WS-PG-COUNT NOT < 100
                 DISPLAY "ERROR: Program table full (100 programs). "
                         "Increase WS-PG-ENTRY OCCURS and recompile."
                 STOP RUN
              END-IF
              PERFORM VARYING WS-PG-IDX-2 FROM WS-PG-COUNT BY -1
                       UNTIL WS-PG-IDX-2 < WS-PG-IDX
                 MOVE WS-PG-ENTRY (WS-PG-IDX-2) TO WS-PG-HOLD
                 MOVE WS-PG-HOLD TO WS-PG-ENTRY (WS-PG-IDX-2 + 1)
              END-PERFORM
              ADD 1 TO WS-PG-COUNT
              MOVE SM-PROGRAM TO WS-PG-PROGRAM (WS-PG-IDX)
              MOVE ZERO TO WS-PG-GOOD (WS-PG-IDX)
              MOVE ZERO TO WS-PG-FIRST-PROB (WS-PG-IDX)
              MOVE ZERO TO WS-PG-CONT-PROB (WS-PG-IDX)
              MOVE ZERO TO WS-PG-SUSPENDED (WS-PG-IDX)
              MOVE ZERO TO WS-PG-DEANS-LIST (WS-PG-IDX)
           END-IF

           EVALUATE WS-STANDING
              WHEN "GOOD"
                 ADD 1 TO WS-PG-GOOD (WS-PG-IDX)
                 ADD 1 TO WS-TOT-GOOD
              WHEN "PROBATION"
                 ADD 1 TO WS-PG-FIRST-PROB (WS-PG-IDX)
                 ADD 1 TO WS-TOT-FIRST-PROB
              WHEN "CONTPROB"
                 ADD 1 TO WS-PG-CONT-PROB (WS-PG-IDX)
                 ADD 1 TO WS-TOT-CONT-PROB
              WHEN "SUSPENDED"
                 ADD 1 TO WS-PG-SUSPENDED (WS-PG-IDX)
                 ADD 1 TO WS-TOT-SUSPENDED
           END-EVALUATE
           IF WS-ON-DEANS-LIST
              ADD 1 TO WS-PG-DEANS-LIST (WS-PG-IDX)
              ADD 1 TO WS-TOT-DEANS-LIST
           END-IF.

       0800-PRINT-SUMMARY.
           MOVE WS-PARAM-TERM TO TL-TERM
           MOVE WS-RUN-DATE TO TL-RUN-DATE
           WRITE REPORT-LINE FROM WS-TITLE-LINE
           MOVE WS-PROBATION-GPA TO PL-PROBATION-GPA
           IF WS-BASIS-CUMULATIVE
              MOVE "CUMULATIVE" TO PL-BASIS
           ELSE
              MOVE "TERM" TO PL-BASIS
           END-IF
           MOVE WS-PROB-TERMS-ALLOWED TO PL-PROB-TERMS
           WRITE REPORT-LINE FROM WS-POLICY-LINE
           MOVE WS-DEANS-GPA TO PL-DEANS-GPA
           MOVE WS-FULL-LOAD TO PL-FULL-LOAD
           WRITE REPORT-LINE FROM WS-POLICY-LINE-2
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-LINE
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE

           SET WS-PG-IDX TO 1
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                    UNTIL WS-PG-IDX > WS-PG-COUNT
              IF WS-PG-PROGRAM (WS-PG-IDX) = SPACES
                 MOVE "(NONE)" TO SL-PROGRAM
              ELSE
                 MOVE WS-PG-PROGRAM (WS-PG-IDX) TO SL-PROGRAM
              END-IF
              MOVE WS-PG-GOOD (WS-PG-IDX) TO SL-GOOD
              MOVE WS-PG-FIRST-PROB (WS-PG-IDX) TO SL-FIRST-PROB
              MOVE WS-PG-CONT-PROB (WS-PG-IDX) TO SL-CONT-PROB
              MOVE WS-PG-SUSPENDED (WS-PG-IDX) TO SL-SUSPENDED
              COMPUTE WS-SL-TOTAL =
                 WS-PG-GOOD (WS-PG-IDX) + WS-PG-FIRST-PROB (WS-PG-IDX)
                 + WS-PG-CONT-PROB (WS-PG-IDX)
                 + WS-PG-SUSPENDED (WS-PG-IDX)
              MOVE WS-SL-TOTAL TO SL-TOTAL
              MOVE WS-PG-DEANS-LIST (WS-PG-IDX) TO SL-DEANS-LIST
              WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           END-PERFORM

           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE "TOTAL" TO SL-PROGRAM
           MOVE WS-TOT-GOOD TO SL-GOOD
           MOVE WS-TOT-FIRST-PROB TO SL-FIRST-PROB
           MOVE WS-TOT-CONT-PROB TO SL-CONT-PROB
           MOVE WS-TOT-SUSPENDED TO SL-SUSPENDED
           MOVE WS-ASSESSED-COUNT TO SL-TOTAL
           MOVE WS-TOT-DEANS-LIST TO SL-DEANS-LIST
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.

       0900-FINALIZE.
           CLOSE STUDENT-MASTER ENROLLMENT-MASTER STANDING-HISTORY
                 LETTER-FILE REPORT-FILE

           DISPLAY "Academic standing complete for " WS-PARAM-TERM
           DISPLAY "  Assessed:          " WS-ASSESSED-COUNT
           DISPLAY "  Good standing:     " WS-TOT-GOOD
           DISPLAY "  First probation:   " WS-TOT-FIRST-PROB
           DISPLAY "  Continued:         " WS-TOT-CONT-PROB
           DISPLAY "  Suspended:         " WS-TOT-SUSPENDED
           DISPLAY "  Dean's List:       " WS-TOT-DEANS-LIST
           DISPLAY "  Letters written:   " WS-LETTER-COUNT
           DISPLAY "  Not on master:     " WS-NOT-ON-MASTER.
