       IDENTIFICATION DIVISION.
       PROGRAM-ID. confer.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * Degree conferral for a term. Every ACTIVE or PROBATION
      * student on STUDENT-MASTER is re-proved against their
      * SM-PROGRAM's requirements on PROGREQ.DAT exactly as
      * degaudit.cob judges them -- every required course graded
      * and neither failed nor incomplete, the elective credit
      * bucket filled from completed courses outside the required
      * list -- but with nothing in progress counted: the term's
      * grades are expected to be posted before this runs. A
      * student who has completed is a candidate, and a candidate
      * is conferred unless a financial hold (SM-HOLD-FLAG) or a
      * cumulative GPA under the graduation minimum stands in the
      * way; those are withheld and listed for the registrar.
      *
      * A conferred degree is appended to DEGREES.DAT (DEGREC) with
      * the term, conferral date, cumulative GPA and honours, and a
      * graduation transaction (code "G") is queued on RESUBMIT.DAT
      * so the next student run moves the student to ALUMNI through
      * its own audited master update -- journal, status change log
      * and status report alike. A student already holding a degree
      * in the same program on DEGREES.DAT is not conferred twice.
      *
      * The cumulative GPA is the one on the student's latest term
      * in GPAHIST.DAT (term master start-date order, the latest
      * line for a term winning). Honours:
      *   SUMMA CUM LAUDE  3.90 and above
      *   MAGNA CUM LAUDE  3.70 and above
      *   CUM LAUDE        3.50 and above
      * Output: GRADLIST.RPT -- the graduation list by program and
      * name with honours, then the withheld candidates.
      *
      * SYSIN: term (5) | conferral date (8, YYYYMMDD, zero/blank =
      *        today) | graduation minimum GPA (3, implied 9V99,
      *        zero/blank = 2.00).
      * PROGREQ.DAT as read by degaudit.cob.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-ID OF STUDENT-MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ENROLLMENT-MASTER ASSIGN TO "ENRLMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY OF ENROLLMENT-RECORD
               FILE STATUS IS WS-ENRL-STATUS.

           SELECT PROGREQ-FILE ASSIGN TO "PROGREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROGREQ-STATUS.

           SELECT GPA-HISTORY ASSIGN TO "GPAHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GPAHIST-STATUS.

           SELECT TERMMAST-FILE ASSIGN TO "TERMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMMAST-STATUS.

           SELECT DEGREE-FILE ASSIGN TO "DEGREES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEGREE-STATUS.

           SELECT RESUBMIT-FILE ASSIGN TO "RESUBMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUB-STATUS.

           SELECT REPORT-FILE ASSIGN TO "GRADLIST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "CONFER.WRK".

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       COPY STUDREC.

       FD  ENROLLMENT-MASTER.
       COPY ENRLREC.

       FD  PROGREQ-FILE.
       01 PROGREQ-RECORD.
          05 PR-PROGRAM           PIC X(04).
          05 FILLER               PIC X(01).
          05 PR-TYPE              PIC X(01).
             88 PR-IS-REQUIRED        VALUE "R".
             88 PR-IS-ELECTIVE        VALUE "E".
          05 FILLER               PIC X(01).
          05 PR-COURSE            PIC X(08).
          05 FILLER               PIC X(01).
          05 PR-CREDITS           PIC 9(03).

       FD  GPA-HISTORY.
       01 GPA-HISTORY-RECORD.
          05 GH-ID               PIC X(05).
          05 FILLER              PIC X(01).
          05 GH-TERM             PIC X(05).
          05 FILLER              PIC X(01).
          05 GH-TERM-GPA         PIC 9V99.
          05 FILLER              PIC X(01).
          05 GH-CUM-GPA          PIC 9V99.

       FD  TERMMAST-FILE.
       01 TERMMAST-RECORD.
          05 TM-TERM              PIC X(05).
          05 FILLER               PIC X(01).
          05 TM-START-DATE        PIC 9(08).
          05 FILLER               PIC X(01).
      *> the remaining dates are carried for layout fidelity -- not
      *> used in this program.
          05 TM-END-DATE          PIC 9(08).
          05 FILLER               PIC X(01).
          05 TM-ADDDROP-DEADLINE  PIC 9(08).
          05 FILLER               PIC X(01).
          05 TM-BILLING-DATE      PIC 9(08).
          05 FILLER               PIC X(01).
          05 TM-FULL-REFUND-THRU  PIC 9(08).
          05 FILLER               PIC X(01).
          05 TM-HALF-REFUND-THRU  PIC 9(08).
          05 FILLER               PIC X(01).
          05 TM-CENSUS-DATE       PIC 9(08).

       FD  DEGREE-FILE.
       COPY DEGREC.

      *> the student run's transaction line, as recycle.cob queues
      *> its corrections.
       FD  RESUBMIT-FILE.
       01 RESUBMIT-RECORD.
          05 RS-TXN-CODE          PIC X(01).
          05 RS-ID                PIC X(05).
          05 FILLER               PIC X(01).
          05 RS-NAME              PIC X(20).
          05 FILLER               PIC X(01).
          05 RS-GPA               PIC 9V99.
          05 FILLER               PIC X(01).
          05 RS-EMAIL             PIC X(30).
          05 FILLER               PIC X(01).
          05 RS-PROGRAM           PIC X(04).
          05 RS-CAMPUS            PIC X(03).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).

      *> one conferred graduate, sorted into list order.
       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
          05 SW-PROGRAM          PIC X(04).
          05 SW-NAME             PIC X(20).
          05 SW-ID               PIC X(05).
          05 SW-CUM-GPA          PIC 9V99.
          05 SW-HONOURS          PIC X(15).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS         PIC XX.
       01 WS-ENRL-STATUS           PIC XX.
       01 WS-PROGREQ-STATUS        PIC XX.
       01 WS-GPAHIST-STATUS        PIC XX.
       01 WS-TERMMAST-STATUS       PIC XX.
       01 WS-DEGREE-STATUS         PIC XX.
       01 WS-RESUB-STATUS          PIC XX.
       01 WS-REPORT-STATUS         PIC XX.

       01 WS-FLAGS.
          05 WS-MASTER-EOF-FLAG     PIC X VALUE "N".
             88 MASTER-EOF               VALUE "Y".
          05 WS-PROGREQ-EOF-FLAG    PIC X VALUE "N".
             88 PROGREQ-EOF              VALUE "Y".
          05 WS-GPAHIST-EOF-FLAG    PIC X VALUE "N".
             88 GPAHIST-EOF              VALUE "Y".
          05 WS-TERMMAST-EOF-FLAG   PIC X VALUE "N".
             88 TERMMAST-EOF             VALUE "Y".
          05 WS-DEGREE-EOF-FLAG     PIC X VALUE "N".
             88 DEGREE-EOF               VALUE "Y".
          05 WS-ENRL-SCAN-EOF-FLAG  PIC X VALUE "N".
             88 ENRL-SCAN-EOF            VALUE "Y".
          05 WS-SORT-EOF-FLAG       PIC X VALUE "N".
             88 SORT-EOF                 VALUE "Y".
          05 WS-FOUND-FLAG          PIC X.
             88 WS-FOUND                 VALUE "Y".
          05 WS-TM-FOUND-FLAG       PIC X.
             88 WS-TM-FOUND              VALUE "Y".
          05 WS-COMPLETE-FLAG       PIC X.
             88 WS-COMPLETE              VALUE "Y".

       01 WS-PARAM.
          05 WS-PARAM-TERM          PIC X(05).
          05 WS-PARAM-CONFER-DATE   PIC 9(08).
          05 WS-PARAM-MINIMUM-GPA   PIC 9V99.

       01 WS-CONFER-DATE           PIC 9(08).
       01 WS-MINIMUM-GPA           PIC 9V99 VALUE 2.00.

      *> the honours bands on the cumulative GPA.
       01 WS-SUMMA-GPA             PIC 9V99 VALUE 3.90.
       01 WS-MAGNA-GPA             PIC 9V99 VALUE 3.70.
       01 WS-CUM-LAUDE-GPA         PIC 9V99 VALUE 3.50.

      *> the program requirements, loaded once per run.
       01 WS-PR-TABLE.
          05 WS-PR-COUNT           PIC 9(03) VALUE ZERO.
          05 WS-PR-ENTRY OCCURS 200 TIMES
                          INDEXED BY WS-PR-IDX.
             10 WS-PR-PROGRAM         PIC X(04).
             10 WS-PR-TYPE            PIC X(01).
             10 WS-PR-COURSE          PIC X(08).
             10 WS-PR-CREDITS         PIC 9(03).

      *> the term master's start dates, the only ordering the term
      *> codes reliably have.
       01 WS-TM-TABLE.
          05 WS-TM-COUNT           PIC 9(02) VALUE ZERO.
          05 WS-TM-ENTRY OCCURS 60 TIMES
                          INDEXED BY WS-TM-IDX.
             10 WS-TM-TERM            PIC X(05).
             10 WS-TM-START           PIC 9(08).

       01 WS-LOOKUP-TERM           PIC X(05).
      *> a term missing from the master orders last, after every
      *> dated term, as on the transcript.
       01 WS-LOOKUP-START          PIC 9(08).

      *> each student's cumulative GPA off their latest term.
       01 WS-GP-TABLE.
          05 WS-GP-COUNT           PIC 9(04) VALUE ZERO.
          05 WS-GP-ENTRY OCCURS 3000 TIMES
                          INDEXED BY WS-GP-IDX.
             10 WS-GP-ID              PIC X(05).
             10 WS-GP-START           PIC 9(08).
             10 WS-GP-CUM-GPA         PIC 9V99.

      *> degrees already conferred, so a rerun confers nothing
      *> twice.
       01 WS-DG-TABLE.
          05 WS-DG-COUNT           PIC 9(04) VALUE ZERO.
          05 WS-DG-ENTRY OCCURS 3000 TIMES
                          INDEXED BY WS-DG-IDX.
             10 WS-DG-ID              PIC X(05).
             10 WS-DG-PROGRAM         PIC X(04).

      *> the candidate under proof: their enrollments held in
      *> storage for the requirement matching.
       01 WS-ENR-TABLE.
          05 WS-ENR-COUNT          PIC 9(03) VALUE ZERO.
          05 WS-ENR-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-ENR-IDX.
             10 WS-ENR-COURSE         PIC X(08).
             10 WS-ENR-CREDITS        PIC 9(02).
             10 WS-ENR-GRADE          PIC X(02).

       01 WS-PROOF-TOTALS.
          05 WS-REQ-LINES          PIC 9(03).
          05 WS-REQ-MISSING        PIC 9(03).
          05 WS-ELECT-BUCKET       PIC 9(04).
          05 WS-ELECT-EARNED       PIC 9(04).
          05 WS-CREDITS-EARNED     PIC 9(04).

       01 WS-CUM-GPA               PIC 9V99.
       01 WS-HONOURS               PIC X(15).

      *> candidates withheld, held for the closing section.
       01 WS-WH-TABLE.
          05 WS-WH-COUNT           PIC 9(03) VALUE ZERO.
          05 WS-WH-ENTRY OCCURS 200 TIMES
                          INDEXED BY WS-WH-IDX.
             10 WS-WH-ID              PIC X(05).
             10 WS-WH-NAME            PIC X(20).
             10 WS-WH-PROGRAM         PIC X(04).
             10 WS-WH-REASON          PIC X(20).

       01 WS-WITHHOLD-REASON       PIC X(20).
       01 WS-PREV-PROGRAM          PIC X(04).

       01 WS-COUNTERS.
          05 WS-PROVED-COUNT       PIC 9(06) VALUE ZERO.
          05 WS-CANDIDATE-COUNT    PIC 9(06) VALUE ZERO.
          05 WS-CONFERRED-COUNT    PIC 9(06) VALUE ZERO.
          05 WS-ALREADY-COUNT      PIC 9(06) VALUE ZERO.
          05 WS-HONOURS-COUNT      PIC 9(06) VALUE ZERO.

       01 WS-TITLE-LINE.
          05 FILLER                PIC X(30) VALUE
             "--- GRADUATION LIST ---".
          05 FILLER                PIC X(06) VALUE "TERM: ".
          05 TL-TERM               PIC X(05).
          05 FILLER                PIC X(18) VALUE
             "  CONFERRED DATE: ".
          05 TL-CONFER-DATE        PIC 9(08).

       01 WS-PROGRAM-HEADER.
          05 FILLER                PIC X(09) VALUE "PROGRAM: ".
          05 PH-PROGRAM            PIC X(04).

       01 WS-DETAIL-LINE.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 DL-ID                 PIC X(05).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 DL-NAME               PIC X(20).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 DL-CUM-GPA            PIC 9.99.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 DL-HONOURS            PIC X(15).

       01 WS-WITHHELD-HEADER.
          05 FILLER                PIC X(44) VALUE
             "--- COMPLETED, CONFERRAL WITHHELD ---".

       01 WS-WITHHELD-LINE.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WL-ID                 PIC X(05).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WL-NAME               PIC X(20).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WL-PROGRAM            PIC X(04).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WL-REASON             PIC X(20).

       01 WS-TOTAL-LINE.
          05 FILLER                PIC X(18) VALUE
             "TOTAL CONFERRED:  ".
          05 TT-CONFERRED          PIC ZZZ,ZZ9.
          05 FILLER                PIC X(17) VALUE
             "   WITH HONOURS: ".
          05 TT-HONOURS            PIC ZZZ,ZZ9.
          05 FILLER                PIC X(14) VALUE
             "   WITHHELD: ".
          05 TT-WITHHELD           PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-PARAM FROM SYSIN
           IF WS-PARAM-TERM = SPACES
              DISPLAY "ERROR: Conferral run needs a term."
              STOP RUN
           END-IF
           IF WS-PARAM-CONFER-DATE NUMERIC
              AND WS-PARAM-CONFER-DATE NOT = ZERO
              MOVE WS-PARAM-CONFER-DATE TO WS-CONFER-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CONFER-DATE
           END-IF
           IF WS-PARAM-MINIMUM-GPA NUMERIC
              AND WS-PARAM-MINIMUM-GPA NOT = ZERO
              MOVE WS-PARAM-MINIMUM-GPA TO WS-MINIMUM-GPA
           END-IF

           PERFORM 0100-INITIALIZE
           PERFORM 0200-LOAD-REQUIREMENTS UNTIL PROGREQ-EOF
           CLOSE PROGREQ-FILE
           PERFORM 0150-LOAD-TERM-MASTER
           PERFORM 0250-LOAD-CUM-GPAS
           PERFORM 0280-LOAD-DEGREES
           PERFORM 0290-OPEN-OUTPUTS

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-PROGRAM SW-NAME SW-ID
               INPUT PROCEDURE IS 0300-CONFER-CANDIDATES
               OUTPUT PROCEDURE IS 0700-PRINT-GRADUATION-LIST

           IF SORT-RETURN NOT = ZERO
              DISPLAY "ERROR: Graduation list sort failed, return "
                      SORT-RETURN
              STOP RUN
           END-IF

           PERFORM 0800-PRINT-WITHHELD
           PERFORM 0900-FINALIZE
           STOP RUN.

       0100-INITIALIZE.
           MOVE WS-PARAM-TERM TO TL-TERM
           MOVE WS-CONFER-DATE TO TL-CONFER-DATE

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

           OPEN INPUT PROGREQ-FILE
           IF WS-PROGREQ-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open program requirements, "
                      "status " WS-PROGREQ-STATUS
              CLOSE STUDENT-MASTER ENROLLMENT-MASTER
              STOP RUN
           END-IF

           READ PROGREQ-FILE
               AT END SET PROGREQ-EOF TO TRUE
           END-READ.

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
           CLOSE TERMMAST-FILE

           MOVE WS-PARAM-TERM TO WS-LOOKUP-TERM
           PERFORM 0160-FIND-TERM-START
           IF NOT WS-TM-FOUND
              DISPLAY "ERROR: Term " WS-PARAM-TERM
                      " is not on the term master."
              STOP RUN
           END-IF.

       0160-FIND-TERM-START.
           MOVE "N" TO WS-TM-FOUND-FLAG
           MOVE 99999999 TO WS-LOOKUP-START
           SET WS-TM-IDX TO 1
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                    UNTIL WS-TM-IDX > WS-TM-COUNT
              IF WS-TM-TERM (WS-TM-IDX) = WS-LOOKUP-TERM
                 SET WS-TM-FOUND TO TRUE
                 MOVE WS-TM-START (WS-TM-IDX) TO WS-LOOKUP-START
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       0200-LOAD-REQUIREMENTS.
           IF WS-PR-COUNT NOT < 200
              DISPLAY "ERROR: Requirements table full (200 lines). "
                      "Increase WS-PR-ENTRY OCCURS and recompile."
              STOP RUN
           END-IF
           ADD 1 TO WS-PR-COUNT
           SET WS-PR-IDX TO WS-PR-COUNT
           MOVE PR-PROGRAM TO WS-PR-PROGRAM (WS-PR-IDX)
           MOVE PR-TYPE TO WS-PR-TYPE (WS-PR-IDX)
           MOVE PR-COURSE TO WS-PR-COURSE (WS-PR-IDX)
           MOVE PR-CREDITS TO WS-PR-CREDITS (WS-PR-IDX)

           READ PROGREQ-FILE
               AT END SET PROGREQ-EOF TO TRUE
           END-READ.

      *> a line for a later-starting term replaces the student's
      *> entry; a later line for the same term replaces it too.
       0250-LOAD-CUM-GPAS.
           OPEN INPUT GPA-HISTORY
           IF WS-GPAHIST-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-GPAHIST-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open GPA history, status "
                         WS-GPAHIST-STATUS
                 STOP RUN
              END-IF
              READ GPA-HISTORY
                  AT END SET GPAHIST-EOF TO TRUE
              END-READ
              PERFORM UNTIL GPAHIST-EOF
                 PERFORM 0260-NOTE-HISTORY-LINE
                 READ GPA-HISTORY
                     AT END SET GPAHIST-EOF TO TRUE
                 END-READ
              END-PERFORM
              CLOSE GPA-HISTORY
           END-IF.

       0260-NOTE-HISTORY-LINE.
           MOVE GH-TERM TO WS-LOOKUP-TERM
           PERFORM 0160-FIND-TERM-START

           MOVE "N" TO WS-FOUND-FLAG
           SET WS-GP-IDX TO 1
           PERFORM VARYING WS-GP-IDX FROM 1 BY 1
                    UNTIL WS-GP-IDX > WS-GP-COUNT
              IF WS-GP-ID (WS-GP-IDX) = GH-ID
                 SET WS-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF NOT WS-FOUND
              IF WS-GP-COUNT NOT < 3000
                 DISPLAY "ERROR: GPA table full (3000 students). "
                         "Increase WS-GP-ENTRY OCCURS and recompile."
                 STOP RUN
              END-IF
              ADD 1 TO WS-GP-COUNT
              SET WS-GP-IDX TO WS-GP-COUNT
              MOVE GH-ID TO WS-GP-ID (WS-GP-IDX)
              MOVE ZERO TO WS-GP-START (WS-GP-IDX)
           END-IF

           IF WS-LOOKUP-START NOT < WS-GP-START (WS-GP-IDX)
              MOVE WS-LOOKUP-START TO WS-GP-START (WS-GP-IDX)
              MOVE GH-CUM-GPA TO WS-GP-CUM-GPA (WS-GP-IDX)
           END-IF.

       0280-LOAD-DEGREES.
           OPEN INPUT DEGREE-FILE
           IF WS-DEGREE-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-DEGREE-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open degrees file, status "
                         WS-DEGREE-STATUS
                 STOP RUN
              END-IF
              READ DEGREE-FILE
                  AT END SET DEGREE-EOF TO TRUE
              END-READ
              PERFORM UNTIL DEGREE-EOF
                 IF WS-DG-COUNT NOT < 3000
                    DISPLAY "ERROR: Degree table full (3000 degrees). "
                            "Increase WS-DG-ENTRY OCCURS and "
                            "recompile."
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-DG-COUNT
                 SET WS-DG-IDX TO WS-DG-COUNT
                 MOVE DG-ID TO WS-DG-ID (WS-DG-IDX)
                 MOVE DG-PROGRAM TO WS-DG-PROGRAM (WS-DG-IDX)
                 READ DEGREE-FILE
                     AT END SET DEGREE-EOF TO TRUE
                 END-READ
              END-PERFORM
              CLOSE DEGREE-FILE
           END-IF.

      *> the degrees file and the student run's queue are history
      *> and pending work respectively -- both always extended,
      *> created on first use.
       0290-OPEN-OUTPUTS.
           OPEN EXTEND DEGREE-FILE
           IF WS-DEGREE-STATUS = "35"
              OPEN OUTPUT DEGREE-FILE
           END-IF
           IF WS-DEGREE-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open degrees file, status "
                      WS-DEGREE-STATUS
              STOP RUN
           END-IF

           OPEN EXTEND RESUBMIT-FILE
           IF WS-RESUB-STATUS = "35"
              OPEN OUTPUT RESUBMIT-FILE
           END-IF
           IF WS-RESUB-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open resubmission file, "
                      "status " WS-RESUB-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open graduation list, status "
                      WS-REPORT-STATUS
              STOP RUN
           END-IF.

       0300-CONFER-CANDIDATES.
           READ STUDENT-MASTER NEXT
               AT END SET MASTER-EOF TO TRUE
           END-READ
           PERFORM UNTIL MASTER-EOF
              IF SM-STATUS = "ACTIVE" OR SM-STATUS = "PROBATION"
                 PERFORM 0400-PROVE-STUDENT
              END-IF
              READ STUDENT-MASTER NEXT
                  AT END SET MASTER-EOF TO TRUE
              END-READ
           END-PERFORM.

       0400-PROVE-STUDENT.
           ADD 1 TO WS-PROVED-COUNT
           PERFORM 0450-LOAD-STUDENT-ENROLLMENTS

           MOVE ZERO TO WS-REQ-LINES
           MOVE ZERO TO WS-REQ-MISSING
           MOVE ZERO TO WS-ELECT-BUCKET
           MOVE ZERO TO WS-ELECT-EARNED
           MOVE ZERO TO WS-CREDITS-EARNED
           SET WS-PR-IDX TO 1
           PERFORM 0500-JUDGE-ONE-REQUIREMENT
              VARYING WS-PR-IDX FROM 1 BY 1
              UNTIL WS-PR-IDX > WS-PR-COUNT
           SET WS-ENR-IDX TO 1
           PERFORM 0550-SCORE-ONE-COURSE
              VARYING WS-ENR-IDX FROM 1 BY 1
              UNTIL WS-ENR-IDX > WS-ENR-COUNT

      *> a program with no requirements line is a maintenance gap,
      *> not a finished degree.
           MOVE "N" TO WS-COMPLETE-FLAG
           IF (WS-REQ-LINES > ZERO OR WS-ELECT-BUCKET > ZERO)
              AND WS-REQ-MISSING = ZERO
              AND WS-ELECT-EARNED NOT < WS-ELECT-BUCKET
              SET WS-COMPLETE TO TRUE
           END-IF

           IF WS-COMPLETE
              PERFORM 0600-JUDGE-CANDIDATE
           END-IF.

       0450-LOAD-STUDENT-ENROLLMENTS.
           MOVE ZERO TO WS-ENR-COUNT
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
                 IF WS-ENR-COUNT NOT < 200
                    DISPLAY "ERROR: Enrollment table full (200 "
                            "courses). Increase WS-ENR-ENTRY OCCURS "
                            "and recompile."
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-ENR-COUNT
                 SET WS-ENR-IDX TO WS-ENR-COUNT
                 MOVE EN-COURSE TO WS-ENR-COURSE (WS-ENR-IDX)
                 MOVE EN-CREDITS TO WS-ENR-CREDITS (WS-ENR-IDX)
                 MOVE EN-GRADE TO WS-ENR-GRADE (WS-ENR-IDX)
                 READ ENROLLMENT-MASTER NEXT
                     AT END SET ENRL-SCAN-EOF TO TRUE
                 END-READ
              END-IF
           END-PERFORM.

      *> completed means graded, not failed and not incomplete;
      *> nothing in progress counts toward a conferral.
       0500-JUDGE-ONE-REQUIREMENT.
           IF WS-PR-PROGRAM (WS-PR-IDX) = SM-PROGRAM
              IF WS-PR-TYPE (WS-PR-IDX) = "E"
                 ADD WS-PR-CREDITS (WS-PR-IDX) TO WS-ELECT-BUCKET
              ELSE
                 ADD 1 TO WS-REQ-LINES
                 MOVE "N" TO WS-FOUND-FLAG
                 SET WS-ENR-IDX TO 1
                 PERFORM VARYING WS-ENR-IDX FROM 1 BY 1
                          UNTIL WS-ENR-IDX > WS-ENR-COUNT
                    IF WS-ENR-COURSE (WS-ENR-IDX)
                       = WS-PR-COURSE (WS-PR-IDX)
                       AND WS-ENR-GRADE (WS-ENR-IDX) NOT = SPACES
                       AND WS-ENR-GRADE (WS-ENR-IDX) NOT = "F "
                       AND WS-ENR-GRADE (WS-ENR-IDX) NOT = "I "
                       SET WS-FOUND TO TRUE
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
                 IF NOT WS-FOUND
                    ADD 1 TO WS-REQ-MISSING
                 END-IF
              END-IF
           END-IF.

      *> every completed course counts toward the credits earned;
      *> those outside the required list fill the elective bucket.
       0550-SCORE-ONE-COURSE.
           IF WS-ENR-GRADE (WS-ENR-IDX) NOT = SPACES
              AND WS-ENR-GRADE (WS-ENR-IDX) NOT = "F "
              AND WS-ENR-GRADE (WS-ENR-IDX) NOT = "I "
              ADD WS-ENR-CREDITS (WS-ENR-IDX) TO WS-CREDITS-EARNED

              MOVE "N" TO WS-FOUND-FLAG
              SET WS-PR-IDX TO 1
              PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                       UNTIL WS-PR-IDX > WS-PR-COUNT
                 IF WS-PR-PROGRAM (WS-PR-IDX) = SM-PROGRAM
                    AND WS-PR-TYPE (WS-PR-IDX) = "R"
                    AND WS-PR-COURSE (WS-PR-IDX)
                        = WS-ENR-COURSE (WS-ENR-IDX)
                    SET WS-FOUND TO TRUE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF NOT WS-FOUND
                 ADD WS-ENR-CREDITS (WS-ENR-IDX) TO WS-ELECT-EARNED
              END-IF
           END-IF.

       0600-JUDGE-CANDIDATE.
           MOVE "N" TO WS-FOUND-FLAG
           SET WS-DG-IDX TO 1
           PERFORM VARYING WS-DG-IDX FROM 1 BY 1
                    UNTIL WS-DG-IDX > WS-DG-COUNT
              IF WS-DG-ID (WS-DG-IDX) = SM-ID
                 AND WS-DG-PROGRAM (WS-DG-IDX) = SM-PROGRAM
                 SET WS-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF WS-FOUND
      *> conferred on an earlier run; the student run has not yet
      *> moved the student to ALUMNI.
              ADD 1 TO WS-ALREADY-COUNT
           ELSE
              ADD 1 TO WS-CANDIDATE-COUNT
              PERFORM 0610-FIND-CUM-GPA
              EVALUATE TRUE
                 WHEN SM-ON-HOLD
                    MOVE "FINANCIAL HOLD" TO WS-WITHHOLD-REASON
                    PERFORM 0680-WITHHOLD-CANDIDATE
                 WHEN WS-CUM-GPA < WS-MINIMUM-GPA
                    MOVE "BELOW MINIMUM GPA" TO WS-WITHHOLD-REASON
                    PERFORM 0680-WITHHOLD-CANDIDATE
                 WHEN OTHER
                    PERFORM 0650-CONFER-DEGREE
              END-EVALUATE
           END-IF.

       0610-FIND-CUM-GPA.
           MOVE ZERO TO WS-CUM-GPA
           SET WS-GP-IDX TO 1
           PERFORM VARYING WS-GP-IDX FROM 1 BY 1
                    UNTIL WS-GP-IDX > WS-GP-COUNT
              IF WS-GP-ID (WS-GP-IDX) = SM-ID
                 MOVE WS-GP-CUM-GPA (WS-GP-IDX) TO WS-CUM-GPA
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       0650-CONFER-DEGREE.
           EVALUATE TRUE
              WHEN WS-CUM-GPA NOT < WS-SUMMA-GPA
                 MOVE "SUMMA CUM LAUDE" TO WS-HONOURS
              WHEN WS-CUM-GPA NOT < WS-MAGNA-GPA
                 MOVE "MAGNA CUM LAUDE" TO WS-HONOURS
              WHEN WS-CUM-GPA NOT < WS-CUM-LAUDE-GPA
                 MOVE "CUM LAUDE" TO WS-HONOURS
              WHEN OTHER
                 MOVE SPACES TO WS-HONOURS
           END-EVALUATE

           MOVE SPACES TO DEGREE-RECORD
           MOVE SM-ID TO DG-ID
           MOVE SM-PROGRAM TO DG-PROGRAM
           MOVE WS-PARAM-TERM TO DG-TERM
           MOVE WS-CONFER-DATE TO DG-CONFER-DATE
           MOVE WS-CUM-GPA TO DG-CUM-GPA
           MOVE WS-HONOURS TO DG-HONOURS
           MOVE WS-CREDITS-EARNED TO DG-CREDITS
           WRITE DEGREE-RECORD
           IF WS-DEGREE-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write degrees file, status "
                      WS-DEGREE-STATUS
              STOP RUN
           END-IF

      *> the master's own fields ride along so the student run's
      *> report and reject lines read like any other transaction.
           MOVE SPACES TO RESUBMIT-RECORD
           MOVE "G" TO RS-TXN-CODE
           MOVE SM-ID TO RS-ID
           MOVE SM-NAME TO RS-NAME
           MOVE SM-GPA TO RS-GPA
           MOVE SM-EMAIL TO RS-EMAIL
           MOVE SM-PROGRAM TO RS-PROGRAM
           MOVE SM-CAMPUS TO RS-CAMPUS
           WRITE RESUBMIT-RECORD
           IF WS-RESUB-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write resubmission file, "
                      "status " WS-RESUB-STATUS
              STOP RUN
           END-IF

           ADD 1 TO WS-CONFERRED-COUNT
           IF WS-HONOURS NOT = SPACES
              ADD 1 TO WS-HONOURS-COUNT
           END-IF

           MOVE SM-PROGRAM TO SW-PROGRAM
           MOVE SM-NAME TO SW-NAME
           MOVE SM-ID TO SW-ID
           MOVE WS-CUM-GPA TO SW-CUM-GPA
           MOVE WS-HONOURS TO SW-HONOURS
           RELEASE SORT-WORK-RECORD.

       0680-WITHHOLD-CANDIDATE.
           IF WS-WH-COUNT NOT < 200
              DISPLAY "ERROR: Withheld table full (200 students). "
                      "Increase WS-WH-ENTRY OCCURS and recompile."
              STOP RUN
           END-IF
           ADD 1 TO WS-WH-COUNT
           SET WS-WH-IDX TO WS-WH-COUNT
           MOVE WS-WITHHOLD-REASON TO WS-WH-REASON (WS-WH-IDX)
           MOVE SM-ID TO WS-WH-ID (WS-WH-IDX)
           MOVE SM-NAME TO WS-WH-NAME (WS-WH-IDX)
           MOVE SM-PROGRAM TO WS-WH-PROGRAM (WS-WH-IDX).

       0700-PRINT-GRADUATION-LIST.
           WRITE REPORT-LINE FROM WS-TITLE-LINE
           MOVE HIGH-VALUES TO WS-PREV-PROGRAM
           MOVE "N" TO WS-SORT-EOF-FLAG
           RETURN SORT-WORK-FILE
               AT END SET SORT-EOF TO TRUE
           END-RETURN

           PERFORM UNTIL SORT-EOF
              IF SW-PROGRAM NOT = WS-PREV-PROGRAM
                 MOVE SPACES TO REPORT-LINE
                 WRITE REPORT-LINE
                 MOVE SW-PROGRAM TO PH-PROGRAM
                 WRITE REPORT-LINE FROM WS-PROGRAM-HEADER
                 MOVE SW-PROGRAM TO WS-PREV-PROGRAM
              END-IF
              MOVE SW-ID TO DL-ID
              MOVE SW-NAME TO DL-NAME
              MOVE SW-CUM-GPA TO DL-CUM-GPA
              MOVE SW-HONOURS TO DL-HONOURS
              WRITE REPORT-LINE FROM WS-DETAIL-LINE

              RETURN SORT-WORK-FILE
                  AT END SET SORT-EOF TO TRUE
              END-RETURN
           END-PERFORM.

       0800-PRINT-WITHHELD.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-WITHHELD-HEADER
           SET WS-WH-IDX TO 1
           PERFORM VARYING WS-WH-IDX FROM 1 BY 1
                    UNTIL WS-WH-IDX > WS-WH-COUNT
              MOVE WS-WH-ID (WS-WH-IDX) TO WL-ID
              MOVE WS-WH-NAME (WS-WH-IDX) TO WL-NAME
              MOVE WS-WH-PROGRAM (WS-WH-IDX) TO WL-PROGRAM
              MOVE WS-WH-REASON (WS-WH-IDX) TO WL-REASON
              WRITE REPORT-LINE FROM WS-WITHHELD-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CONFERRED-COUNT TO TT-CONFERRED
           MOVE WS-HONOURS-COUNT TO TT-HONOURS
           MOVE WS-WH-COUNT TO TT-WITHHELD
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

       0900-FINALIZE.
           CLOSE STUDENT-MASTER ENROLLMENT-MASTER DEGREE-FILE
                 RESUBMIT-FILE REPORT-FILE

           DISPLAY "Degree conferral complete for " WS-PARAM-TERM
           DISPLAY "  Students proved:     " WS-PROVED-COUNT
           DISPLAY "  Candidates:          " WS-CANDIDATE-COUNT
           DISPLAY "  Conferred:           " WS-CONFERRED-COUNT
           DISPLAY "  With honours:        " WS-HONOURS-COUNT
           DISPLAY "  Withheld:            " WS-WH-COUNT
           DISPLAY "  Conferred earlier:   " WS-ALREADY-COUNT
           IF WS-CONFERRED-COUNT > ZERO
              DISPLAY "Graduation transactions queued on RESUBMIT.DAT "
                      "for the next student run."
           END-IF.
