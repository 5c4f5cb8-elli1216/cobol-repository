       IDENTIFICATION DIVISION.
       PROGRAM-ID. gradchg.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * Grade changes and the incomplete-grade lapse, run nightly.
      * gradepost.cob posts each course's grade once and rejects a
      * second line as a duplicate; this is the only path by which a
      * posted grade moves afterwards.
      *
      * First the day's grade-change transactions (GRADECHG.DAT) are
      * applied. Each carries a reason code and the faculty ID of
      * the registrar authorizing it, who must be active on the
      * faculty master (FACMAST.DAT) under the registrar role; the
      * enrollment must exist in the transaction's term and already
      * be graded, the new grade must be on the scale and differ
      * from the old, and an INCRES (incomplete resolved) change
      * must be against an I. Failures land in GCHGREJ.DAT with a
      * reason.
      *
      * Then every incomplete (I) still open past its deadline --
      * the end of its term on the term master plus the lapse period
      * -- is turned into an F.
      *
      * Every change, authorized or lapsed, appends its before and
      * after grade to the change history (GCHGHIST.DAT) and prints
      * on GRADCHG.RPT. Each student and term touched then has its
      * term GPA recomputed from the graded credits and pushed
      * through GPAHIST.DAT with the recomputed cumulative, exactly
      * as gradepost.cob does after a feed; SM-GPA, the latest term's
      * GPA, moves only when the term touched is the student's latest
      * (by start date on the term master).
      *
      * SYSIN: business date (8, zero/blank = today) | lapse period
      *        in days after term end (3, zero/blank = 120).
      * GRADECHG.DAT (absent = no changes today): student ID (5) |
      *        course (8) | term (5) | new grade (2) | reason code
      *        (8: CLERICAL, CALCERR, APPEAL, INCRES) | authorizing
      *        registrar's faculty ID (6)
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

           SELECT CHANGE-FILE ASSIGN TO "GRADECHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.

           SELECT REJECT-FILE ASSIGN TO "GCHGREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT CHANGE-HISTORY ASSIGN TO "GCHGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GCHGHIST-STATUS.

           SELECT GPA-HISTORY ASSIGN TO "GPAHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GPAHIST-STATUS.

           SELECT FACMAST-FILE ASSIGN TO "FACMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACMAST-STATUS.

           SELECT TERMMAST-FILE ASSIGN TO "TERMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMMAST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "GRADCHG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       COPY STUDREC.

       FD  ENROLLMENT-MASTER.
       COPY ENRLREC.

       FD  CHANGE-FILE.
       01 CHANGE-RECORD.
          05 GX-ID                PIC X(05).
          05 FILLER               PIC X(01).
          05 GX-COURSE            PIC X(08).
          05 FILLER               PIC X(01).
          05 GX-TERM              PIC X(05).
          05 FILLER               PIC X(01).
          05 GX-NEW-GRADE         PIC X(02).
          05 FILLER               PIC X(01).
          05 GX-REASON            PIC X(08).
             88 GX-REASON-KNOWN       VALUE "CLERICAL" "CALCERR"
                                            "APPEAL" "INCRES".
             88 GX-INCOMPLETE-RESOLVED VALUE "INCRES".
          05 FILLER               PIC X(01).
          05 GX-AUTH-ID           PIC X(06).

       FD  REJECT-FILE.
       01 REJECT-RECORD.
          05 RJ-ID                PIC X(05).
          05 FILLER               PIC X(01).
          05 RJ-COURSE            PIC X(08).
          05 FILLER               PIC X(01).
          05 RJ-REASON            PIC X(20).

       FD  CHANGE-HISTORY.
       COPY GCHGREC.

       FD  GPA-HISTORY.
       01 GPA-HISTORY-RECORD.
          05 GH-ID               PIC X(05).
          05 FILLER              PIC X(01).
          05 GH-TERM             PIC X(05).
          05 FILLER              PIC X(01).
          05 GH-TERM-GPA         PIC 9V99.
          05 FILLER              PIC X(01).
          05 GH-CUM-GPA          PIC 9V99.

       FD  FACMAST-FILE.
       COPY FACREC.

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

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS         PIC XX.
       01 WS-ENRL-STATUS           PIC XX.
       01 WS-CHANGE-STATUS         PIC XX.
       01 WS-REJECT-STATUS         PIC XX.
       01 WS-GCHGHIST-STATUS       PIC XX.
       01 WS-GPAHIST-STATUS        PIC XX.
       01 WS-FACMAST-STATUS        PIC XX.
       01 WS-TERMMAST-STATUS       PIC XX.
       01 WS-REPORT-STATUS         PIC XX.

       01 WS-FLAGS.
          05 WS-CHANGE-EOF-FLAG     PIC X VALUE "N".
             88 CHANGE-EOF               VALUE "Y".
          05 WS-GPAHIST-EOF-FLAG    PIC X VALUE "N".
             88 GPAHIST-EOF              VALUE "Y".
          05 WS-FACMAST-EOF-FLAG    PIC X VALUE "N".
             88 FACMAST-EOF              VALUE "Y".
          05 WS-TERMMAST-EOF-FLAG   PIC X VALUE "N".
             88 TERMMAST-EOF             VALUE "Y".
          05 WS-ENRL-SCAN-EOF-FLAG  PIC X VALUE "N".
             88 ENRL-SCAN-EOF            VALUE "Y".
          05 WS-REJECT-FLAG         PIC X VALUE "N".
             88 WS-REJECTED              VALUE "Y".
          05 WS-GRADE-VALID-FLAG    PIC X VALUE "N".
             88 WS-GRADE-VALID           VALUE "Y".
          05 WS-GRADE-IN-GPA-FLAG   PIC X VALUE "N".
             88 WS-GRADE-IN-GPA          VALUE "Y".
          05 WS-FAC-FOUND-FLAG      PIC X VALUE "N".
             88 WS-FAC-FOUND             VALUE "Y".
          05 WS-TM-FOUND-FLAG       PIC X VALUE "N".
             88 WS-TM-FOUND              VALUE "Y".

       01 WS-PARAM.
          05 WS-PARAM-BUSINESS-DATE PIC 9(08).
          05 WS-PARAM-LAPSE-DAYS    PIC 9(03).

       01 WS-BUSINESS-DATE         PIC 9(08).
       01 WS-LAPSE-DAYS            PIC 9(03) VALUE 120.
       01 WS-DEADLINE              PIC 9(08).

       01 WS-REJECT-REASON         PIC X(20).
       01 WS-GRADE-POINTS          PIC 9V99.
       01 WS-GRADE-CHECK           PIC X(02).
       01 WS-OLD-GRADE             PIC X(02).

      *> the faculty master, for the authorizing registrar.
       01 WS-FAC-TABLE.
          05 WS-FAC-COUNT          PIC 9(04) VALUE ZERO.
          05 WS-FAC-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-FAC-IDX.
             10 WS-FAC-ID              PIC X(06).
             10 WS-FAC-STATUS          PIC X(01).
             10 WS-FAC-ROLE            PIC X(01).

      *> each term's end date, from which its incompletes' deadline
      *> runs, and its start date, the only ordering the term codes
      *> reliably have.
       01 WS-TM-TABLE.
          05 WS-TM-COUNT           PIC 9(02) VALUE ZERO.
          05 WS-TM-ENTRY OCCURS 60 TIMES
                          INDEXED BY WS-TM-IDX.
             10 WS-TM-TERM            PIC X(05).
             10 WS-TM-START           PIC 9(08).
             10 WS-TM-END             PIC 9(08).

       01 WS-LOOKUP-TERM           PIC X(05).
       01 WS-LOOKUP-START          PIC 9(08).
       01 WS-TOUCH-START           PIC 9(08).
       01 WS-LATEST-FLAG           PIC X(01).
          88 WS-TOUCH-IS-LATEST         VALUE "Y".

      *> one GPA per student per term, primed from GPAHIST.DAT at
      *> start-up the way gradepost.cob primes its table; the latest
      *> line for an SM-ID+term wins.
       01 WS-GPA-TABLE.
          05 WS-GPA-COUNT          PIC 9(04) VALUE ZERO.
          05 WS-GPA-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-GPA-IDX.
             10 WS-GPA-ID              PIC X(05).
             10 WS-GPA-TERM            PIC X(05).
             10 WS-GPA-GPA             PIC 9V99.

       01 WS-GPA-FOUND-FLAG        PIC X(01).
          88 WS-GPA-FOUND                    VALUE "Y".
       01 WS-GPA-SEARCH-ID         PIC X(05).
       01 WS-GPA-SEARCH-TERM       PIC X(05).
       01 WS-CUM-GPA               PIC 9V99.
       01 WS-CUM-SUM               PIC 9(5)V99.
       01 WS-CUM-TERMS             PIC 9(04).

      *> students and terms whose grades moved this run, each owed
      *> a GPA recomputation once every change is in.
       01 WS-TOUCH-TABLE.
          05 WS-TOUCH-COUNT        PIC 9(03) VALUE ZERO.
          05 WS-TOUCH-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-TOUCH-IDX.
             10 WS-TOUCH-ID            PIC X(05).
             10 WS-TOUCH-TERM          PIC X(05).

       01 WS-TOUCH-FOUND-FLAG      PIC X(01).
          88 WS-TOUCH-FOUND              VALUE "Y".

       01 WS-TERM-POINTS           PIC 9(5)V99.
       01 WS-TERM-CREDITS          PIC 9(04).
       01 WS-TERM-GPA              PIC 9V99.

       01 WS-COUNTERS.
          05 WS-CHANGED-COUNT      PIC 9(08) VALUE ZERO.
          05 WS-REJECT-COUNT       PIC 9(08) VALUE ZERO.
          05 WS-LAPSED-COUNT       PIC 9(08) VALUE ZERO.
          05 WS-OPEN-INC-COUNT     PIC 9(08) VALUE ZERO.
          05 WS-NO-TERM-COUNT      PIC 9(08) VALUE ZERO.
          05 WS-GPA-POSTED-COUNT   PIC 9(08) VALUE ZERO.

       01 WS-TITLE-LINE.
          05 FILLER                PIC X(29) VALUE
             "GRADE CHANGES AND INCOMPLETE ".
          05 FILLER                PIC X(22) VALUE
             "LAPSE  BUSINESS DATE: ".
          05 TL-BUSINESS-DATE      PIC 9(08).
          05 FILLER                PIC X(08) VALUE "  LAPSE ".
          05 TL-LAPSE-DAYS         PIC ZZ9.
          05 FILLER                PIC X(05) VALUE " DAYS".

       01 WS-SECTION-LINE          PIC X(80).

       01 WS-CHANGE-COLUMNS.
          05 FILLER                PIC X(32) VALUE
             "STUDENT COURSE    TERM  OLD NEW ".
          05 FILLER                PIC X(16) VALUE
             "REASON   AUTH BY".

       01 WS-CHANGE-DETAIL.
          05 CD-ID                 PIC X(05).
          05 FILLER                PIC X(03) VALUE SPACES.
          05 CD-COURSE             PIC X(08).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 CD-TERM               PIC X(05).
          05 FILLER                PIC X(01) VALUE SPACES.
          05 CD-OLD-GRADE          PIC X(02).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 CD-NEW-GRADE          PIC X(02).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 CD-REASON             PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACES.
          05 CD-AUTH-ID            PIC X(06).

       01 WS-LAPSE-COLUMNS.
          05 FILLER                PIC X(32) VALUE
             "STUDENT COURSE    TERM  OLD NEW ".
          05 FILLER                PIC X(17) VALUE
             "TERM END DEADLINE".

       01 WS-LAPSE-DETAIL.
          05 LD-ID                 PIC X(05).
          05 FILLER                PIC X(03) VALUE SPACES.
          05 LD-COURSE             PIC X(08).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 LD-TERM               PIC X(05).
          05 FILLER                PIC X(01) VALUE SPACES.
          05 LD-OLD-GRADE          PIC X(02).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 LD-NEW-GRADE          PIC X(02).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 LD-TERM-END           PIC 9(08).
          05 FILLER                PIC X(01) VALUE SPACES.
          05 LD-DEADLINE           PIC 9(08).

       01 WS-TOTAL-LINE.
          05 TT-LABEL              PIC X(30).
          05 TT-COUNT              PIC ZZZ,ZZ9.

       01 WS-SEPARATOR-LINE.
          05 FILLER                PIC X(64) VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-PARAM FROM SYSIN
           IF WS-PARAM-BUSINESS-DATE NOT NUMERIC
              OR WS-PARAM-BUSINESS-DATE = ZERO
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           ELSE
              MOVE WS-PARAM-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF
           IF WS-PARAM-LAPSE-DAYS NUMERIC
              AND WS-PARAM-LAPSE-DAYS NOT = ZERO
              MOVE WS-PARAM-LAPSE-DAYS TO WS-LAPSE-DAYS
           END-IF

           PERFORM 0100-INITIALIZE
           PERFORM 0300-PROCESS-CHANGE UNTIL CHANGE-EOF
           PERFORM 0540-LAPSE-INCOMPLETES
           PERFORM 0600-POST-TERM-GPAS
           PERFORM 0900-FINALIZE
           STOP RUN.

       0100-INITIALIZE.
           OPEN I-O STUDENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open student master, status "
                      WS-MASTER-STATUS
              STOP RUN
           END-IF

           OPEN I-O ENROLLMENT-MASTER
           IF WS-ENRL-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open enrollment master, "
                      "status " WS-ENRL-STATUS
              CLOSE STUDENT-MASTER
              STOP RUN
           END-IF

      *> no transaction file means no changes were keyed today --
      *> the lapse pass still runs.
           OPEN INPUT CHANGE-FILE
           IF WS-CHANGE-STATUS = "35"
              SET CHANGE-EOF TO TRUE
           ELSE
              IF WS-CHANGE-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open grade changes, "
                         "status " WS-CHANGE-STATUS
                 CLOSE STUDENT-MASTER ENROLLMENT-MASTER
                 STOP RUN
              END-IF
           END-IF

           OPEN OUTPUT REJECT-FILE
           IF WS-REJECT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open reject file, status "
                      WS-REJECT-STATUS
              STOP RUN
           END-IF

      *> the change history is always extended, created once on the
      *> very first change.
           OPEN EXTEND CHANGE-HISTORY
           IF WS-GCHGHIST-STATUS = "35"
              OPEN OUTPUT CHANGE-HISTORY
           END-IF
           IF WS-GCHGHIST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open grade change history, "
                      "status " WS-GCHGHIST-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open grade change report, "
                      "status " WS-REPORT-STATUS
              STOP RUN
           END-IF

           PERFORM 0150-LOAD-FACULTY
           PERFORM 0160-LOAD-TERM-MASTER
           PERFORM 0200-LOAD-GPA-HISTORY

           MOVE WS-BUSINESS-DATE TO TL-BUSINESS-DATE
           MOVE WS-LAPSE-DAYS TO TL-LAPSE-DAYS
           WRITE REPORT-LINE FROM WS-TITLE-LINE
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE "AUTHORIZED GRADE CHANGES" TO WS-SECTION-LINE
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           WRITE REPORT-LINE FROM WS-CHANGE-COLUMNS

           IF NOT CHANGE-EOF
              READ CHANGE-FILE
                  AT END SET CHANGE-EOF TO TRUE
              END-READ
           END-IF.

       0150-LOAD-FACULTY.
           OPEN INPUT FACMAST-FILE
           IF WS-FACMAST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open faculty master, status "
                      WS-FACMAST-STATUS
              STOP RUN
           END-IF
           READ FACMAST-FILE
               AT END SET FACMAST-EOF TO TRUE
           END-READ
           PERFORM UNTIL FACMAST-EOF
              IF WS-FAC-COUNT NOT < 500
                 DISPLAY "ERROR: Faculty table full (500 entries). "
                         "Increase WS-FAC-ENTRY OCCURS and recompile."
                 STOP RUN
              END-IF
              ADD 1 TO WS-FAC-COUNT
              SET WS-FAC-IDX TO WS-FAC-COUNT
              MOVE FAC-ID TO WS-FAC-ID (WS-FAC-IDX)
              MOVE FAC-STATUS TO WS-FAC-STATUS (WS-FAC-IDX)
              MOVE FAC-ROLE TO WS-FAC-ROLE (WS-FAC-IDX)
              READ FACMAST-FILE
                  AT END SET FACMAST-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE FACMAST-FILE.

       0160-LOAD-TERM-MASTER.
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
              MOVE TM-END-DATE TO WS-TM-END (WS-TM-IDX)
              READ TERMMAST-FILE
                  AT END SET TERMMAST-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE TERMMAST-FILE.

      *> prior terms' GPAs come off the history file once at
      *> start-up; the file is then reopened EXTEND so the run can
      *> append its own term lines.
       0200-LOAD-GPA-HISTORY.
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
                 MOVE GH-ID TO WS-GPA-SEARCH-ID
                 MOVE GH-TERM TO WS-GPA-SEARCH-TERM
                 PERFORM 6400-FIND-OR-ADD-GPA-ENTRY
                 MOVE GH-TERM-GPA TO WS-GPA-GPA (WS-GPA-IDX)
                 READ GPA-HISTORY
                     AT END SET GPAHIST-EOF TO TRUE
                 END-READ
              END-PERFORM
              CLOSE GPA-HISTORY
           END-IF

           OPEN EXTEND GPA-HISTORY
           IF WS-GPAHIST-STATUS = "35"
              OPEN OUTPUT GPA-HISTORY
           END-IF
           IF WS-GPAHIST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open GPA history (extend), "
                      "status " WS-GPAHIST-STATUS
              STOP RUN
           END-IF.

       0300-PROCESS-CHANGE.
           PERFORM 0400-VALIDATE-CHANGE

           IF WS-REJECTED
              ADD 1 TO WS-REJECT-COUNT
              MOVE GX-ID TO RJ-ID
              MOVE GX-COURSE TO RJ-COURSE
              MOVE WS-REJECT-REASON TO RJ-REASON
              WRITE REJECT-RECORD
           ELSE
              MOVE EN-GRADE TO WS-OLD-GRADE
              MOVE GX-NEW-GRADE TO EN-GRADE
              PERFORM 0700-REWRITE-ENROLLMENT
              MOVE GX-REASON TO GC-REASON
              MOVE GX-AUTH-ID TO GC-AUTH-ID
              PERFORM 0720-WRITE-CHANGE-HISTORY
              ADD 1 TO WS-CHANGED-COUNT

              MOVE EN-ID TO CD-ID
              MOVE EN-COURSE TO CD-COURSE
              MOVE EN-TERM TO CD-TERM
              MOVE WS-OLD-GRADE TO CD-OLD-GRADE
              MOVE EN-GRADE TO CD-NEW-GRADE
              MOVE GX-REASON TO CD-REASON
              MOVE GX-AUTH-ID TO CD-AUTH-ID
              WRITE REPORT-LINE FROM WS-CHANGE-DETAIL
           END-IF

           READ CHANGE-FILE
               AT END SET CHANGE-EOF TO TRUE
           END-READ.

       0400-VALIDATE-CHANGE.
           MOVE "N" TO WS-REJECT-FLAG
           MOVE SPACES TO WS-REJECT-REASON

           IF NOT GX-REASON-KNOWN
              MOVE "UNKNOWN REASON CODE" TO WS-REJECT-REASON
              SET WS-REJECTED TO TRUE
           END-IF

      *> only an active member of the registrar's office authorizes
      *> a grade to move.
           IF NOT WS-REJECTED
              PERFORM 0450-FIND-FACULTY
              IF NOT WS-FAC-FOUND
                 MOVE "NOT AUTHORIZED" TO WS-REJECT-REASON
                 SET WS-REJECTED TO TRUE
              ELSE
                 IF WS-FAC-STATUS (WS-FAC-IDX) NOT = "A"
                    OR WS-FAC-ROLE (WS-FAC-IDX) NOT = "R"
                    MOVE "NOT AUTHORIZED" TO WS-REJECT-REASON
                    SET WS-REJECTED TO TRUE
                 END-IF
              END-IF
           END-IF

           IF NOT WS-REJECTED
              MOVE GX-NEW-GRADE TO WS-GRADE-CHECK
              PERFORM 0500-GRADE-TO-POINTS
              IF NOT WS-GRADE-VALID
                 MOVE "INVALID GRADE" TO WS-REJECT-REASON
                 SET WS-REJECTED TO TRUE
              END-IF
           END-IF

           IF NOT WS-REJECTED
              MOVE GX-ID TO EN-ID
              MOVE GX-COURSE TO EN-COURSE
              READ ENROLLMENT-MASTER
                  INVALID KEY
                     MOVE "NOT ENROLLED" TO WS-REJECT-REASON
                     SET WS-REJECTED TO TRUE
              END-READ
           END-IF

           IF NOT WS-REJECTED
              IF EN-TERM NOT = GX-TERM
                 MOVE "WRONG TERM" TO WS-REJECT-REASON
                 SET WS-REJECTED TO TRUE
              END-IF
           END-IF

      *> a course never graded takes its first grade from the
      *> instructor's feed through gradepost.cob, not from here.
           IF NOT WS-REJECTED
              IF EN-GRADE = SPACES
                 MOVE "NOT YET GRADED" TO WS-REJECT-REASON
                 SET WS-REJECTED TO TRUE
              END-IF
           END-IF

           IF NOT WS-REJECTED
              IF EN-GRADE = GX-NEW-GRADE
                 MOVE "NO CHANGE" TO WS-REJECT-REASON
                 SET WS-REJECTED TO TRUE
              END-IF
           END-IF

           IF NOT WS-REJECTED
              IF GX-INCOMPLETE-RESOLVED
                 AND EN-GRADE NOT = "I "
                 MOVE "NOT AN INCOMPLETE" TO WS-REJECT-REASON
                 SET WS-REJECTED TO TRUE
              END-IF
           END-IF.

       0450-FIND-FACULTY.
           MOVE "N" TO WS-FAC-FOUND-FLAG
           SET WS-FAC-IDX TO 1
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                    UNTIL WS-FAC-IDX > WS-FAC-COUNT
              IF WS-FAC-ID (WS-FAC-IDX) = GX-AUTH-ID
                 SET WS-FAC-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *> the grading scale, letter to points -- the same scale
      *> gradepost.cob posts on, I (incomplete) valid but out of
      *> the GPA.
       0500-GRADE-TO-POINTS.
           MOVE "Y" TO WS-GRADE-VALID-FLAG
           MOVE "Y" TO WS-GRADE-IN-GPA-FLAG
           EVALUATE WS-GRADE-CHECK
              WHEN "A "  MOVE 4.00 TO WS-GRADE-POINTS
              WHEN "A-"  MOVE 3.70 TO WS-GRADE-POINTS
              WHEN "B+"  MOVE 3.30 TO WS-GRADE-POINTS
              WHEN "B "  MOVE 3.00 TO WS-GRADE-POINTS
              WHEN "B-"  MOVE 2.70 TO WS-GRADE-POINTS
              WHEN "C+"  MOVE 2.30 TO WS-GRADE-POINTS
              WHEN "C "  MOVE 2.00 TO WS-GRADE-POINTS
              WHEN "C-"  MOVE 1.70 TO WS-GRADE-POINTS
              WHEN "D "  MOVE 1.00 TO WS-GRADE-POINTS
              WHEN "F "  MOVE 0.00 TO WS-GRADE-POINTS
              WHEN "I "
                 MOVE "N" TO WS-GRADE-IN-GPA-FLAG
                 MOVE ZERO TO WS-GRADE-POINTS
              WHEN OTHER
                 MOVE "N" TO WS-GRADE-VALID-FLAG
                 MOVE "N" TO WS-GRADE-IN-GPA-FLAG
                 MOVE ZERO TO WS-GRADE-POINTS
           END-EVALUATE.

      *> every incomplete on the master whose deadline -- its term's
      *> end plus the lapse period -- is behind the business date
      *> becomes an F. The pass runs after the day's changes so an
      *> incomplete resolved today is no longer an I here.
       0540-LAPSE-INCOMPLETES.
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE "INCOMPLETES LAPSED TO F" TO WS-SECTION-LINE
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           WRITE REPORT-LINE FROM WS-LAPSE-COLUMNS

           MOVE "N" TO WS-ENRL-SCAN-EOF-FLAG
           MOVE LOW-VALUES TO EN-KEY
           START ENROLLMENT-MASTER KEY NOT < EN-KEY
               INVALID KEY SET ENRL-SCAN-EOF TO TRUE
           END-START
           IF NOT ENRL-SCAN-EOF
              READ ENROLLMENT-MASTER NEXT
                  AT END SET ENRL-SCAN-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL ENRL-SCAN-EOF
              IF EN-GRADE = "I "
                 PERFORM 0550-LAPSE-IF-DUE
              END-IF
              READ ENROLLMENT-MASTER NEXT
                  AT END SET ENRL-SCAN-EOF TO TRUE
              END-READ
           END-PERFORM.

       0550-LAPSE-IF-DUE.
           ADD 1 TO WS-OPEN-INC-COUNT
           MOVE "N" TO WS-TM-FOUND-FLAG
           SET WS-TM-IDX TO 1
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                    UNTIL WS-TM-IDX > WS-TM-COUNT
              IF WS-TM-TERM (WS-TM-IDX) = EN-TERM
                 SET WS-TM-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM

      *> no term end, no deadline: the incomplete is left open and
      *> flagged rather than guessed at.
           IF NOT WS-TM-FOUND
              ADD 1 TO WS-NO-TERM-COUNT
              DISPLAY "WARNING: incomplete " EN-ID " " EN-COURSE
                      " term " EN-TERM " not on the term master; "
                      "left open."
           ELSE
              COMPUTE WS-DEADLINE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (WS-TM-END (WS-TM-IDX))
                  + WS-LAPSE-DAYS)
              IF WS-BUSINESS-DATE > WS-DEADLINE
                 MOVE EN-GRADE TO WS-OLD-GRADE
                 MOVE "F " TO EN-GRADE
                 PERFORM 0700-REWRITE-ENROLLMENT
                 MOVE "LAPSE" TO GC-REASON
                 MOVE "SYSTEM" TO GC-AUTH-ID
                 PERFORM 0720-WRITE-CHANGE-HISTORY
                 ADD 1 TO WS-LAPSED-COUNT

                 MOVE EN-ID TO LD-ID
                 MOVE EN-COURSE TO LD-COURSE
                 MOVE EN-TERM TO LD-TERM
                 MOVE WS-OLD-GRADE TO LD-OLD-GRADE
                 MOVE EN-GRADE TO LD-NEW-GRADE
                 MOVE WS-TM-END (WS-TM-IDX) TO LD-TERM-END
                 MOVE WS-DEADLINE TO LD-DEADLINE
                 WRITE REPORT-LINE FROM WS-LAPSE-DETAIL
              END-IF
           END-IF.

       0600-POST-TERM-GPAS.
           SET WS-TOUCH-IDX TO 1
           PERFORM 0650-POST-ONE-TERM-GPA
              VARYING WS-TOUCH-IDX FROM 1 BY 1
              UNTIL WS-TOUCH-IDX > WS-TOUCH-COUNT.

      *> the term GPA comes from the graded credits themselves, as
      *> in gradepost.cob: grade points weighted by credit hours
      *> over the credits graded in the term, incompletes aside.
       0650-POST-ONE-TERM-GPA.
           MOVE ZERO TO WS-TERM-POINTS
           MOVE ZERO TO WS-TERM-CREDITS
           MOVE "N" TO WS-ENRL-SCAN-EOF-FLAG

           MOVE WS-TOUCH-ID (WS-TOUCH-IDX) TO EN-ID
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
              IF EN-ID NOT = WS-TOUCH-ID (WS-TOUCH-IDX)
                 SET ENRL-SCAN-EOF TO TRUE
              ELSE
                 IF EN-TERM = WS-TOUCH-TERM (WS-TOUCH-IDX)
                    AND EN-GRADE NOT = SPACES
                    MOVE EN-GRADE TO WS-GRADE-CHECK
                    PERFORM 0500-GRADE-TO-POINTS
                    IF WS-GRADE-IN-GPA
                       COMPUTE WS-TERM-POINTS =
                          WS-TERM-POINTS
                          + WS-GRADE-POINTS * EN-CREDITS
                       ADD EN-CREDITS TO WS-TERM-CREDITS
                    END-IF
                 END-IF
                 READ ENROLLMENT-MASTER NEXT
                     AT END SET ENRL-SCAN-EOF TO TRUE
                 END-READ
              END-IF
           END-PERFORM

           IF WS-TERM-CREDITS > ZERO
              COMPUTE WS-TERM-GPA ROUNDED =
                 WS-TERM-POINTS / WS-TERM-CREDITS
              PERFORM 0800-COMMIT-GPA-HISTORY
              PERFORM 0850-UPDATE-STUDENT-GPA
              ADD 1 TO WS-GPA-POSTED-COUNT
           END-IF.

       0700-REWRITE-ENROLLMENT.
           REWRITE ENROLLMENT-RECORD
           IF WS-ENRL-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to rewrite enrollment master, "
                      "status " WS-ENRL-STATUS
              STOP RUN
           END-IF
           PERFORM 0750-NOTE-TOUCHED-STUDENT.

      *> GC-REASON and GC-AUTH-ID are set by the caller; the grades
      *> and the key come off the rewritten enrollment.
       0720-WRITE-CHANGE-HISTORY.
           MOVE EN-ID TO GC-ID
           MOVE EN-COURSE TO GC-COURSE
           MOVE EN-TERM TO GC-TERM
           MOVE WS-OLD-GRADE TO GC-OLD-GRADE
           MOVE EN-GRADE TO GC-NEW-GRADE
           MOVE WS-BUSINESS-DATE TO GC-DATE
           WRITE GRADE-CHANGE-RECORD
           IF WS-GCHGHIST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write grade change history, "
                      "status " WS-GCHGHIST-STATUS
              STOP RUN
           END-IF.

       0750-NOTE-TOUCHED-STUDENT.
           MOVE "N" TO WS-TOUCH-FOUND-FLAG
           SET WS-TOUCH-IDX TO 1
           PERFORM VARYING WS-TOUCH-IDX FROM 1 BY 1
                    UNTIL WS-TOUCH-IDX > WS-TOUCH-COUNT
              IF WS-TOUCH-ID (WS-TOUCH-IDX) = EN-ID
                 AND WS-TOUCH-TERM (WS-TOUCH-IDX) = EN-TERM
                 SET WS-TOUCH-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF NOT WS-TOUCH-FOUND
              IF WS-TOUCH-COUNT NOT < 500
                 DISPLAY "ERROR: Touched-student table full (500 "
                         "entries). Increase WS-TOUCH-ENTRY OCCURS "
                         "and recompile."
                 STOP RUN
              END-IF
              ADD 1 TO WS-TOUCH-COUNT
              SET WS-TOUCH-IDX TO WS-TOUCH-COUNT
              MOVE EN-ID TO WS-TOUCH-ID (WS-TOUCH-IDX)
              MOVE EN-TERM TO WS-TOUCH-TERM (WS-TOUCH-IDX)
           END-IF.

      *> replace this term's entry in the table, recompute the
      *> cumulative over every term on file, and append the history
      *> line -- the latest line for the term wins for every reader.
       0800-COMMIT-GPA-HISTORY.
           MOVE WS-TOUCH-ID (WS-TOUCH-IDX) TO WS-GPA-SEARCH-ID
           MOVE WS-TOUCH-TERM (WS-TOUCH-IDX) TO WS-GPA-SEARCH-TERM
           PERFORM 6400-FIND-OR-ADD-GPA-ENTRY
           MOVE WS-TERM-GPA TO WS-GPA-GPA (WS-GPA-IDX)

           MOVE ZERO TO WS-CUM-SUM
           MOVE ZERO TO WS-CUM-TERMS
           SET WS-GPA-IDX TO 1
           PERFORM VARYING WS-GPA-IDX FROM 1 BY 1
                    UNTIL WS-GPA-IDX > WS-GPA-COUNT
              IF WS-GPA-ID (WS-GPA-IDX) = WS-GPA-SEARCH-ID
                 ADD 1 TO WS-CUM-TERMS
                 ADD WS-GPA-GPA (WS-GPA-IDX) TO WS-CUM-SUM
              END-IF
           END-PERFORM
           COMPUTE WS-CUM-GPA ROUNDED =
              WS-CUM-SUM / WS-CUM-TERMS

           MOVE WS-GPA-SEARCH-ID TO GH-ID
           MOVE WS-GPA-SEARCH-TERM TO GH-TERM
           MOVE WS-TERM-GPA TO GH-TERM-GPA
           MOVE WS-CUM-GPA TO GH-CUM-GPA
           WRITE GPA-HISTORY-RECORD
           IF WS-GPAHIST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write GPA history, status "
                      WS-GPAHIST-STATUS
              STOP RUN
           END-IF.

      *> SM-GPA is the student's latest term GPA -- student.cob
      *> sets the status and appends GPAHIST from it -- so a regrade
      *> or lapse in an older term moves the history and the
      *> cumulative but leaves the master alone.
       0850-UPDATE-STUDENT-GPA.
           PERFORM 0860-CHECK-LATEST-TERM
           IF WS-TOUCH-IS-LATEST
              PERFORM 0870-REWRITE-STUDENT-GPA
           END-IF.

      *> terms are ordered by start date off the term master; a term
      *> the master does not know sorts last.
       0860-CHECK-LATEST-TERM.
           MOVE WS-TOUCH-TERM (WS-TOUCH-IDX) TO WS-LOOKUP-TERM
           PERFORM 0880-FIND-TERM-START
           MOVE WS-LOOKUP-START TO WS-TOUCH-START
           MOVE "Y" TO WS-LATEST-FLAG

           SET WS-GPA-IDX TO 1
           PERFORM VARYING WS-GPA-IDX FROM 1 BY 1
                    UNTIL WS-GPA-IDX > WS-GPA-COUNT
              IF WS-GPA-ID (WS-GPA-IDX) = WS-TOUCH-ID (WS-TOUCH-IDX)
                 AND WS-GPA-TERM (WS-GPA-IDX)
                     NOT = WS-TOUCH-TERM (WS-TOUCH-IDX)
                 MOVE WS-GPA-TERM (WS-GPA-IDX) TO WS-LOOKUP-TERM
                 PERFORM 0880-FIND-TERM-START
                 IF WS-LOOKUP-START > WS-TOUCH-START
                    MOVE "N" TO WS-LATEST-FLAG
                    EXIT PERFORM
                 END-IF
              END-IF
           END-PERFORM.

       0870-REWRITE-STUDENT-GPA.
           MOVE WS-TOUCH-ID (WS-TOUCH-IDX) TO SM-ID
           READ STUDENT-MASTER
               INVALID KEY
                  DISPLAY "WARNING: student "
                          WS-TOUCH-ID (WS-TOUCH-IDX)
                          " regraded but not on the student master."
           END-READ

           IF WS-MASTER-STATUS = "00"
              MOVE WS-TERM-GPA TO SM-GPA
              REWRITE STUDENT-MASTER-RECORD
              IF WS-MASTER-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to rewrite student master, "
                         "status " WS-MASTER-STATUS
                 STOP RUN
              END-IF
           END-IF.

       0880-FIND-TERM-START.
           MOVE 99999999 TO WS-LOOKUP-START
           SET WS-TM-IDX TO 1
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                    UNTIL WS-TM-IDX > WS-TM-COUNT
              IF WS-TM-TERM (WS-TM-IDX) = WS-LOOKUP-TERM
                 MOVE WS-TM-START (WS-TM-IDX) TO WS-LOOKUP-START
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       6400-FIND-OR-ADD-GPA-ENTRY.
           MOVE "N" TO WS-GPA-FOUND-FLAG
           SET WS-GPA-IDX TO 1
           PERFORM VARYING WS-GPA-IDX FROM 1 BY 1
                    UNTIL WS-GPA-IDX > WS-GPA-COUNT
              IF WS-GPA-ID (WS-GPA-IDX) = WS-GPA-SEARCH-ID
                 AND WS-GPA-TERM (WS-GPA-IDX) = WS-GPA-SEARCH-TERM
                 SET WS-GPA-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF NOT WS-GPA-FOUND
              IF WS-GPA-COUNT NOT < 2000
                 DISPLAY "ERROR: GPA table full (2000 student/term "
                         "entries). Increase WS-GPA-ENTRY OCCURS "
                         "and recompile."
                 STOP RUN
              END-IF
              ADD 1 TO WS-GPA-COUNT
              SET WS-GPA-IDX TO WS-GPA-COUNT
              MOVE WS-GPA-SEARCH-ID TO WS-GPA-ID (WS-GPA-IDX)
              MOVE WS-GPA-SEARCH-TERM TO WS-GPA-TERM (WS-GPA-IDX)
              MOVE ZERO TO WS-GPA-GPA (WS-GPA-IDX)
           END-IF.

       0900-FINALIZE.
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE "GRADES CHANGED" TO TT-LABEL
           MOVE WS-CHANGED-COUNT TO TT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "CHANGES REJECTED" TO TT-LABEL
           MOVE WS-REJECT-COUNT TO TT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "INCOMPLETES LAPSED TO F" TO TT-LABEL
           MOVE WS-LAPSED-COUNT TO TT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "INCOMPLETES NOT ON TERM MASTER" TO TT-LABEL
           MOVE WS-NO-TERM-COUNT TO TT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           IF WS-CHANGE-STATUS NOT = "35"
              CLOSE CHANGE-FILE
           END-IF
           CLOSE STUDENT-MASTER ENROLLMENT-MASTER REJECT-FILE
                 CHANGE-HISTORY GPA-HISTORY REPORT-FILE

           DISPLAY "Grade changes complete for " WS-BUSINESS-DATE
           DISPLAY "  Changed:           " WS-CHANGED-COUNT
           DISPLAY "  Rejected:          " WS-REJECT-COUNT
           DISPLAY "  Incompletes seen:  " WS-OPEN-INC-COUNT
           DISPLAY "  Lapsed to F:       " WS-LAPSED-COUNT
           DISPLAY "  Term GPAs:         " WS-GPA-POSTED-COUNT.
