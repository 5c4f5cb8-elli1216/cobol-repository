       IDENTIFICATION DIVISION.
       PROGRAM-ID. census.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * Census-date enrollment snapshot and the state headcount/FTE
      * report. State funding counts each term's enrollment as it
      * stood on the term's census date (TM-CENSUS-DATE on the term
      * master), but the enrollment master moves every day with drops
      * and waitlist promotions -- so the figures are frozen once, on
      * the census date, and every report is produced from the
      * frozen copy, never from the live files.
      *
      * The first run for a term on or after its census date takes
      * the snapshot: every enrollment the term carries on
      * ENRLMAST.DAT, and for each student enrolled the STUDENT-MASTER
      * details the state counts by (program, home campus, status),
      * written to the dated census file CENSUS.ttttt.yyyymmdd.DAT
      * (term, census date) and entered on the census register
      * (CENSREG.DAT). A term on the register is filed: later runs
      * reprint the report from the census file it names and never
      * write the file again, whatever has changed on the masters
      * since -- or on the term master's census date.
      *
      * A snapshot is refused before the census date, and after it
      * unless the run carries the late override -- a late snapshot
      * records the enrollment of the day it was taken, not of the
      * census date, and says so on the file header and the report.
      *
      * The report (CENSUS.RPT) gives headcount, credit hours and FTE
      * by SM-PROGRAM, campus and load -- full-time at or above the
      * full-time credit load, part-time below it -- with program
      * subtotals and full-time, part-time and grand totals. FTE is
      * credit hours over the FTE credit divisor.
      *
      * SYSIN: term (5) | business date (8, zero/blank = today) |
      *        late override (1, L = snapshot past the census date) |
      *        full-time credit load (2, zero/blank = 12) |
      *        FTE credit divisor (2, zero/blank = 15).
      * Census file (80-byte lines):
      *   header:  "H" | term (5) | census date (8) | taken (8) |
      *            late flag (1, L = taken after the census date)
      *   student: "S" | id (5) | name (20) | program (4) |
      *            campus (3) | status (10) | term credits (3) |
      *            courses (2)
      *   course:  "E" | id (5) | course (8) | credits (2)
      *   trailer: "T" | students (6) | courses (6) | credits (7)
      * CENSREG.DAT: term (5) | census date (8) | taken (8) |
      *              late flag (1) | students (6) | courses (6)
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EN-KEY OF ENROLLMENT-RECORD
               FILE STATUS IS WS-ENRL-STATUS.

           SELECT TERMMAST-FILE ASSIGN TO "TERMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMMAST-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "CENSREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT CENSUS-FILE ASSIGN TO WS-CENSUS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CENSUS-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CENSUS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       COPY STUDREC.

       FD  ENROLLMENT-MASTER.
       COPY ENRLREC.

       FD  TERMMAST-FILE.
       01 TERMMAST-RECORD.
          05 TM-TERM              PIC X(05).
          05 FILLER               PIC X(01).
          05 TM-START-DATE        PIC 9(08).
          05 FILLER               PIC X(01).
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
      *> blank on a term master line written before the census date
      *> was carried -- such a term has no census to take.
          05 TM-CENSUS-DATE       PIC 9(08).

       FD  REGISTER-FILE.
       01 REGISTER-RECORD.
          05 RG-TERM              PIC X(05).
          05 FILLER               PIC X(01).
          05 RG-CENSUS-DATE       PIC 9(08).
          05 FILLER               PIC X(01).
          05 RG-TAKEN-DATE        PIC 9(08).
          05 FILLER               PIC X(01).
          05 RG-LATE-FLAG         PIC X(01).
          05 FILLER               PIC X(01).
          05 RG-STUDENTS          PIC 9(06).
          05 FILLER               PIC X(01).
          05 RG-COURSES           PIC 9(06).

       FD  CENSUS-FILE.
       01 CENSUS-RECORD.
          05 CS-REC-TYPE          PIC X(01).
             88 CS-IS-HEADER          VALUE "H".
             88 CS-IS-STUDENT         VALUE "S".
             88 CS-IS-COURSE          VALUE "E".
             88 CS-IS-TRAILER         VALUE "T".
          05 CS-REST              PIC X(79).
       01 CENSUS-HEADER REDEFINES CENSUS-RECORD.
          05 FILLER               PIC X(01).
          05 CH-TERM              PIC X(05).
          05 CH-CENSUS-DATE       PIC 9(08).
          05 CH-TAKEN-DATE        PIC 9(08).
          05 CH-LATE-FLAG         PIC X(01).
          05 FILLER               PIC X(57).
       01 CENSUS-STUDENT REDEFINES CENSUS-RECORD.
          05 FILLER               PIC X(01).
          05 CSS-ID               PIC X(05).
          05 CSS-NAME             PIC X(20).
          05 CSS-PROGRAM          PIC X(04).
          05 CSS-CAMPUS           PIC X(03).
          05 CSS-STATUS           PIC X(10).
          05 CSS-CREDITS          PIC 9(03).
          05 CSS-COURSES          PIC 9(02).
          05 FILLER               PIC X(32).
       01 CENSUS-COURSE REDEFINES CENSUS-RECORD.
          05 FILLER               PIC X(01).
          05 CSE-ID               PIC X(05).
          05 CSE-COURSE           PIC X(08).
          05 CSE-CREDITS          PIC 9(02).
          05 FILLER               PIC X(64).
       01 CENSUS-TRAILER REDEFINES CENSUS-RECORD.
          05 FILLER               PIC X(01).
          05 CST-STUDENTS         PIC 9(06).
          05 CST-COURSES          PIC 9(06).
          05 CST-CREDITS          PIC 9(07).
          05 FILLER               PIC X(60).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS         PIC XX.
       01 WS-ENRL-STATUS           PIC XX.
       01 WS-TERMMAST-STATUS       PIC XX.
       01 WS-REGISTER-STATUS       PIC XX.
       01 WS-CENSUS-STATUS         PIC XX.
       01 WS-REPORT-STATUS         PIC XX.

       01 WS-CENSUS-NAME           PIC X(30).

       01 WS-FLAGS.
          05 WS-TERMMAST-EOF-FLAG   PIC X VALUE "N".
             88 TERMMAST-EOF             VALUE "Y".
          05 WS-REGISTER-EOF-FLAG   PIC X VALUE "N".
             88 REGISTER-EOF             VALUE "Y".
          05 WS-ENRL-EOF-FLAG       PIC X VALUE "N".
             88 ENRL-EOF                 VALUE "Y".
          05 WS-CENSUS-EOF-FLAG     PIC X VALUE "N".
             88 CENSUS-EOF               VALUE "Y".
          05 WS-TERM-FOUND-FLAG     PIC X VALUE "N".
             88 WS-TERM-FOUND            VALUE "Y".
          05 WS-FILED-FLAG          PIC X VALUE "N".
             88 WS-FILED                 VALUE "Y".
          05 WS-HEADER-SEEN-FLAG    PIC X VALUE "N".
             88 WS-HEADER-SEEN           VALUE "Y".
          05 WS-TRAILER-SEEN-FLAG   PIC X VALUE "N".
             88 WS-TRAILER-SEEN          VALUE "Y".

       01 WS-PARAM.
          05 WS-PARAM-TERM          PIC X(05).
          05 WS-PARAM-BUSINESS-DATE PIC 9(08).
          05 WS-PARAM-LATE-FLAG     PIC X(01).
             88 WS-LATE-ALLOWED          VALUE "L".
          05 WS-PARAM-FULL-LOAD     PIC 9(02).
          05 WS-PARAM-FTE-DIVISOR   PIC 9(02).

       01 WS-BUSINESS-DATE         PIC 9(08).
       01 WS-FULL-LOAD             PIC 9(02) VALUE 12.
       01 WS-FTE-DIVISOR           PIC 9(02) VALUE 15.

      *> the census this run works from: the term master's date for
      *> a new snapshot, the register's for a filed one.
       01 WS-CENSUS-DATE           PIC 9(08) VALUE ZERO.
       01 WS-TERM-CENSUS-DATE      PIC 9(08) VALUE ZERO.
       01 WS-TAKEN-DATE            PIC 9(08).
       01 WS-LATE-FLAG             PIC X(01) VALUE SPACE.
          88 WS-SNAPSHOT-LATE          VALUE "L".

      *> the student in hand during the snapshot pass: their
      *> enrollments in the term, held until the student breaks.
       01 WS-CURRENT-ID            PIC X(05) VALUE SPACES.
       01 WS-CURRENT-CREDITS       PIC 9(03).
       01 WS-CO-TABLE.
          05 WS-CO-COUNT           PIC 9(02) VALUE ZERO.
          05 WS-CO-ENTRY OCCURS 30 TIMES
                          INDEXED BY WS-CO-IDX.
             10 WS-CO-COURSE          PIC X(08).
             10 WS-CO-CREDITS         PIC 9(02).

      *> headcount, credit hours by program, campus and load, kept
      *> in key order as the census file is read.
       01 WS-CB-TABLE.
          05 WS-CB-COUNT           PIC 9(03) VALUE ZERO.
          05 WS-CB-ENTRY OCCURS 300 TIMES
                          INDEXED BY WS-CB-IDX.
             10 WS-CB-KEY.
                15 WS-CB-PROGRAM      PIC X(04).
                15 WS-CB-CAMPUS       PIC X(03).
                15 WS-CB-LOAD         PIC X(02).
             10 WS-CB-HEADCOUNT       PIC 9(06).
             10 WS-CB-CREDITS         PIC 9(07).

       01 WS-CB-SEARCH-KEY.
          05 WS-CB-SEARCH-PROGRAM  PIC X(04).
          05 WS-CB-SEARCH-CAMPUS   PIC X(03).
          05 WS-CB-SEARCH-LOAD     PIC X(02).
       01 WS-CB-SUB                PIC 9(03).
       01 WS-CB-FOUND-FLAG         PIC X.
          88 WS-CB-FOUND               VALUE "Y".

       01 WS-CURRENT-PROGRAM       PIC X(04).

       01 WS-COUNTERS.
          05 WS-SNAP-STUDENTS      PIC 9(06) VALUE ZERO.
          05 WS-SNAP-COURSES       PIC 9(06) VALUE ZERO.
          05 WS-SNAP-CREDITS       PIC 9(07) VALUE ZERO.
          05 WS-READ-STUDENTS      PIC 9(06) VALUE ZERO.
          05 WS-READ-COURSES       PIC 9(06) VALUE ZERO.
          05 WS-READ-CREDITS       PIC 9(07) VALUE ZERO.
          05 WS-PROG-HEADCOUNT     PIC 9(06) VALUE ZERO.
          05 WS-PROG-CREDITS       PIC 9(07) VALUE ZERO.
          05 WS-FT-HEADCOUNT       PIC 9(06) VALUE ZERO.
          05 WS-FT-CREDITS         PIC 9(07) VALUE ZERO.
          05 WS-PT-HEADCOUNT       PIC 9(06) VALUE ZERO.
          05 WS-PT-CREDITS         PIC 9(07) VALUE ZERO.
          05 WS-NO-MASTER-COUNT    PIC 9(06) VALUE ZERO.

       01 WS-FTE                   PIC 9(06)V99.

       01 WS-TITLE-LINE.
          05 FILLER                PIC X(31) VALUE
             "STATE CENSUS HEADCOUNT AND FTE ".
          05 FILLER                PIC X(08) VALUE "  TERM: ".
          05 TL-TERM               PIC X(05).
          05 FILLER                PIC X(16) VALUE
             "  CENSUS DATE: ".
          05 TL-CENSUS-DATE        PIC 9(08).

       01 WS-TAKEN-LINE.
          05 FILLER                PIC X(16) VALUE
             "SNAPSHOT TAKEN: ".
          05 TK-TAKEN-DATE         PIC 9(08).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 TK-LATE-NOTE          PIC X(50).

       01 WS-BASIS-LINE.
          05 FILLER                PIC X(16) VALUE
             "FULL-TIME LOAD: ".
          05 BL-FULL-LOAD          PIC Z9.
          05 FILLER                PIC X(26) VALUE
             " CREDITS    FTE DIVISOR: ".
          05 BL-FTE-DIVISOR        PIC Z9.
          05 FILLER                PIC X(08) VALUE " CREDITS".

       01 WS-COLUMN-LINE.
          05 FILLER                PIC X(30) VALUE
             "PROGRAM  CAMPUS  LOAD HEADCOUN".
          05 FILLER                PIC X(26) VALUE
             "T     CREDITS          FTE".

       01 WS-DETAIL-LINE.
          05 DL-PROGRAM            PIC X(04).
          05 FILLER                PIC X(05) VALUE SPACES.
          05 DL-CAMPUS             PIC X(03).
          05 FILLER                PIC X(05) VALUE SPACES.
          05 DL-LOAD               PIC X(02).
          05 FILLER                PIC X(05) VALUE SPACES.
          05 DL-HEADCOUNT          PIC ZZZ,ZZ9.
          05 FILLER                PIC X(03) VALUE SPACES.
          05 DL-CREDITS            PIC Z,ZZZ,ZZ9.
          05 FILLER                PIC X(03) VALUE SPACES.
          05 DL-FTE                PIC ZZZ,ZZ9.99.

       01 WS-TOTAL-LINE.
          05 TT-LABEL              PIC X(24).
          05 TT-HEADCOUNT          PIC ZZZ,ZZ9.
          05 FILLER                PIC X(03) VALUE SPACES.
          05 TT-CREDITS            PIC Z,ZZZ,ZZ9.
          05 FILLER                PIC X(03) VALUE SPACES.
          05 TT-FTE                PIC ZZZ,ZZ9.99.

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
           IF WS-PARAM-FULL-LOAD NUMERIC
              AND WS-PARAM-FULL-LOAD NOT = ZERO
              MOVE WS-PARAM-FULL-LOAD TO WS-FULL-LOAD
           END-IF
           IF WS-PARAM-FTE-DIVISOR NUMERIC
              AND WS-PARAM-FTE-DIVISOR NOT = ZERO
              MOVE WS-PARAM-FTE-DIVISOR TO WS-FTE-DIVISOR
           END-IF
           DISPLAY "Census term: " WS-PARAM-TERM
                   "  business date: " WS-BUSINESS-DATE

           PERFORM 0100-FIND-TERM
           PERFORM 0150-CHECK-REGISTER
           PERFORM 0180-BUILD-CENSUS-NAME

           IF WS-FILED
              DISPLAY "Census for term " WS-PARAM-TERM
                      " already filed -- reporting from "
                      WS-CENSUS-NAME
              IF WS-TERM-CENSUS-DATE NOT = WS-CENSUS-DATE
                 DISPLAY "WARNING: term master census date "
                         WS-TERM-CENSUS-DATE " differs from the "
                         "filed census date " WS-CENSUS-DATE
              END-IF
           ELSE
              PERFORM 0200-TAKE-SNAPSHOT
              PERFORM 0400-REGISTER-SNAPSHOT
           END-IF

           PERFORM 0500-REPORT-FROM-CENSUS
           PERFORM 0900-FINALIZE
           STOP RUN.

       0100-FIND-TERM.
           OPEN INPUT TERMMAST-FILE
           IF WS-TERMMAST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open term master, status "
                      WS-TERMMAST-STATUS
              STOP RUN
           END-IF
           READ TERMMAST-FILE
               AT END SET TERMMAST-EOF TO TRUE
           END-READ
           PERFORM UNTIL TERMMAST-EOF OR WS-TERM-FOUND
              IF TM-TERM = WS-PARAM-TERM
                 SET WS-TERM-FOUND TO TRUE
                 IF TM-CENSUS-DATE NUMERIC
                    MOVE TM-CENSUS-DATE TO WS-TERM-CENSUS-DATE
                 END-IF
              ELSE
                 READ TERMMAST-FILE
                     AT END SET TERMMAST-EOF TO TRUE
                 END-READ
              END-IF
           END-PERFORM
           CLOSE TERMMAST-FILE

           IF NOT WS-TERM-FOUND
              DISPLAY "ERROR: Term " WS-PARAM-TERM
                      " is not on the term master."
              STOP RUN
           END-IF
           MOVE WS-TERM-CENSUS-DATE TO WS-CENSUS-DATE.

      *> a term on the register is filed and frozen. Otherwise the
      *> snapshot may be taken on the census date, or after it only
      *> under the late override.
       0150-CHECK-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-REGISTER-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open census register, "
                         "status " WS-REGISTER-STATUS
                 STOP RUN
              END-IF
              READ REGISTER-FILE
                  AT END SET REGISTER-EOF TO TRUE
              END-READ
              PERFORM UNTIL REGISTER-EOF OR WS-FILED
                 IF RG-TERM = WS-PARAM-TERM
                    SET WS-FILED TO TRUE
                    MOVE RG-CENSUS-DATE TO WS-CENSUS-DATE
                 ELSE
                    READ REGISTER-FILE
                        AT END SET REGISTER-EOF TO TRUE
                    END-READ
                 END-IF
              END-PERFORM
              CLOSE REGISTER-FILE
           END-IF

           IF NOT WS-FILED
              IF WS-CENSUS-DATE = ZERO
                 DISPLAY "ERROR: Term " WS-PARAM-TERM
                         " has no census date on the term master."
                 STOP RUN
              END-IF
              IF WS-BUSINESS-DATE < WS-CENSUS-DATE
                 DISPLAY "ERROR: Census date " WS-CENSUS-DATE
                         " not yet reached -- no snapshot taken."
                 STOP RUN
              END-IF
              IF WS-BUSINESS-DATE > WS-CENSUS-DATE
                 IF NOT WS-LATE-ALLOWED
                    DISPLAY "ERROR: Census date " WS-CENSUS-DATE
                            " has passed and no snapshot was taken."
                    DISPLAY "Rerun with the late override to take "
                            "one as of " WS-BUSINESS-DATE "."
                    STOP RUN
                 END-IF
                 SET WS-SNAPSHOT-LATE TO TRUE
              END-IF
           END-IF.

       0180-BUILD-CENSUS-NAME.
           MOVE SPACES TO WS-CENSUS-NAME
           STRING "CENSUS." DELIMITED BY SIZE
                  WS-PARAM-TERM DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  WS-CENSUS-DATE DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
             INTO WS-CENSUS-NAME.

      *> ENRLMAST.DAT is keyed SM-ID + course, so one pass arrives
      *> grouped by student; each student's term enrollments are
      *> held until the break and written behind their master line.
       0200-TAKE-SNAPSHOT.
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

           OPEN OUTPUT CENSUS-FILE
           IF WS-CENSUS-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open " WS-CENSUS-NAME
                      ", status " WS-CENSUS-STATUS
              CLOSE STUDENT-MASTER ENROLLMENT-MASTER
              STOP RUN
           END-IF

           MOVE WS-BUSINESS-DATE TO WS-TAKEN-DATE
           MOVE SPACES TO CENSUS-RECORD
           SET CS-IS-HEADER TO TRUE
           MOVE WS-PARAM-TERM TO CH-TERM
           MOVE WS-CENSUS-DATE TO CH-CENSUS-DATE
           MOVE WS-TAKEN-DATE TO CH-TAKEN-DATE
           MOVE WS-LATE-FLAG TO CH-LATE-FLAG
           PERFORM 0390-WRITE-CENSUS

           READ ENROLLMENT-MASTER NEXT
               AT END SET ENRL-EOF TO TRUE
           END-READ
           PERFORM UNTIL ENRL-EOF
              IF EN-ID NOT = WS-CURRENT-ID
                 PERFORM 0300-FLUSH-STUDENT
                 MOVE EN-ID TO WS-CURRENT-ID
              END-IF
              IF EN-TERM = WS-PARAM-TERM
                 PERFORM 0250-HOLD-ENROLLMENT
              END-IF
              READ ENROLLMENT-MASTER NEXT
                  AT END SET ENRL-EOF TO TRUE
              END-READ
           END-PERFORM
           PERFORM 0300-FLUSH-STUDENT

           MOVE SPACES TO CENSUS-RECORD
           SET CS-IS-TRAILER TO TRUE
           MOVE WS-SNAP-STUDENTS TO CST-STUDENTS
           MOVE WS-SNAP-COURSES TO CST-COURSES
           MOVE WS-SNAP-CREDITS TO CST-CREDITS
           PERFORM 0390-WRITE-CENSUS

           CLOSE STUDENT-MASTER ENROLLMENT-MASTER CENSUS-FILE
           DISPLAY "Census snapshot written to " WS-CENSUS-NAME.

       0250-HOLD-ENROLLMENT.
           IF WS-CO-COUNT NOT < 30
              DISPLAY "ERROR: Student course table full (30 courses "
                      "for " EN-ID "). Increase WS-CO-ENTRY OCCURS "
                      "and recompile."
              STOP RUN
           END-IF
           ADD 1 TO WS-CO-COUNT
           SET WS-CO-IDX TO WS-CO-COUNT
           MOVE EN-COURSE TO WS-CO-COURSE (WS-CO-IDX)
           MOVE EN-CREDITS TO WS-CO-CREDITS (WS-CO-IDX).

      *> a student with nothing in the term writes nothing. A
      *> student missing from the master is still counted -- the
      *> enrollment is real -- with their master details blank.
       0300-FLUSH-STUDENT.
           IF WS-CO-COUNT > ZERO
              MOVE ZERO TO WS-CURRENT-CREDITS
              PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                       UNTIL WS-CO-IDX > WS-CO-COUNT
                 ADD WS-CO-CREDITS (WS-CO-IDX) TO WS-CURRENT-CREDITS
              END-PERFORM

              MOVE SPACES TO CENSUS-RECORD
              SET CS-IS-STUDENT TO TRUE
              MOVE WS-CURRENT-ID TO CSS-ID
              MOVE WS-CURRENT-ID TO SM-ID
              READ STUDENT-MASTER
                  INVALID KEY
                     MOVE "** NOT ON MASTER **" TO CSS-NAME
                     ADD 1 TO WS-NO-MASTER-COUNT
                  NOT INVALID KEY
                     MOVE SM-NAME TO CSS-NAME
                     MOVE SM-PROGRAM TO CSS-PROGRAM
                     MOVE SM-CAMPUS TO CSS-CAMPUS
                     MOVE SM-STATUS TO CSS-STATUS
              END-READ
              MOVE WS-CURRENT-CREDITS TO CSS-CREDITS
              MOVE WS-CO-COUNT TO CSS-COURSES
              PERFORM 0390-WRITE-CENSUS
              ADD 1 TO WS-SNAP-STUDENTS
              ADD WS-CURRENT-CREDITS TO WS-SNAP-CREDITS

              PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                       UNTIL WS-CO-IDX > WS-CO-COUNT
                 MOVE SPACES TO CENSUS-RECORD
                 SET CS-IS-COURSE TO TRUE
                 MOVE WS-CURRENT-ID TO CSE-ID
                 MOVE WS-CO-COURSE (WS-CO-IDX) TO CSE-COURSE
                 MOVE WS-CO-CREDITS (WS-CO-IDX) TO CSE-CREDITS
                 PERFORM 0390-WRITE-CENSUS
                 ADD 1 TO WS-SNAP-COURSES
              END-PERFORM
           END-IF
           MOVE ZERO TO WS-CO-COUNT.

       0390-WRITE-CENSUS.
           WRITE CENSUS-RECORD
           IF WS-CENSUS-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write " WS-CENSUS-NAME
                      ", status " WS-CENSUS-STATUS
              STOP RUN
           END-IF.

      *> the register line is what freezes the census: written only
      *> once the census file is complete and closed.
       0400-REGISTER-SNAPSHOT.
           OPEN EXTEND REGISTER-FILE
           IF WS-REGISTER-STATUS = "35"
              OPEN OUTPUT REGISTER-FILE
           END-IF
           IF WS-REGISTER-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open census register, status "
                      WS-REGISTER-STATUS
              STOP RUN
           END-IF
           MOVE SPACES TO REGISTER-RECORD
           MOVE WS-PARAM-TERM TO RG-TERM
           MOVE WS-CENSUS-DATE TO RG-CENSUS-DATE
           MOVE WS-TAKEN-DATE TO RG-TAKEN-DATE
           MOVE WS-LATE-FLAG TO RG-LATE-FLAG
           MOVE WS-SNAP-STUDENTS TO RG-STUDENTS
           MOVE WS-SNAP-COURSES TO RG-COURSES
           WRITE REGISTER-RECORD
           IF WS-REGISTER-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write census register, "
                      "status " WS-REGISTER-STATUS
              CLOSE REGISTER-FILE
              STOP RUN
           END-IF
           CLOSE REGISTER-FILE.

      *> every figure on the report comes off the census file, and
      *> the file must prove against its own trailer first.
       0500-REPORT-FROM-CENSUS.
           OPEN INPUT CENSUS-FILE
           IF WS-CENSUS-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open " WS-CENSUS-NAME
                      ", status " WS-CENSUS-STATUS
              STOP RUN
           END-IF
           READ CENSUS-FILE
               AT END SET CENSUS-EOF TO TRUE
           END-READ
           PERFORM UNTIL CENSUS-EOF
              EVALUATE TRUE
                 WHEN CS-IS-HEADER
                    SET WS-HEADER-SEEN TO TRUE
                    MOVE CH-TAKEN-DATE TO WS-TAKEN-DATE
                    MOVE CH-LATE-FLAG TO WS-LATE-FLAG
                 WHEN CS-IS-STUDENT
                    PERFORM 0550-COUNT-STUDENT
                 WHEN CS-IS-COURSE
                    ADD 1 TO WS-READ-COURSES
                 WHEN CS-IS-TRAILER
                    SET WS-TRAILER-SEEN TO TRUE
                    IF CST-STUDENTS NOT = WS-READ-STUDENTS
                       OR CST-COURSES NOT = WS-READ-COURSES
                       OR CST-CREDITS NOT = WS-READ-CREDITS
                       DISPLAY "ERROR: " WS-CENSUS-NAME
                               " does not balance to its trailer."
                       CLOSE CENSUS-FILE
                       STOP RUN
                    END-IF
              END-EVALUATE
              READ CENSUS-FILE
                  AT END SET CENSUS-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE CENSUS-FILE

           IF NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN
              DISPLAY "ERROR: " WS-CENSUS-NAME
                      " is incomplete (header or trailer missing)."
              STOP RUN
           END-IF

           PERFORM 0700-PRINT-REPORT.

       0550-COUNT-STUDENT.
           ADD 1 TO WS-READ-STUDENTS
           ADD CSS-CREDITS TO WS-READ-CREDITS
           MOVE CSS-PROGRAM TO WS-CB-SEARCH-PROGRAM
           MOVE CSS-CAMPUS TO WS-CB-SEARCH-CAMPUS
           IF CSS-CREDITS NOT < WS-FULL-LOAD
              MOVE "FT" TO WS-CB-SEARCH-LOAD
              ADD 1 TO WS-FT-HEADCOUNT
              ADD CSS-CREDITS TO WS-FT-CREDITS
           ELSE
              MOVE "PT" TO WS-CB-SEARCH-LOAD
              ADD 1 TO WS-PT-HEADCOUNT
              ADD CSS-CREDITS TO WS-PT-CREDITS
           END-IF
           PERFORM 0600-FIND-OR-INSERT-CELL
           ADD 1 TO WS-CB-HEADCOUNT (WS-CB-IDX)
           ADD CSS-CREDITS TO WS-CB-CREDITS (WS-CB-IDX).

      *> the table stays in program, campus, load order: a new cell
      *> goes in ahead of the first key above it, the rest moving
      *> down one.
       0600-FIND-OR-INSERT-CELL.
           MOVE "N" TO WS-CB-FOUND-FLAG
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                    UNTIL WS-CB-IDX > WS-CB-COUNT
              IF WS-CB-KEY (WS-CB-IDX) NOT < WS-CB-SEARCH-KEY
                 IF WS-CB-KEY (WS-CB-IDX) = WS-CB-SEARCH-KEY
                    SET WS-CB-FOUND TO TRUE
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF NOT WS-CB-FOUND
              IF WS-CB-COUNT NOT < 300
                 DISPLAY "ERROR: Census cell table full (300 "
                         "entries). Increase WS-CB-ENTRY OCCURS and "
                         "recompile."
                 STOP RUN
              END-IF
              PERFORM VARYING WS-CB-SUB FROM WS-CB-COUNT BY -1
                       UNTIL WS-CB-SUB < WS-CB-IDX
                 MOVE WS-CB-ENTRY (WS-CB-SUB)
                      TO WS-CB-ENTRY (WS-CB-SUB + 1)
              END-PERFORM
              ADD 1 TO WS-CB-COUNT
              MOVE WS-CB-SEARCH-KEY TO WS-CB-KEY (WS-CB-IDX)
              MOVE ZERO TO WS-CB-HEADCOUNT (WS-CB-IDX)
              MOVE ZERO TO WS-CB-CREDITS (WS-CB-IDX)
           END-IF.

       0700-PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open census report, status "
                      WS-REPORT-STATUS
              STOP RUN
           END-IF

           MOVE WS-PARAM-TERM TO TL-TERM
           MOVE WS-CENSUS-DATE TO TL-CENSUS-DATE
           WRITE REPORT-LINE FROM WS-TITLE-LINE
           MOVE WS-TAKEN-DATE TO TK-TAKEN-DATE
           IF WS-SNAPSHOT-LATE
              MOVE "TAKEN LATE -- ENROLLMENT AS OF THE DATE TAKEN"
                   TO TK-LATE-NOTE
           ELSE
              MOVE SPACES TO TK-LATE-NOTE
           END-IF
           WRITE REPORT-LINE FROM WS-TAKEN-LINE
           MOVE WS-FULL-LOAD TO BL-FULL-LOAD
           MOVE WS-FTE-DIVISOR TO BL-FTE-DIVISOR
           WRITE REPORT-LINE FROM WS-BASIS-LINE
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-LINE
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE

           MOVE SPACES TO WS-CURRENT-PROGRAM
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                    UNTIL WS-CB-IDX > WS-CB-COUNT
              IF WS-CB-IDX > 1
                 AND WS-CB-PROGRAM (WS-CB-IDX) NOT = WS-CURRENT-PROGRAM
                 PERFORM 0750-PRINT-PROGRAM-TOTAL
              END-IF
              MOVE WS-CB-PROGRAM (WS-CB-IDX) TO WS-CURRENT-PROGRAM
              PERFORM 0720-PRINT-CELL
           END-PERFORM
           IF WS-CB-COUNT > ZERO
              PERFORM 0750-PRINT-PROGRAM-TOTAL
           END-IF

           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE "TOTAL FULL-TIME" TO TT-LABEL
           MOVE WS-FT-HEADCOUNT TO TT-HEADCOUNT
           MOVE WS-FT-CREDITS TO TT-CREDITS
           COMPUTE WS-FTE ROUNDED = WS-FT-CREDITS / WS-FTE-DIVISOR
           MOVE WS-FTE TO TT-FTE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "TOTAL PART-TIME" TO TT-LABEL
           MOVE WS-PT-HEADCOUNT TO TT-HEADCOUNT
           MOVE WS-PT-CREDITS TO TT-CREDITS
           COMPUTE WS-FTE ROUNDED = WS-PT-CREDITS / WS-FTE-DIVISOR
           MOVE WS-FTE TO TT-FTE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "GRAND TOTAL" TO TT-LABEL
           MOVE WS-READ-STUDENTS TO TT-HEADCOUNT
           MOVE WS-READ-CREDITS TO TT-CREDITS
           COMPUTE WS-FTE ROUNDED = WS-READ-CREDITS / WS-FTE-DIVISOR
           MOVE WS-FTE TO TT-FTE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

      *> a blank program or campus -- a student with no master
      *> record, or added before campus was carried -- prints as
      *> dashes under its own line.
       0720-PRINT-CELL.
           MOVE WS-CB-PROGRAM (WS-CB-IDX) TO DL-PROGRAM
           IF DL-PROGRAM = SPACES
              MOVE "----" TO DL-PROGRAM
           END-IF
           MOVE WS-CB-CAMPUS (WS-CB-IDX) TO DL-CAMPUS
           IF DL-CAMPUS = SPACES
              MOVE "---" TO DL-CAMPUS
           END-IF
           MOVE WS-CB-LOAD (WS-CB-IDX) TO DL-LOAD
           MOVE WS-CB-HEADCOUNT (WS-CB-IDX) TO DL-HEADCOUNT
           MOVE WS-CB-CREDITS (WS-CB-IDX) TO DL-CREDITS
           COMPUTE WS-FTE ROUNDED =
                   WS-CB-CREDITS (WS-CB-IDX) / WS-FTE-DIVISOR
           MOVE WS-FTE TO DL-FTE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD WS-CB-HEADCOUNT (WS-CB-IDX) TO WS-PROG-HEADCOUNT
           ADD WS-CB-CREDITS (WS-CB-IDX) TO WS-PROG-CREDITS.

       0750-PRINT-PROGRAM-TOTAL.
           MOVE SPACES TO TT-LABEL
           STRING "  PROGRAM " DELIMITED BY SIZE
                  WS-CURRENT-PROGRAM DELIMITED BY SIZE
                  " TOTAL" DELIMITED BY SIZE
             INTO TT-LABEL
           MOVE WS-PROG-HEADCOUNT TO TT-HEADCOUNT
           MOVE WS-PROG-CREDITS TO TT-CREDITS
           COMPUTE WS-FTE ROUNDED = WS-PROG-CREDITS / WS-FTE-DIVISOR
           MOVE WS-FTE TO TT-FTE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE ZERO TO WS-PROG-HEADCOUNT
           MOVE ZERO TO WS-PROG-CREDITS.

       0900-FINALIZE.
           CLOSE REPORT-FILE

           DISPLAY "Census report complete for term " WS-PARAM-TERM
                   " (census date " WS-CENSUS-DATE ")"
           DISPLAY "  Headcount:  " WS-READ-STUDENTS
           DISPLAY "  Courses:    " WS-READ-COURSES
           DISPLAY "  Credits:    " WS-READ-CREDITS
           IF NOT WS-FILED
              DISPLAY "  Not on master at snapshot: "
                      WS-NO-MASTER-COUNT
           END-IF.
