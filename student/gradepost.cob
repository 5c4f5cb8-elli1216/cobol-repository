      * pushed through the same GPAHIST.DAT path student.cob
      * maintains -- term GPA plus the recomputed cumulative -- and
      * onto SM-GPA, so the GPA driving the PROBATION decision comes
      * from real course grades instead of a keyed number. An I
      * (incomplete) posts like any grade but stays out of the GPA;
      * a posted grade is corrected, and an incomplete resolved or
      * lapsed, only through gradchg.cob.
      *
      * Every grade line names the instructor submitting it. The
      * instructor must be active on the faculty master (FACMAST.DAT)
      * and be the one the course-instructor assignment file
      * (INSTASGN.DAT) gives the section for the term, or the line
      * rejects; a posted grade carries the instructor's ID onto the
      * enrollment (EN-GRADED-BY). After posting, the missing-grades
      * report (MISSGRD.RPT) lists every enrollment still ungraded
      * in the terms the feed touched, by department and instructor,
      * with sections nobody is assigned to listed at the end.
      *
      * GRADEFEED.DAT: student ID (5) | course (8) | term (5) |
      *                letter grade (2, e.g. A, A-, B+, F, I) |
      *                submitting instructor's faculty ID (6)
      * FACMAST.DAT:   FACREC.cpy layout.
      * INSTASGN.DAT:  ASGNREC.cpy layout.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GPAHIST-STATUS.

           SELECT FACMAST-FILE ASSIGN TO "FACMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACMAST-STATUS.

           SELECT ASSIGN-FILE ASSIGN TO "INSTASGN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSIGN-STATUS.

           SELECT MISSING-REPORT ASSIGN TO "MISSGRD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MISSING-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "MISSGRD.WRK".

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
          05 GF-TERM              PIC X(05).
          05 FILLER               PIC X(01).
          05 GF-GRADE             PIC X(02).
          05 FILLER               PIC X(01).
          05 GF-INSTRUCTOR        PIC X(06).

       FD  REJECT-FILE.
       01 REJECT-RECORD.
          05 FILLER              PIC X(01).
          05 GH-CUM-GPA          PIC 9V99.

       FD  FACMAST-FILE.
       COPY FACREC.

       FD  ASSIGN-FILE.
       COPY ASGNREC.

       FD  MISSING-REPORT.
       01  MISSING-LINE            PIC X(80).

      *> one ungraded enrollment, keyed for the report's order:
      *> assigned sections ahead of unassigned, then department,
      *> instructor, term, course and student.
       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
          05 SW-GROUP             PIC X(01).
             88 SW-ASSIGNED           VALUE "1".
             88 SW-UNASSIGNED         VALUE "2".
          05 SW-DEPT              PIC X(04).
          05 SW-FAC-ID            PIC X(06).
          05 SW-TERM              PIC X(05).
          05 SW-COURSE            PIC X(08).
          05 SW-ID                PIC X(05).
          05 SW-FAC-NAME          PIC X(25).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS         PIC XX.
       01 WS-ENRL-STATUS           PIC XX.
       01 WS-FEED-STATUS           PIC XX.
       01 WS-REJECT-STATUS         PIC XX.
       01 WS-GPAHIST-STATUS        PIC XX.
       01 WS-FACMAST-STATUS        PIC XX.
       01 WS-ASSIGN-STATUS         PIC XX.
       01 WS-MISSING-STATUS        PIC XX.

       01 WS-FLAGS.
          05 WS-FEED-EOF-FLAG       PIC X VALUE "N".
             88 WS-REJECTED              VALUE "Y".
          05 WS-GRADE-VALID-FLAG    PIC X VALUE "N".
             88 WS-GRADE-VALID           VALUE "Y".
          05 WS-GRADE-IN-GPA-FLAG   PIC X VALUE "N".
             88 WS-GRADE-IN-GPA          VALUE "Y".
          05 WS-FACMAST-EOF-FLAG    PIC X VALUE "N".
             88 FACMAST-EOF              VALUE "Y".
          05 WS-ASSIGN-EOF-FLAG     PIC X VALUE "N".
             88 ASSIGN-EOF               VALUE "Y".
          05 WS-SORT-EOF-FLAG       PIC X VALUE "N".
             88 SORT-EOF                 VALUE "Y".
          05 WS-FAC-FOUND-FLAG      PIC X VALUE "N".
             88 WS-FAC-FOUND             VALUE "Y".
          05 WS-ASGN-FOUND-FLAG     PIC X VALUE "N".
             88 WS-ASGN-FOUND            VALUE "Y".
          05 WS-FT-FOUND-FLAG       PIC X VALUE "N".
             88 WS-FT-FOUND              VALUE "Y".

       01 WS-REJECT-REASON         PIC X(20).
       01 WS-GRADE-POINTS          PIC 9V99.
       01 WS-TOUCH-FOUND-FLAG      PIC X(01).
          88 WS-TOUCH-FOUND              VALUE "Y".

      *> the faculty master and the course-instructor assignments,
      *> loaded once at start-up.
       01 WS-FAC-TABLE.
          05 WS-FAC-COUNT          PIC 9(04) VALUE ZERO.
          05 WS-FAC-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-FAC-IDX.
             10 WS-FAC-ID              PIC X(06).
             10 WS-FAC-NAME            PIC X(25).
             10 WS-FAC-DEPT            PIC X(04).
             10 WS-FAC-STATUS          PIC X(01).

       01 WS-ASGN-TABLE.
          05 WS-ASGN-COUNT         PIC 9(04) VALUE ZERO.
          05 WS-ASGN-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-ASGN-IDX.
             10 WS-ASGN-COURSE         PIC X(08).
             10 WS-ASGN-TERM           PIC X(05).
             10 WS-ASGN-FAC-ID         PIC X(06).

       01 WS-FAC-SEARCH-ID         PIC X(06).
       01 WS-ASGN-SEARCH-COURSE    PIC X(08).
       01 WS-ASGN-SEARCH-TERM      PIC X(05).

      *> the terms this feed posted into; the missing-grades report
      *> covers their enrollments.
       01 WS-FT-TABLE.
          05 WS-FT-COUNT           PIC 9(02) VALUE ZERO.
          05 WS-FT-ENTRY OCCURS 20 TIMES
                          INDEXED BY WS-FT-IDX.
             10 WS-FT-TERM             PIC X(05).

      *> control breaks for the missing-grades report.
       01 WS-CURRENT-GROUP         PIC X(01).
       01 WS-CURRENT-DEPT          PIC X(04).
       01 WS-CURRENT-FAC-ID        PIC X(06).

       01 WS-TERM-POINTS           PIC 9(5)V99.
       01 WS-TERM-CREDITS          PIC 9(04).
       01 WS-TERM-GPA              PIC 9V99.
          05 WS-POSTED-COUNT       PIC 9(08) VALUE ZERO.
          05 WS-REJECT-COUNT       PIC 9(08) VALUE ZERO.
          05 WS-GPA-POSTED-COUNT   PIC 9(08) VALUE ZERO.
          05 WS-MISSING-COUNT      PIC 9(08) VALUE ZERO.
          05 WS-FAC-MISSING        PIC 9(06) VALUE ZERO.
          05 WS-DEPT-MISSING       PIC 9(06) VALUE ZERO.

       01 MR-TITLE-LINE.
          05 FILLER                PIC X(30) VALUE
             "MISSING GRADES AFTER POSTING  ".
          05 FILLER                PIC X(06) VALUE "RUN: ".
          05 MR-RUN-DATE           PIC 9(08).
          05 FILLER                PIC X(09) VALUE "  TERMS: ".
          05 MR-TERM-LIST          PIC X(27).

       01 MR-DEPT-LINE.
          05 FILLER                PIC X(12) VALUE "DEPARTMENT: ".
          05 MR-DEPT               PIC X(04).

       01 MR-FAC-LINE.
          05 FILLER                PIC X(14) VALUE
             "  INSTRUCTOR: ".
          05 MR-FAC-ID             PIC X(06).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 MR-FAC-NAME           PIC X(25).

       01 MR-COLUMN-LINE.
          05 FILLER                PIC X(04) VALUE SPACES.
          05 FILLER                PIC X(36) VALUE
             "TERM   COURSE    STUDENT  NAME".

       01 MR-DETAIL-LINE.
          05 FILLER                PIC X(04) VALUE SPACES.
          05 MR-TERM               PIC X(05).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 MR-COURSE             PIC X(08).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 MR-ID                 PIC X(05).
          05 FILLER                PIC X(04) VALUE SPACES.
          05 MR-NAME               PIC X(30).

       01 MR-TOTAL-LINE.
          05 MR-TOTAL-LABEL        PIC X(40).
          05 MR-TOTAL-COUNT        PIC ZZZ,ZZ9.

       01 MR-SEPARATOR-LINE.
          05 FILLER                PIC X(64) VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
           PERFORM 0300-PROCESS-FEED UNTIL FEED-EOF
           PERFORM 0600-POST-TERM-GPAS
           PERFORM 0800-REPORT-MISSING-GRADES
           PERFORM 0900-FINALIZE
           STOP RUN.

              STOP RUN
           END-IF

           PERFORM 0150-LOAD-FACULTY
           PERFORM 0200-LOAD-GPA-HISTORY

           READ GRADE-FEED
               AT END SET FEED-EOF TO TRUE
           END-READ.

      *> an instructor can only be proven against a faculty master
      *> and an assignment file that exist -- neither is optional.
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
              MOVE FAC-NAME TO WS-FAC-NAME (WS-FAC-IDX)
              MOVE FAC-DEPT TO WS-FAC-DEPT (WS-FAC-IDX)
              MOVE FAC-STATUS TO WS-FAC-STATUS (WS-FAC-IDX)
              READ FACMAST-FILE
                  AT END SET FACMAST-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE FACMAST-FILE

           OPEN INPUT ASSIGN-FILE
           IF WS-ASSIGN-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open course-instructor "
                      "assignments, status " WS-ASSIGN-STATUS
              STOP RUN
           END-IF
           READ ASSIGN-FILE
               AT END SET ASSIGN-EOF TO TRUE
           END-READ
           PERFORM UNTIL ASSIGN-EOF
              IF WS-ASGN-COUNT NOT < 2000
                 DISPLAY "ERROR: Assignment table full (2000 "
                         "entries). Increase WS-ASGN-ENTRY OCCURS "
                         "and recompile."
                 STOP RUN
              END-IF
              ADD 1 TO WS-ASGN-COUNT
              SET WS-ASGN-IDX TO WS-ASGN-COUNT
              MOVE IA-COURSE TO WS-ASGN-COURSE (WS-ASGN-IDX)
              MOVE IA-TERM TO WS-ASGN-TERM (WS-ASGN-IDX)
              MOVE IA-FAC-ID TO WS-ASGN-FAC-ID (WS-ASGN-IDX)
              READ ASSIGN-FILE
                  AT END SET ASSIGN-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE ASSIGN-FILE.

      *> prior terms' GPAs come off the history file once at
      *> start-up; the file is then reopened EXTEND so the run can
      *> append its own term lines -- the same append-only
              WRITE REJECT-RECORD
           ELSE
              MOVE GF-GRADE TO EN-GRADE
              MOVE GF-INSTRUCTOR TO EN-GRADED-BY
              REWRITE ENROLLMENT-RECORD
              IF WS-ENRL-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to rewrite enrollment "
              IF EN-TERM NOT = GF-TERM
                 MOVE "WRONG TERM" TO WS-REJECT-REASON
                 SET WS-REJECTED TO TRUE
              ELSE
                 PERFORM 0560-NOTE-FEED-TERM
              END-IF
           END-IF

      *> a course already graded stays graded -- a second line for
      *> it is a duplicate, not a correction channel; corrections
      *> go through gradchg.cob under a registrar's authority.
           IF NOT WS-REJECTED
              IF EN-GRADE NOT = SPACES
                 MOVE "ALREADY GRADED" TO WS-REJECT-REASON
                 SET WS-REJECTED TO TRUE
              END-IF
           END-IF

      *> only the section's assigned instructor submits its grades,
      *> and only while active on the faculty master.
           IF NOT WS-REJECTED
              MOVE GF-INSTRUCTOR TO WS-FAC-SEARCH-ID
              PERFORM 0450-FIND-FACULTY
              IF NOT WS-FAC-FOUND
                 MOVE "UNKNOWN INSTRUCTOR" TO WS-REJECT-REASON
                 SET WS-REJECTED TO TRUE
              ELSE
                 IF WS-FAC-STATUS (WS-FAC-IDX) NOT = "A"
                    MOVE "INSTRUCTOR INACTIVE" TO WS-REJECT-REASON
                    SET WS-REJECTED TO TRUE
                 END-IF
              END-IF
           END-IF

           IF NOT WS-REJECTED
              MOVE GF-COURSE TO WS-ASGN-SEARCH-COURSE
              MOVE GF-TERM TO WS-ASGN-SEARCH-TERM
              PERFORM 0460-FIND-ASSIGNMENT
              IF NOT WS-ASGN-FOUND
                 MOVE "SECTION UNASSIGNED" TO WS-REJECT-REASON
                 SET WS-REJECTED TO TRUE
              ELSE
                 IF WS-ASGN-FAC-ID (WS-ASGN-IDX) NOT = GF-INSTRUCTOR
                    MOVE "NOT SECTION INSTR" TO WS-REJECT-REASON
                    SET WS-REJECTED TO TRUE
                 END-IF
              END-IF
           END-IF.

       0450-FIND-FACULTY.
           MOVE "N" TO WS-FAC-FOUND-FLAG
           SET WS-FAC-IDX TO 1
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                    UNTIL WS-FAC-IDX > WS-FAC-COUNT
              IF WS-FAC-ID (WS-FAC-IDX) = WS-FAC-SEARCH-ID
                 SET WS-FAC-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       0460-FIND-ASSIGNMENT.
           MOVE "N" TO WS-ASGN-FOUND-FLAG
           SET WS-ASGN-IDX TO 1
           PERFORM VARYING WS-ASGN-IDX FROM 1 BY 1
                    UNTIL WS-ASGN-IDX > WS-ASGN-COUNT
              IF WS-ASGN-COURSE (WS-ASGN-IDX) = WS-ASGN-SEARCH-COURSE
                 AND WS-ASGN-TERM (WS-ASGN-IDX) = WS-ASGN-SEARCH-TERM
                 SET WS-ASGN-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *> the grading scale, letter to points. WS-GRADE-CHECK
      *> carries the letter being judged; WS-GRADE-POINTS comes back
      *> with its value when the letter is on the scale. I
      *> (incomplete) is on the scale but carries no points and
      *> stays out of the GPA until it is resolved or lapses to F.
       0500-GRADE-TO-POINTS.
           MOVE "Y" TO WS-GRADE-VALID-FLAG
           MOVE "Y" TO WS-GRADE-IN-GPA-FLAG
           EVALUATE WS-GRADE-CHECK
              WHEN "A "  MOVE 4.00 TO WS-GRADE-POINTS
              WHEN "A-"  MOVE 3.70 TO WS-GRADE-POINTS
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

              MOVE GF-TERM TO WS-TOUCH-TERM (WS-TOUCH-IDX)
           END-IF.

       0560-NOTE-FEED-TERM.
           MOVE "N" TO WS-FT-FOUND-FLAG
           SET WS-FT-IDX TO 1
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                    UNTIL WS-FT-IDX > WS-FT-COUNT
              IF WS-FT-TERM (WS-FT-IDX) = GF-TERM
                 SET WS-FT-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF NOT WS-FT-FOUND
              IF WS-FT-COUNT NOT < 20
                 DISPLAY "ERROR: Feed term table full (20 entries). "
                         "Increase WS-FT-ENTRY OCCURS and recompile."
                 STOP RUN
              END-IF
              ADD 1 TO WS-FT-COUNT
              SET WS-FT-IDX TO WS-FT-COUNT
              MOVE GF-TERM TO WS-FT-TERM (WS-FT-IDX)
           END-IF.

       0600-POST-TERM-GPAS.
           SET WS-TOUCH-IDX TO 1
           PERFORM 0650-POST-ONE-TERM-GPA
                    AND EN-GRADE NOT = SPACES
                    MOVE EN-GRADE TO WS-GRADE-CHECK
                    PERFORM 0500-GRADE-TO-POINTS
                    IF WS-GRADE-IN-GPA
                       COMPUTE WS-TERM-POINTS =
                          WS-TERM-POINTS
                          + WS-GRADE-POINTS * EN-CREDITS
              END-IF
           END-IF.

      *> every enrollment left ungraded in a term the feed posted
      *> into, sorted by department and instructor so each chair
      *> can chase their own.
       0800-REPORT-MISSING-GRADES.
           OPEN OUTPUT MISSING-REPORT
           IF WS-MISSING-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open missing-grades report, "
                      "status " WS-MISSING-STATUS
              STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO MR-RUN-DATE
           MOVE SPACES TO MR-TERM-LIST
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                    UNTIL WS-FT-IDX > WS-FT-COUNT OR WS-FT-IDX > 4
              MOVE WS-FT-TERM (WS-FT-IDX)
                TO MR-TERM-LIST ((WS-FT-IDX - 1) * 6 + 1 : 5)
           END-PERFORM
           IF WS-FT-COUNT > 4
              MOVE "..." TO MR-TERM-LIST (25:3)
           END-IF
           WRITE MISSING-LINE FROM MR-TITLE-LINE
           WRITE MISSING-LINE FROM MR-SEPARATOR-LINE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-GROUP SW-DEPT SW-FAC-ID SW-TERM
                                SW-COURSE SW-ID
               INPUT PROCEDURE IS 0810-RELEASE-UNGRADED
               OUTPUT PROCEDURE IS 0850-PRINT-MISSING

           IF SORT-RETURN NOT = ZERO
              DISPLAY "ERROR: Missing-grades sort failed, return "
                      SORT-RETURN
              STOP RUN
           END-IF

           CLOSE MISSING-REPORT.

       0810-RELEASE-UNGRADED.
           IF WS-FT-COUNT > ZERO
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
                 IF EN-GRADE = SPACES
                    PERFORM 0820-RELEASE-IF-FEED-TERM
                 END-IF
                 READ ENROLLMENT-MASTER NEXT
                     AT END SET ENRL-SCAN-EOF TO TRUE
                 END-READ
              END-PERFORM
           END-IF.

      *> an instructor missing from the faculty master still heads
      *> their own sections, under a blank department.
       0820-RELEASE-IF-FEED-TERM.
           MOVE "N" TO WS-FT-FOUND-FLAG
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                    UNTIL WS-FT-IDX > WS-FT-COUNT
              IF WS-FT-TERM (WS-FT-IDX) = EN-TERM
                 SET WS-FT-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF WS-FT-FOUND
              MOVE SPACES TO SORT-WORK-RECORD
              MOVE EN-TERM TO SW-TERM
              MOVE EN-COURSE TO SW-COURSE
              MOVE EN-ID TO SW-ID
              MOVE EN-COURSE TO WS-ASGN-SEARCH-COURSE
              MOVE EN-TERM TO WS-ASGN-SEARCH-TERM
              PERFORM 0460-FIND-ASSIGNMENT
              IF WS-ASGN-FOUND
                 SET SW-ASSIGNED TO TRUE
                 MOVE WS-ASGN-FAC-ID (WS-ASGN-IDX) TO SW-FAC-ID
                 MOVE SW-FAC-ID TO WS-FAC-SEARCH-ID
                 PERFORM 0450-FIND-FACULTY
                 IF WS-FAC-FOUND
                    MOVE WS-FAC-DEPT (WS-FAC-IDX) TO SW-DEPT
                    MOVE WS-FAC-NAME (WS-FAC-IDX) TO SW-FAC-NAME
                 ELSE
                    MOVE "NOT ON FACULTY MASTER" TO SW-FAC-NAME
                 END-IF
              ELSE
                 SET SW-UNASSIGNED TO TRUE
              END-IF
              RELEASE SORT-WORK-RECORD
           END-IF.

       0850-PRINT-MISSING.
           MOVE SPACES TO WS-CURRENT-GROUP
           MOVE SPACES TO WS-CURRENT-DEPT
           MOVE SPACES TO WS-CURRENT-FAC-ID
           MOVE "N" TO WS-SORT-EOF-FLAG
           RETURN SORT-WORK-FILE
               AT END SET SORT-EOF TO TRUE
           END-RETURN

           PERFORM UNTIL SORT-EOF
              IF SW-GROUP NOT = WS-CURRENT-GROUP
                 OR SW-DEPT NOT = WS-CURRENT-DEPT
                 PERFORM 0870-PRINT-FAC-TOTAL
                 PERFORM 0880-PRINT-DEPT-TOTAL
                 PERFORM 0860-PRINT-DEPT-HEADING
                 PERFORM 0865-PRINT-FAC-HEADING
              ELSE
                 IF SW-FAC-ID NOT = WS-CURRENT-FAC-ID
                    PERFORM 0870-PRINT-FAC-TOTAL
                    PERFORM 0865-PRINT-FAC-HEADING
                 END-IF
              END-IF

              MOVE SW-TERM TO MR-TERM
              MOVE SW-COURSE TO MR-COURSE
              MOVE SW-ID TO MR-ID
              MOVE SW-ID TO SM-ID
              READ STUDENT-MASTER
                  INVALID KEY
                     MOVE "*** NOT ON STUDENT MASTER ***" TO MR-NAME
                  NOT INVALID KEY
                     MOVE SM-NAME TO MR-NAME
              END-READ
              WRITE MISSING-LINE FROM MR-DETAIL-LINE
              ADD 1 TO WS-FAC-MISSING
              ADD 1 TO WS-DEPT-MISSING
              ADD 1 TO WS-MISSING-COUNT

              RETURN SORT-WORK-FILE
                  AT END SET SORT-EOF TO TRUE
              END-RETURN
           END-PERFORM

           PERFORM 0870-PRINT-FAC-TOTAL
           PERFORM 0880-PRINT-DEPT-TOTAL
           WRITE MISSING-LINE FROM MR-SEPARATOR-LINE
           MOVE "TOTAL UNGRADED ENROLLMENTS" TO MR-TOTAL-LABEL
           MOVE WS-MISSING-COUNT TO MR-TOTAL-COUNT
           WRITE MISSING-LINE FROM MR-TOTAL-LINE.

       0860-PRINT-DEPT-HEADING.
           MOVE SW-GROUP TO WS-CURRENT-GROUP
           MOVE SW-DEPT TO WS-CURRENT-DEPT
           MOVE SPACES TO MISSING-LINE
           WRITE MISSING-LINE
           IF SW-UNASSIGNED
              MOVE "SECTIONS WITH NO INSTRUCTOR ASSIGNED"
                TO MISSING-LINE
              WRITE MISSING-LINE
           ELSE
              MOVE SW-DEPT TO MR-DEPT
              IF MR-DEPT = SPACES
                 MOVE "----" TO MR-DEPT
              END-IF
              WRITE MISSING-LINE FROM MR-DEPT-LINE
           END-IF.

       0865-PRINT-FAC-HEADING.
           MOVE SW-FAC-ID TO WS-CURRENT-FAC-ID
           IF SW-ASSIGNED
              MOVE SW-FAC-ID TO MR-FAC-ID
              MOVE SW-FAC-NAME TO MR-FAC-NAME
              WRITE MISSING-LINE FROM MR-FAC-LINE
           END-IF
           WRITE MISSING-LINE FROM MR-COLUMN-LINE.

       0870-PRINT-FAC-TOTAL.
           IF WS-FAC-MISSING > ZERO
              AND WS-CURRENT-GROUP = "1"
              MOVE SPACES TO MR-TOTAL-LABEL
              STRING "    INSTRUCTOR " DELIMITED BY SIZE
                     WS-CURRENT-FAC-ID DELIMITED BY SIZE
                     " UNGRADED" DELIMITED BY SIZE
                INTO MR-TOTAL-LABEL
              MOVE WS-FAC-MISSING TO MR-TOTAL-COUNT
              WRITE MISSING-LINE FROM MR-TOTAL-LINE
           END-IF
           MOVE ZERO TO WS-FAC-MISSING.

       0880-PRINT-DEPT-TOTAL.
           IF WS-DEPT-MISSING > ZERO
              MOVE SPACES TO MR-TOTAL-LABEL
              IF WS-CURRENT-GROUP = "2"
                 MOVE "  UNASSIGNED SECTIONS UNGRADED"
                   TO MR-TOTAL-LABEL
              ELSE
                 STRING "  DEPARTMENT " DELIMITED BY SIZE
                        WS-CURRENT-DEPT DELIMITED BY SIZE
                        " UNGRADED" DELIMITED BY SIZE
                   INTO MR-TOTAL-LABEL
              END-IF
              MOVE WS-DEPT-MISSING TO MR-TOTAL-COUNT
              WRITE MISSING-LINE FROM MR-TOTAL-LINE
           END-IF
           MOVE ZERO TO WS-DEPT-MISSING.

       6400-FIND-OR-ADD-GPA-ENTRY.
           MOVE "N" TO WS-GPA-FOUND-FLAG
           SET WS-GPA-IDX TO 1
           DISPLAY "Grade posting complete."
           DISPLAY "  Grades posted: " WS-POSTED-COUNT
           DISPLAY "  Rejected:      " WS-REJECT-COUNT
           DISPLAY "  Term GPAs:     " WS-GPA-POSTED-COUNT
           DISPLAY "  Still ungraded: " WS-MISSING-COUNT
                   " (see MISSGRD.RPT)".
