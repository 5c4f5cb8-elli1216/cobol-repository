       IDENTIFICATION DIVISION.
       PROGRAM-ID. gradrost.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * Blank grade rosters. For the parameter term, prints one
      * roster per instructor per section (GRADROST.RPT) from the
      * enrollment master: the instructor the course-instructor
      * assignment file (INSTASGN.DAT) gives the section, their
      * department off the faculty master (FACMAST.DAT), then every
      * student enrolled with a blank grade column for the
      * instructor to fill in and sign -- the sheet the grade feed
      * gradepost.cob posts is keyed from. Rosters come out in
      * instructor order, each instructor's sections in course
      * order; sections with students but no instructor assigned
      * print last, headed NO INSTRUCTOR ASSIGNED, so none goes
      * ungraded unseen.
      *
      * SYSIN: term (5).
      * FACMAST.DAT:  FACREC.cpy layout.
      * INSTASGN.DAT: ASGNREC.cpy layout.
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

           SELECT FACMAST-FILE ASSIGN TO "FACMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACMAST-STATUS.

           SELECT ASSIGN-FILE ASSIGN TO "INSTASGN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSIGN-STATUS.

           SELECT ROSTER-FILE ASSIGN TO "GRADROST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       COPY STUDREC.

       FD  ENROLLMENT-MASTER.
       COPY ENRLREC.

       FD  FACMAST-FILE.
       COPY FACREC.

       FD  ASSIGN-FILE.
       COPY ASGNREC.

       FD  ROSTER-FILE.
       01  ROSTER-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS         PIC XX.
       01 WS-ENRL-STATUS           PIC XX.
       01 WS-FACMAST-STATUS        PIC XX.
       01 WS-ASSIGN-STATUS         PIC XX.
       01 WS-ROSTER-STATUS         PIC XX.

       01 WS-FLAGS.
          05 WS-FACMAST-EOF-FLAG    PIC X VALUE "N".
             88 FACMAST-EOF              VALUE "Y".
          05 WS-ASSIGN-EOF-FLAG     PIC X VALUE "N".
             88 ASSIGN-EOF               VALUE "Y".
          05 WS-ENRL-EOF-FLAG       PIC X VALUE "N".
             88 ENRL-EOF                 VALUE "Y".
          05 WS-FAC-FOUND-FLAG      PIC X VALUE "N".
             88 WS-FAC-FOUND             VALUE "Y".
          05 WS-ASGN-FOUND-FLAG     PIC X VALUE "N".
             88 WS-ASGN-FOUND            VALUE "Y".
          05 WS-UA-FOUND-FLAG       PIC X VALUE "N".
             88 WS-UA-FOUND              VALUE "Y".

       01 WS-PARAM.
          05 WS-PARAM-TERM          PIC X(05).

      *> the faculty master, loaded once.
       01 WS-FAC-TABLE.
          05 WS-FAC-COUNT          PIC 9(04) VALUE ZERO.
          05 WS-FAC-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-FAC-IDX.
             10 WS-FAC-ID              PIC X(06).
             10 WS-FAC-NAME            PIC X(25).
             10 WS-FAC-DEPT            PIC X(04).

      *> the term's section assignments, kept in instructor then
      *> course order as they load.
       01 WS-ASGN-TABLE.
          05 WS-ASGN-COUNT         PIC 9(03) VALUE ZERO.
          05 WS-ASGN-ENTRY OCCURS 300 TIMES
                            INDEXED BY WS-ASGN-IDX.
             10 WS-ASGN-KEY.
                15 WS-ASGN-FAC-ID      PIC X(06).
                15 WS-ASGN-COURSE      PIC X(08).

       01 WS-ASGN-SEARCH-KEY.
          05 WS-ASGN-SEARCH-FAC-ID PIC X(06).
          05 WS-ASGN-SEARCH-COURSE PIC X(08).
       01 WS-ASGN-SUB              PIC 9(03).

      *> the term's enrollments, in student order off the master.
       01 WS-ENRL-TABLE.
          05 WS-ENRL-COUNT         PIC 9(04) VALUE ZERO.
          05 WS-ENRL-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-ENRL-IDX.
             10 WS-ENRL-ID            PIC X(05).
             10 WS-ENRL-COURSE        PIC X(08).

      *> courses with students this term but no instructor.
       01 WS-UA-TABLE.
          05 WS-UA-COUNT           PIC 9(03) VALUE ZERO.
          05 WS-UA-ENTRY OCCURS 300 TIMES
                          INDEXED BY WS-UA-IDX.
             10 WS-UA-COURSE          PIC X(08).

       01 WS-SECTION-COURSE        PIC X(08).
       01 WS-SECTION-SIZE          PIC 9(04).

       01 WS-COUNTERS.
          05 WS-ROSTER-COUNT       PIC 9(04) VALUE ZERO.
          05 WS-STUDENT-COUNT      PIC 9(06) VALUE ZERO.

       01 WS-TITLE-LINE.
          05 FILLER                PIC X(22) VALUE
             "GRADE ROSTER -- TERM ".
          05 TL-TERM               PIC X(05).

       01 WS-INSTRUCTOR-LINE.
          05 FILLER                PIC X(12) VALUE "INSTRUCTOR: ".
          05 IL-FAC-ID             PIC X(06).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 IL-FAC-NAME           PIC X(25).
          05 FILLER                PIC X(08) VALUE "  DEPT: ".
          05 IL-DEPT               PIC X(04).

       01 WS-SECTION-LINE.
          05 FILLER                PIC X(12) VALUE "COURSE:     ".
          05 SL-COURSE             PIC X(08).
          05 FILLER                PIC X(08) VALUE "  TERM: ".
          05 SL-TERM               PIC X(05).

       01 WS-COLUMN-LINE.
          05 FILLER                PIC X(39) VALUE
             "  STUDENT  NAME                  GRADE".

       01 WS-DETAIL-LINE.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 DL-ID                 PIC X(05).
          05 FILLER                PIC X(04) VALUE SPACES.
          05 DL-NAME               PIC X(20).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 DL-GRADE-BOX          PIC X(06) VALUE "______".

       01 WS-SECTION-TOTAL.
          05 FILLER                PIC X(12) VALUE "  ENROLLED: ".
          05 ST-COUNT              PIC ZZZ9.

       01 WS-SIGNATURE-LINE.
          05 FILLER                PIC X(24) VALUE
             "  INSTRUCTOR SIGNATURE: ".
          05 FILLER                PIC X(25) VALUE ALL "_".
          05 FILLER                PIC X(08) VALUE "  DATE: ".
          05 FILLER                PIC X(10) VALUE ALL "_".

       01 WS-SEPARATOR-LINE.
          05 FILLER                PIC X(67) VALUE ALL "=".

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-PARAM FROM SYSIN
           IF WS-PARAM-TERM = SPACES
              DISPLAY "ERROR: No term on SYSIN."
              STOP RUN
           END-IF

           PERFORM 0100-INITIALIZE
           PERFORM 0200-LOAD-FACULTY UNTIL FACMAST-EOF
           PERFORM 0300-LOAD-ASSIGNMENTS UNTIL ASSIGN-EOF
           PERFORM 0400-LOAD-ENROLLMENTS UNTIL ENRL-EOF
           PERFORM 0500-PRINT-ASSIGNED-ROSTERS
           PERFORM 0600-PRINT-UNASSIGNED-ROSTERS
           PERFORM 0900-FINALIZE
           STOP RUN.

       0100-INITIALIZE.
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

           OPEN INPUT FACMAST-FILE
           IF WS-FACMAST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open faculty master, status "
                      WS-FACMAST-STATUS
              CLOSE STUDENT-MASTER ENROLLMENT-MASTER
              STOP RUN
           END-IF

           OPEN INPUT ASSIGN-FILE
           IF WS-ASSIGN-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open course-instructor "
                      "assignments, status " WS-ASSIGN-STATUS
              CLOSE STUDENT-MASTER ENROLLMENT-MASTER FACMAST-FILE
              STOP RUN
           END-IF

           OPEN OUTPUT ROSTER-FILE
           IF WS-ROSTER-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open grade roster report, "
                      "status " WS-ROSTER-STATUS
              CLOSE STUDENT-MASTER ENROLLMENT-MASTER FACMAST-FILE
                    ASSIGN-FILE
              STOP RUN
           END-IF

           READ FACMAST-FILE
               AT END SET FACMAST-EOF TO TRUE
           END-READ

           READ ASSIGN-FILE
               AT END SET ASSIGN-EOF TO TRUE
           END-READ

           READ ENROLLMENT-MASTER NEXT
               AT END SET ENRL-EOF TO TRUE
           END-READ.

       0200-LOAD-FACULTY.
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

           READ FACMAST-FILE
               AT END SET FACMAST-EOF TO TRUE
           END-READ.

      *> only the parameter term's lines are kept, each slotted in
      *> instructor/course order by shifting the later entries up.
       0300-LOAD-ASSIGNMENTS.
           IF IA-TERM = WS-PARAM-TERM
              IF WS-ASGN-COUNT NOT < 300
                 DISPLAY "ERROR: Assignment table full (300 "
                         "sections). Increase WS-ASGN-ENTRY OCCURS "
                         "and recompile."
                 STOP RUN
              END-IF
              MOVE IA-FAC-ID TO WS-ASGN-SEARCH-FAC-ID
              MOVE IA-COURSE TO WS-ASGN-SEARCH-COURSE
              SET WS-ASGN-IDX TO 1
              PERFORM VARYING WS-ASGN-IDX FROM 1 BY 1
                       UNTIL WS-ASGN-IDX > WS-ASGN-COUNT
                 IF WS-ASGN-KEY (WS-ASGN-IDX) > WS-ASGN-SEARCH-KEY
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-ASGN-SUB FROM WS-ASGN-COUNT BY -1
                       UNTIL WS-ASGN-SUB < WS-ASGN-IDX
                 MOVE WS-ASGN-ENTRY (WS-ASGN-SUB)
                   TO WS-ASGN-ENTRY (WS-ASGN-SUB + 1)
              END-PERFORM
              ADD 1 TO WS-ASGN-COUNT
              MOVE WS-ASGN-SEARCH-KEY TO WS-ASGN-KEY (WS-ASGN-IDX)
           END-IF

           READ ASSIGN-FILE
               AT END SET ASSIGN-EOF TO TRUE
           END-READ.

       0400-LOAD-ENROLLMENTS.
           IF EN-TERM = WS-PARAM-TERM
              IF WS-ENRL-COUNT NOT < 2000
                 DISPLAY "ERROR: Enrollment table full (2000 "
                         "entries). Increase WS-ENRL-ENTRY OCCURS "
                         "and recompile."
                 STOP RUN
              END-IF
              ADD 1 TO WS-ENRL-COUNT
              SET WS-ENRL-IDX TO WS-ENRL-COUNT
              MOVE EN-ID TO WS-ENRL-ID (WS-ENRL-IDX)
              MOVE EN-COURSE TO WS-ENRL-COURSE (WS-ENRL-IDX)
           END-IF

           READ ENROLLMENT-MASTER NEXT
               AT END SET ENRL-EOF TO TRUE
           END-READ.

       0500-PRINT-ASSIGNED-ROSTERS.
           MOVE WS-PARAM-TERM TO TL-TERM
           WRITE ROSTER-LINE FROM WS-TITLE-LINE

           PERFORM VARYING WS-ASGN-IDX FROM 1 BY 1
                    UNTIL WS-ASGN-IDX > WS-ASGN-COUNT
              MOVE WS-ASGN-FAC-ID (WS-ASGN-IDX) TO IL-FAC-ID
              PERFORM 0510-FIND-FACULTY
              IF WS-FAC-FOUND
                 MOVE WS-FAC-NAME (WS-FAC-IDX) TO IL-FAC-NAME
                 MOVE WS-FAC-DEPT (WS-FAC-IDX) TO IL-DEPT
              ELSE
                 MOVE "NOT ON FACULTY MASTER" TO IL-FAC-NAME
                 MOVE "----" TO IL-DEPT
              END-IF
              MOVE WS-ASGN-COURSE (WS-ASGN-IDX) TO WS-SECTION-COURSE
              PERFORM 0700-PRINT-SECTION
           END-PERFORM.

       0510-FIND-FACULTY.
           MOVE "N" TO WS-FAC-FOUND-FLAG
           SET WS-FAC-IDX TO 1
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                    UNTIL WS-FAC-IDX > WS-FAC-COUNT
              IF WS-FAC-ID (WS-FAC-IDX) = IL-FAC-ID
                 SET WS-FAC-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *> a course the term's students hold with no assignment line
      *> still needs a sheet; it prints once, under UNASSIGNED.
       0600-PRINT-UNASSIGNED-ROSTERS.
           PERFORM VARYING WS-ENRL-IDX FROM 1 BY 1
                    UNTIL WS-ENRL-IDX > WS-ENRL-COUNT
              PERFORM 0610-NOTE-IF-UNASSIGNED
           END-PERFORM

           MOVE "UNASSD" TO IL-FAC-ID
           MOVE "NO INSTRUCTOR ASSIGNED" TO IL-FAC-NAME
           MOVE "----" TO IL-DEPT
           PERFORM VARYING WS-UA-IDX FROM 1 BY 1
                    UNTIL WS-UA-IDX > WS-UA-COUNT
              MOVE WS-UA-COURSE (WS-UA-IDX) TO WS-SECTION-COURSE
              PERFORM 0700-PRINT-SECTION
           END-PERFORM.

       0610-NOTE-IF-UNASSIGNED.
           MOVE "N" TO WS-ASGN-FOUND-FLAG
           PERFORM VARYING WS-ASGN-IDX FROM 1 BY 1
                    UNTIL WS-ASGN-IDX > WS-ASGN-COUNT
              IF WS-ASGN-COURSE (WS-ASGN-IDX) =
                 WS-ENRL-COURSE (WS-ENRL-IDX)
                 SET WS-ASGN-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF NOT WS-ASGN-FOUND
              MOVE "N" TO WS-UA-FOUND-FLAG
              PERFORM VARYING WS-UA-IDX FROM 1 BY 1
                       UNTIL WS-UA-IDX > WS-UA-COUNT
                 IF WS-UA-COURSE (WS-UA-IDX) =
                    WS-ENRL-COURSE (WS-ENRL-IDX)
                    SET WS-UA-FOUND TO TRUE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF NOT WS-UA-FOUND
                 IF WS-UA-COUNT NOT < 300
                    DISPLAY "ERROR: Unassigned-section table full "
                            "(300 entries). Increase WS-UA-ENTRY "
                            "OCCURS and recompile."
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-UA-COUNT
                 SET WS-UA-IDX TO WS-UA-COUNT
                 MOVE WS-ENRL-COURSE (WS-ENRL-IDX)
                   TO WS-UA-COURSE (WS-UA-IDX)
              END-IF
           END-IF.

      *> one roster sheet: the instructor lines are already set,
      *> WS-SECTION-COURSE names the section.
       0700-PRINT-SECTION.
           MOVE SPACES TO ROSTER-LINE
           WRITE ROSTER-LINE
           WRITE ROSTER-LINE FROM WS-SEPARATOR-LINE
           WRITE ROSTER-LINE FROM WS-INSTRUCTOR-LINE
           MOVE WS-SECTION-COURSE TO SL-COURSE
           MOVE WS-PARAM-TERM TO SL-TERM
           WRITE ROSTER-LINE FROM WS-SECTION-LINE
           WRITE ROSTER-LINE FROM WS-SEPARATOR-LINE
           WRITE ROSTER-LINE FROM WS-COLUMN-LINE

           MOVE ZERO TO WS-SECTION-SIZE
           PERFORM VARYING WS-ENRL-IDX FROM 1 BY 1
                    UNTIL WS-ENRL-IDX > WS-ENRL-COUNT
              IF WS-ENRL-COURSE (WS-ENRL-IDX) = WS-SECTION-COURSE
                 PERFORM 0710-PRINT-STUDENT
              END-IF
           END-PERFORM

           IF WS-SECTION-SIZE = ZERO
              MOVE "  NO STUDENTS ENROLLED" TO ROSTER-LINE
              WRITE ROSTER-LINE
           END-IF
           MOVE WS-SECTION-SIZE TO ST-COUNT
           WRITE ROSTER-LINE FROM WS-SECTION-TOTAL
           MOVE SPACES TO ROSTER-LINE
           WRITE ROSTER-LINE
           WRITE ROSTER-LINE FROM WS-SIGNATURE-LINE
           ADD 1 TO WS-ROSTER-COUNT.

       0710-PRINT-STUDENT.
           MOVE WS-ENRL-ID (WS-ENRL-IDX) TO DL-ID
           MOVE WS-ENRL-ID (WS-ENRL-IDX) TO SM-ID
           READ STUDENT-MASTER
               INVALID KEY
                  MOVE "*** NOT ON MASTER ***" TO DL-NAME
               NOT INVALID KEY
                  MOVE SM-NAME TO DL-NAME
           END-READ
           WRITE ROSTER-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-SECTION-SIZE
           ADD 1 TO WS-STUDENT-COUNT.

       0900-FINALIZE.
           CLOSE STUDENT-MASTER ENROLLMENT-MASTER FACMAST-FILE
                 ASSIGN-FILE ROSTER-FILE

           DISPLAY "Grade rosters complete for term " WS-PARAM-TERM
           DISPLAY "  Rosters printed:     " WS-ROSTER-COUNT
           DISPLAY "  Student lines:       " WS-STUDENT-COUNT
           DISPLAY "  Unassigned sections: " WS-UA-COUNT.
