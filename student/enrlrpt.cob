      *   ROSTER.RPT   -- one section per catalog course listing the
      *                   students enrolled in it;
      *   SCHEDULE.RPT -- one section per student listing the courses
      *                   they carry, with titles, credit hours and
      *                   meeting pattern (days, hours, room) and a
      *                   credit total, then the student's weekly
      *                   timetable grid for each term they hold:
      *                   one row per hour, one column per day, the
      *                   course meeting in each slot. Courses by
      *                   arrangement (no meeting days) stay off the
      *                   grid.
      * ENRLMAST.DAT is keyed SM-ID + course, so one sequential pass
      * arrives grouped by student for the schedule; the roster works
      * from the same pass held in storage.
      *> seats in the section; zero means no seat limit. Carried
      *> for layout fidelity -- not used here.
          05 CAT-CAPACITY         PIC 9(03).
          05 FILLER               PIC X(01).
      *> the meeting pattern: one position per day, Monday first
      *> (MTWRFSU), the day's letter where the class meets and a
      *> space or "-" where it does not. All seven blank is a
      *> course by arrangement -- no fixed hours, never a clash.
          05 CAT-DAYS             PIC X(07).
          05 FILLER               PIC X(01).
      *> 24-hour HHMM; the class holds the room from start up to,
      *> not including, end.
          05 CAT-START-TIME       PIC 9(04).
          05 FILLER               PIC X(01).
          05 CAT-END-TIME         PIC 9(04).
          05 FILLER               PIC X(01).
          05 CAT-ROOM             PIC X(08).

       FD  ROSTER-FILE.
       01  ROSTER-LINE             PIC X(80).
             10 WS-CAT-COURSE         PIC X(08).
             10 WS-CAT-TITLE          PIC X(30).
             10 WS-CAT-CREDITS        PIC 9(02).
             10 WS-CAT-DAYS           PIC X(07).
             10 WS-CAT-START-TIME     PIC 9(04).
             10 WS-CAT-END-TIME       PIC 9(04).
             10 WS-CAT-ROOM           PIC X(08).

      *> the whole enrollment master, held for the roster pass.
       01 WS-ENRL-TABLE.
             10 WS-ENRL-TERM          PIC X(05).
             10 WS-ENRL-CREDITS       PIC 9(02).

      *> the current student's courses with their meeting patterns,
      *> held until the student breaks for the timetable grids.
       01 WS-STU-TABLE.
          05 WS-STU-COUNT          PIC 9(02) VALUE ZERO.
          05 WS-STU-ENTRY OCCURS 60 TIMES
                           INDEXED BY WS-STU-IDX WS-STU-PRIOR-IDX
                                      WS-STU-SLOT-IDX.
             10 WS-STU-COURSE         PIC X(08).
             10 WS-STU-TERM           PIC X(05).
             10 WS-STU-DAYS           PIC X(07).
             10 WS-STU-START-TIME     PIC 9(04).
             10 WS-STU-END-TIME       PIC 9(04).

       01 WS-GRID-TERM             PIC X(05).
       01 WS-GRID-FIRST-HOUR       PIC 9(02).
       01 WS-GRID-LAST-HOUR        PIC 9(02).
       01 WS-GRID-HOUR             PIC 9(02).
       01 WS-GRID-SLOT-START       PIC 9(04).
       01 WS-GRID-SLOT-END         PIC 9(04).
       01 WS-GRID-WORK-HOUR        PIC 9(02).
       01 WS-GRID-WORK-MINUTES     PIC 9(02).
       01 WS-DAY-SUB               PIC 9(01).
       01 WS-TERM-PRINTED-FLAG     PIC X.
          88 WS-TERM-PRINTED          VALUE "Y".
       01 WS-GRID-USED-FLAG        PIC X.
          88 WS-GRID-USED             VALUE "Y".

       01 WS-DAY-NAMES             PIC X(21)
                                   VALUE "MONTUEWEDTHUFRISATSUN".
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
          05 WS-DAY-NAME           PIC X(03) OCCURS 7 TIMES.

       01 WS-CURRENT-ID            PIC X(05) VALUE SPACES.
       01 WS-STUDENT-CREDITS       PIC 9(03).
       01 WS-ROSTER-SIZE           PIC 9(04).
          05 SD-TERM               PIC X(05).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 SD-CREDITS            PIC 9(02).
          05 FILLER                PIC X(01) VALUE SPACES.
          05 SD-DAYS               PIC X(07).
          05 FILLER                PIC X(01) VALUE SPACES.
          05 SD-HOURS.
             10 SD-START-TIME      PIC 9(04).
             10 SD-HOURS-DASH      PIC X(01).
             10 SD-END-TIME        PIC 9(04).
          05 FILLER                PIC X(01) VALUE SPACES.
          05 SD-ROOM               PIC X(08).

       01 WS-SCHEDULE-TOTAL.
          05 FILLER                PIC X(17) VALUE
             "  TOTAL CREDITS: ".
          05 ST-CREDITS            PIC ZZ9.

       01 WS-GRID-TITLE.
          05 FILLER                PIC X(29) VALUE
             "  WEEKLY TIMETABLE -- TERM ".
          05 GT-TERM               PIC X(05).

       01 WS-GRID-HEADER.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 FILLER                PIC X(09) VALUE "TIME".
          05 GH-DAY-CELL OCCURS 7 TIMES.
             10 FILLER             PIC X(01) VALUE SPACES.
             10 GH-DAY             PIC X(08).

       01 WS-GRID-ROW.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 GR-SLOT.
             10 GR-SLOT-START      PIC 9(04).
             10 FILLER             PIC X(01) VALUE "-".
             10 GR-SLOT-END        PIC 9(04).
          05 GR-DAY-CELL OCCURS 7 TIMES.
             10 FILLER             PIC X(01) VALUE SPACES.
             10 GR-COURSE          PIC X(08).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
           MOVE CAT-COURSE TO WS-CAT-COURSE (WS-CAT-IDX)
           MOVE CAT-TITLE TO WS-CAT-TITLE (WS-CAT-IDX)
           MOVE CAT-CREDITS TO WS-CAT-CREDITS (WS-CAT-IDX)
           MOVE CAT-ROOM TO WS-CAT-ROOM (WS-CAT-IDX)
      *> a pattern without usable hours is treated as by
      *> arrangement, as enroll.cob treats it.
           IF CAT-START-TIME NUMERIC AND CAT-END-TIME NUMERIC
              AND CAT-END-TIME > CAT-START-TIME
              MOVE CAT-DAYS TO WS-CAT-DAYS (WS-CAT-IDX)
              INSPECT WS-CAT-DAYS (WS-CAT-IDX)
                  REPLACING ALL "-" BY SPACE
              MOVE CAT-START-TIME TO WS-CAT-START-TIME (WS-CAT-IDX)
              MOVE CAT-END-TIME TO WS-CAT-END-TIME (WS-CAT-IDX)
           ELSE
              MOVE SPACES TO WS-CAT-DAYS (WS-CAT-IDX)
              MOVE ZERO TO WS-CAT-START-TIME (WS-CAT-IDX)
              MOVE ZERO TO WS-CAT-END-TIME (WS-CAT-IDX)
           END-IF

           READ CATALOG-FILE
               AT END SET CATALOG-EOF TO TRUE
              IF WS-CURRENT-ID NOT = SPACES
                 MOVE WS-STUDENT-CREDITS TO ST-CREDITS
                 WRITE SCHEDULE-LINE FROM WS-SCHEDULE-TOTAL
                 PERFORM 0600-PRINT-TIMETABLES
              END-IF
              MOVE EN-ID TO WS-CURRENT-ID
              MOVE ZERO TO WS-STUDENT-CREDITS
              MOVE ZERO TO WS-STU-COUNT
              MOVE EN-ID TO SH-ID
              MOVE EN-ID TO SM-ID
              READ STUDENT-MASTER
           WRITE SCHEDULE-LINE FROM WS-SCHEDULE-DETAIL
           ADD EN-CREDITS TO WS-STUDENT-CREDITS

           IF WS-STU-COUNT NOT < 60
              DISPLAY "ERROR: Student course table full (60 courses). "
                      "Increase WS-STU-ENTRY OCCURS and recompile."
              STOP RUN
           END-IF
           ADD 1 TO WS-STU-COUNT
           SET WS-STU-IDX TO WS-STU-COUNT
           MOVE EN-COURSE TO WS-STU-COURSE (WS-STU-IDX)
           MOVE EN-TERM TO WS-STU-TERM (WS-STU-IDX)
           MOVE SD-DAYS TO WS-STU-DAYS (WS-STU-IDX)
           INSPECT WS-STU-DAYS (WS-STU-IDX) REPLACING ALL "-" BY SPACE
           MOVE ZERO TO WS-STU-START-TIME (WS-STU-IDX)
           MOVE ZERO TO WS-STU-END-TIME (WS-STU-IDX)
           IF SD-HOURS NOT = SPACES
              MOVE SD-START-TIME TO WS-STU-START-TIME (WS-STU-IDX)
              MOVE SD-END-TIME TO WS-STU-END-TIME (WS-STU-IDX)
           END-IF

           IF WS-ENRL-COUNT NOT < 2000
              DISPLAY "ERROR: Enrollment table full (2000 records). "
                      "Increase WS-ENRL-ENTRY OCCURS and recompile."
           IF WS-CURRENT-ID NOT = SPACES
              MOVE WS-STUDENT-CREDITS TO ST-CREDITS
              WRITE SCHEDULE-LINE FROM WS-SCHEDULE-TOTAL
              PERFORM 0600-PRINT-TIMETABLES
           END-IF.

      *> the title and meeting pattern; a course by arrangement
      *> prints its days and hours blank.
       0450-FIND-CATALOG-TITLE.
           MOVE SPACES TO SD-TITLE SD-DAYS SD-HOURS SD-ROOM
           SET WS-CAT-IDX TO 1
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                    UNTIL WS-CAT-IDX > WS-CAT-COUNT
              IF WS-CAT-COURSE (WS-CAT-IDX) = EN-COURSE
                 MOVE WS-CAT-TITLE (WS-CAT-IDX) TO SD-TITLE
                 MOVE WS-CAT-ROOM (WS-CAT-IDX) TO SD-ROOM
                 IF WS-CAT-DAYS (WS-CAT-IDX) NOT = SPACES
                    MOVE WS-CAT-DAYS (WS-CAT-IDX) TO SD-DAYS
                    MOVE WS-CAT-START-TIME (WS-CAT-IDX)
                         TO SD-START-TIME
                    MOVE "-" TO SD-HOURS-DASH
                    MOVE WS-CAT-END-TIME (WS-CAT-IDX) TO SD-END-TIME
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           MOVE WS-ROSTER-SIZE TO RT-COUNT
           WRITE ROSTER-LINE FROM WS-ROSTER-TOTAL.

      *> one grid per term the student holds, in the order the term
      *> first appears among their courses.
       0600-PRINT-TIMETABLES.
           SET WS-STU-IDX TO 1
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                    UNTIL WS-STU-IDX > WS-STU-COUNT
              MOVE "N" TO WS-TERM-PRINTED-FLAG
              SET WS-STU-PRIOR-IDX TO 1
              PERFORM VARYING WS-STU-PRIOR-IDX FROM 1 BY 1
                       UNTIL WS-STU-PRIOR-IDX NOT < WS-STU-IDX
                 IF WS-STU-TERM (WS-STU-PRIOR-IDX)
                    = WS-STU-TERM (WS-STU-IDX)
                    SET WS-TERM-PRINTED TO TRUE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF NOT WS-TERM-PRINTED
                 MOVE WS-STU-TERM (WS-STU-IDX) TO WS-GRID-TERM
                 PERFORM 0610-PRINT-TERM-GRID
              END-IF
           END-PERFORM.

      *> the grid runs from the hour the term's earliest class starts
      *> to the hour its latest one ends; a term of nothing but
      *> courses by arrangement prints no grid.
       0610-PRINT-TERM-GRID.
           MOVE "N" TO WS-GRID-USED-FLAG
           MOVE 23 TO WS-GRID-FIRST-HOUR
           MOVE ZERO TO WS-GRID-LAST-HOUR
           SET WS-STU-SLOT-IDX TO 1
           PERFORM VARYING WS-STU-SLOT-IDX FROM 1 BY 1
                    UNTIL WS-STU-SLOT-IDX > WS-STU-COUNT
              IF WS-STU-TERM (WS-STU-SLOT-IDX) = WS-GRID-TERM
                 AND WS-STU-DAYS (WS-STU-SLOT-IDX) NOT = SPACES
                 SET WS-GRID-USED TO TRUE
                 DIVIDE WS-STU-START-TIME (WS-STU-SLOT-IDX) BY 100
                     GIVING WS-GRID-WORK-HOUR
                 IF WS-GRID-WORK-HOUR < WS-GRID-FIRST-HOUR
                    MOVE WS-GRID-WORK-HOUR TO WS-GRID-FIRST-HOUR
                 END-IF
                 DIVIDE WS-STU-END-TIME (WS-STU-SLOT-IDX) BY 100
                     GIVING WS-GRID-WORK-HOUR
                     REMAINDER WS-GRID-WORK-MINUTES
                 IF WS-GRID-WORK-MINUTES > ZERO
                    ADD 1 TO WS-GRID-WORK-HOUR
                 END-IF
                 IF WS-GRID-WORK-HOUR > WS-GRID-LAST-HOUR
                    MOVE WS-GRID-WORK-HOUR TO WS-GRID-LAST-HOUR
                 END-IF
              END-IF
           END-PERFORM

           IF WS-GRID-USED
              MOVE WS-GRID-TERM TO GT-TERM
              WRITE SCHEDULE-LINE FROM WS-GRID-TITLE
              PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 7
                 MOVE WS-DAY-NAME (WS-DAY-SUB) TO GH-DAY (WS-DAY-SUB)
              END-PERFORM
              WRITE SCHEDULE-LINE FROM WS-GRID-HEADER
              PERFORM 0620-PRINT-GRID-ROW
                 VARYING WS-GRID-HOUR FROM WS-GRID-FIRST-HOUR BY 1
                 UNTIL WS-GRID-HOUR NOT < WS-GRID-LAST-HOUR
           END-IF.

      *> one hour's row: a course fills the cell of each day it meets
      *> if any part of its class falls inside the hour. Two courses
      *> in one cell -- held before clashes were refused -- print as
      *> CLASH.
       0620-PRINT-GRID-ROW.
           COMPUTE WS-GRID-SLOT-START = WS-GRID-HOUR * 100
           COMPUTE WS-GRID-SLOT-END = WS-GRID-SLOT-START + 100
           MOVE WS-GRID-SLOT-START TO GR-SLOT-START
           MOVE WS-GRID-SLOT-END TO GR-SLOT-END
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                    UNTIL WS-DAY-SUB > 7
              MOVE SPACES TO GR-COURSE (WS-DAY-SUB)
              SET WS-STU-SLOT-IDX TO 1
              PERFORM VARYING WS-STU-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-STU-SLOT-IDX > WS-STU-COUNT
                 IF WS-STU-TERM (WS-STU-SLOT-IDX) = WS-GRID-TERM
                    AND WS-STU-DAYS (WS-STU-SLOT-IDX) (WS-DAY-SUB:1)
                        NOT = SPACE
                    AND WS-STU-START-TIME (WS-STU-SLOT-IDX)
                        < WS-GRID-SLOT-END
                    AND WS-STU-END-TIME (WS-STU-SLOT-IDX)
                        > WS-GRID-SLOT-START
                    IF GR-COURSE (WS-DAY-SUB) = SPACES
                       MOVE WS-STU-COURSE (WS-STU-SLOT-IDX)
                            TO GR-COURSE (WS-DAY-SUB)
                    ELSE
                       MOVE "CLASH" TO GR-COURSE (WS-DAY-SUB)
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM
           WRITE SCHEDULE-LINE FROM WS-GRID-ROW.

       0900-FINALIZE.
           CLOSE STUDENT-MASTER ENROLLMENT-MASTER CATALOG-FILE
                 ROSTER-FILE SCHEDULE-FILE
