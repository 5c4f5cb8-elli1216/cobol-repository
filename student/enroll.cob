      * schedule after the deadline without the registrar's hand on
      * it.
      *
      * The catalog carries each course's meeting pattern (days,
      * start and end time, room). An add, or a waitlist promotion,
      * whose course meets on a common day at an overlapping hour
      * with a course the student already holds that term rejects as
      * a timetable clash -- the promotion comes off the waitlist
      * and lands in ENRLREJ.DAT beside the feed's rejects. A course
      * with no days on its pattern is by arrangement and never
      * clashes.
      *
      * SYSIN: credit-hour cap per term (2 digits, zero/blank = 18)
      *        | business date (8, zero/blank = today).
      * TERMMAST.DAT: term (5) | start (8) | end (8) | add/drop
      *               deadline (8) | billing date (8) | full-refund
      *               through (8) | half-refund through (8) |
      *               census date (8)
      * CATALOG.DAT: course (8) | title (30) | program (4) |
      *              credit hours (2) | seat capacity (3, zero = no
      *              limit) | meeting days (7, MTWRFSU mask) |
      *              start time (4, HHMM) | end time (4, HHMM) |
      *              room (8)
      * PREREQ.DAT:  course (8) | required prior course (8) |
      *              minimum grade (2)
      * ENRLTRAN.DAT: action (1: E=enroll, O=enroll with department
          05 FILLER               PIC X(01).
      *> seats in the section; zero means no seat limit.
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

       FD  ENRLTRAN-FILE.
       01 ENRLTRAN-RECORD.
          05 TM-FULL-REFUND-THRU  PIC 9(08).
          05 FILLER               PIC X(01).
          05 TM-HALF-REFUND-THRU  PIC 9(08).
          05 FILLER               PIC X(01).
      *> the state census date census.cob snapshots enrollment on;
      *> carried here for layout fidelity -- not used in this
      *> program.
          05 TM-CENSUS-DATE       PIC 9(08).

      *> every posted drop, queued for refund.cob to pair with its
      *> billed value -- the detail that used to die the moment the
       01 WS-CAT-TABLE.
          05 WS-CAT-COUNT          PIC 9(03) VALUE ZERO.
          05 WS-CAT-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-CAT-IDX
                                      WS-CAT-HELD-IDX.
             10 WS-CAT-COURSE         PIC X(08).
             10 WS-CAT-TITLE          PIC X(30).
             10 WS-CAT-PROGRAM        PIC X(04).
             10 WS-CAT-CREDITS        PIC 9(02).
             10 WS-CAT-CAPACITY       PIC 9(03).
             10 WS-CAT-DAYS           PIC X(07).
             10 WS-CAT-START-TIME     PIC 9(04).
             10 WS-CAT-END-TIME       PIC 9(04).

       01 WS-FOUND-FLAG            PIC X.
          88 WS-FOUND                 VALUE "Y".

       01 WS-TERM-CREDITS          PIC 9(03).

      *> the timetable check: the student, term and course being
      *> added (the course's catalog entry at WS-CAT-IDX), proven
      *> against every other course the student holds that term.
       01 WS-CLASH-ID              PIC X(05).
       01 WS-CLASH-TERM            PIC X(05).
       01 WS-CLASH-COURSE          PIC X(08).
       01 WS-CLASH-FLAG            PIC X.
          88 WS-CLASH                 VALUE "Y".
       01 WS-DAY-SUB               PIC 9(01).

      *> seats taken per course and term, built from one pass over
      *> the enrollment master at start-up and maintained as the
      *> feed posts and drops.
           MOVE CAT-PROGRAM TO WS-CAT-PROGRAM (WS-CAT-IDX)
           MOVE CAT-CREDITS TO WS-CAT-CREDITS (WS-CAT-IDX)
           MOVE CAT-CAPACITY TO WS-CAT-CAPACITY (WS-CAT-IDX)
      *> a pattern without usable hours is treated as by
      *> arrangement; "-" and space both mean no class that day.
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
              IF WS-REJECTED
                 MOVE "PREREQ NOT MET" TO WS-REJECT-REASON
              END-IF
           END-IF

      *> no two courses held in one term may meet at the same hour
      *> on the same day -- the override does not waive this one.
           IF NOT WS-REJECTED
              AND (ET-IS-ENROLL OR ET-IS-OVERRIDE)
              MOVE ET-ID TO WS-CLASH-ID
              MOVE ET-TERM TO WS-CLASH-TERM
              MOVE ET-COURSE TO WS-CLASH-COURSE
              PERFORM 0480-CHECK-TIMETABLE
              IF WS-CLASH
                 MOVE "TIMETABLE CLASH" TO WS-REJECT-REASON
                 SET WS-REJECTED TO TRUE
              END-IF
           END-IF.

       0250-LOAD-PREREQS.
                 MOVE ZERO TO WS-GRADE-POINTS
           END-EVALUATE.

      *> walk the student's enrollment records the way the credit
      *> sum does, proving the course at WS-CAT-IDX against each
      *> other course held in the same term.
       0480-CHECK-TIMETABLE.
           MOVE "N" TO WS-CLASH-FLAG
           IF WS-CAT-DAYS (WS-CAT-IDX) NOT = SPACES
              MOVE "N" TO WS-ENRL-SCAN-EOF-FLAG
              MOVE WS-CLASH-ID TO EN-ID
              MOVE LOW-VALUES TO EN-COURSE
              START ENROLLMENT-MASTER KEY NOT < EN-KEY
                  INVALID KEY SET ENRL-SCAN-EOF TO TRUE
              END-START

              IF NOT ENRL-SCAN-EOF
                 READ ENROLLMENT-MASTER NEXT
                     AT END SET ENRL-SCAN-EOF TO TRUE
                 END-READ
              END-IF

              PERFORM UNTIL ENRL-SCAN-EOF OR WS-CLASH
                 IF EN-ID NOT = WS-CLASH-ID
                    SET ENRL-SCAN-EOF TO TRUE
                 ELSE
                    IF EN-TERM = WS-CLASH-TERM
                       AND EN-COURSE NOT = WS-CLASH-COURSE
                       PERFORM 0485-CHECK-HELD-COURSE
                    END-IF
                    READ ENROLLMENT-MASTER NEXT
                        AT END SET ENRL-SCAN-EOF TO TRUE
                    END-READ
                 END-IF
              END-PERFORM
           END-IF.

      *> two patterns clash when their hours overlap and they share
      *> a meeting day. A held course gone from the catalog has no
      *> pattern left to prove against.
       0485-CHECK-HELD-COURSE.
           SET WS-CAT-HELD-IDX TO 1
           PERFORM VARYING WS-CAT-HELD-IDX FROM 1 BY 1
                    UNTIL WS-CAT-HELD-IDX > WS-CAT-COUNT
              IF WS-CAT-COURSE (WS-CAT-HELD-IDX) = EN-COURSE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF WS-CAT-HELD-IDX NOT > WS-CAT-COUNT
              IF WS-CAT-START-TIME (WS-CAT-IDX)
                    < WS-CAT-END-TIME (WS-CAT-HELD-IDX)
                 AND WS-CAT-START-TIME (WS-CAT-HELD-IDX)
                    < WS-CAT-END-TIME (WS-CAT-IDX)
                 PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                          UNTIL WS-DAY-SUB > 7
                    IF WS-CAT-DAYS (WS-CAT-IDX) (WS-DAY-SUB:1)
                          NOT = SPACE
                       AND WS-CAT-DAYS (WS-CAT-HELD-IDX)
                          (WS-DAY-SUB:1) NOT = SPACE
                       SET WS-CLASH TO TRUE
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.

       0450-FIND-COURSE.
           MOVE "N" TO WS-FOUND-FLAG
           SET WS-CAT-IDX TO 1
      *> a fresh enrollment is ungraded until gradepost.cob says
      *> otherwise.
              MOVE SPACES TO EN-GRADE
              MOVE SPACES TO EN-GRADED-BY
              MOVE "N" TO WS-REJECT-FLAG
              WRITE ENROLLMENT-RECORD
                  INVALID KEY
                 MOVE WS-CAT-CREDITS (WS-CAT-IDX) TO EN-CREDITS
                 MOVE FUNCTION CURRENT-DATE(1:8) TO EN-DATE
                 MOVE SPACES TO EN-GRADE
                 MOVE SPACES TO EN-GRADED-BY
                 MOVE "N" TO WS-REJECT-FLAG
                 WRITE ENROLLMENT-RECORD
                     INVALID KEY
           END-IF.

      *> the same checks an ordinary enrollment takes: the student
      *> must exist and not be ALUMNI, the course must not clash
      *> with their timetable, and the seat must fit under their
      *> credit cap. A cap breach keeps the entry waiting (a later
      *> drop may make room); a vanished or graduated student comes
      *> off the list, and a clash comes off it onto ENRLREJ.DAT.
       0740-VALIDATE-PROMOTION.
           MOVE WS-WL-ID (WS-WL-IDX) TO SM-ID
           READ STUDENT-MASTER
                 MOVE "ALUMNI NOT ENROLLABLE" TO WS-PROMO-REASON
              END-IF
           END-IF
           IF WS-PROMO-REASON = SPACES
              MOVE WS-WL-ID (WS-WL-IDX) TO WS-CLASH-ID
              MOVE WS-WL-TERM (WS-WL-IDX) TO WS-CLASH-TERM
              MOVE WS-WL-COURSE (WS-WL-IDX) TO WS-CLASH-COURSE
              PERFORM 0480-CHECK-TIMETABLE
              IF WS-CLASH
                 MOVE "TIMETABLE CLASH" TO WS-PROMO-REASON
                 ADD 1 TO WS-REJECT-COUNT
                 MOVE WS-WL-ID (WS-WL-IDX) TO RJ-ID
                 MOVE WS-WL-COURSE (WS-WL-IDX) TO RJ-COURSE
                 MOVE WS-PROMO-REASON TO RJ-REASON
                 WRITE REJECT-RECORD
              END-IF
           END-IF
           IF WS-PROMO-REASON = SPACES
              PERFORM 0760-SUM-WL-TERM-CREDITS
              IF (WS-TERM-CREDITS + WS-CAT-CREDITS (WS-CAT-IDX))
