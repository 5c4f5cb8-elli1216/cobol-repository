      * cumulative from GPAHIST.DAT (the latest history line for a
      * term wins, as everywhere else), and a closing line with the
      * student's current status and total credits earned (graded
      * courses, F and I excluded). Each course prints its current
      * grade off the enrollment master; a grade gradchg.cob has
      * changed since posting is marked GRADE REVISED (or I LAPSED
      * TO F) from the grade change history (GCHGHIST.DAT), and an
      * open incomplete is marked INCOMPLETE. A term missing from
      * the term master prints last, in code order. The closing
      * line is followed by a line for each degree confer.cob has
      * conferred on the student (DEGREES.DAT: program, term,
      * conferral date and honours). Every issue is
      * logged to TRNSLOG.DAT with the issue date, so the
      * registrar can prove what was issued and when. Output:
      * TRANSCRPT.RPT.
      *
      * SYSIN: student ID (5).
      ******************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT CHANGE-HISTORY ASSIGN TO "GCHGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GCHGHIST-STATUS.

           SELECT DEGREE-FILE ASSIGN TO "DEGREES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEGREE-STATUS.

           SELECT ISSUE-LOG ASSIGN TO "TRNSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISSUELOG-STATUS.
          05 FILLER               PIC X(01).
          05 CAT-CREDITS          PIC 9(02).
          05 FILLER               PIC X(01).
      *> seats in the section and the meeting pattern (days, start
      *> and end time, room); zero seats means no limit. Carried for
      *> layout fidelity -- not used here.
          05 CAT-CAPACITY         PIC 9(03).
          05 FILLER               PIC X(01).
          05 CAT-DAYS             PIC X(07).
          05 FILLER               PIC X(01).
          05 CAT-START-TIME       PIC 9(04).
          05 FILLER               PIC X(01).
          05 CAT-END-TIME         PIC 9(04).
          05 FILLER               PIC X(01).
          05 CAT-ROOM             PIC X(08).

       FD  GPA-HISTORY.
       01 GPA-HISTORY-RECORD.
          05 TM-FULL-REFUND-THRU  PIC 9(08).
          05 FILLER               PIC X(01).
          05 TM-HALF-REFUND-THRU  PIC 9(08).
          05 FILLER               PIC X(01).
      *> the state census date census.cob snapshots enrollment on;
      *> carried here for layout fidelity -- not used in this
      *> program.
          05 TM-CENSUS-DATE       PIC 9(08).

       FD  CHANGE-HISTORY.
       COPY GCHGREC.

       FD  DEGREE-FILE.
       COPY DEGREC.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).
       01 WS-CATALOG-STATUS        PIC XX.
       01 WS-GPAHIST-STATUS        PIC XX.
       01 WS-TERMMAST-STATUS       PIC XX.
       01 WS-GCHGHIST-STATUS       PIC XX.
       01 WS-REPORT-STATUS         PIC XX.
       01 WS-ISSUELOG-STATUS       PIC XX.
       01 WS-DEGREE-STATUS         PIC XX.

       01 WS-FLAGS.
          05 WS-CATALOG-EOF-FLAG    PIC X VALUE "N".
             88 ENRL-SCAN-EOF            VALUE "Y".
          05 WS-TERMMAST-EOF-FLAG   PIC X VALUE "N".
             88 TERMMAST-EOF             VALUE "Y".
          05 WS-GCHGHIST-EOF-FLAG   PIC X VALUE "N".
             88 GCHGHIST-EOF             VALUE "Y".
          05 WS-DEGREE-EOF-FLAG     PIC X VALUE "N".
             88 DEGREE-EOF               VALUE "Y".

       01 WS-PARAM.
          05 WS-PARAM-ID           PIC X(05).
             10 WS-ENR-CREDITS        PIC 9(02).
             10 WS-ENR-GRADE          PIC X(02).
             10 WS-ENR-PRINTED        PIC X(01).
             10 WS-ENR-NOTE           PIC X(17).

      *> the student's GPA history, latest line per term winning.
       01 WS-GPA-TABLE.
          05 DL-CREDITS            PIC Z9.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 DL-GRADE              PIC X(02).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 DL-NOTE               PIC X(17).

       01 WS-TERM-GPA-LINE.
          05 FILLER                PIC X(12) VALUE "  TERM GPA: ".
          05 FILLER                PIC X(17) VALUE " CREDITS EARNED: ".
          05 CL-CREDITS            PIC ZZZ9.

       01 WS-DEGREE-LINE.
          05 FILLER                PIC X(18) VALUE
             "DEGREE CONFERRED: ".
          05 DGL-PROGRAM           PIC X(04).
          05 FILLER                PIC X(08) VALUE "  TERM: ".
          05 DGL-TERM              PIC X(05).
          05 FILLER                PIC X(08) VALUE "  DATE: ".
          05 DGL-CONFER-DATE       PIC 9(08).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 DGL-HONOURS           PIC X(15).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-PARAM FROM SYSIN
           PERFORM 0250-LOAD-TERM-MASTER
           PERFORM 0300-LOAD-GPA-HISTORY
           PERFORM 0400-LOAD-ENROLLMENTS
           PERFORM 0450-LOAD-GRADE-CHANGES
           PERFORM 0500-PRINT-HEADER
           PERFORM 0600-PRINT-TERMS
              UNTIL WS-TERMS-PRINTED = WS-ENR-COUNT
           PERFORM 0700-PRINT-CLOSING
           PERFORM 0750-PRINT-DEGREES
           PERFORM 0800-LOG-ISSUE
           PERFORM 0900-FINALIZE
           STOP RUN.
                 MOVE EN-CREDITS TO WS-ENR-CREDITS (WS-ENR-IDX)
                 MOVE EN-GRADE TO WS-ENR-GRADE (WS-ENR-IDX)
                 MOVE "N" TO WS-ENR-PRINTED (WS-ENR-IDX)
                 MOVE SPACES TO WS-ENR-NOTE (WS-ENR-IDX)
                 READ ENROLLMENT-MASTER NEXT
                     AT END SET ENRL-SCAN-EOF TO TRUE
                 END-READ
              END-IF
           END-PERFORM.

      *> the change history is read whole for this student; the
      *> latest change to a course in a term sets its mark. No
      *> history yet means no grade has ever been changed.
       0450-LOAD-GRADE-CHANGES.
           OPEN INPUT CHANGE-HISTORY
           IF WS-GCHGHIST-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-GCHGHIST-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open grade change "
                         "history, status " WS-GCHGHIST-STATUS
                 STOP RUN
              END-IF
              READ CHANGE-HISTORY
                  AT END SET GCHGHIST-EOF TO TRUE
              END-READ
              PERFORM UNTIL GCHGHIST-EOF
                 IF GC-ID = WS-PARAM-ID
                    PERFORM 0460-NOTE-GRADE-CHANGE
                 END-IF
                 READ CHANGE-HISTORY
                     AT END SET GCHGHIST-EOF TO TRUE
                 END-READ
              END-PERFORM
              CLOSE CHANGE-HISTORY
           END-IF.

       0460-NOTE-GRADE-CHANGE.
           SET WS-ENR-IDX TO 1
           PERFORM VARYING WS-ENR-IDX FROM 1 BY 1
                    UNTIL WS-ENR-IDX > WS-ENR-COUNT
              IF WS-ENR-COURSE (WS-ENR-IDX) = GC-COURSE
                 AND WS-ENR-TERM (WS-ENR-IDX) = GC-TERM
                 IF GC-IS-LAPSE
                    MOVE "I LAPSED TO F" TO WS-ENR-NOTE (WS-ENR-IDX)
                 ELSE
                    MOVE "GRADE REVISED" TO WS-ENR-NOTE (WS-ENR-IDX)
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       0500-PRINT-HEADER.
           MOVE SM-NAME TO HL-NAME
           WRITE REPORT-LINE FROM WS-HEADER-LINE-1

           MOVE WS-ENR-CREDITS (WS-ENR-IDX) TO DL-CREDITS
           MOVE WS-ENR-GRADE (WS-ENR-IDX) TO DL-GRADE
           IF WS-ENR-GRADE (WS-ENR-IDX) = "I "
              MOVE "INCOMPLETE" TO DL-NOTE
           ELSE
              MOVE WS-ENR-NOTE (WS-ENR-IDX) TO DL-NOTE
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE

      *> credits earned: a graded course counts unless it was
      *> failed or is still incomplete; an ungraded course is still
      *> in progress.
           IF WS-ENR-GRADE (WS-ENR-IDX) NOT = SPACES
              AND WS-ENR-GRADE (WS-ENR-IDX) NOT = "F "
              AND WS-ENR-GRADE (WS-ENR-IDX) NOT = "I "
              ADD WS-ENR-CREDITS (WS-ENR-IDX) TO WS-TOTAL-CREDITS
           END-IF.

           MOVE WS-TOTAL-CREDITS TO CL-CREDITS
           WRITE REPORT-LINE FROM WS-CLOSING-LINE.

      *> no degrees file yet simply means no degree conferred.
       0750-PRINT-DEGREES.
           OPEN INPUT DEGREE-FILE
           IF WS-DEGREE-STATUS NOT = "35"
              PERFORM 0760-PRINT-DEGREE-LINES
           END-IF.

       0760-PRINT-DEGREE-LINES.
           IF WS-DEGREE-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open degrees file, status "
                      WS-DEGREE-STATUS
              STOP RUN
           END-IF
           READ DEGREE-FILE
               AT END SET DEGREE-EOF TO TRUE
           END-READ
           PERFORM UNTIL DEGREE-EOF
              IF DG-ID = SM-ID
                 MOVE DG-PROGRAM TO DGL-PROGRAM
                 MOVE DG-TERM TO DGL-TERM
                 MOVE DG-CONFER-DATE TO DGL-CONFER-DATE
                 MOVE DG-HONOURS TO DGL-HONOURS
                 WRITE REPORT-LINE FROM WS-DEGREE-LINE
              END-IF
              READ DEGREE-FILE
                  AT END SET DEGREE-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE DEGREE-FILE.

      *> the issue log is history -- always extended, created once
      *> on the very first transcript.
       0800-LOG-ISSUE.
