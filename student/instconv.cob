       IDENTIFICATION DIVISION.
       PROGRAM-ID. instconv.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * One-time conversion of the enrollment master to the layout
      * that records the instructor who submitted each grade
      * (EN-GRADED-BY). Reads the live pre-change master (renamed to
      * ENRLOLD.DAT by the operator before the run) -- the layout
      * with the grade but no instructor -- and writes a fresh
      * ENRLMAST.DAT with every record's instructor blank. Grades
      * already on file were posted before instructors were
      * recorded, so none is known for them; gradepost.cob stamps
      * the instructor on every grade it posts from here on.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER ASSIGN TO "ENRLOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-EN-KEY
               FILE STATUS IS WS-OLD-STATUS.

           SELECT ENROLLMENT-MASTER ASSIGN TO "ENRLMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY OF ENROLLMENT-RECORD
               FILE STATUS IS WS-ENRL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> the enrollment record exactly as production carried it
      *> before this release: graded, but no instructor column.
       FD  OLD-MASTER.
       01 OLD-ENROLLMENT-RECORD.
          05 OLD-EN-KEY.
             10 OLD-EN-ID        PIC X(05).
             10 OLD-EN-COURSE    PIC X(08).
          05 OLD-EN-TERM         PIC X(05).
          05 OLD-EN-CREDITS      PIC 9(02).
          05 OLD-EN-DATE         PIC 9(08).
          05 OLD-EN-GRADE        PIC X(02).

       FD  ENROLLMENT-MASTER.
       COPY ENRLREC.

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS            PIC XX.
       01 WS-ENRL-STATUS           PIC XX.

       01 WS-OLD-EOF-FLAG          PIC X VALUE "N".
          88 OLD-EOF                   VALUE "Y".

       01 WS-CONVERT-COUNT         PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT OLD-MASTER
           IF WS-OLD-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open ENRLOLD.DAT, status "
                      WS-OLD-STATUS
              DISPLAY "Rename the pre-change ENRLMAST.DAT to "
                      "ENRLOLD.DAT before running the conversion."
              STOP RUN
           END-IF

           OPEN OUTPUT ENROLLMENT-MASTER
           IF WS-ENRL-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to create enrollment master, "
                      "status " WS-ENRL-STATUS
              CLOSE OLD-MASTER
              STOP RUN
           END-IF

           READ OLD-MASTER NEXT
               AT END SET OLD-EOF TO TRUE
           END-READ

           PERFORM 1000-CONVERT-RECORD UNTIL OLD-EOF

           CLOSE OLD-MASTER ENROLLMENT-MASTER

           DISPLAY "Conversion complete. Enrollments written: "
                   WS-CONVERT-COUNT
           STOP RUN.

       1000-CONVERT-RECORD.
           MOVE OLD-EN-ID TO EN-ID
           MOVE OLD-EN-COURSE TO EN-COURSE
           MOVE OLD-EN-TERM TO EN-TERM
           MOVE OLD-EN-CREDITS TO EN-CREDITS
           MOVE OLD-EN-DATE TO EN-DATE
           MOVE OLD-EN-GRADE TO EN-GRADE
      *> field this release introduced: no instructor on record for
      *> a grade posted before it.
           MOVE SPACES TO EN-GRADED-BY
           WRITE ENROLLMENT-RECORD
           IF WS-ENRL-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write enrollment master, "
                      "status " WS-ENRL-STATUS
              CLOSE OLD-MASTER ENROLLMENT-MASTER
              STOP RUN
           END-IF
           ADD 1 TO WS-CONVERT-COUNT

           READ OLD-MASTER NEXT
               AT END SET OLD-EOF TO TRUE
           END-READ.
