       IDENTIFICATION DIVISION.
       PROGRAM-ID. campconv.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * One-time conversion of the student master to the layout that
      * carries the home campus (SM-CAMPUS). Reads the live
      * pre-change master (renamed to STUDOLD.DAT by the operator
      * before the run) -- the layout with the financial-hold byte
      * but no campus -- and writes a fresh STUDMAST.DAT with every
      * record's campus blank. No campus is known for a student
      * already on file; the student run fills it in from the campus
      * code on the student's next Change, and census.cob counts a
      * blank campus under its own line until then.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER ASSIGN TO "STUDOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-SM-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ID OF STUDENT-MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> the student record exactly as production carried it before
      *> this release: no home campus.
       FD  OLD-MASTER.
       01 OLD-STUDENT-RECORD.
          05 OLD-SM-ID            PIC X(05).
          05 OLD-SM-NAME          PIC X(20).
          05 OLD-SM-GPA           PIC 9V99.
          05 OLD-SM-STATUS        PIC X(10).
          05 OLD-SM-EMAIL         PIC X(30).
          05 OLD-SM-PROGRAM       PIC X(04).
          05 OLD-SM-HOLD-FLAG     PIC X(01).

       FD  STUDENT-MASTER.
       COPY STUDREC.

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS            PIC XX.
       01 WS-MASTER-STATUS         PIC XX.

       01 WS-OLD-EOF-FLAG          PIC X VALUE "N".
          88 OLD-EOF                   VALUE "Y".

       01 WS-CONVERT-COUNT         PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT OLD-MASTER
           IF WS-OLD-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open STUDOLD.DAT, status "
                      WS-OLD-STATUS
              DISPLAY "Rename the pre-change STUDMAST.DAT to "
                      "STUDOLD.DAT before running the conversion."
              STOP RUN
           END-IF

           OPEN OUTPUT STUDENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to create student master, "
                      "status " WS-MASTER-STATUS
              CLOSE OLD-MASTER
              STOP RUN
           END-IF

           READ OLD-MASTER NEXT
               AT END SET OLD-EOF TO TRUE
           END-READ

           PERFORM 1000-CONVERT-RECORD UNTIL OLD-EOF

           CLOSE OLD-MASTER STUDENT-MASTER

           DISPLAY "Conversion complete. Students written: "
                   WS-CONVERT-COUNT
           STOP RUN.

       1000-CONVERT-RECORD.
           MOVE OLD-SM-ID TO SM-ID
           MOVE OLD-SM-NAME TO SM-NAME
           MOVE OLD-SM-GPA TO SM-GPA
           MOVE OLD-SM-STATUS TO SM-STATUS
           MOVE OLD-SM-EMAIL TO SM-EMAIL
           MOVE OLD-SM-PROGRAM TO SM-PROGRAM
           MOVE OLD-SM-HOLD-FLAG TO SM-HOLD-FLAG
      *> field this release introduced: unknown until the student's
      *> next Change from a campus feed.
           MOVE SPACES TO SM-CAMPUS
           WRITE STUDENT-MASTER-RECORD
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write student master, "
                      "status " WS-MASTER-STATUS
              CLOSE OLD-MASTER STUDENT-MASTER
              STOP RUN
           END-IF
           ADD 1 TO WS-CONVERT-COUNT

           READ OLD-MASTER NEXT
               AT END SET OLD-EOF TO TRUE
           END-READ.
