       IDENTIFICATION DIVISION.
       PROGRAM-ID. dupmatch.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * Nightly duplicate-student match report. With three campus
      * feeds consolidated by feedmrg.cob the same person can end up
      * under two SM-IDs -- a transfer between campuses, or a fresh
      * application after a reinstat.cob restore. Every pair of
      * students on the master is scored on what identifies a
      * person:
      *   email, non-blank and equal (case aside)        50
      *   name, equal once upper-cased                   40
      *     else same surname and first initial          25
      *     else same surname only                       10
      *   program, non-blank and equal                   10
      * Each pair scoring at or above the threshold prints on
      * DUPMATCH.RPT, highest score first: STRONG from 80 up,
      * POSSIBLE below. Nothing is changed here -- a pair the
      * registrar confirms is merged through studmrg.cob.
      *
      * SYSIN: threshold score (3, zero/blank = 50).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ID OF STUDENT-MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DUPMATCH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "DUPMATCH.WRK".

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       COPY STUDREC.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

      *> one scored pair; the subscripts point back into the student
      *> table, first always the lower.
       SD  SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
          05 SW-SCORE            PIC 9(03).
          05 SW-SUB-1            PIC 9(04).
          05 SW-SUB-2            PIC 9(04).
          05 SW-BASIS            PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS         PIC XX.
       01 WS-REPORT-STATUS         PIC XX.

       01 WS-FLAGS.
          05 WS-MASTER-EOF-FLAG     PIC X VALUE "N".
             88 MASTER-EOF               VALUE "Y".
          05 WS-SORT-EOF-FLAG       PIC X VALUE "N".
             88 SORT-EOF                 VALUE "Y".

       01 WS-PARAM.
          05 WS-PARAM-THRESHOLD    PIC 9(03).

       01 WS-THRESHOLD             PIC 9(03) VALUE 50.
       01 WS-STRONG-SCORE          PIC 9(03) VALUE 80.

      *> the whole master, with each name and email upper-cased and
      *> the surname (the name's last word) and first initial split
      *> out once at load, so the pair loop only compares.
       01 WS-ST-TABLE.
          05 WS-ST-COUNT           PIC 9(04) VALUE ZERO.
          05 WS-ST-ENTRY OCCURS 3000 TIMES
                          INDEXED BY WS-ST-IDX WS-ST-IDX-2.
             10 WS-ST-ID              PIC X(05).
             10 WS-ST-NAME            PIC X(20).
             10 WS-ST-NAME-KEY        PIC X(20).
             10 WS-ST-SURNAME         PIC X(20).
             10 WS-ST-INITIAL         PIC X(01).
             10 WS-ST-EMAIL           PIC X(30).
             10 WS-ST-EMAIL-KEY       PIC X(30).
             10 WS-ST-PROGRAM         PIC X(04).
             10 WS-ST-CAMPUS          PIC X(03).
             10 WS-ST-STATUS          PIC X(10).

       01 WS-SUB-1                 PIC 9(04).
       01 WS-SUB-2                 PIC 9(04).
       01 WS-SUB-START             PIC 9(04).

      *> surname split: the name's last non-blank position, then back
      *> to the blank before it.
       01 WS-NAME-END              PIC 9(02).
       01 WS-NAME-START            PIC 9(02).
       01 WS-NAME-LEN              PIC 9(02).

       01 WS-SCORE                 PIC 9(03).
       01 WS-BASIS                 PIC X(30).
       01 WS-BASIS-PTR             PIC 9(02).

       01 WS-COUNTERS.
          05 WS-READ-COUNT         PIC 9(08) VALUE ZERO.
          05 WS-COMPARED-COUNT     PIC 9(10) VALUE ZERO.
          05 WS-STRONG-COUNT       PIC 9(08) VALUE ZERO.
          05 WS-POSSIBLE-COUNT     PIC 9(08) VALUE ZERO.

       01 WS-TITLE-LINE.
          05 FILLER                PIC X(30) VALUE
             "DUPLICATE STUDENT MATCH REPORT".
          05 FILLER                PIC X(12) VALUE
             "  RUN DATE: ".
          05 TL-RUN-DATE           PIC 9(08).
          05 FILLER                PIC X(13) VALUE
             "  THRESHOLD: ".
          05 TL-THRESHOLD          PIC ZZ9.

       01 WS-COLUMN-LINE.
          05 FILLER                PIC X(42) VALUE
             "SCORE LEVEL    ID    NAME".
          05 FILLER                PIC X(31) VALUE "EMAIL".
          05 FILLER                PIC X(16) VALUE
             "PROG CAM STATUS".

       01 WS-DETAIL-LINE.
          05 DL-SCORE              PIC ZZ9.
          05 FILLER                PIC X(03) VALUE SPACES.
          05 DL-LEVEL              PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACES.
          05 DL-ID                 PIC X(05).
          05 FILLER                PIC X(01) VALUE SPACES.
          05 DL-NAME               PIC X(20).
          05 FILLER                PIC X(01) VALUE SPACES.
          05 DL-EMAIL              PIC X(30).
          05 FILLER                PIC X(01) VALUE SPACES.
          05 DL-PROGRAM            PIC X(04).
          05 FILLER                PIC X(01) VALUE SPACES.
          05 DL-CAMPUS             PIC X(03).
          05 FILLER                PIC X(01) VALUE SPACES.
          05 DL-STATUS             PIC X(10).

       01 WS-BASIS-LINE.
          05 FILLER                PIC X(15) VALUE SPACES.
          05 FILLER                PIC X(12) VALUE "MATCHED ON: ".
          05 BL-BASIS              PIC X(30).

       01 WS-TOTAL-LINE.
          05 TT-LABEL              PIC X(30).
          05 TT-COUNT              PIC Z,ZZZ,ZZZ,ZZ9.

       01 WS-SEPARATOR-LINE.
          05 FILLER                PIC X(100) VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-PARAM FROM SYSIN
           IF WS-PARAM-THRESHOLD NUMERIC
              AND WS-PARAM-THRESHOLD > ZERO
              MOVE WS-PARAM-THRESHOLD TO WS-THRESHOLD
           END-IF

           PERFORM 0100-INITIALIZE
           PERFORM 0200-LOAD-STUDENT UNTIL MASTER-EOF
           CLOSE STUDENT-MASTER

           SORT SORT-WORK-FILE
               ON DESCENDING KEY SW-SCORE
               ON ASCENDING KEY SW-SUB-1 SW-SUB-2
               INPUT PROCEDURE IS 0400-RELEASE-PAIRS
               OUTPUT PROCEDURE IS 0600-PRINT-PAIRS

           IF SORT-RETURN NOT = ZERO
              DISPLAY "ERROR: Duplicate match sort failed, return "
                      SORT-RETURN
              STOP RUN
           END-IF

           PERFORM 0900-FINALIZE
           STOP RUN.

       0100-INITIALIZE.
           OPEN INPUT STUDENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open student master, status "
                      WS-MASTER-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open match report, status "
                      WS-REPORT-STATUS
              CLOSE STUDENT-MASTER
              STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO TL-RUN-DATE
           MOVE WS-THRESHOLD TO TL-THRESHOLD
           WRITE REPORT-LINE FROM WS-TITLE-LINE
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-LINE
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE

           MOVE LOW-VALUES TO SM-ID
           START STUDENT-MASTER KEY NOT < SM-ID
               INVALID KEY SET MASTER-EOF TO TRUE
           END-START
           IF NOT MASTER-EOF
              READ STUDENT-MASTER NEXT
                  AT END SET MASTER-EOF TO TRUE
              END-READ
           END-IF.

       0200-LOAD-STUDENT.
           IF WS-ST-COUNT NOT < 3000
              DISPLAY "ERROR: Student table full (3000 students). "
                      "Increase WS-ST-ENTRY OCCURS and recompile."
              STOP RUN
           END-IF
           ADD 1 TO WS-READ-COUNT
           ADD 1 TO WS-ST-COUNT
           SET WS-ST-IDX TO WS-ST-COUNT
           MOVE SM-ID TO WS-ST-ID (WS-ST-IDX)
           MOVE SM-NAME TO WS-ST-NAME (WS-ST-IDX)
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (SM-NAME LEADING))
             TO WS-ST-NAME-KEY (WS-ST-IDX)
           MOVE SM-EMAIL TO WS-ST-EMAIL (WS-ST-IDX)
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (SM-EMAIL LEADING))
             TO WS-ST-EMAIL-KEY (WS-ST-IDX)
           MOVE SM-PROGRAM TO WS-ST-PROGRAM (WS-ST-IDX)
           MOVE SM-CAMPUS TO WS-ST-CAMPUS (WS-ST-IDX)
           MOVE SM-STATUS TO WS-ST-STATUS (WS-ST-IDX)
           PERFORM 0250-SPLIT-SURNAME

           READ STUDENT-MASTER NEXT
               AT END SET MASTER-EOF TO TRUE
           END-READ.

      *> "FIRST LAST" is the form every feed sends; the last word is
      *> the surname and the first character the initial. A one-word
      *> name is all surname.
       0250-SPLIT-SURNAME.
           MOVE SPACES TO WS-ST-SURNAME (WS-ST-IDX)
           MOVE WS-ST-NAME-KEY (WS-ST-IDX) (1:1)
             TO WS-ST-INITIAL (WS-ST-IDX)
           MOVE ZERO TO WS-NAME-END
           PERFORM VARYING WS-NAME-END FROM 20 BY -1
                    UNTIL WS-NAME-END < 1
              IF WS-ST-NAME-KEY (WS-ST-IDX) (WS-NAME-END:1)
                 NOT = SPACE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF WS-NAME-END > ZERO
              PERFORM VARYING WS-NAME-START FROM WS-NAME-END BY -1
                       UNTIL WS-NAME-START < 1
                 IF WS-ST-NAME-KEY (WS-ST-IDX) (WS-NAME-START:1)
                    = SPACE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              ADD 1 TO WS-NAME-START
              COMPUTE WS-NAME-LEN = WS-NAME-END - WS-NAME-START + 1
              MOVE WS-ST-NAME-KEY (WS-ST-IDX)
                   (WS-NAME-START:WS-NAME-LEN)
                TO WS-ST-SURNAME (WS-ST-IDX)
           END-IF.

      *> every pair once, lower subscript first.
       0400-RELEASE-PAIRS.
           PERFORM VARYING WS-SUB-1 FROM 1 BY 1
                    UNTIL WS-SUB-1 >= WS-ST-COUNT
              COMPUTE WS-SUB-START = WS-SUB-1 + 1
              PERFORM VARYING WS-SUB-2 FROM WS-SUB-START BY 1
                       UNTIL WS-SUB-2 > WS-ST-COUNT
                 SET WS-ST-IDX TO WS-SUB-1
                 SET WS-ST-IDX-2 TO WS-SUB-2
                 ADD 1 TO WS-COMPARED-COUNT
                 PERFORM 0450-SCORE-PAIR
                 IF WS-SCORE NOT < WS-THRESHOLD
                    MOVE WS-SCORE TO SW-SCORE
                    MOVE WS-SUB-1 TO SW-SUB-1
                    MOVE WS-SUB-2 TO SW-SUB-2
                    MOVE WS-BASIS TO SW-BASIS
                    RELEASE SORT-WORK-RECORD
                 END-IF
              END-PERFORM
           END-PERFORM.

       0450-SCORE-PAIR.
           MOVE ZERO TO WS-SCORE
           MOVE SPACES TO WS-BASIS
           MOVE 1 TO WS-BASIS-PTR

           IF WS-ST-EMAIL-KEY (WS-ST-IDX) NOT = SPACES
              AND WS-ST-EMAIL-KEY (WS-ST-IDX)
                  = WS-ST-EMAIL-KEY (WS-ST-IDX-2)
              ADD 50 TO WS-SCORE
              STRING "EMAIL " DELIMITED BY SIZE
                  INTO WS-BASIS WITH POINTER WS-BASIS-PTR
              END-STRING
           END-IF

           EVALUATE TRUE
              WHEN WS-ST-NAME-KEY (WS-ST-IDX) = SPACES
                 CONTINUE
              WHEN WS-ST-NAME-KEY (WS-ST-IDX)
                   = WS-ST-NAME-KEY (WS-ST-IDX-2)
                 ADD 40 TO WS-SCORE
                 STRING "NAME " DELIMITED BY SIZE
                     INTO WS-BASIS WITH POINTER WS-BASIS-PTR
                 END-STRING
              WHEN WS-ST-SURNAME (WS-ST-IDX)
                   = WS-ST-SURNAME (WS-ST-IDX-2)
                   AND WS-ST-INITIAL (WS-ST-IDX)
                       = WS-ST-INITIAL (WS-ST-IDX-2)
                 ADD 25 TO WS-SCORE
                 STRING "INITIAL+SURNAME " DELIMITED BY SIZE
                     INTO WS-BASIS WITH POINTER WS-BASIS-PTR
                 END-STRING
              WHEN WS-ST-SURNAME (WS-ST-IDX)
                   = WS-ST-SURNAME (WS-ST-IDX-2)
                 ADD 10 TO WS-SCORE
                 STRING "SURNAME " DELIMITED BY SIZE
                     INTO WS-BASIS WITH POINTER WS-BASIS-PTR
                 END-STRING
           END-EVALUATE

           IF WS-ST-PROGRAM (WS-ST-IDX) NOT = SPACES
              AND WS-ST-PROGRAM (WS-ST-IDX)
                  = WS-ST-PROGRAM (WS-ST-IDX-2)
              ADD 10 TO WS-SCORE
              STRING "PROGRAM" DELIMITED BY SIZE
                  INTO WS-BASIS WITH POINTER WS-BASIS-PTR
                  ON OVERFLOW CONTINUE
              END-STRING
           END-IF.

       0600-PRINT-PAIRS.
           MOVE "N" TO WS-SORT-EOF-FLAG
           RETURN SORT-WORK-FILE
               AT END SET SORT-EOF TO TRUE
           END-RETURN

           PERFORM UNTIL SORT-EOF
              MOVE SW-SCORE TO DL-SCORE
              IF SW-SCORE NOT < WS-STRONG-SCORE
                 MOVE "STRONG" TO DL-LEVEL
                 ADD 1 TO WS-STRONG-COUNT
              ELSE
                 MOVE "POSSIBLE" TO DL-LEVEL
                 ADD 1 TO WS-POSSIBLE-COUNT
              END-IF
              SET WS-ST-IDX TO SW-SUB-1
              PERFORM 0650-FORMAT-STUDENT
              WRITE REPORT-LINE FROM WS-DETAIL-LINE

              SET WS-ST-IDX TO SW-SUB-2
              PERFORM 0650-FORMAT-STUDENT
              MOVE SPACES TO WS-DETAIL-LINE (1:15)
              WRITE REPORT-LINE FROM WS-DETAIL-LINE

              MOVE SW-BASIS TO BL-BASIS
              WRITE REPORT-LINE FROM WS-BASIS-LINE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE

              RETURN SORT-WORK-FILE
                  AT END SET SORT-EOF TO TRUE
              END-RETURN
           END-PERFORM.

       0650-FORMAT-STUDENT.
           MOVE WS-ST-ID (WS-ST-IDX) TO DL-ID
           MOVE WS-ST-NAME (WS-ST-IDX) TO DL-NAME
           MOVE WS-ST-EMAIL (WS-ST-IDX) TO DL-EMAIL
           MOVE WS-ST-PROGRAM (WS-ST-IDX) TO DL-PROGRAM
           MOVE WS-ST-CAMPUS (WS-ST-IDX) TO DL-CAMPUS
           MOVE WS-ST-STATUS (WS-ST-IDX) TO DL-STATUS.

       0900-FINALIZE.
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE "STUDENTS ON MASTER" TO TT-LABEL
           MOVE WS-READ-COUNT TO TT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "PAIRS COMPARED" TO TT-LABEL
           MOVE WS-COMPARED-COUNT TO TT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "STRONG MATCHES" TO TT-LABEL
           MOVE WS-STRONG-COUNT TO TT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "POSSIBLE MATCHES" TO TT-LABEL
           MOVE WS-POSSIBLE-COUNT TO TT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           CLOSE REPORT-FILE

           DISPLAY "Duplicate match run complete."
           DISPLAY "  Students:         " WS-READ-COUNT
           DISPLAY "  Pairs compared:   " WS-COMPARED-COUNT
           DISPLAY "  Strong matches:   " WS-STRONG-COUNT
           DISPLAY "  Possible matches: " WS-POSSIBLE-COUNT.
