      *              cleared nightly by holdsync.cob) printed on the
      *              status report lines and carried on the registrar
      *              CSV extract; Adds start with no hold.
      * 2026-10-15 - home campus on the master: an Add stamps SM-CAMPUS
      *              with the record's campus code, and a Change fills
      *              it in where the master has none yet, for the
      *              census headcount by campus.
      * 2026-10-15 - audit journal entries carry the file their images
      *              belong to (AJ-FILE, STUDMAST here), so the
      *              records studmrg.cob moves in a student merge can
      *              be journaled alongside the master's own entries.
      * 2026-10-15 - graduation transaction (code G, queued on
      *              RESUBMIT.DAT by confer.cob's degree conferral)
      *              moves the student to ALUMNI with the usual
      *              journal, status change log and report line; a
      *              later Change leaves an ALUMNI student ALUMNI.
      ******************************************************************

       ENVIRONMENT DIVISION.
          05 AJ-BEFORE-IMAGE     PIC X(80).
          05 FILLER              PIC X(01).
          05 AJ-AFTER-IMAGE      PIC X(80).
      *> which file the images are records of: STUDMAST here;
      *> studmrg.cob journals the records a merge moves under their
      *> own file names. Spaces on entries written before the tag
      *> was carried, all of them STUDMAST.
          05 FILLER              PIC X(01).
          05 AJ-FILE             PIC X(08).

      *> one line per Add/Change carrying a GPA: the term's GPA and
      *> the cumulative GPA across every term on file, so probation
             88 WS-TXN-ADD           VALUE "A".
             88 WS-TXN-CHANGE        VALUE "C".
             88 WS-TXN-DELETE        VALUE "D".
      *> queued on RESUBMIT.DAT by confer.cob once a degree is
      *> conferred.
             88 WS-TXN-GRADUATE      VALUE "G".
             88 WS-TXN-TRAILER       VALUE "T".
          05 WS-IN-ID         PIC X(05).
          05 FILLER           PIC X(01).
                       PERFORM 6100-CHANGE-STUDENT
                    WHEN WS-TXN-DELETE
                       PERFORM 6200-DELETE-STUDENT
                    WHEN WS-TXN-GRADUATE
                       PERFORM 6300-GRADUATE-STUDENT
                    WHEN OTHER
                       MOVE "INVALID TXN CODE" TO WS-REJECT-REASON
                       SET WS-ID-REJECTED TO TRUE
           MOVE WS-AUDIT-SEQ TO AJ-SEQ
           MOVE FUNCTION CURRENT-DATE(1:8) TO AJ-RUN-DATE
           MOVE WS-IN-TXN-CODE TO AJ-TXN-CODE
           MOVE "STUDMAST" TO AJ-FILE
           WRITE AUDIT-JOURNAL-RECORD
           IF WS-AJRN-STATUS NOT = "00"
              MOVE "WRITE AUDIT-JOURNAL" TO WS-ERROR-OPERATION
           MOVE WS-IN-GPA TO SM-GPA
           MOVE WS-IN-EMAIL TO SM-EMAIL
           MOVE WS-IN-PROGRAM TO SM-PROGRAM
           MOVE WS-IN-CAMPUS TO SM-CAMPUS
           PERFORM 6450-COMPUTE-CUM-GPA
           PERFORM 6500-COMPUTE-STATUS

              MOVE WS-IN-GPA TO SM-GPA
              MOVE WS-IN-EMAIL TO SM-EMAIL
              MOVE WS-IN-PROGRAM TO SM-PROGRAM
              IF SM-CAMPUS = SPACES
                 MOVE WS-IN-CAMPUS TO SM-CAMPUS
              END-IF
              PERFORM 6450-COMPUTE-CUM-GPA
      *> a graduate stays ALUMNI whatever the GPA on a later
      *> Change -- an address fix must not re-enrol them.
              IF WS-OLD-STATUS NOT = "ALUMNI"
                 PERFORM 6500-COMPUTE-STATUS
              END-IF

              REWRITE STUDENT-MASTER-RECORD
              IF WS-MASTER-STATUS NOT = "00"
              PERFORM 4150-CHECK-PAGE-BREAK
           END-IF.

      *> a conferred degree: the student moves to ALUMNI. Only the
      *> ID is taken from the transaction -- the GPA and the rest of
      *> the record stand as the master has them.
       6300-GRADUATE-STUDENT.
           MOVE WS-IN-ID TO SM-ID
           READ STUDENT-MASTER
               INVALID KEY
                  MOVE "ID NOT FOUND" TO WS-REJECT-REASON
                  SET WS-ID-REJECTED TO TRUE
           END-READ

           IF WS-MASTER-STATUS NOT = "00" AND NOT = "23"
              MOVE "READ STUDENT-MASTER (graduate)"
                TO WS-ERROR-OPERATION
              MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
              PERFORM 9900-FILE-ERROR
           END-IF

           IF WS-ID-REJECTED
              PERFORM 2700-WRITE-REJECT-RECORD
           ELSE
              MOVE STUDENT-MASTER-RECORD TO WS-BEFORE-IMAGE
              MOVE SM-STATUS TO WS-OLD-STATUS
              MOVE "ALUMNI" TO SM-STATUS

              REWRITE STUDENT-MASTER-RECORD
              IF WS-MASTER-STATUS NOT = "00"
                 MOVE "REWRITE STUDENT-MASTER" TO WS-ERROR-OPERATION
                 MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
                 PERFORM 9900-FILE-ERROR
              END-IF

              MOVE WS-BEFORE-IMAGE TO AJ-BEFORE-IMAGE
              MOVE STUDENT-MASTER-RECORD TO AJ-AFTER-IMAGE
              PERFORM 2980-WRITE-AUDIT-JOURNAL

              PERFORM 6600-REPORT-STATUS-LINE
           END-IF.

       6400-FIND-OR-ADD-GPA-ENTRY.
           MOVE "N" TO WS-GPA-FOUND-FLAG
           SET WS-GPA-IDX TO 1
