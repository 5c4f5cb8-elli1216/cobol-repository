       IDENTIFICATION DIVISION.
       PROGRAM-ID. studmrg.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * Supervised student merge. When dupmatch.cob's report turns up
      * one person under two SM-IDs, the registrar confirms the pair
      * here and everything held under the retiring ID moves to the
      * surviving one:
      *   ENRLMAST.DAT  each enrollment re-keyed to the survivor. A
      *                 course on both IDs refuses the whole merge
      *                 until one enrollment is dropped through
      *                 enroll.cob -- the survivor can hold a course
      *                 only once.
      *   GCHGHIST.DAT  every grade change line re-IDed, so the
      *                 transcript keeps its revised-grade notes.
      *   STANDHIST.DAT every standing line re-IDed, so the next
      *                 assessment carries the consecutive probation
      *                 count on.
      *   DEGREES.DAT   every conferred degree re-IDed, so it prints
      *                 on the survivor's transcript and is not
      *                 conferred again.
      *   GPAHIST.DAT   every term line re-IDed; each term moved then
      *                 has its GPA recomputed from the survivor's
      *                 combined graded credits (as gradchg.cob does)
      *                 and a fresh line appended, the latest line
      *                 winning as always, carrying the new
      *                 cumulative. SM-GPA is left to the next
      *                 posting.
      *   TUITION.DAT   the retiring ID's charges and payments added
      *                 into the survivor's ledger line (or the line
      *                 re-IDed where the survivor has none).
      *   TUITHIST.DAT  every history entry re-IDed.
      *   PAYPLAN.DAT   every installment re-IDed, numbered on after
      *                 the survivor's own installments. A merged
      *                 plan that would run past installment 99
      *                 refuses the merge before anything moves.
      *   AIDAWARD.DAT  every award re-IDed.
      *   STUDLINK.DAT  the retiring ID's bank links re-IDed, so a
      *                 payout of the merged credit still finds its
      *                 account. Where both IDs hold an active link
      *                 to the same account the retiring one is
      *                 cancelled (one active link per student); two
      *                 active links to DIFFERENT accounts refuse the
      *                 merge until one is cancelled through
      *                 linkmnt.cob.
      *   COLLACCT.DAT  a closed (settled or written-off) collection
      *                 account re-IDed where the survivor has none;
      *                 beside one of the survivor's it stays under
      *                 the retired ID as history. A demanded or
      *                 placed account on the retiring ID refuses the
      *                 merge -- the agency works it under that ID --
      *                 until collrcv.cob closes it.
      * The retiring student's master record is then archived to
      * DELARCH.DAT and deleted. Every record moved is journaled to
      * AUDITJRN.DAT as an "M" entry tagged with its file, before
      * image under the old ID and after image under the new; the
      * master delete is journaled "D" under STUDMAST, so studrbld.cob
      * replays it. Each merge is logged to MERGELOG.DAT with the
      * registrar who authorized it.
      *
      * Prompts: authorizing registrar's faculty ID (active on
      * FACMAST.DAT under the registrar role), surviving ID,
      * retiring ID, then Y to confirm once both records are shown.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY OF ENROLLMENT-RECORD
               FILE STATUS IS WS-ENRL-STATUS.

           SELECT GPA-HISTORY ASSIGN TO "GPAHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GPAHIST-STATUS.

           SELECT CHANGE-HISTORY ASSIGN TO "GCHGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GCHGHIST-STATUS.

           SELECT STANDING-HISTORY ASSIGN TO "STANDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDHIST-STATUS.

           SELECT DEGREE-FILE ASSIGN TO "DEGREES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEGREE-STATUS.

           SELECT TUITION-FILE ASSIGN TO "TUITION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUITION-STATUS.

           SELECT TUITHIST-FILE ASSIGN TO "TUITHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUITHIST-STATUS.

           SELECT PLAN-FILE ASSIGN TO "PAYPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT AWARD-FILE ASSIGN TO "AIDAWARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AWARD-STATUS.

           SELECT LINK-FILE ASSIGN TO "STUDLINK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.

           SELECT COLLECTION-FILE ASSIGN TO "COLLACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLL-STATUS.

           SELECT FACMAST-FILE ASSIGN TO "FACMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACMAST-STATUS.

           SELECT AUDIT-JOURNAL ASSIGN TO "AUDITJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJRN-STATUS.

           SELECT DELETE-ARCHIVE ASSIGN TO "DELARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELARCH-STATUS.

           SELECT MERGE-LOG ASSIGN TO "MERGELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRGLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       COPY STUDREC.

       FD  ENROLLMENT-MASTER.
       COPY ENRLREC.

       FD  GPA-HISTORY.
       01 GPA-HISTORY-RECORD.
          05 GH-ID               PIC X(05).
          05 FILLER              PIC X(01).
          05 GH-TERM             PIC X(05).
          05 FILLER              PIC X(01).
          05 GH-TERM-GPA         PIC 9V99.
          05 FILLER              PIC X(01).
          05 GH-CUM-GPA          PIC 9V99.

       FD  CHANGE-HISTORY.
       COPY GCHGREC.

       FD  STANDING-HISTORY.
       COPY STANDREC.

       FD  DEGREE-FILE.
       COPY DEGREC.

       FD  TUITION-FILE.
       COPY TUITREC.

       FD  TUITHIST-FILE.
       COPY TUITHREC.

       FD  PLAN-FILE.
       COPY PLANREC.

       FD  AWARD-FILE.
       COPY AIDREC.

       FD  LINK-FILE.
       COPY STUDLINK.

       FD  COLLECTION-FILE.
       COPY COLLREC.

       FD  FACMAST-FILE.
       COPY FACREC.

      *> the student run's journal layout, field for field.
       FD  AUDIT-JOURNAL.
       01 AUDIT-JOURNAL-RECORD.
          05 AJ-SEQ              PIC 9(08).
          05 FILLER              PIC X(01).
          05 AJ-RUN-DATE         PIC 9(08).
          05 FILLER              PIC X(01).
          05 AJ-TXN-CODE         PIC X(01).
          05 FILLER              PIC X(01).
          05 AJ-BEFORE-IMAGE     PIC X(80).
          05 FILLER              PIC X(01).
          05 AJ-AFTER-IMAGE      PIC X(80).
          05 FILLER              PIC X(01).
          05 AJ-FILE             PIC X(08).

       FD  DELETE-ARCHIVE.
       01 DELETE-ARCHIVE-RECORD.
          05 DA-RUN-DATE         PIC 9(08).
          05 FILLER              PIC X(01).
          05 DA-IMAGE            PIC X(80).

       FD  MERGE-LOG.
       01 MERGE-LOG-RECORD.
          05 ML-KEEP-ID          PIC X(05).
          05 FILLER              PIC X(01).
          05 ML-DROP-ID          PIC X(05).
          05 FILLER              PIC X(01).
          05 ML-RUN-DATE         PIC 9(08).
          05 FILLER              PIC X(01).
          05 ML-AUTH-ID          PIC X(06).
          05 FILLER              PIC X(01).
          05 ML-MOVED-COUNT      PIC 9(06).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS         PIC XX.
       01 WS-ENRL-STATUS           PIC XX.
       01 WS-GPAHIST-STATUS        PIC XX.
       01 WS-GCHGHIST-STATUS       PIC XX.
       01 WS-STANDHIST-STATUS      PIC XX.
       01 WS-DEGREE-STATUS         PIC XX.
       01 WS-TUITION-STATUS        PIC XX.
       01 WS-TUITHIST-STATUS       PIC XX.
       01 WS-PLAN-STATUS           PIC XX.
       01 WS-AWARD-STATUS          PIC XX.
       01 WS-LINK-STATUS           PIC XX.
       01 WS-COLL-STATUS           PIC XX.
       01 WS-FACMAST-STATUS        PIC XX.
       01 WS-AJRN-STATUS           PIC XX.
       01 WS-DELARCH-STATUS        PIC XX.
       01 WS-MRGLOG-STATUS         PIC XX.

       01 WS-FLAGS.
          05 WS-ENRL-SCAN-EOF-FLAG  PIC X VALUE "N".
             88 ENRL-SCAN-EOF            VALUE "Y".
          05 WS-LINE-EOF-FLAG       PIC X VALUE "N".
             88 LINE-EOF                 VALUE "Y".
          05 WS-FACMAST-EOF-FLAG    PIC X VALUE "N".
             88 FACMAST-EOF              VALUE "Y".
          05 WS-REGISTRAR-FLAG      PIC X VALUE "N".
             88 WS-REGISTRAR-OK          VALUE "Y".
          05 WS-GPA-FOUND-FLAG      PIC X VALUE "N".
             88 WS-GPA-FOUND             VALUE "Y".
          05 WS-MT-FOUND-FLAG       PIC X VALUE "N".
             88 WS-MT-FOUND              VALUE "Y".
          05 WS-GRADE-IN-GPA-FLAG   PIC X VALUE "N".
             88 WS-GRADE-IN-GPA          VALUE "Y".
          05 WS-KEEP-LINK-FLAG      PIC X VALUE "N".
             88 WS-KEEP-LINKED           VALUE "Y".
          05 WS-DROP-LINK-FLAG      PIC X VALUE "N".
             88 WS-DROP-LINKED           VALUE "Y".
          05 WS-KEEP-COLL-FLAG      PIC X VALUE "N".
             88 WS-KEEP-IN-COLLECTION    VALUE "Y".
          05 WS-DROP-COLL-FLAG      PIC X VALUE "N".
             88 WS-DROP-COLLECTION-OPEN  VALUE "Y".

      *> the active bank link on each side, for the clash check.
       01 WS-KEEP-LINK.
          05 WS-KEEP-LINK-HOLDERID  PIC 9(10).
          05 WS-KEEP-LINK-TYPE      PIC X(01).
       01 WS-DROP-LINK.
          05 WS-DROP-LINK-HOLDERID  PIC 9(10).
          05 WS-DROP-LINK-TYPE      PIC X(01).

       01 WS-ENTRY-FIELDS.
          05 WS-ENTRY-AUTH-ID      PIC X(06).
          05 WS-KEEP-ID            PIC X(05).
          05 WS-DROP-ID            PIC X(05).
          05 WS-CONFIRM            PIC X(01).
             88 WS-CONFIRMED           VALUE "Y" "y".

       01 WS-RUN-DATE              PIC 9(08).
       01 WS-AUDIT-SEQ             PIC 9(08) VALUE ZERO.
       01 WS-DROP-IMAGE            PIC X(80).
       01 WS-LINE-IMAGE            PIC X(80).

      *> the retiring student's enrollments, taken off the master
      *> before anything moves so the clash check sees them all.
       01 WS-EM-TABLE.
          05 WS-EM-COUNT           PIC 9(03) VALUE ZERO.
          05 WS-EM-ENTRY OCCURS 200 TIMES
                          INDEXED BY WS-EM-IDX.
             10 WS-EM-IMAGE           PIC X(80).

       01 WS-CLASH-COUNT           PIC 9(03) VALUE ZERO.

      *> the terms whose GPA the merge owes a recomputation: every
      *> term the retiring ID had an enrollment or GPA line in.
       01 WS-MT-TABLE.
          05 WS-MT-COUNT           PIC 9(02) VALUE ZERO.
          05 WS-MT-ENTRY OCCURS 50 TIMES
                          INDEXED BY WS-MT-IDX.
             10 WS-MT-TERM            PIC X(05).
             10 WS-MT-POSTED          PIC X(01).

       01 WS-MT-SEARCH-TERM        PIC X(05).

      *> each line-sequential file in turn, held in storage while
      *> the retiring ID's lines are re-IDed, then written back out
      *> whole -- the rewrite pattern linkmnt.cob and aidmnt.cob use.
       01 WS-LN-TABLE.
          05 WS-LN-COUNT           PIC 9(05) VALUE ZERO.
          05 WS-LN-ENTRY OCCURS 20000 TIMES
                          INDEXED BY WS-LN-IDX.
             10 WS-LN-IMAGE           PIC X(80).
             10 WS-LN-DROPPED         PIC X(01).

      *> one GPA per student per term, primed from GPAHIST.DAT (IDs
      *> already remapped) the way gradchg.cob primes its table.
       01 WS-GPA-TABLE.
          05 WS-GPA-COUNT          PIC 9(04) VALUE ZERO.
          05 WS-GPA-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-GPA-IDX.
             10 WS-GPA-ID              PIC X(05).
             10 WS-GPA-TERM            PIC X(05).
             10 WS-GPA-GPA             PIC 9V99.

       01 WS-GPA-SEARCH-ID         PIC X(05).
       01 WS-GPA-SEARCH-TERM       PIC X(05).
       01 WS-CUM-GPA               PIC 9V99.
       01 WS-CUM-SUM               PIC 9(5)V99.
       01 WS-CUM-TERMS             PIC 9(04).

       01 WS-GRADE-CHECK           PIC X(02).
       01 WS-GRADE-POINTS          PIC 9V99.
       01 WS-TERM-POINTS           PIC 9(5)V99.
       01 WS-TERM-CREDITS          PIC 9(04).
       01 WS-TERM-GPA              PIC 9V99.

       01 WS-TUIT-KEEP-SUB         PIC 9(05).
       01 WS-TUIT-DROP-DUE         PIC 9(6)V99.
       01 WS-TUIT-DROP-PAID        PIC 9(6)V99.
       01 WS-KEEP-MAX-SEQ          PIC 9(02).
       01 WS-DROP-MAX-SEQ          PIC 9(02) VALUE ZERO.

       01 WS-COUNTERS.
          05 WS-ENRL-MOVED         PIC 9(06) VALUE ZERO.
          05 WS-GCHG-MOVED         PIC 9(06) VALUE ZERO.
          05 WS-STAND-MOVED        PIC 9(06) VALUE ZERO.
          05 WS-DEGREE-MOVED       PIC 9(06) VALUE ZERO.
          05 WS-GPAHIST-MOVED      PIC 9(06) VALUE ZERO.
          05 WS-GPA-RECOMPUTED     PIC 9(06) VALUE ZERO.
          05 WS-TUITION-MOVED      PIC 9(06) VALUE ZERO.
          05 WS-TUITHIST-MOVED     PIC 9(06) VALUE ZERO.
          05 WS-PLAN-MOVED         PIC 9(06) VALUE ZERO.
          05 WS-AWARD-MOVED        PIC 9(06) VALUE ZERO.
          05 WS-LINK-MOVED         PIC 9(06) VALUE ZERO.
          05 WS-COLL-MOVED         PIC 9(06) VALUE ZERO.
          05 WS-TOTAL-MOVED        PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "STUDENT RECORD MERGE"
           DISPLAY "Authorizing registrar faculty ID: "
                   WITH NO ADVANCING
           ACCEPT WS-ENTRY-AUTH-ID
           PERFORM 0100-VERIFY-REGISTRAR

           DISPLAY "Surviving student ID: " WITH NO ADVANCING
           ACCEPT WS-KEEP-ID
           DISPLAY "Retiring student ID:  " WITH NO ADVANCING
           ACCEPT WS-DROP-ID
           IF WS-KEEP-ID = SPACES OR WS-DROP-ID = SPACES
              OR WS-KEEP-ID = WS-DROP-ID
              DISPLAY "Two different student IDs are needed; "
                      "nothing done."
              STOP RUN
           END-IF

           PERFORM 0200-VERIFY-STUDENTS
           PERFORM 0300-CHECK-ENROLLMENTS

           IF WS-CLASH-COUNT > ZERO
              DISPLAY "Merge refused: " WS-CLASH-COUNT
                      " course(s) held under both IDs. Drop one "
                      "enrollment of each through enroll.cob first."
              CLOSE STUDENT-MASTER ENROLLMENT-MASTER
              STOP RUN
           END-IF

           PERFORM 0320-CHECK-BANK-LINKS
           IF WS-KEEP-LINKED AND WS-DROP-LINKED
              AND WS-KEEP-LINK NOT = WS-DROP-LINK
              DISPLAY "Merge refused: the two IDs are linked to "
                      "different bank accounts. Cancel one link "
                      "through linkmnt.cob first."
              CLOSE STUDENT-MASTER ENROLLMENT-MASTER
              STOP RUN
           END-IF

           PERFORM 0340-CHECK-COLLECTIONS
           IF WS-DROP-COLLECTION-OPEN
              DISPLAY "Merge refused: " WS-DROP-ID " has a collection "
                      "account open (demanded or placed with the "
                      "agency). Merge once collrcv.cob closes it."
              CLOSE STUDENT-MASTER ENROLLMENT-MASTER
              STOP RUN
           END-IF

           PERFORM 0360-CHECK-PAYMENT-PLANS
           IF WS-KEEP-MAX-SEQ + WS-DROP-MAX-SEQ > 99
              DISPLAY "Merge refused: the merged payment plan would "
                      "run past installment 99. Settle or rework "
                      "one plan first."
              CLOSE STUDENT-MASTER ENROLLMENT-MASTER
              STOP RUN
           END-IF

           DISPLAY "Enrollments to move: " WS-EM-COUNT
           DISPLAY "Merge " WS-DROP-ID " into " WS-KEEP-ID
                   "? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF NOT WS-CONFIRMED
              DISPLAY "Merge cancelled; nothing changed."
              CLOSE STUDENT-MASTER ENROLLMENT-MASTER
              STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 0400-OPEN-JOURNALS
           PERFORM 0500-MOVE-ENROLLMENTS
           PERFORM 0520-MOVE-GRADE-CHANGES
           PERFORM 0530-MOVE-STANDING-HISTORY
           PERFORM 0540-MOVE-DEGREES
           PERFORM 0550-MOVE-GPA-HISTORY
           PERFORM 0600-MOVE-TUITION
           PERFORM 0650-MOVE-TUITION-HISTORY
           PERFORM 0700-MOVE-PAYMENT-PLAN
           PERFORM 0750-MOVE-AID-AWARDS
           PERFORM 0780-MOVE-BANK-LINKS
           PERFORM 0790-MOVE-COLLECTIONS
           PERFORM 0800-RETIRE-STUDENT
           PERFORM 0850-WRITE-MERGE-LOG
           PERFORM 0900-FINALIZE
           STOP RUN.

      *> a merge rewrites a student's whole record across the
      *> system, so it takes the same authority a grade change does:
      *> an active registrar on the faculty master.
       0100-VERIFY-REGISTRAR.
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
              IF FAC-ID = WS-ENTRY-AUTH-ID
                 AND FAC-IS-ACTIVE AND FAC-IS-REGISTRAR
                 SET WS-REGISTRAR-OK TO TRUE
              END-IF
              READ FACMAST-FILE
                  AT END SET FACMAST-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE FACMAST-FILE

           IF NOT WS-REGISTRAR-OK
              DISPLAY "Not an active registrar on the faculty "
                      "master; nothing done."
              STOP RUN
           END-IF.

       0200-VERIFY-STUDENTS.
           OPEN I-O STUDENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open student master, status "
                      WS-MASTER-STATUS
              STOP RUN
           END-IF

           MOVE WS-KEEP-ID TO SM-ID
           READ STUDENT-MASTER
               INVALID KEY
                  DISPLAY "Surviving student not on master; "
                          "nothing done."
                  CLOSE STUDENT-MASTER
                  STOP RUN
           END-READ
           DISPLAY "SURVIVING: " SM-ID " " SM-NAME " " SM-EMAIL
           DISPLAY "           " SM-PROGRAM " " SM-CAMPUS " "
                   SM-STATUS

           MOVE WS-DROP-ID TO SM-ID
           READ STUDENT-MASTER
               INVALID KEY
                  DISPLAY "Retiring student not on master; "
                          "nothing done."
                  CLOSE STUDENT-MASTER
                  STOP RUN
           END-READ
           DISPLAY "RETIRING:  " SM-ID " " SM-NAME " " SM-EMAIL
           DISPLAY "           " SM-PROGRAM " " SM-CAMPUS " "
                   SM-STATUS
           MOVE STUDENT-MASTER-RECORD TO WS-DROP-IMAGE.

      *> takes the retiring ID's enrollments off the master into
      *> storage and counts any course the survivor already holds.
       0300-CHECK-ENROLLMENTS.
           OPEN I-O ENROLLMENT-MASTER
           IF WS-ENRL-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open enrollment master, "
                      "status " WS-ENRL-STATUS
              CLOSE STUDENT-MASTER
              STOP RUN
           END-IF

           MOVE "N" TO WS-ENRL-SCAN-EOF-FLAG
           MOVE WS-DROP-ID TO EN-ID
           MOVE LOW-VALUES TO EN-COURSE
           START ENROLLMENT-MASTER KEY NOT < EN-KEY
               INVALID KEY SET ENRL-SCAN-EOF TO TRUE
           END-START
           IF NOT ENRL-SCAN-EOF
              READ ENROLLMENT-MASTER NEXT
                  AT END SET ENRL-SCAN-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL ENRL-SCAN-EOF
              IF EN-ID NOT = WS-DROP-ID
                 SET ENRL-SCAN-EOF TO TRUE
              ELSE
                 IF WS-EM-COUNT NOT < 200
                    DISPLAY "ERROR: Enrollment table full (200 "
                            "courses). Increase WS-EM-ENTRY OCCURS "
                            "and recompile."
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-EM-COUNT
                 SET WS-EM-IDX TO WS-EM-COUNT
                 MOVE ENROLLMENT-RECORD TO WS-EM-IMAGE (WS-EM-IDX)
                 READ ENROLLMENT-MASTER NEXT
                     AT END SET ENRL-SCAN-EOF TO TRUE
                 END-READ
              END-IF
           END-PERFORM

           SET WS-EM-IDX TO 1
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                    UNTIL WS-EM-IDX > WS-EM-COUNT
              MOVE WS-EM-IMAGE (WS-EM-IDX) TO ENROLLMENT-RECORD
              MOVE WS-KEEP-ID TO EN-ID
              READ ENROLLMENT-MASTER
                  INVALID KEY CONTINUE
              END-READ
              IF WS-ENRL-STATUS = "00"
                 ADD 1 TO WS-CLASH-COUNT
                 DISPLAY "  Course " EN-COURSE " term " EN-TERM
                         " is on both IDs."
              END-IF
           END-PERFORM.

      *> no link file yet means neither ID is linked.
       0320-CHECK-BANK-LINKS.
           MOVE "N" TO WS-LINE-EOF-FLAG
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS NOT = "35"
              PERFORM 0330-SCAN-BANK-LINKS
           END-IF.

       0330-SCAN-BANK-LINKS.
           IF WS-LINK-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open bank link file, status "
                      WS-LINK-STATUS
              STOP RUN
           END-IF
           READ LINK-FILE
               AT END SET LINE-EOF TO TRUE
           END-READ
           PERFORM UNTIL LINE-EOF
              IF SL-IS-ACTIVE AND SL-ID = WS-KEEP-ID
                 SET WS-KEEP-LINKED TO TRUE
                 MOVE SL-HOLDERID TO WS-KEEP-LINK-HOLDERID
                 MOVE SL-ACCOUNT-TYPE TO WS-KEEP-LINK-TYPE
              END-IF
              IF SL-IS-ACTIVE AND SL-ID = WS-DROP-ID
                 SET WS-DROP-LINKED TO TRUE
                 MOVE SL-HOLDERID TO WS-DROP-LINK-HOLDERID
                 MOVE SL-ACCOUNT-TYPE TO WS-DROP-LINK-TYPE
              END-IF
              READ LINK-FILE
                  AT END SET LINE-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE LINK-FILE.

      *> no collection file yet means nobody is being pursued.
       0340-CHECK-COLLECTIONS.
           MOVE "N" TO WS-LINE-EOF-FLAG
           OPEN INPUT COLLECTION-FILE
           IF WS-COLL-STATUS NOT = "35"
              PERFORM 0350-SCAN-COLLECTIONS
           END-IF.

       0350-SCAN-COLLECTIONS.
           IF WS-COLL-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open collection accounts, "
                      "status " WS-COLL-STATUS
              STOP RUN
           END-IF
           READ COLLECTION-FILE
               AT END SET LINE-EOF TO TRUE
           END-READ
           PERFORM UNTIL LINE-EOF
              IF CL-ID = WS-KEEP-ID
                 SET WS-KEEP-IN-COLLECTION TO TRUE
              END-IF
              IF CL-ID = WS-DROP-ID AND CL-IS-OPEN
                 SET WS-DROP-COLLECTION-OPEN TO TRUE
              END-IF
              READ COLLECTION-FILE
                  AT END SET LINE-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE COLLECTION-FILE.

      *> the retiring ID's installments are numbered on after the
      *> survivor's, so the merge is refused here if that would run
      *> past 99 -- nothing has moved yet.
       0360-CHECK-PAYMENT-PLANS.
           MOVE ZERO TO WS-KEEP-MAX-SEQ
           MOVE ZERO TO WS-DROP-MAX-SEQ
           MOVE "N" TO WS-LINE-EOF-FLAG
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-STATUS NOT = "35"
              PERFORM 0370-SCAN-PAYMENT-PLANS
           END-IF.

       0370-SCAN-PAYMENT-PLANS.
           IF WS-PLAN-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open plan file, status "
                      WS-PLAN-STATUS
              STOP RUN
           END-IF
           READ PLAN-FILE
               AT END SET LINE-EOF TO TRUE
           END-READ
           PERFORM UNTIL LINE-EOF
              IF PL-ID = WS-KEEP-ID AND PL-SEQ > WS-KEEP-MAX-SEQ
                 MOVE PL-SEQ TO WS-KEEP-MAX-SEQ
              END-IF
              IF PL-ID = WS-DROP-ID AND PL-SEQ > WS-DROP-MAX-SEQ
                 MOVE PL-SEQ TO WS-DROP-MAX-SEQ
              END-IF
              READ PLAN-FILE
                  AT END SET LINE-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE PLAN-FILE.

       0400-OPEN-JOURNALS.
           OPEN EXTEND AUDIT-JOURNAL
           IF WS-AJRN-STATUS = "35"
              OPEN OUTPUT AUDIT-JOURNAL
           END-IF
           IF WS-AJRN-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open audit journal, status "
                      WS-AJRN-STATUS
              STOP RUN
           END-IF

           OPEN EXTEND DELETE-ARCHIVE
           IF WS-DELARCH-STATUS = "35"
              OPEN OUTPUT DELETE-ARCHIVE
           END-IF
           IF WS-DELARCH-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open delete archive, status "
                      WS-DELARCH-STATUS
              STOP RUN
           END-IF.

       0500-MOVE-ENROLLMENTS.
           SET WS-EM-IDX TO 1
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                    UNTIL WS-EM-IDX > WS-EM-COUNT
              MOVE WS-EM-IMAGE (WS-EM-IDX) TO ENROLLMENT-RECORD
              DELETE ENROLLMENT-MASTER RECORD
              IF WS-ENRL-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to delete enrollment, "
                         "status " WS-ENRL-STATUS
                 STOP RUN
              END-IF
              MOVE WS-KEEP-ID TO EN-ID
              WRITE ENROLLMENT-RECORD
              IF WS-ENRL-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to write enrollment, "
                         "status " WS-ENRL-STATUS
                 STOP RUN
              END-IF
              MOVE "ENRLMAST" TO AJ-FILE
              MOVE WS-EM-IMAGE (WS-EM-IDX) TO AJ-BEFORE-IMAGE
              MOVE ENROLLMENT-RECORD TO AJ-AFTER-IMAGE
              PERFORM 0950-WRITE-MOVE-JOURNAL
              ADD 1 TO WS-ENRL-MOVED
              MOVE EN-TERM TO WS-MT-SEARCH-TERM
              PERFORM 0580-NOTE-MERGED-TERM
           END-PERFORM.

      *> the change history follows the enrollments it annotates, so
      *> the transcript still marks a revised or lapsed grade.
       0520-MOVE-GRADE-CHANGES.
           MOVE ZERO TO WS-LN-COUNT
           MOVE "N" TO WS-LINE-EOF-FLAG
           OPEN INPUT CHANGE-HISTORY
           IF WS-GCHGHIST-STATUS NOT = "35"
              PERFORM 0525-MERGE-CHANGE-LINES
           END-IF.

       0525-MERGE-CHANGE-LINES.
           IF WS-GCHGHIST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open change history, status "
                      WS-GCHGHIST-STATUS
              STOP RUN
           END-IF
           READ CHANGE-HISTORY
               AT END SET LINE-EOF TO TRUE
           END-READ
           PERFORM UNTIL LINE-EOF
              IF GC-ID = WS-DROP-ID
                 MOVE GRADE-CHANGE-RECORD TO AJ-BEFORE-IMAGE
                 MOVE WS-KEEP-ID TO GC-ID
                 MOVE "GCHGHIST" TO AJ-FILE
                 MOVE GRADE-CHANGE-RECORD TO AJ-AFTER-IMAGE
                 PERFORM 0950-WRITE-MOVE-JOURNAL
                 ADD 1 TO WS-GCHG-MOVED
              END-IF
              MOVE GRADE-CHANGE-RECORD TO WS-LINE-IMAGE
              PERFORM 0960-STORE-LINE
              READ CHANGE-HISTORY
                  AT END SET LINE-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE CHANGE-HISTORY

           IF WS-GCHG-MOVED > ZERO
              OPEN OUTPUT CHANGE-HISTORY
              IF WS-GCHGHIST-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to rewrite change history, "
                         "status " WS-GCHGHIST-STATUS
                 STOP RUN
              END-IF
              SET WS-LN-IDX TO 1
              PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                       UNTIL WS-LN-IDX > WS-LN-COUNT
                 MOVE WS-LN-IMAGE (WS-LN-IDX) TO GRADE-CHANGE-RECORD
                 WRITE GRADE-CHANGE-RECORD
              END-PERFORM
              CLOSE CHANGE-HISTORY
           END-IF.

      *> the standing lines move in place, so the survivor's next
      *> assessment picks up the consecutive probation count.
       0530-MOVE-STANDING-HISTORY.
           MOVE ZERO TO WS-LN-COUNT
           MOVE "N" TO WS-LINE-EOF-FLAG
           OPEN INPUT STANDING-HISTORY
           IF WS-STANDHIST-STATUS NOT = "35"
              PERFORM 0535-MERGE-STANDING-LINES
           END-IF.

       0535-MERGE-STANDING-LINES.
           IF WS-STANDHIST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open standing history, status "
                      WS-STANDHIST-STATUS
              STOP RUN
           END-IF
           READ STANDING-HISTORY
               AT END SET LINE-EOF TO TRUE
           END-READ
           PERFORM UNTIL LINE-EOF
              IF AS-ID = WS-DROP-ID
                 MOVE STANDING-RECORD TO AJ-BEFORE-IMAGE
                 MOVE WS-KEEP-ID TO AS-ID
                 MOVE "STANDHST" TO AJ-FILE
                 MOVE STANDING-RECORD TO AJ-AFTER-IMAGE
                 PERFORM 0950-WRITE-MOVE-JOURNAL
                 ADD 1 TO WS-STAND-MOVED
              END-IF
              MOVE STANDING-RECORD TO WS-LINE-IMAGE
              PERFORM 0960-STORE-LINE
              READ STANDING-HISTORY
                  AT END SET LINE-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE STANDING-HISTORY

           IF WS-STAND-MOVED > ZERO
              OPEN OUTPUT STANDING-HISTORY
              IF WS-STANDHIST-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to rewrite standing history, "
                         "status " WS-STANDHIST-STATUS
                 STOP RUN
              END-IF
              SET WS-LN-IDX TO 1
              PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                       UNTIL WS-LN-IDX > WS-LN-COUNT
                 MOVE WS-LN-IMAGE (WS-LN-IDX) TO STANDING-RECORD
                 WRITE STANDING-RECORD
              END-PERFORM
              CLOSE STANDING-HISTORY
           END-IF.

      *> a degree conferred under the retiring ID is the survivor's:
      *> it prints on their transcript and is never conferred again.
       0540-MOVE-DEGREES.
           MOVE ZERO TO WS-LN-COUNT
           MOVE "N" TO WS-LINE-EOF-FLAG
           OPEN INPUT DEGREE-FILE
           IF WS-DEGREE-STATUS NOT = "35"
              PERFORM 0545-MERGE-DEGREE-LINES
           END-IF.

       0545-MERGE-DEGREE-LINES.
           IF WS-DEGREE-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open degree file, status "
                      WS-DEGREE-STATUS
              STOP RUN
           END-IF
           READ DEGREE-FILE
               AT END SET LINE-EOF TO TRUE
           END-READ
           PERFORM UNTIL LINE-EOF
              IF DG-ID = WS-DROP-ID
                 MOVE DEGREE-RECORD TO AJ-BEFORE-IMAGE
                 MOVE WS-KEEP-ID TO DG-ID
                 MOVE "DEGREES" TO AJ-FILE
                 MOVE DEGREE-RECORD TO AJ-AFTER-IMAGE
                 PERFORM 0950-WRITE-MOVE-JOURNAL
                 ADD 1 TO WS-DEGREE-MOVED
              END-IF
              MOVE DEGREE-RECORD TO WS-LINE-IMAGE
              PERFORM 0960-STORE-LINE
              READ DEGREE-FILE
                  AT END SET LINE-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE DEGREE-FILE

           IF WS-DEGREE-MOVED > ZERO
              OPEN OUTPUT DEGREE-FILE
              IF WS-DEGREE-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to rewrite degree file, "
                         "status " WS-DEGREE-STATUS
                 STOP RUN
              END-IF
              SET WS-LN-IDX TO 1
              PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                       UNTIL WS-LN-IDX > WS-LN-COUNT
                 MOVE WS-LN-IMAGE (WS-LN-IDX) TO DEGREE-RECORD
                 WRITE DEGREE-RECORD
              END-PERFORM
              CLOSE DEGREE-FILE
           END-IF.

      *> the retiring ID's term lines are re-IDed on the way in; once
      *> the file is written back, each merged term's GPA is
      *> recomputed over the survivor's combined enrollments and the
      *> result appended with the cumulative it now gives.
       0550-MOVE-GPA-HISTORY.
           MOVE ZERO TO WS-LN-COUNT
           MOVE "N" TO WS-LINE-EOF-FLAG
           OPEN INPUT GPA-HISTORY
           IF WS-GPAHIST-STATUS = "35"
              SET LINE-EOF TO TRUE
           ELSE
              IF WS-GPAHIST-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open GPA history, status "
                         WS-GPAHIST-STATUS
                 STOP RUN
              END-IF
              READ GPA-HISTORY
                  AT END SET LINE-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL LINE-EOF
              IF GH-ID = WS-DROP-ID
                 MOVE GPA-HISTORY-RECORD TO AJ-BEFORE-IMAGE
                 MOVE WS-KEEP-ID TO GH-ID
                 MOVE "GPAHIST" TO AJ-FILE
                 MOVE GPA-HISTORY-RECORD TO AJ-AFTER-IMAGE
                 PERFORM 0950-WRITE-MOVE-JOURNAL
                 ADD 1 TO WS-GPAHIST-MOVED
                 MOVE GH-TERM TO WS-MT-SEARCH-TERM
                 PERFORM 0580-NOTE-MERGED-TERM
              END-IF
              MOVE GPA-HISTORY-RECORD TO WS-LINE-IMAGE
              PERFORM 0960-STORE-LINE
              MOVE GH-ID TO WS-GPA-SEARCH-ID
              MOVE GH-TERM TO WS-GPA-SEARCH-TERM
              PERFORM 6400-FIND-OR-ADD-GPA-ENTRY
              MOVE GH-TERM-GPA TO WS-GPA-GPA (WS-GPA-IDX)
              READ GPA-HISTORY
                  AT END SET LINE-EOF TO TRUE
              END-READ
           END-PERFORM
           IF WS-GPAHIST-STATUS NOT = "35"
              CLOSE GPA-HISTORY
           END-IF

           IF WS-LN-COUNT > ZERO OR WS-MT-COUNT > ZERO
              OPEN OUTPUT GPA-HISTORY
              IF WS-GPAHIST-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to rewrite GPA history, "
                         "status " WS-GPAHIST-STATUS
                 STOP RUN
              END-IF
              SET WS-LN-IDX TO 1
              PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                       UNTIL WS-LN-IDX > WS-LN-COUNT
                 MOVE WS-LN-IMAGE (WS-LN-IDX) TO GPA-HISTORY-RECORD
                 WRITE GPA-HISTORY-RECORD
              END-PERFORM

              SET WS-MT-IDX TO 1
              PERFORM 0560-RECOMPUTE-TERM-GPA
                 VARYING WS-MT-IDX FROM 1 BY 1
                 UNTIL WS-MT-IDX > WS-MT-COUNT
              PERFORM 0570-COMPUTE-CUMULATIVE

              SET WS-MT-IDX TO 1
              PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                       UNTIL WS-MT-IDX > WS-MT-COUNT
                 IF WS-MT-POSTED (WS-MT-IDX) = "Y"
                    MOVE WS-KEEP-ID TO WS-GPA-SEARCH-ID
                    MOVE WS-MT-TERM (WS-MT-IDX) TO WS-GPA-SEARCH-TERM
                    PERFORM 6400-FIND-OR-ADD-GPA-ENTRY
                    MOVE SPACES TO GPA-HISTORY-RECORD
                    MOVE WS-KEEP-ID TO GH-ID
                    MOVE WS-MT-TERM (WS-MT-IDX) TO GH-TERM
                    MOVE WS-GPA-GPA (WS-GPA-IDX) TO GH-TERM-GPA
                    MOVE WS-CUM-GPA TO GH-CUM-GPA
                    WRITE GPA-HISTORY-RECORD
                    ADD 1 TO WS-GPA-RECOMPUTED
                 END-IF
              END-PERFORM
              CLOSE GPA-HISTORY
           END-IF.

      *> the term GPA comes from the graded credits themselves, as
      *> in gradepost.cob: grade points weighted by credit hours over
      *> the credits graded in the term, incompletes aside. A term
      *> with nothing graded keeps the GPA line it was carried in on.
       0560-RECOMPUTE-TERM-GPA.
           MOVE ZERO TO WS-TERM-POINTS
           MOVE ZERO TO WS-TERM-CREDITS
           MOVE "N" TO WS-MT-POSTED (WS-MT-IDX)
           MOVE "N" TO WS-ENRL-SCAN-EOF-FLAG

           MOVE WS-KEEP-ID TO EN-ID
           MOVE LOW-VALUES TO EN-COURSE
           START ENROLLMENT-MASTER KEY NOT < EN-KEY
               INVALID KEY SET ENRL-SCAN-EOF TO TRUE
           END-START
           IF NOT ENRL-SCAN-EOF
              READ ENROLLMENT-MASTER NEXT
                  AT END SET ENRL-SCAN-EOF TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL ENRL-SCAN-EOF
              IF EN-ID NOT = WS-KEEP-ID
                 SET ENRL-SCAN-EOF TO TRUE
              ELSE
                 IF EN-TERM = WS-MT-TERM (WS-MT-IDX)
                    AND EN-GRADE NOT = SPACES
                    MOVE EN-GRADE TO WS-GRADE-CHECK
                    PERFORM 0590-GRADE-TO-POINTS
                    IF WS-GRADE-IN-GPA
                       COMPUTE WS-TERM-POINTS =
                          WS-TERM-POINTS
                          + WS-GRADE-POINTS * EN-CREDITS
                       ADD EN-CREDITS TO WS-TERM-CREDITS
                    END-IF
                 END-IF
                 READ ENROLLMENT-MASTER NEXT
                     AT END SET ENRL-SCAN-EOF TO TRUE
                 END-READ
              END-IF
           END-PERFORM

           IF WS-TERM-CREDITS > ZERO
              COMPUTE WS-TERM-GPA ROUNDED =
                 WS-TERM-POINTS / WS-TERM-CREDITS
              MOVE WS-KEEP-ID TO WS-GPA-SEARCH-ID
              MOVE WS-MT-TERM (WS-MT-IDX) TO WS-GPA-SEARCH-TERM
              PERFORM 6400-FIND-OR-ADD-GPA-ENTRY
              MOVE WS-TERM-GPA TO WS-GPA-GPA (WS-GPA-IDX)
              MOVE "Y" TO WS-MT-POSTED (WS-MT-IDX)
           END-IF.

       0570-COMPUTE-CUMULATIVE.
           MOVE ZERO TO WS-CUM-SUM
           MOVE ZERO TO WS-CUM-TERMS
           MOVE ZERO TO WS-CUM-GPA
           SET WS-GPA-IDX TO 1
           PERFORM VARYING WS-GPA-IDX FROM 1 BY 1
                    UNTIL WS-GPA-IDX > WS-GPA-COUNT
              IF WS-GPA-ID (WS-GPA-IDX) = WS-KEEP-ID
                 ADD 1 TO WS-CUM-TERMS
                 ADD WS-GPA-GPA (WS-GPA-IDX) TO WS-CUM-SUM
              END-IF
           END-PERFORM
           IF WS-CUM-TERMS > ZERO
              COMPUTE WS-CUM-GPA ROUNDED =
                 WS-CUM-SUM / WS-CUM-TERMS
           END-IF.

       0580-NOTE-MERGED-TERM.
           MOVE "N" TO WS-MT-FOUND-FLAG
           SET WS-MT-IDX TO 1
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                    UNTIL WS-MT-IDX > WS-MT-COUNT
              IF WS-MT-TERM (WS-MT-IDX) = WS-MT-SEARCH-TERM
                 SET WS-MT-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF NOT WS-MT-FOUND
              IF WS-MT-COUNT NOT < 50
                 DISPLAY "ERROR: Merged-term table full (50 terms). "
                         "Increase WS-MT-ENTRY OCCURS and recompile."
                 STOP RUN
              END-IF
              ADD 1 TO WS-MT-COUNT
              SET WS-MT-IDX TO WS-MT-COUNT
              MOVE WS-MT-SEARCH-TERM TO WS-MT-TERM (WS-MT-IDX)
              MOVE "N" TO WS-MT-POSTED (WS-MT-IDX)
           END-IF.

      *> the grading scale, letter to points -- the same scale
      *> gradepost.cob posts on, I (incomplete) out of the GPA.
       0590-GRADE-TO-POINTS.
           MOVE "Y" TO WS-GRADE-IN-GPA-FLAG
           EVALUATE WS-GRADE-CHECK
              WHEN "A "  MOVE 4.00 TO WS-GRADE-POINTS
              WHEN "A-"  MOVE 3.70 TO WS-GRADE-POINTS
              WHEN "B+"  MOVE 3.30 TO WS-GRADE-POINTS
              WHEN "B "  MOVE 3.00 TO WS-GRADE-POINTS
              WHEN "B-"  MOVE 2.70 TO WS-GRADE-POINTS
              WHEN "C+"  MOVE 2.30 TO WS-GRADE-POINTS
              WHEN "C "  MOVE 2.00 TO WS-GRADE-POINTS
              WHEN "C-"  MOVE 1.70 TO WS-GRADE-POINTS
              WHEN "D "  MOVE 1.00 TO WS-GRADE-POINTS
              WHEN "F "  MOVE 0.00 TO WS-GRADE-POINTS
              WHEN OTHER
                 MOVE "N" TO WS-GRADE-IN-GPA-FLAG
                 MOVE ZERO TO WS-GRADE-POINTS
           END-EVALUATE.

      *> one ledger line per student: the retiring ID's charges and
      *> payments are added into the survivor's line, or the line is
      *> simply re-IDed where the survivor has none yet.
      *> none of the four files existing yet is nothing to move.
       0600-MOVE-TUITION.
           MOVE ZERO TO WS-LN-COUNT
           MOVE ZERO TO WS-TUIT-KEEP-SUB
           MOVE "N" TO WS-LINE-EOF-FLAG
           OPEN INPUT TUITION-FILE
           IF WS-TUITION-STATUS NOT = "35"
              PERFORM 0610-MERGE-TUITION-LINES
           END-IF.

       0610-MERGE-TUITION-LINES.
           IF WS-TUITION-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open tuition ledger, status "
                      WS-TUITION-STATUS
              STOP RUN
           END-IF
           READ TUITION-FILE
               AT END SET LINE-EOF TO TRUE
           END-READ
           PERFORM UNTIL LINE-EOF
              MOVE TUITION-RECORD TO WS-LINE-IMAGE
              PERFORM 0960-STORE-LINE
              IF TUIT-ID = WS-KEEP-ID
                 SET WS-TUIT-KEEP-SUB TO WS-LN-IDX
              END-IF
              READ TUITION-FILE
                  AT END SET LINE-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE TUITION-FILE

           SET WS-LN-IDX TO 1
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                    UNTIL WS-LN-IDX > WS-LN-COUNT
              MOVE WS-LN-IMAGE (WS-LN-IDX) TO TUITION-RECORD
              IF TUIT-ID = WS-DROP-ID
                 MOVE TUITION-RECORD TO AJ-BEFORE-IMAGE
                 IF WS-TUIT-KEEP-SUB = ZERO
                    MOVE WS-KEEP-ID TO TUIT-ID
                    MOVE TUITION-RECORD TO WS-LN-IMAGE (WS-LN-IDX)
                    SET WS-TUIT-KEEP-SUB TO WS-LN-IDX
                 ELSE
                    MOVE TUIT-AMOUNT-DUE TO WS-TUIT-DROP-DUE
                    MOVE TUIT-AMOUNT-PAID TO WS-TUIT-DROP-PAID
                    MOVE "Y" TO WS-LN-DROPPED (WS-LN-IDX)
                    MOVE WS-LN-IMAGE (WS-TUIT-KEEP-SUB)
                      TO TUITION-RECORD
                    ADD WS-TUIT-DROP-DUE TO TUIT-AMOUNT-DUE
                    ADD WS-TUIT-DROP-PAID TO TUIT-AMOUNT-PAID
                    MOVE TUITION-RECORD
                      TO WS-LN-IMAGE (WS-TUIT-KEEP-SUB)
                 END-IF
                 MOVE "TUITION" TO AJ-FILE
                 MOVE TUITION-RECORD TO AJ-AFTER-IMAGE
                 PERFORM 0950-WRITE-MOVE-JOURNAL
                 ADD 1 TO WS-TUITION-MOVED
              END-IF
           END-PERFORM

           OPEN OUTPUT TUITION-FILE
           IF WS-TUITION-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to rewrite tuition ledger, "
                      "status " WS-TUITION-STATUS
              STOP RUN
           END-IF
           SET WS-LN-IDX TO 1
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                    UNTIL WS-LN-IDX > WS-LN-COUNT
              IF WS-LN-DROPPED (WS-LN-IDX) NOT = "Y"
                 MOVE WS-LN-IMAGE (WS-LN-IDX) TO TUITION-RECORD
                 WRITE TUITION-RECORD
              END-IF
           END-PERFORM
           CLOSE TUITION-FILE.

       0650-MOVE-TUITION-HISTORY.
           MOVE ZERO TO WS-LN-COUNT
           MOVE "N" TO WS-LINE-EOF-FLAG
           OPEN INPUT TUITHIST-FILE
           IF WS-TUITHIST-STATUS NOT = "35"
              PERFORM 0660-MERGE-HISTORY-LINES
           END-IF.

       0660-MERGE-HISTORY-LINES.
           IF WS-TUITHIST-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open tuition history, status "
                      WS-TUITHIST-STATUS
              STOP RUN
           END-IF
           READ TUITHIST-FILE
               AT END SET LINE-EOF TO TRUE
           END-READ
           PERFORM UNTIL LINE-EOF
              IF TH-ID = WS-DROP-ID
                 MOVE TUITION-HISTORY-RECORD TO AJ-BEFORE-IMAGE
                 MOVE WS-KEEP-ID TO TH-ID
                 MOVE "TUITHIST" TO AJ-FILE
                 MOVE TUITION-HISTORY-RECORD TO AJ-AFTER-IMAGE
                 PERFORM 0950-WRITE-MOVE-JOURNAL
                 ADD 1 TO WS-TUITHIST-MOVED
              END-IF
              MOVE TUITION-HISTORY-RECORD TO WS-LINE-IMAGE
              PERFORM 0960-STORE-LINE
              READ TUITHIST-FILE
                  AT END SET LINE-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE TUITHIST-FILE

           IF WS-TUITHIST-MOVED > ZERO
              OPEN OUTPUT TUITHIST-FILE
              IF WS-TUITHIST-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to rewrite tuition history, "
                         "status " WS-TUITHIST-STATUS
                 STOP RUN
              END-IF
              SET WS-LN-IDX TO 1
              PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                       UNTIL WS-LN-IDX > WS-LN-COUNT
                 MOVE WS-LN-IMAGE (WS-LN-IDX)
                   TO TUITION-HISTORY-RECORD
                 WRITE TUITION-HISTORY-RECORD
              END-PERFORM
              CLOSE TUITHIST-FILE
           END-IF.

      *> the retiring ID's installments keep their order but are
      *> numbered on after the survivor's own, so PL-SEQ stays
      *> unique per student.
       0700-MOVE-PAYMENT-PLAN.
           MOVE ZERO TO WS-LN-COUNT
           MOVE ZERO TO WS-KEEP-MAX-SEQ
           MOVE "N" TO WS-LINE-EOF-FLAG
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-STATUS NOT = "35"
              PERFORM 0710-MERGE-PLAN-LINES
           END-IF.

       0710-MERGE-PLAN-LINES.
           IF WS-PLAN-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open plan file, status "
                      WS-PLAN-STATUS
              STOP RUN
           END-IF
           READ PLAN-FILE
               AT END SET LINE-EOF TO TRUE
           END-READ
           PERFORM UNTIL LINE-EOF
              IF PL-ID = WS-KEEP-ID AND PL-SEQ > WS-KEEP-MAX-SEQ
                 MOVE PL-SEQ TO WS-KEEP-MAX-SEQ
              END-IF
              MOVE PAYMENT-PLAN-RECORD TO WS-LINE-IMAGE
              PERFORM 0960-STORE-LINE
              READ PLAN-FILE
                  AT END SET LINE-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE PLAN-FILE

           SET WS-LN-IDX TO 1
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                    UNTIL WS-LN-IDX > WS-LN-COUNT
              MOVE WS-LN-IMAGE (WS-LN-IDX) TO PAYMENT-PLAN-RECORD
              IF PL-ID = WS-DROP-ID
                 MOVE PAYMENT-PLAN-RECORD TO AJ-BEFORE-IMAGE
                 MOVE WS-KEEP-ID TO PL-ID
                 ADD WS-KEEP-MAX-SEQ TO PL-SEQ
                 MOVE PAYMENT-PLAN-RECORD TO WS-LN-IMAGE (WS-LN-IDX)
                 MOVE "PAYPLAN" TO AJ-FILE
                 MOVE PAYMENT-PLAN-RECORD TO AJ-AFTER-IMAGE
                 PERFORM 0950-WRITE-MOVE-JOURNAL
                 ADD 1 TO WS-PLAN-MOVED
              END-IF
           END-PERFORM

           IF WS-PLAN-MOVED > ZERO
              OPEN OUTPUT PLAN-FILE
              IF WS-PLAN-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to rewrite plan file, "
                         "status " WS-PLAN-STATUS
                 STOP RUN
              END-IF
              SET WS-LN-IDX TO 1
              PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                       UNTIL WS-LN-IDX > WS-LN-COUNT
                 MOVE WS-LN-IMAGE (WS-LN-IDX) TO PAYMENT-PLAN-RECORD
                 WRITE PAYMENT-PLAN-RECORD
              END-PERFORM
              CLOSE PLAN-FILE
           END-IF.

       0750-MOVE-AID-AWARDS.
           MOVE ZERO TO WS-LN-COUNT
           MOVE "N" TO WS-LINE-EOF-FLAG
           OPEN INPUT AWARD-FILE
           IF WS-AWARD-STATUS NOT = "35"
              PERFORM 0760-MERGE-AWARD-LINES
           END-IF.

       0760-MERGE-AWARD-LINES.
           IF WS-AWARD-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open award file, status "
                      WS-AWARD-STATUS
              STOP RUN
           END-IF
           READ AWARD-FILE
               AT END SET LINE-EOF TO TRUE
           END-READ
           PERFORM UNTIL LINE-EOF
              IF AW-ID = WS-DROP-ID
                 MOVE AID-AWARD-RECORD TO AJ-BEFORE-IMAGE
                 MOVE WS-KEEP-ID TO AW-ID
                 MOVE "AIDAWARD" TO AJ-FILE
                 MOVE AID-AWARD-RECORD TO AJ-AFTER-IMAGE
                 PERFORM 0950-WRITE-MOVE-JOURNAL
                 ADD 1 TO WS-AWARD-MOVED
              END-IF
              MOVE AID-AWARD-RECORD TO WS-LINE-IMAGE
              PERFORM 0960-STORE-LINE
              READ AWARD-FILE
                  AT END SET LINE-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE AWARD-FILE

           IF WS-AWARD-MOVED > ZERO
              OPEN OUTPUT AWARD-FILE
              IF WS-AWARD-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to rewrite award file, "
                         "status " WS-AWARD-STATUS
                 STOP RUN
              END-IF
              SET WS-LN-IDX TO 1
              PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                       UNTIL WS-LN-IDX > WS-LN-COUNT
                 MOVE WS-LN-IMAGE (WS-LN-IDX) TO AID-AWARD-RECORD
                 WRITE AID-AWARD-RECORD
              END-PERFORM
              CLOSE AWARD-FILE
           END-IF.

      *> a link to the same account the survivor already has active
      *> is cancelled as it moves -- one active link per student.
       0780-MOVE-BANK-LINKS.
           MOVE ZERO TO WS-LN-COUNT
           MOVE "N" TO WS-LINE-EOF-FLAG
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS NOT = "35"
              PERFORM 0785-MERGE-LINK-LINES
           END-IF.

       0785-MERGE-LINK-LINES.
           IF WS-LINK-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open bank link file, status "
                      WS-LINK-STATUS
              STOP RUN
           END-IF
           READ LINK-FILE
               AT END SET LINE-EOF TO TRUE
           END-READ
           PERFORM UNTIL LINE-EOF
              IF SL-ID = WS-DROP-ID
                 MOVE STUDENT-LINK-RECORD TO AJ-BEFORE-IMAGE
                 MOVE WS-KEEP-ID TO SL-ID
                 IF SL-IS-ACTIVE AND WS-KEEP-LINKED
                    SET SL-IS-CANCELLED TO TRUE
                 END-IF
                 MOVE "STUDLINK" TO AJ-FILE
                 MOVE STUDENT-LINK-RECORD TO AJ-AFTER-IMAGE
                 PERFORM 0950-WRITE-MOVE-JOURNAL
                 ADD 1 TO WS-LINK-MOVED
              END-IF
              MOVE STUDENT-LINK-RECORD TO WS-LINE-IMAGE
              PERFORM 0960-STORE-LINE
              READ LINK-FILE
                  AT END SET LINE-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE LINK-FILE

           IF WS-LINK-MOVED > ZERO
              OPEN OUTPUT LINK-FILE
              IF WS-LINK-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to rewrite bank link file, "
                         "status " WS-LINK-STATUS
                 STOP RUN
              END-IF
              SET WS-LN-IDX TO 1
              PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                       UNTIL WS-LN-IDX > WS-LN-COUNT
                 MOVE WS-LN-IMAGE (WS-LN-IDX) TO STUDENT-LINK-RECORD
                 WRITE STUDENT-LINK-RECORD
              END-PERFORM
              CLOSE LINK-FILE
           END-IF.

      *> the retiring ID's collection account is closed by now (an
      *> open one refused the merge); it moves only where the
      *> survivor has none, the file holding one per student.
       0790-MOVE-COLLECTIONS.
           MOVE ZERO TO WS-LN-COUNT
           MOVE "N" TO WS-LINE-EOF-FLAG
           IF NOT WS-KEEP-IN-COLLECTION
              OPEN INPUT COLLECTION-FILE
              IF WS-COLL-STATUS NOT = "35"
                 PERFORM 0795-MERGE-COLLECTION-LINES
              END-IF
           END-IF.

       0795-MERGE-COLLECTION-LINES.
           IF WS-COLL-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open collection accounts, "
                      "status " WS-COLL-STATUS
              STOP RUN
           END-IF
           READ COLLECTION-FILE
               AT END SET LINE-EOF TO TRUE
           END-READ
           PERFORM UNTIL LINE-EOF
              IF CL-ID = WS-DROP-ID
                 MOVE COLLECTION-RECORD TO AJ-BEFORE-IMAGE
                 MOVE WS-KEEP-ID TO CL-ID
                 MOVE "COLLACCT" TO AJ-FILE
                 MOVE COLLECTION-RECORD TO AJ-AFTER-IMAGE
                 PERFORM 0950-WRITE-MOVE-JOURNAL
                 ADD 1 TO WS-COLL-MOVED
              END-IF
              MOVE COLLECTION-RECORD TO WS-LINE-IMAGE
              PERFORM 0960-STORE-LINE
              READ COLLECTION-FILE
                  AT END SET LINE-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE COLLECTION-FILE

           IF WS-COLL-MOVED > ZERO
              OPEN OUTPUT COLLECTION-FILE
              IF WS-COLL-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to rewrite collection "
                         "accounts, status " WS-COLL-STATUS
                 STOP RUN
              END-IF
              SET WS-LN-IDX TO 1
              PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                       UNTIL WS-LN-IDX > WS-LN-COUNT
                 MOVE WS-LN-IMAGE (WS-LN-IDX) TO COLLECTION-RECORD
                 WRITE COLLECTION-RECORD
              END-PERFORM
              CLOSE COLLECTION-FILE
           END-IF.

      *> the retired ID goes the way of any deleted student: its
      *> full record to the delete archive, dated, then the DELETE,
      *> journaled so a rebuild replays it.
       0800-RETIRE-STUDENT.
           MOVE WS-RUN-DATE TO DA-RUN-DATE
           MOVE WS-DROP-IMAGE TO DA-IMAGE
           WRITE DELETE-ARCHIVE-RECORD
           IF WS-DELARCH-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write delete archive, status "
                      WS-DELARCH-STATUS
              STOP RUN
           END-IF

           MOVE WS-DROP-ID TO SM-ID
           DELETE STUDENT-MASTER RECORD
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to delete retired student, "
                      "status " WS-MASTER-STATUS
              STOP RUN
           END-IF

           ADD 1 TO WS-AUDIT-SEQ
           MOVE WS-AUDIT-SEQ TO AJ-SEQ
           MOVE WS-RUN-DATE TO AJ-RUN-DATE
           MOVE "D" TO AJ-TXN-CODE
           MOVE WS-DROP-IMAGE TO AJ-BEFORE-IMAGE
           MOVE SPACES TO AJ-AFTER-IMAGE
           MOVE "STUDMAST" TO AJ-FILE
           PERFORM 0970-WRITE-JOURNAL.

       0850-WRITE-MERGE-LOG.
           OPEN EXTEND MERGE-LOG
           IF WS-MRGLOG-STATUS = "35"
              OPEN OUTPUT MERGE-LOG
           END-IF
           IF WS-MRGLOG-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open merge log, status "
                      WS-MRGLOG-STATUS
              STOP RUN
           END-IF
           COMPUTE WS-TOTAL-MOVED =
              WS-ENRL-MOVED + WS-GCHG-MOVED + WS-STAND-MOVED
              + WS-DEGREE-MOVED + WS-GPAHIST-MOVED + WS-TUITION-MOVED
              + WS-TUITHIST-MOVED + WS-PLAN-MOVED + WS-AWARD-MOVED
              + WS-LINK-MOVED + WS-COLL-MOVED
           MOVE SPACES TO MERGE-LOG-RECORD
           MOVE WS-KEEP-ID TO ML-KEEP-ID
           MOVE WS-DROP-ID TO ML-DROP-ID
           MOVE WS-RUN-DATE TO ML-RUN-DATE
           MOVE WS-ENTRY-AUTH-ID TO ML-AUTH-ID
           MOVE WS-TOTAL-MOVED TO ML-MOVED-COUNT
           WRITE MERGE-LOG-RECORD
           CLOSE MERGE-LOG.

       0900-FINALIZE.
           CLOSE STUDENT-MASTER ENROLLMENT-MASTER AUDIT-JOURNAL
                 DELETE-ARCHIVE

           DISPLAY "Student " WS-DROP-ID " merged into " WS-KEEP-ID
                   " and retired."
           DISPLAY "  Enrollments moved:      " WS-ENRL-MOVED
           DISPLAY "  Grade change lines:     " WS-GCHG-MOVED
           DISPLAY "  Standing history lines: " WS-STAND-MOVED
           DISPLAY "  Degrees:                " WS-DEGREE-MOVED
           DISPLAY "  GPA history lines:      " WS-GPAHIST-MOVED
           DISPLAY "  Term GPAs recomputed:   " WS-GPA-RECOMPUTED
           DISPLAY "  Tuition ledger lines:   " WS-TUITION-MOVED
           DISPLAY "  Tuition history lines:  " WS-TUITHIST-MOVED
           DISPLAY "  Plan installments:      " WS-PLAN-MOVED
           DISPLAY "  Aid awards:             " WS-AWARD-MOVED
           DISPLAY "  Bank links:             " WS-LINK-MOVED
           DISPLAY "  Collection accounts:    " WS-COLL-MOVED.

      *> AJ-FILE and the two images are set by the caller.
       0950-WRITE-MOVE-JOURNAL.
           ADD 1 TO WS-AUDIT-SEQ
           MOVE WS-AUDIT-SEQ TO AJ-SEQ
           MOVE WS-RUN-DATE TO AJ-RUN-DATE
           MOVE "M" TO AJ-TXN-CODE
           PERFORM 0970-WRITE-JOURNAL.

      *> WS-LINE-IMAGE   carries the record, as it is to be written
      *> back, into the line table.
       0960-STORE-LINE.
           IF WS-LN-COUNT NOT < 20000
              DISPLAY "ERROR: Line table full (20000 lines). "
                      "Increase WS-LN-ENTRY OCCURS and recompile."
              STOP RUN
           END-IF
           ADD 1 TO WS-LN-COUNT
           SET WS-LN-IDX TO WS-LN-COUNT
           MOVE WS-LINE-IMAGE   TO WS-LN-IMAGE (WS-LN-IDX)
           MOVE "N" TO WS-LN-DROPPED (WS-LN-IDX).

       0970-WRITE-JOURNAL.
           WRITE AUDIT-JOURNAL-RECORD
           IF WS-AJRN-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write audit journal, status "
                      WS-AJRN-STATUS
              STOP RUN
           END-IF.

       6400-FIND-OR-ADD-GPA-ENTRY.
           MOVE "N" TO WS-GPA-FOUND-FLAG
           SET WS-GPA-IDX TO 1
           PERFORM VARYING WS-GPA-IDX FROM 1 BY 1
                    UNTIL WS-GPA-IDX > WS-GPA-COUNT
              IF WS-GPA-ID (WS-GPA-IDX) = WS-GPA-SEARCH-ID
                 AND WS-GPA-TERM (WS-GPA-IDX) = WS-GPA-SEARCH-TERM
                 SET WS-GPA-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF NOT WS-GPA-FOUND
              IF WS-GPA-COUNT NOT < 2000
                 DISPLAY "ERROR: GPA table full (2000 student/term "
                         "entries). Increase WS-GPA-ENTRY OCCURS "
                         "and recompile."
                 STOP RUN
              END-IF
              ADD 1 TO WS-GPA-COUNT
              SET WS-GPA-IDX TO WS-GPA-COUNT
              MOVE WS-GPA-SEARCH-ID TO WS-GPA-ID (WS-GPA-IDX)
              MOVE WS-GPA-SEARCH-TERM TO WS-GPA-TERM (WS-GPA-IDX)
              MOVE ZERO TO WS-GPA-GPA (WS-GPA-IDX)
           END-IF.
