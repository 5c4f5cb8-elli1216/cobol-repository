       IDENTIFICATION DIVISION.
       PROGRAM-ID. linkmnt.
       AUTHOR. Darl Floresca.

      ******************************************************************
      * Student bank-link maintenance. Links a student (on the
      * student master) to the bank account a tuition credit balance
      * should be paid into -- an existing HOLDERID + ACCOUNT-TYPE on
      * the bank's ACCOUNT-MASTER -- or cancels the link. A student
      * carries one active link at a time: a new link cancels the
      * old one. payout.cob pays credit balances through the link;
      * a student with no active link lands on its exception list.
      * Links live in STUDLINK.DAT.
      *
      * Prompts: (L)ink or (C)ancel, then the link fields.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ID OF STUDENT-MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-KEY OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT LINK-FILE ASSIGN TO "STUDLINK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       COPY STUDREC.

       FD  ACCOUNT-MASTER.
       COPY ACCTREC.

       FD  LINK-FILE.
       COPY STUDLINK.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS          PIC XX.
       01 WS-ACCT-STATUS            PIC XX.
       01 WS-LINK-STATUS            PIC XX.

       01 WS-FLAGS.
          05 WS-LINK-EOF-FLAG       PIC X VALUE "N".
             88 LINK-EOF                 VALUE "Y".

       01 WS-ACTION-ENTRY           PIC X(01).
          88 WS-ACTION-LINK            VALUE "L".
          88 WS-ACTION-CANCEL          VALUE "C".

       01 WS-ENTRY-FIELDS.
          05 WS-ENTRY-ID           PIC X(05).
          05 WS-ENTRY-HOLDERID     PIC 9(10).
          05 WS-ENTRY-TYPE         PIC X(01).

      *> the link book held in storage for the pass, then written
      *> back out whole -- the same rewrite pattern aidmnt.cob uses
      *> on the award book.
       01 WS-SL-TABLE.
          05 WS-SL-COUNT           PIC 9(04) VALUE ZERO.
          05 WS-SL-ENTRY OCCURS 1000 TIMES
                          INDEXED BY WS-SL-IDX.
             10 WS-SL-IMAGE           PIC X(20).

       01 WS-CANCELLED-COUNT        PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "STUDENT BANK-LINK MAINTENANCE"
           DISPLAY "(L)ink or (C)ancel? " WITH NO ADVANCING
           ACCEPT WS-ACTION-ENTRY

           EVALUATE TRUE
              WHEN WS-ACTION-LINK
                 PERFORM 1000-ADD-LINK
              WHEN WS-ACTION-CANCEL
                 PERFORM 2000-CANCEL-LINK
              WHEN OTHER
                 DISPLAY "Unknown action; nothing done."
           END-EVALUATE
           STOP RUN.

       1000-ADD-LINK.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-ID
           DISPLAY "Bank HOLDERID: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-HOLDERID
           DISPLAY "(S)avings or (C)hecking: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-TYPE

           IF WS-ENTRY-TYPE NOT = "S" AND NOT = "C"
              DISPLAY "Invalid account type; nothing done."
              STOP RUN
           END-IF

           PERFORM 1100-VERIFY-PARTIES

      *> the student's previous link (if any) is cancelled in the
      *> same rewrite the new link is added by, so one student never
      *> carries two active links.
           PERFORM 3000-LOAD-AND-CANCEL

           IF WS-SL-COUNT NOT < 1000
              DISPLAY "ERROR: Link table full (1000 links). "
                      "Increase WS-SL-ENTRY OCCURS and recompile."
              STOP RUN
           END-IF
           MOVE SPACES TO STUDENT-LINK-RECORD
           MOVE WS-ENTRY-ID TO SL-ID
           MOVE WS-ENTRY-HOLDERID TO SL-HOLDERID
           MOVE WS-ENTRY-TYPE TO SL-ACCOUNT-TYPE
           MOVE "A" TO SL-STATUS
           ADD 1 TO WS-SL-COUNT
           SET WS-SL-IDX TO WS-SL-COUNT
           MOVE STUDENT-LINK-RECORD TO WS-SL-IMAGE (WS-SL-IDX)

           PERFORM 4000-REWRITE-LINK-FILE
           IF WS-CANCELLED-COUNT > ZERO
              DISPLAY "Previous link replaced."
           END-IF
           DISPLAY "Student linked to bank account.".

      *> both sides must be real before money is routed on the link:
      *> the student on the student master and an account on the
      *> bank's ACCOUNT-MASTER that is not closed.
       1100-VERIFY-PARTIES.
           OPEN INPUT STUDENT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open student master, status "
                      WS-MASTER-STATUS
              STOP RUN
           END-IF
           MOVE WS-ENTRY-ID TO SM-ID
           READ STUDENT-MASTER
               INVALID KEY
                  DISPLAY "Student not on master; nothing done."
                  CLOSE STUDENT-MASTER
                  STOP RUN
           END-READ
           CLOSE STUDENT-MASTER

           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to open account master, status "
                      WS-ACCT-STATUS
              STOP RUN
           END-IF
           MOVE WS-ENTRY-HOLDERID TO HOLDERID OF ACCOUNT-RECORD
           MOVE WS-ENTRY-TYPE TO ACCOUNT-TYPE OF ACCOUNT-RECORD
           READ ACCOUNT-MASTER
               INVALID KEY
                  DISPLAY "Account not on master; nothing done."
                  CLOSE ACCOUNT-MASTER
                  STOP RUN
           END-READ
           CLOSE ACCOUNT-MASTER

           IF ACCT-IS-CLOSED OF ACCOUNT-RECORD
              DISPLAY "Account is CLOSED; nothing done."
              STOP RUN
           END-IF.

       2000-CANCEL-LINK.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-ID

           PERFORM 3000-LOAD-AND-CANCEL

           IF WS-CANCELLED-COUNT = ZERO
              DISPLAY "No active link matched; nothing changed."
           ELSE
              PERFORM 4000-REWRITE-LINK-FILE
              DISPLAY "Links cancelled: " WS-CANCELLED-COUNT
           END-IF.

      *> loads the whole link book, marking the entry student's
      *> active link cancelled on the way in. No file yet is simply
      *> the very first link.
       3000-LOAD-AND-CANCEL.
           MOVE ZERO TO WS-SL-COUNT
           MOVE ZERO TO WS-CANCELLED-COUNT
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-LINK-STATUS NOT = "00"
                 DISPLAY "ERROR: Unable to open link file, status "
                         WS-LINK-STATUS
                 STOP RUN
              END-IF
              READ LINK-FILE
                  AT END SET LINK-EOF TO TRUE
              END-READ
              PERFORM UNTIL LINK-EOF
                 IF WS-SL-COUNT NOT < 1000
                    DISPLAY "ERROR: Link table full (1000 links). "
                            "Increase WS-SL-ENTRY OCCURS and "
                            "recompile."
                    STOP RUN
                 END-IF
                 IF SL-ID = WS-ENTRY-ID AND SL-IS-ACTIVE
                    MOVE "C" TO SL-STATUS
                    ADD 1 TO WS-CANCELLED-COUNT
                 END-IF
                 ADD 1 TO WS-SL-COUNT
                 SET WS-SL-IDX TO WS-SL-COUNT
                 MOVE STUDENT-LINK-RECORD TO WS-SL-IMAGE (WS-SL-IDX)
                 READ LINK-FILE
                     AT END SET LINK-EOF TO TRUE
                 END-READ
              END-PERFORM
              CLOSE LINK-FILE
           END-IF.

       4000-REWRITE-LINK-FILE.
           OPEN OUTPUT LINK-FILE
           IF WS-LINK-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to rewrite link file, status "
                      WS-LINK-STATUS
              STOP RUN
           END-IF
           SET WS-SL-IDX TO 1
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                    UNTIL WS-SL-IDX > WS-SL-COUNT
              MOVE WS-SL-IMAGE (WS-SL-IDX) TO STUDENT-LINK-RECORD
              WRITE STUDENT-LINK-RECORD
           END-PERFORM
           CLOSE LINK-FILE.
