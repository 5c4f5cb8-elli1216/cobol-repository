      *****************************************************************
      * Student-to-bank link record layout, shared by linkmnt.cob
      * (which links and cancels) and payout.cob (which pays a
      * tuition credit balance into the linked account through
      * bank.cob's batch queue). One record per link: the student's
      * SM-ID, the HOLDERID and ACCOUNT-TYPE of the bank account the
      * family wants credit balances paid to. Only one active link
      * per student. Lives in STUDLINK.DAT.
      *****************************************************************
       01 STUDENT-LINK-RECORD.
          05 SL-ID                PIC X(05).
          05 FILLER               PIC X(01).
          05 SL-HOLDERID          PIC 9(10).
          05 FILLER               PIC X(01).
          05 SL-ACCOUNT-TYPE      PIC X(01).
          05 FILLER               PIC X(01).
          05 SL-STATUS            PIC X(01).
             88 SL-IS-ACTIVE          VALUE "A".
             88 SL-IS-CANCELLED       VALUE "C".
