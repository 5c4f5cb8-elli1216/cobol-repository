      *****************************************************************
      * TRANLOG archive record layout -- the sequential layout
      * TRANLOG.DAT carried before it was reorganized indexed, which
      * tranarch.cob still writes every TRANARCH.YYYYMM.DAT in so the
      * archives read the same whichever side of the change they
      * were cut. Readers of the archives (stmtarch, inttax) move an
      * entry across into TRAN-RECORD field by field; tranconv.cob
      * reads the old live log in this layout too. The sequence
      * number and chain hash ride at the end so tranvrfy.cob can
      * check archived entries in the same chain as the live log;
      * an archive or old log cut before they existed reads them as
      * spaces.
      *****************************************************************
       01 ARCHIVE-RECORD.
           05 ARC-HOLDERID         PIC 9(10).
           05 ARC-ACCOUNT-TYPE     PIC X(01).
           05 ARC-TRAN-TYPE        PIC X(12).
           05 ARC-AMOUNT           PIC 9(8)V99.
           05 ARC-TIMESTAMP        PIC 9(14).
           05 ARC-REF-TIMESTAMP    PIC 9(14).
           05 ARC-OPERATOR-ID      PIC X(08).
           05 ARC-SUPERVISOR-ID    PIC X(08).
           05 ARC-SEQUENCE-NO      PIC 9(10).
           05 ARC-CHAIN-HASH       PIC 9(10).
