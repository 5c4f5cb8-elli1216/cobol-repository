      *****************************************************************
      * TRANLOG record layout, shared by bank.cob and the batch
      * programs that read it (eodrecon, statement). TRANLOG.DAT is
      * indexed on HOLDERID + ACCOUNT-TYPE + TRAN-TIMESTAMP, so one
      * leg's history is a START and a run of READ NEXTs, with the
      * business date (the date part of the timestamp) as an
      * alternate key for the nightly readers. The key is unique: a
      * writer whose entry lands on a leg in the same second as one
      * already on the log steps its timestamp on by one until the
      * key is free. Archives keep the sequential layout the log had
      * before it was indexed -- see ARCHREC.
      * Every entry carries a run-wide sequence number and the chain
      * hash of the entry before it, both handed out by transeq.cob
      * as the entry is written; tranvrfy.cob walks the log and the
      * archives to prove nothing was dropped, doubled or altered.
      *****************************************************************
       01 TRAN-RECORD.
           05 TRAN-KEY.
               10 TRAN-HOLDERID        PIC 9(10).
               10 TRAN-ACCOUNT-TYPE    PIC X(01).
               10 TRAN-TIMESTAMP       PIC 9(14).
               10 TRAN-TIMESTAMP-PARTS REDEFINES TRAN-TIMESTAMP.
                   15 TRAN-BUSINESS-DATE   PIC 9(08).
                   15 TRAN-TIME            PIC 9(06).
           05 TRAN-TYPE            PIC X(12).
           05 TRAN-AMOUNT          PIC 9(8)V99.
      *> timestamp of the entry a REVERSAL-DR/REVERSAL-CR backs out,
      *> or the common pairing reference both THIRDPTY-OUT/IN legs of
      *> a third-party transfer share; zero on every other type.
           05 TRAN-REF-TIMESTAMP   PIC 9(14).
      *> who or what posted the entry: the teller's sign-on at the
      *> counter, or the posting program's channel identity (BATCH,
      *> INTEREST, FEES, STORDER, DIRDEP, CLEARING).
           05 TRAN-OPERATOR-ID     PIC X(08).
      *> the supervisor who approved a posting above the teller's
      *> transaction limit; spaces on every other entry.
           05 TRAN-SUPERVISOR-ID   PIC X(08).
      *> position of the entry in the one sequence every writer
      *> shares -- consecutive, with no gaps, across all programs.
           05 TRAN-SEQUENCE-NO     PIC 9(10).
      *> hash of the whole entry numbered one lower (its own chain
      *> hash included), so altering or removing any entry breaks
      *> the link to the one after it; zero on entry number one.
           05 TRAN-CHAIN-HASH      PIC 9(10).
