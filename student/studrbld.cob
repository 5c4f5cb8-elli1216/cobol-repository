      * SYSIN: as-of run date (YYYYMMDD) -- journal entries dated
      * after it are not applied. An empty/missing backup with a
      * journal reaching back to day one rebuilds from nothing.
      * Entries journaling another file's records (AJ-FILE other
      * than STUDMAST or blank -- the enrollments and ledger lines a
      * studmrg.cob merge moves) are passed over; the merge's own
      * master entries replay like any other. A graduation (G)
      * replays as the Change it is.
      ******************************************************************

       ENVIRONMENT DIVISION.
          05 AJ-BEFORE-IMAGE     PIC X(80).
          05 FILLER              PIC X(01).
          05 AJ-AFTER-IMAGE      PIC X(80).
      *> which file the images are records of: STUDMAST for the
      *> master, the file's own name for the records a studmrg.cob
      *> merge moves. Spaces on entries written before the tag was
      *> carried, all of them STUDMAST.
          05 FILLER              PIC X(01).
          05 AJ-FILE             PIC X(08).

       FD  REBUILD-MASTER.
       COPY STUDREC.
      *> plain write/rewrite/delete keyed by the image's SM-ID.
       0300-REPLAY-JOURNAL.
           IF AJ-RUN-DATE > WS-PARAM-ASOF-DATE
              OR (AJ-FILE NOT = SPACES AND AJ-FILE NOT = "STUDMAST")
              ADD 1 TO WS-SKIPPED-COUNT
           ELSE
              EVALUATE AJ-TXN-CODE
                           REWRITE STUDENT-MASTER-RECORD
                    END-WRITE
                    ADD 1 TO WS-APPLIED-COUNT
                 WHEN "C" WHEN "G"
                    MOVE AJ-AFTER-IMAGE TO STUDENT-MASTER-RECORD
                    REWRITE STUDENT-MASTER-RECORD
                        INVALID KEY
