      *> field this release introduced: no hold until holdsync.cob
      *> sets one from the tuition ledger.
           MOVE "N" TO SM-HOLD-FLAG
      *> no home campus is known for a converted student; the next
      *> Change from a campus feed fills it in.
           MOVE SPACES TO SM-CAMPUS
           WRITE STUDENT-MASTER-RECORD
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "ERROR: Unable to write student master, "
