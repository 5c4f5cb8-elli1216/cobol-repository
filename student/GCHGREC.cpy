      *****************************************************************
      * Grade change history record layout (GCHGHIST.DAT), one line
      * per grade changed after posting, appended by gradchg.cob for
      * each registrar-authorized change and each incomplete lapsed
      * to F, and read by transcr.cob to mark a revised grade. The
      * file is history: never rewritten, only extended.
      *****************************************************************
       01 GRADE-CHANGE-RECORD.
          05 GC-ID                PIC X(05).
          05 FILLER               PIC X(01).
          05 GC-COURSE            PIC X(08).
          05 FILLER               PIC X(01).
          05 GC-TERM              PIC X(05).
          05 FILLER               PIC X(01).
          05 GC-OLD-GRADE         PIC X(02).
          05 FILLER               PIC X(01).
          05 GC-NEW-GRADE         PIC X(02).
          05 FILLER               PIC X(01).
      *> the change's reason code; LAPSE is the lapse pass's own.
          05 GC-REASON            PIC X(08).
             88 GC-IS-LAPSE           VALUE "LAPSE".
          05 FILLER               PIC X(01).
      *> the authorizing registrar's faculty ID; SYSTEM on a lapse.
          05 GC-AUTH-ID           PIC X(06).
          05 FILLER               PIC X(01).
          05 GC-DATE              PIC 9(08).
