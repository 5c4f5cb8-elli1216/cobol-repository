      *****************************************************************
      * Collection account record, one per former student pursued
      * for aged tuition debt: kept by collplac.cob's monthly
      * placement run (final demand, then placement with the outside
      * agency once the grace period has run) and closed out by
      * collrcv.cob's import of the agency's recovery file. Lives in
      * COLLACCT.DAT, loaded whole and written back by both.
      *****************************************************************
       01 COLLECTION-RECORD.
          05 CL-ID                PIC X(05).
          05 FILLER               PIC X(01).
          05 CL-STATUS            PIC X(01).
             88 CL-IS-DEMANDED        VALUE "D".
             88 CL-IS-PLACED          VALUE "P".
             88 CL-IS-SETTLED         VALUE "S".
             88 CL-IS-WRITTEN-OFF     VALUE "W".
             88 CL-IS-OPEN            VALUE "D" "P".
          05 FILLER               PIC X(01).
      *> the date the final demand went out; the grace period runs
      *> from here.
          05 CL-DEMAND-DATE       PIC 9(08).
          05 FILLER               PIC X(01).
      *> zero until placed with the agency.
          05 CL-PLACED-DATE       PIC 9(08).
          05 FILLER               PIC X(01).
          05 CL-PLACED-AMOUNT     PIC 9(6)V99.
          05 FILLER               PIC X(01).
      *> net of commission, as posted to the ledger.
          05 CL-RECOVERED         PIC 9(6)V99.
          05 FILLER               PIC X(01).
      *> settled in full or written off; zero while open.
          05 CL-CLOSED-DATE       PIC 9(08).
