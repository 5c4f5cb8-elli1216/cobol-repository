      *****************************************************************
      * STUDENT-MASTER record layout, shared by student.cob and the
      * batch programs that read it (arrears). SM-CAMPUS is the
      * student's home campus, stamped by the student run from the
      * campus code feedmrg.cob carries on the Add; census.cob counts
      * headcount and FTE by it.
      *****************************************************************
       01 STUDENT-MASTER-RECORD.
          05 SM-ID            PIC X(05).
      *> record "N"; anything other than "Y" reads as not on hold.
          05 SM-HOLD-FLAG     PIC X(01).
             88 SM-ON-HOLD        VALUE "Y".
      *> spaces for a student added before campus was carried (or
      *> off a direct, unconsolidated input); the next Change from a
      *> campus feed fills it in.
          05 SM-CAMPUS        PIC X(03).
