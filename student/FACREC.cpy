      *****************************************************************
      * Faculty master record layout (FACMAST.DAT), one line per
      * instructor, shared by gradepost.cob (which proves the
      * instructor on each grade submitted), gradrost.cob (which
      * heads each grade roster) and the missing-grades report
      * gradepost.cob prints after every run; gradchg.cob takes the
      * authorizing registrar on a grade change from it, the
      * registrar's office staff being carried here under the
      * registrar role. Maintained by the
      * registrar's office as a line-sequential reference file, the
      * way CATALOG.DAT and TERMMAST.DAT are.
      *****************************************************************
       01 FACULTY-RECORD.
          05 FAC-ID               PIC X(06).
          05 FILLER               PIC X(01).
          05 FAC-NAME             PIC X(25).
          05 FILLER               PIC X(01).
      *> teaching department, on the same four-character codes as
      *> the catalog's program column.
          05 FAC-DEPT             PIC X(04).
          05 FILLER               PIC X(01).
          05 FAC-STATUS           PIC X(01).
             88 FAC-IS-ACTIVE         VALUE "A".
             88 FAC-IS-INACTIVE       VALUE "I".
          05 FILLER               PIC X(01).
      *> R marks registrar's office staff, who may authorize grade
      *> changes; blank (or I) is an instructor.
          05 FAC-ROLE             PIC X(01).
             88 FAC-IS-REGISTRAR      VALUE "R".
