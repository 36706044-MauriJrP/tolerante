      *> ----------------------------------------------------------------------
      *> CONTROL-STRAND-REC.CPY
      *> One known control strand per record in the maintained
      *> CONTROLSTRANDS table: the control ID the sequencer puts in the
      *> sample-ID field of a positive-control detail on the SEQDROP
      *> file, a description of the control material (lot, kit), the
      *> strand the control is expected to read as, and whether the
      *> control is still in use. strand-import.cob compares every
      *> positive control in a run against its expected strand here;
      *> an unknown or retired control fails the run's controls.
      *> Maintained through control-maint.cob.
      *> ----------------------------------------------------------------------
       01  CONTROL-STRAND-RECORD.
           05  CTL-ID                   PIC 9(06).
           05  CTL-DESCRIPTION          PIC X(30).
           05  CTL-STRAND               PIC X(120).
           05  CTL-ACTIVE               PIC X(01).
               88  CTL-IS-ACTIVE        VALUE "Y".
