      *> ----------------------------------------------------------------------
      *> STRAND-QUAR-REC.CPY
      *> One patient read per record in the STRANDQUAR quarantine file.
      *> When a sequencer run fails its positive or negative control,
      *> strand-import.cob posts none of the run's patient strands to
      *> HAMSTRANDS and holds every patient detail here instead, as it
      *> arrived (sample ID and quality kept as characters, as in
      *> SEQ-REJECT-REC), with the run ID, the control failure that
      *> held it, and when it was held. The file is appended, never
      *> truncated.
      *> ----------------------------------------------------------------------
       01  STRAND-QUAR-RECORD.
           05  QUAR-RUN-ID              PIC X(10).
           05  QUAR-SAMPLE-ID           PIC X(06).
           05  QUAR-QUALITY             PIC X(03).
           05  QUAR-STRAND              PIC X(120).
           05  QUAR-REASON              PIC X(60).
           05  QUAR-TIMESTAMP           PIC X(21).
