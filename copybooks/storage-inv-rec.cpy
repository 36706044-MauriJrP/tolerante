      *> ----------------------------------------------------------------------
      *> STORAGE-INV-REC.CPY
      *> Where each physical specimen is, one record per sample in the
      *> indexed STORAGEINV file keyed on the sample ID. Written only
      *> by storage-entry.cob under the STORAGE advisory lock:
      *>   "S"  in its position (INV-LOCATION)
      *>   "O"  pulled out for a retest - its position stays reserved
      *>        for it until it is returned
      *>   "D"  destroyed - INV-LOCATION is where it was last kept and
      *>        the position is free again
      *> INV-STORED-TS is when the specimen was first checked in;
      *> INV-LAST-TS and INV-LAST-OPERATOR are the latest movement.
      *> Every movement is also appended to STORAGELOG
      *> (STORAGE-LOG-REC). Read by box-map.cob and disposal-due.cob.
      *> ----------------------------------------------------------------------
       01  STORAGE-INV-RECORD.
           05  INV-SAMPLE-ID            PIC 9(06).
           05  INV-LOCATION.
               10  INV-FREEZER          PIC X(06).
               10  INV-RACK             PIC X(03).
               10  INV-BOX              PIC X(03).
               10  INV-POSITION         PIC 9(03).
           05  INV-STATUS               PIC X(01).
               88  INV-IN-PLACE         VALUE "S".
               88  INV-OUT-FOR-RETEST   VALUE "O".
               88  INV-DESTROYED        VALUE "D".
           05  INV-STORED-TS            PIC X(21).
           05  INV-LAST-TS              PIC X(21).
           05  INV-LAST-OPERATOR        PIC X(08).
