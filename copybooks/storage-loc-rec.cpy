      *> ----------------------------------------------------------------------
      *> STORAGE-LOC-REC.CPY
      *> One record per specimen box in the storage-location master
      *> (STORAGELOCS): the freezer, the rack in that freezer and the
      *> box on that rack, with the number of positions the box holds
      *> (positions are numbered 1 to LOC-CAPACITY). Kept by
      *> storage-loc-maint.cob; a box is never deleted or shrunk once
      *> specimens may have been put in it - it is retired instead, and
      *> a retired box takes no new specimens. Read by storage-entry.cob
      *> to check a specimen into a position and by box-map.cob.
      *> ----------------------------------------------------------------------
       01  STORAGE-LOC-RECORD.
           05  LOC-FREEZER              PIC X(06).
           05  LOC-RACK                 PIC X(03).
           05  LOC-BOX                  PIC X(03).
           05  LOC-CAPACITY             PIC 9(03).
           05  LOC-ACTIVE               PIC X(01).
               88  LOC-IS-ACTIVE        VALUE "Y".
           05  LOC-DESCRIPTION          PIC X(30).
