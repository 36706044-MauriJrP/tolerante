      *> ----------------------------------------------------------------------
      *> STORAGE-LOG-REC.CPY
      *> One line per specimen movement recorded by storage-entry.cob,
      *> appended to STORAGELOG under the STORAGE advisory lock: the
      *> action (CHECK-IN, MOVE, PULL, RETURN, DESTROY), the position
      *> it left and the position it went to (freezer-rack-box-
      *> position; blank where there is none), who and when. STORAGEINV
      *> holds only where a specimen is now - this is how it got there.
      *> ----------------------------------------------------------------------
       01  STORAGE-LOG-RECORD.
           05  STGLOG-SAMPLE-ID         PIC 9(06).
           05  STGLOG-ACTION            PIC X(08).
           05  STGLOG-FROM-LOCATION     PIC X(18).
           05  STGLOG-TO-LOCATION       PIC X(18).
           05  STGLOG-OPERATOR          PIC X(08).
           05  STGLOG-TIMESTAMP         PIC X(21).
           05  STGLOG-REASON            PIC X(40).
