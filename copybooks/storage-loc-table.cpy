      *> ----------------------------------------------------------------------
      *> STORAGE-LOC-TABLE.CPY
      *> Working-storage image of the storage-location master
      *> (STORAGELOCS, see STORAGE-LOC-REC), loaded once per run by the
      *> programs that place or report specimens by box.
      *> ----------------------------------------------------------------------
       01  WS-MAX-LOCS                  PIC 9(03) VALUE 500.
       01  WS-LOC-COUNT                 PIC 9(03) VALUE 0.
       01  WS-LOC-TABLE.
           05  WS-LOC-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-LOC-COUNT INDEXED BY WS-LC-IDX.
               10  WS-LC-FREEZER        PIC X(06).
               10  WS-LC-RACK           PIC X(03).
               10  WS-LC-BOX            PIC X(03).
               10  WS-LC-CAPACITY       PIC 9(03).
               10  WS-LC-ACTIVE         PIC X(01).
               10  WS-LC-DESCRIPTION    PIC X(30).
