      *> ----------------------------------------------------------------------
      *> WATCH-TABLE.CPY
      *> Working-storage copy of the WATCHLIST watch list (layout in
      *> WATCH-LIST-REC), loaded by the programs that maintain, review
      *> or check against it. There is no seeded default - an absent
      *> file is an empty list.
      *> ----------------------------------------------------------------------
       01  WS-MAX-WATCH                 PIC 9(03) VALUE 100.
       01  WS-WATCH-COUNT               PIC 9(03) VALUE 0.
       01  WS-WATCH-TABLE.
           05  WS-WATCH-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-WATCH-COUNT INDEXED BY WS-WL-IDX.
               10  WS-WL-ID             PIC X(08).
               10  WS-WL-STRAND         PIC X(120).
               10  WS-WL-REASON         PIC X(30).
               10  WS-WL-OWNER          PIC X(08).
               10  WS-WL-TOLERANCE      PIC 9(03).
               10  WS-WL-ACTIVE         PIC X(01).
