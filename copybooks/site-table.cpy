      *> ----------------------------------------------------------------------
      *> SITE-TABLE.CPY
      *> Working-storage copy of the SITEMASTER site master (layout in
      *> SITE-REC), loaded at startup by every program that validates
      *> or reports by submitting site. Seeded with the single default
      *> site MAIN when the file has not been created yet.
      *> ----------------------------------------------------------------------
       01  WS-MAX-SITES                 PIC 9(03) VALUE 100.
       01  WS-SITE-COUNT                PIC 9(03) VALUE 0.
       01  WS-SITE-TABLE.
           05  WS-SITE-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-SITE-COUNT INDEXED BY WS-ST-IDX.
               10  WS-ST-CODE           PIC X(06).
               10  WS-ST-NAME           PIC X(30).
               10  WS-ST-CONTACT        PIC X(30).
               10  WS-ST-ACTIVE         PIC X(01).
