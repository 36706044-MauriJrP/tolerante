      *> ----------------------------------------------------------------------
      *> CONTROL-TABLE.CPY
      *> Working-storage copy of the CONTROLSTRANDS control-strand table
      *> (layout in CONTROL-STRAND-REC), loaded by control-maint.cob and
      *> strand-import.cob.
      *> ----------------------------------------------------------------------
       01  WS-MAX-CONTROLS              PIC 9(03) VALUE 100.
       01  WS-CONTROL-COUNT             PIC 9(03) VALUE 0.
       01  WS-CONTROL-TABLE.
           05  WS-CONTROL-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-CONTROL-COUNT INDEXED BY WS-CT-IDX.
               10  WS-CT-ID             PIC 9(06).
               10  WS-CT-DESCRIPTION    PIC X(30).
               10  WS-CT-STRAND         PIC X(120).
               10  WS-CT-ACTIVE         PIC X(01).
