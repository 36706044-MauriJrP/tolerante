      *> ----------------------------------------------------------------------
      *> REPORT-DEF-TABLE.CPY
      *> Working-storage image of the REPORTDEFS archive table (see
      *> REPORT-DEF-REC), loaded once per run by the programs that
      *> archive, purge or maintain the kept report generations.
      *> ----------------------------------------------------------------------
       01  WS-MAX-REPORTS               PIC 9(03) VALUE 100.
       01  WS-REPORT-COUNT              PIC 9(03) VALUE 0.
       01  WS-REPORT-TABLE.
           05  WS-REPORT-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-REPORT-COUNT INDEXED BY WS-RP-IDX.
               10  WS-RP-REPORT-NAME    PIC X(12).
               10  WS-RP-PROGRAM        PIC X(20).
               10  WS-RP-RETENTION-DAYS PIC 9(05).
               10  WS-RP-DESCRIPTION    PIC X(30).
