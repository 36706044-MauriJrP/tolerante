      *> ----------------------------------------------------------------------
      *> FEE-TABLE.CPY
      *> Working-storage copy of the FEESCHED fee schedule (layout in
      *> FEE-REC), loaded by fee-maint.cob and billing-run.cob.
      *> ----------------------------------------------------------------------
       01  WS-MAX-FEES                  PIC 9(03) VALUE 200.
       01  WS-FEE-COUNT                 PIC 9(03) VALUE 0.
       01  WS-FEE-TABLE.
           05  WS-FEE-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-FEE-COUNT INDEXED BY WS-FE-IDX.
               10  WS-FE-EVENT          PIC X(01).
               10  WS-FE-SITE           PIC X(06).
               10  WS-FE-FROM           PIC 9(08).
               10  WS-FE-TO             PIC 9(08).
               10  WS-FE-AMOUNT         PIC 9(05)V99.
