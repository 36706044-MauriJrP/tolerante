*> MISSING from the night entirely - instead of reconstructing a 3am
*> break from output-file modification times. The expected list
*> covers the whole overnight chain, including the balancing gate,
*> the LIMS result and order status feeds, the audit-log chain
*> verification, and the loaders and checkers added alongside them.
*> Log entries from programs outside the expected list are counted
*> and reported so a new batch job is noticed rather than ignored.
*> chain-driver posts a start/end pair per step under its own name
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".

01 WS-EXPECTED-COUNT          pic 9(02) value 24.
01 WS-EXPECTED-TABLE.
   05 WS-EXPECTED-ENTRY occurs 24 times indexed by WS-EXP-IDX.
      10 WS-EXP-PROGRAM       pic x(20).
      10 WS-EXP-STARTS        pic 9(04).
      10 WS-EXP-LAST-EVENT    pic x(01).
    move "threshold-impact" to WS-EXP-PROGRAM(20).
    move "audit-roll" to WS-EXP-PROGRAM(21).
    move "period-close" to WS-EXP-PROGRAM(22).
    move "lims-status" to WS-EXP-PROGRAM(23).
    move "log-verify" to WS-EXP-PROGRAM(24).
    perform 0110-INIT-ONE-EXPECTED
        varying WS-EXP-IDX from 1 by 1
        until WS-EXP-IDX > WS-EXPECTED-COUNT.
