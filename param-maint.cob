*> (layout in RUN-PARAM-REC), which replaced operating limits that
*> used to be hardcoded literals in the programs: the hamming-batch
*> checkpoint interval, the generated strand length, the
*> hamming-matrix strand cap, the hamming-reconcile cap, the
*> strand-import per-strand N-base limit and minimum quality score,
*> the HAMALIGN shift window, the age at which lock-monitor.cob
*> and feed-check.cob call a held lock stale, and the days a specimen
*> may stay out at the sequencer before custody-exceptions.cob lists
*> it, the month billing-run.cob bills, and the distance a run's
*> positive control may sit from its expected strand before
*> strand-import.cob fails the run, and the window and limits
*> instrument-trend.cob judges each sequencer by, and the days a
*> specimen is kept after intake before disposal-due.cob lists it
*> for destruction, and the linkage distance strand-cluster.cob
*> builds strand families at, and the oldest age at collection the
*> DOBCHK date-of-birth check accepts at intake (the full list is
*> in RUN-PARAM-REC).
*> Supervisors only, through
*> the shared SIGNON subprogram. Loads with the programs' compiled-in
*> values seeded as defaults when the file is absent, validates an
*> update against each parameter's sane range before accepting it,
*> and rewrites the file in full on save, the same pattern
*> refdata-maint.cob uses for the reference tables.

environment division.
input-output section.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".

01 WS-MAX-PARAMS              pic 9(02) value 30.
01 WS-PARAM-COUNT             pic 9(02) value 19.
01 WS-PARAM-TABLE.
   05 WS-PARAM-ENTRY occurs 1 to 30 times
      depending on WS-PARAM-COUNT indexed by WS-PM-IDX.
      10 WS-PM-NAME           pic x(20).
      10 WS-PM-VALUE          pic 9(06).
      10 WS-PM-MIN            pic 9(06).
      10 WS-PM-MAX            pic 9(06).

01 WS-PICK-NUMBER             pic 9(02) value 0.
01 WS-ENTRY-NUMBER            pic 9(02) value 0.
01 WS-NEW-VALUE-INPUT         pic x(07) justified right value spaces.
01 WS-NEW-VALUE               pic 9(06) value 0.
01 WS-VALUE-VALID-FLAG        pic x(01) value "N".
    move 3 to WS-PM-VALUE(7).
    move 1 to WS-PM-MIN(7).
    move 20 to WS-PM-MAX(7).
    move "LOCK-MAX-MINUTES" to WS-PM-NAME(8).
    move 120 to WS-PM-VALUE(8).
    move 1 to WS-PM-MIN(8).
    move 9999 to WS-PM-MAX(8).
    move "CUSTODY-SEQ-DAYS" to WS-PM-NAME(9).
    move 7 to WS-PM-VALUE(9).
    move 1 to WS-PM-MIN(9).
    move 365 to WS-PM-MAX(9).
    move "BILL-MONTH" to WS-PM-NAME(10).
    move 0 to WS-PM-VALUE(10).
    move 0 to WS-PM-MIN(10).
    move 999912 to WS-PM-MAX(10).
    move "CONTROL-MAX-DIST" to WS-PM-NAME(11).
    move 2 to WS-PM-VALUE(11).
    move 0 to WS-PM-MIN(11).
    move 120 to WS-PM-MAX(11).
    move "TREND-RUNS" to WS-PM-NAME(12).
    move 10 to WS-PM-VALUE(12).
    move 1 to WS-PM-MIN(12).
    move 50 to WS-PM-MAX(12).
    move "TREND-FLAG-RUNS" to WS-PM-NAME(13).
    move 3 to WS-PM-VALUE(13).
    move 1 to WS-PM-MIN(13).
    move 50 to WS-PM-MAX(13).
    move "INSTR-MAX-REJECT-PCT" to WS-PM-NAME(14).
    move 10 to WS-PM-VALUE(14).
    move 0 to WS-PM-MIN(14).
    move 100 to WS-PM-MAX(14).
    move "INSTR-MIN-QUALITY" to WS-PM-NAME(15).
    move 30 to WS-PM-VALUE(15).
    move 0 to WS-PM-MIN(15).
    move 999 to WS-PM-MAX(15).
    move "INSTR-MAX-N-PCT" to WS-PM-NAME(16).
    move 2 to WS-PM-VALUE(16).
    move 0 to WS-PM-MIN(16).
    move 100 to WS-PM-MAX(16).
    move "RETENTION-DAYS" to WS-PM-NAME(17).
    move 3650 to WS-PM-VALUE(17).
    move 1 to WS-PM-MIN(17).
    move 36500 to WS-PM-MAX(17).
    move "CLUSTER-LINK-DIST" to WS-PM-NAME(18).
    move 3 to WS-PM-VALUE(18).
    move 0 to WS-PM-MIN(18).
    move 120 to WS-PM-MAX(18).
    move "MAX-AGE-YEARS" to WS-PM-NAME(19).
    move 99 to WS-PM-VALUE(19).
    move 1 to WS-PM-MIN(19).
    move 99 to WS-PM-MAX(19).

0200-LOAD-PARAMS.
    open input RUN-PARAM-FILE.
