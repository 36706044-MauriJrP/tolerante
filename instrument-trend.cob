       >>SOURCE FORMAT FREE
identification division.
program-id. instrument-trend.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> Per-instrument performance trend over the SEQRUNREG sequencer run
*> registry that strand-import.cob appends to on every import
*> (layout in SEQ-RUN-REC). For each instrument it lists the last N
*> runs in the order they were loaded (N = TREND-RUNS run parameter,
*> default 10) with the run's reject percentage (rejected over
*> accepted plus rejected reads), average read quality, N-base
*> percentage and control outcome, marks every measure that breaks
*> its maintained limit (INSTR-MAX-REJECT-PCT default 10,
*> INSTR-MIN-QUALITY default 30, INSTR-MAX-N-PCT default 2, and any
*> failed control), and closes with the window averages and the
*> movement from the first shown run to the latest. An instrument
*> whose last TREND-FLAG-RUNS runs (default 3) every one broke a
*> limit is flagged CALL SERVICE, on its own block and in a list at
*> the end, and the run ends with RETURN-CODE 4. Runs rejected whole
*> carry no read measures and are left out of the trend; runs from
*> drops without an instrument ID are grouped under (NONE). The
*> report is INSTRTREND; limits are kept with param-maint.cob.
*> Start and end go to the shared batch run log (HAMRUNLOG).

environment division.
input-output section.
file-control.
    select SEQ-RUN-FILE assign to "SEQRUNREG"
        organization is line sequential
        file status is WS-RUNREG-STATUS.
    select RUN-PARAM-FILE assign to "HAMPARAMS"
        organization is line sequential
        file status is WS-PARAM-STATUS.
    select TREND-REPORT-FILE assign to "INSTRTREND"
        organization is line sequential.
    select RUN-LOG-FILE assign to "HAMRUNLOG"
        organization is line sequential
        file status is WS-RUNLOG-STATUS.

data division.
file section.
fd  SEQ-RUN-FILE.
    copy "seq-run-rec.cpy".

fd  RUN-PARAM-FILE.
    copy "run-param-rec.cpy".

fd  TREND-REPORT-FILE.
01  WS-REPORT-LINE            pic x(132).

fd  RUN-LOG-FILE.
    copy "run-log-rec.cpy".

working-storage section.
01 WS-RUNLOG-STATUS           pic x(02) value spaces.
01 WS-RUN-STATUS              pic x(10) value "SUCCESS".
01 WS-RUNREG-STATUS           pic x(02) value spaces.
01 WS-PARAM-STATUS            pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".
01 WS-PARAM-EOF-FLAG          pic x(01) value "N".
   88 WS-PARAM-EOF            value "Y".
01 WS-FOUND-FLAG              pic x(01) value "N".
   88 WS-FOUND                value "Y".

01 WS-RUN-DATE                pic 9(08) value 0.
01 WS-RUN-TIME                pic 9(08) value 0.
01 WS-PAGE-NUMBER             pic 9(04) value 0.
01 WS-LINE-COUNT              pic 9(02) value 99.
01 WS-PAGE-SIZE               pic 9(02) value 55.
01 WS-DETAIL-HOLD             pic x(132) value spaces.

01 WS-TREND-RUNS              pic 9(02) value 10.
01 WS-FLAG-RUNS               pic 9(02) value 3.
01 WS-MAX-REJECT-PCT          pic 9(03) value 10.
01 WS-MIN-QUALITY             pic 9(03) value 30.
01 WS-MAX-N-PCT               pic 9(03) value 2.

*> One entry per instrument; the first pass counts its runs, the
*> second keeps only its last TREND-RUNS of them.
01 WS-MAX-INSTRUMENTS         pic 9(03) value 100.
01 WS-INSTRUMENT-COUNT        pic 9(03) value 0.
01 WS-INSTRUMENT-OVERFLOW     pic 9(06) value 0.
01 WS-INSTRUMENT-TABLE.
   05 WS-INSTRUMENT-ENTRY occurs 100 times indexed by WS-IN-IDX.
      10 WS-IN-ID             pic x(08).
      10 WS-IN-TOTAL-RUNS     pic 9(06).
      10 WS-IN-SEEN-RUNS      pic 9(06).
      10 WS-IN-KEPT           pic 9(02).
      10 WS-IN-FLAGGED        pic x(01).
      10 WS-IN-RUN occurs 50 times.
         15 WS-IR-RUN-ID      pic x(10).
         15 WS-IR-DATE        pic 9(08).
         15 WS-IR-DETAILS     pic 9(06).
         15 WS-IR-ACCEPTED    pic 9(06).
         15 WS-IR-REJECTED    pic 9(06).
         15 WS-IR-HELD        pic 9(06).
         15 WS-IR-REJECT-PCT  pic 9(03)v99.
         15 WS-IR-QUALITY     pic 9(03)v9.
         15 WS-IR-N-PCT       pic 9(03)v99.
         15 WS-IR-CONTROLS    pic x(04).
         15 WS-IR-BREACH      pic x(01).

01 WS-INSTRUMENT-KEY          pic x(08) value spaces.
01 WS-ENTRY-NUMBER            pic 9(03) value 0.
01 WS-RUN-NUMBER              pic 9(02) value 0.
01 WS-FIRST-FLAG-RUN          pic 9(02) value 0.
01 WS-BREACH-RUNS             pic 9(02) value 0.
01 WS-REGISTRY-RUNS           pic 9(06) value 0.
01 WS-SKIPPED-REJECTED        pic 9(06) value 0.
01 WS-FLAGGED-COUNT           pic 9(03) value 0.

01 WS-BREACH-TEXT             pic x(20) value spaces.
01 WS-BREACH-PTR              pic 9(02) value 0.
01 WS-REJECT-PCT              pic 9(03)v99 value 0.
01 WS-SUM-REJECT-PCT          pic 9(05)v99 value 0.
01 WS-SUM-QUALITY             pic 9(05)v9 value 0.
01 WS-SUM-N-PCT               pic 9(05)v99 value 0.
01 WS-AVG-REJECT-PCT          pic 9(03)v99 value 0.
01 WS-AVG-QUALITY             pic 9(03)v9 value 0.
01 WS-AVG-N-PCT               pic 9(03)v99 value 0.
01 WS-MOVE-REJECT-PCT         pic s9(03)v99 value 0.
01 WS-MOVE-QUALITY            pic s9(03)v9 value 0.
01 WS-MOVE-N-PCT              pic s9(03)v99 value 0.
01 WS-PCT-EDIT-1              pic zz9.99.
01 WS-PCT-EDIT-2              pic zz9.99.
01 WS-QUALITY-EDIT            pic zz9.9.
01 WS-MOVE-PCT-EDIT-1         pic +zz9.99.
01 WS-MOVE-PCT-EDIT-2         pic +zz9.99.
01 WS-MOVE-QUALITY-EDIT       pic +zz9.9.

procedure division.

0000-MAIN.
    perform 0030-LOG-RUN-START.
    perform 0050-LOAD-RUN-PARAMS.
    perform 0100-INITIALIZE.
    perform 0200-COUNT-INSTRUMENT-RUNS.
    perform 0300-KEEP-LATEST-RUNS.
    perform 0400-REPORT-ONE-INSTRUMENT
        varying WS-ENTRY-NUMBER from 1 by 1
        until WS-ENTRY-NUMBER > WS-INSTRUMENT-COUNT.
    perform 0800-WRITE-TOTALS.
    perform 0900-TERMINATE.
    perform 0920-LOG-RUN-END.
    stop run.

0050-LOAD-RUN-PARAMS.
    move "N" to WS-PARAM-EOF-FLAG.
    open input RUN-PARAM-FILE.
    if WS-PARAM-STATUS = "35"
        continue
    else
        read RUN-PARAM-FILE
            at end set WS-PARAM-EOF to true
        end-read
        perform 0060-APPLY-ONE-PARAM until WS-PARAM-EOF
        close RUN-PARAM-FILE
    end-if.
    if WS-FLAG-RUNS > WS-TREND-RUNS
        move WS-TREND-RUNS to WS-FLAG-RUNS
    end-if.

0060-APPLY-ONE-PARAM.
    if RUN-PARAM-VALUE is numeric
        evaluate RUN-PARAM-NAME
            when "TREND-RUNS"
                if RUN-PARAM-VALUE > 0 and RUN-PARAM-VALUE <= 50
                    move RUN-PARAM-VALUE to WS-TREND-RUNS
                end-if
            when "TREND-FLAG-RUNS"
                if RUN-PARAM-VALUE > 0 and RUN-PARAM-VALUE <= 50
                    move RUN-PARAM-VALUE to WS-FLAG-RUNS
                end-if
            when "INSTR-MAX-REJECT-PCT"
                if RUN-PARAM-VALUE <= 100
                    move RUN-PARAM-VALUE to WS-MAX-REJECT-PCT
                end-if
            when "INSTR-MIN-QUALITY"
                if RUN-PARAM-VALUE <= 999
                    move RUN-PARAM-VALUE to WS-MIN-QUALITY
                end-if
            when "INSTR-MAX-N-PCT"
                if RUN-PARAM-VALUE <= 100
                    move RUN-PARAM-VALUE to WS-MAX-N-PCT
                end-if
        end-evaluate
    end-if.
    read RUN-PARAM-FILE
        at end set WS-PARAM-EOF to true
    end-read.

0100-INITIALIZE.
    accept WS-RUN-DATE from date yyyymmdd.
    accept WS-RUN-TIME from time.
    open output TREND-REPORT-FILE.
    perform 0080-WRITE-PAGE-HEADING.

*> ----------------------------------------------------------------
*> First pass: every instrument and how many runs it has on file.
*> ----------------------------------------------------------------
0200-COUNT-INSTRUMENT-RUNS.
    move "N" to WS-EOF-FLAG.
    open input SEQ-RUN-FILE.
    if WS-RUNREG-STATUS = "35"
        move "NO RUN REGISTRY (SEQRUNREG) ON HAND - NO RUNS TO TREND"
            to WS-REPORT-LINE
        perform 0090-WRITE-DETAIL-LINE
    else
        read SEQ-RUN-FILE
            at end set WS-EOF to true
        end-read
        perform 0210-COUNT-ONE-RUN until WS-EOF
        close SEQ-RUN-FILE
    end-if.

0210-COUNT-ONE-RUN.
    add 1 to WS-REGISTRY-RUNS.
    if RUNREG-REJECTED
        add 1 to WS-SKIPPED-REJECTED
    else
        perform 0220-FIND-INSTRUMENT
        if not WS-FOUND
            if WS-INSTRUMENT-COUNT < WS-MAX-INSTRUMENTS
                add 1 to WS-INSTRUMENT-COUNT
                set WS-IN-IDX to WS-INSTRUMENT-COUNT
                move WS-INSTRUMENT-KEY to WS-IN-ID(WS-IN-IDX)
                move 0 to WS-IN-TOTAL-RUNS(WS-IN-IDX)
                move 0 to WS-IN-SEEN-RUNS(WS-IN-IDX)
                move 0 to WS-IN-KEPT(WS-IN-IDX)
                move "N" to WS-IN-FLAGGED(WS-IN-IDX)
                set WS-FOUND to true
            else
                add 1 to WS-INSTRUMENT-OVERFLOW
            end-if
        end-if
        if WS-FOUND
            add 1 to WS-IN-TOTAL-RUNS(WS-IN-IDX)
        end-if
    end-if.
    read SEQ-RUN-FILE
        at end set WS-EOF to true
    end-read.

0220-FIND-INSTRUMENT.
    move "N" to WS-FOUND-FLAG.
    if RUNREG-INSTRUMENT = spaces
        move "(NONE)" to WS-INSTRUMENT-KEY
    else
        move RUNREG-INSTRUMENT to WS-INSTRUMENT-KEY
    end-if.
    if WS-INSTRUMENT-COUNT > 0
        set WS-IN-IDX to 1
        search WS-INSTRUMENT-ENTRY
            at end continue
            when WS-IN-IDX > WS-INSTRUMENT-COUNT
                continue
            when WS-IN-ID(WS-IN-IDX) = WS-INSTRUMENT-KEY
                set WS-FOUND to true
        end-search
    end-if.

*> ----------------------------------------------------------------
*> Second pass: keep each instrument's last TREND-RUNS runs.
*> ----------------------------------------------------------------
0300-KEEP-LATEST-RUNS.
    move "N" to WS-EOF-FLAG.
    open input SEQ-RUN-FILE.
    if WS-RUNREG-STATUS not = "35"
        read SEQ-RUN-FILE
            at end set WS-EOF to true
        end-read
        perform 0310-KEEP-ONE-RUN until WS-EOF
        close SEQ-RUN-FILE
    end-if.

0310-KEEP-ONE-RUN.
    if not RUNREG-REJECTED
        perform 0220-FIND-INSTRUMENT
        if WS-FOUND
            add 1 to WS-IN-SEEN-RUNS(WS-IN-IDX)
            if WS-IN-SEEN-RUNS(WS-IN-IDX) + WS-TREND-RUNS
               > WS-IN-TOTAL-RUNS(WS-IN-IDX)
                add 1 to WS-IN-KEPT(WS-IN-IDX)
                move WS-IN-KEPT(WS-IN-IDX) to WS-RUN-NUMBER
                perform 0320-STORE-RUN
            end-if
        end-if
    end-if.
    read SEQ-RUN-FILE
        at end set WS-EOF to true
    end-read.

0320-STORE-RUN.
    move RUNREG-RUN-ID to WS-IR-RUN-ID(WS-IN-IDX, WS-RUN-NUMBER).
    move RUNREG-RUN-DATE to WS-IR-DATE(WS-IN-IDX, WS-RUN-NUMBER).
    move RUNREG-DETAILS to WS-IR-DETAILS(WS-IN-IDX, WS-RUN-NUMBER).
    move RUNREG-ACCEPTED-COUNT
        to WS-IR-ACCEPTED(WS-IN-IDX, WS-RUN-NUMBER).
    move RUNREG-REJECTED-COUNT
        to WS-IR-REJECTED(WS-IN-IDX, WS-RUN-NUMBER).
    move RUNREG-HELD-COUNT to WS-IR-HELD(WS-IN-IDX, WS-RUN-NUMBER).
    move 0 to WS-REJECT-PCT.
    if RUNREG-ACCEPTED-COUNT + RUNREG-REJECTED-COUNT > 0
        compute WS-REJECT-PCT rounded =
            RUNREG-REJECTED-COUNT * 100
            / (RUNREG-ACCEPTED-COUNT + RUNREG-REJECTED-COUNT)
    end-if.
    move WS-REJECT-PCT to WS-IR-REJECT-PCT(WS-IN-IDX, WS-RUN-NUMBER).
    move RUNREG-AVG-QUALITY to WS-IR-QUALITY(WS-IN-IDX, WS-RUN-NUMBER).
    move RUNREG-N-RATE to WS-IR-N-PCT(WS-IN-IDX, WS-RUN-NUMBER).
    move RUNREG-CONTROLS to WS-IR-CONTROLS(WS-IN-IDX, WS-RUN-NUMBER).
    move "N" to WS-IR-BREACH(WS-IN-IDX, WS-RUN-NUMBER).

*> ----------------------------------------------------------------
*> One instrument's block: its runs, window averages and movement,
*> and the service flag.
*> ----------------------------------------------------------------
0400-REPORT-ONE-INSTRUMENT.
    set WS-IN-IDX to WS-ENTRY-NUMBER.
    move spaces to WS-REPORT-LINE.
    perform 0090-WRITE-DETAIL-LINE.
    move spaces to WS-REPORT-LINE.
    string "INSTRUMENT " WS-IN-ID(WS-IN-IDX)
        "   RUNS ON FILE " WS-IN-TOTAL-RUNS(WS-IN-IDX)
        "   SHOWN " WS-IN-KEPT(WS-IN-IDX)
        delimited by size into WS-REPORT-LINE.
    perform 0090-WRITE-DETAIL-LINE.
    move spaces to WS-REPORT-LINE.
    string "  DATE     RUN ID     DETAILS ACCEPTED REJECTED   HELD"
        "  REJECT%  QUALITY      N%  CONTROLS  OUT OF LIMIT"
        delimited by size into WS-REPORT-LINE.
    perform 0090-WRITE-DETAIL-LINE.
    move 0 to WS-SUM-REJECT-PCT.
    move 0 to WS-SUM-QUALITY.
    move 0 to WS-SUM-N-PCT.
    perform 0410-REPORT-ONE-RUN
        varying WS-RUN-NUMBER from 1 by 1
        until WS-RUN-NUMBER > WS-IN-KEPT(WS-IN-IDX).
    perform 0430-WRITE-WINDOW-SUMMARY.
    perform 0440-CHECK-SERVICE-FLAG.

0410-REPORT-ONE-RUN.
    move spaces to WS-BREACH-TEXT.
    move 1 to WS-BREACH-PTR.
    if WS-IR-REJECT-PCT(WS-IN-IDX, WS-RUN-NUMBER) > WS-MAX-REJECT-PCT
        string "REJ " delimited by size
            into WS-BREACH-TEXT with pointer WS-BREACH-PTR
    end-if.
    if WS-IR-QUALITY(WS-IN-IDX, WS-RUN-NUMBER) < WS-MIN-QUALITY
       and WS-IR-ACCEPTED(WS-IN-IDX, WS-RUN-NUMBER)
         + WS-IR-HELD(WS-IN-IDX, WS-RUN-NUMBER) > 0
        string "QUAL " delimited by size
            into WS-BREACH-TEXT with pointer WS-BREACH-PTR
    end-if.
    if WS-IR-N-PCT(WS-IN-IDX, WS-RUN-NUMBER) > WS-MAX-N-PCT
        string "N " delimited by size
            into WS-BREACH-TEXT with pointer WS-BREACH-PTR
    end-if.
    if WS-IR-CONTROLS(WS-IN-IDX, WS-RUN-NUMBER) = "FAIL"
        string "CTL " delimited by size
            into WS-BREACH-TEXT with pointer WS-BREACH-PTR
    end-if.
    if WS-BREACH-TEXT not = spaces
        move "Y" to WS-IR-BREACH(WS-IN-IDX, WS-RUN-NUMBER)
    end-if.
    add WS-IR-REJECT-PCT(WS-IN-IDX, WS-RUN-NUMBER)
        to WS-SUM-REJECT-PCT.
    add WS-IR-QUALITY(WS-IN-IDX, WS-RUN-NUMBER) to WS-SUM-QUALITY.
    add WS-IR-N-PCT(WS-IN-IDX, WS-RUN-NUMBER) to WS-SUM-N-PCT.
    move WS-IR-REJECT-PCT(WS-IN-IDX, WS-RUN-NUMBER) to WS-PCT-EDIT-1.
    move WS-IR-QUALITY(WS-IN-IDX, WS-RUN-NUMBER) to WS-QUALITY-EDIT.
    move WS-IR-N-PCT(WS-IN-IDX, WS-RUN-NUMBER) to WS-PCT-EDIT-2.
    move spaces to WS-REPORT-LINE.
    string "  " WS-IR-DATE(WS-IN-IDX, WS-RUN-NUMBER)
        " " WS-IR-RUN-ID(WS-IN-IDX, WS-RUN-NUMBER)
        " " WS-IR-DETAILS(WS-IN-IDX, WS-RUN-NUMBER)
        "  " WS-IR-ACCEPTED(WS-IN-IDX, WS-RUN-NUMBER)
        "   " WS-IR-REJECTED(WS-IN-IDX, WS-RUN-NUMBER)
        "  " WS-IR-HELD(WS-IN-IDX, WS-RUN-NUMBER)
        "  " WS-PCT-EDIT-1
        "    " WS-QUALITY-EDIT
        "  " WS-PCT-EDIT-2
        "  " WS-IR-CONTROLS(WS-IN-IDX, WS-RUN-NUMBER)
        "      " WS-BREACH-TEXT
        delimited by size into WS-REPORT-LINE.
    perform 0090-WRITE-DETAIL-LINE.

0430-WRITE-WINDOW-SUMMARY.
    if WS-IN-KEPT(WS-IN-IDX) > 0
        compute WS-AVG-REJECT-PCT rounded =
            WS-SUM-REJECT-PCT / WS-IN-KEPT(WS-IN-IDX)
        compute WS-AVG-QUALITY rounded =
            WS-SUM-QUALITY / WS-IN-KEPT(WS-IN-IDX)
        compute WS-AVG-N-PCT rounded =
            WS-SUM-N-PCT / WS-IN-KEPT(WS-IN-IDX)
        move WS-AVG-REJECT-PCT to WS-PCT-EDIT-1
        move WS-AVG-QUALITY to WS-QUALITY-EDIT
        move WS-AVG-N-PCT to WS-PCT-EDIT-2
        move spaces to WS-REPORT-LINE
        string "  WINDOW AVERAGE       REJECT% " WS-PCT-EDIT-1
            "  QUALITY " WS-QUALITY-EDIT
            "  N% " WS-PCT-EDIT-2
            delimited by size into WS-REPORT-LINE
        perform 0090-WRITE-DETAIL-LINE
        move WS-IN-KEPT(WS-IN-IDX) to WS-RUN-NUMBER
        compute WS-MOVE-REJECT-PCT =
            WS-IR-REJECT-PCT(WS-IN-IDX, WS-RUN-NUMBER)
            - WS-IR-REJECT-PCT(WS-IN-IDX, 1)
        compute WS-MOVE-QUALITY =
            WS-IR-QUALITY(WS-IN-IDX, WS-RUN-NUMBER)
            - WS-IR-QUALITY(WS-IN-IDX, 1)
        compute WS-MOVE-N-PCT =
            WS-IR-N-PCT(WS-IN-IDX, WS-RUN-NUMBER)
            - WS-IR-N-PCT(WS-IN-IDX, 1)
        move WS-MOVE-REJECT-PCT to WS-MOVE-PCT-EDIT-1
        move WS-MOVE-QUALITY to WS-MOVE-QUALITY-EDIT
        move WS-MOVE-N-PCT to WS-MOVE-PCT-EDIT-2
        move spaces to WS-REPORT-LINE
        string "  LATEST VS FIRST SHOWN REJECT% " WS-MOVE-PCT-EDIT-1
            "  QUALITY " WS-MOVE-QUALITY-EDIT
            "  N% " WS-MOVE-PCT-EDIT-2
            delimited by size into WS-REPORT-LINE
        perform 0090-WRITE-DETAIL-LINE
    end-if.

*> Flagged when each of the instrument's last TREND-FLAG-RUNS runs
*> broke at least one limit - one bad plate is not a service call.
0440-CHECK-SERVICE-FLAG.
    move 0 to WS-BREACH-RUNS.
    if WS-IN-KEPT(WS-IN-IDX) >= WS-FLAG-RUNS
        compute WS-FIRST-FLAG-RUN =
            WS-IN-KEPT(WS-IN-IDX) - WS-FLAG-RUNS + 1
        perform 0450-COUNT-ONE-BREACH
            varying WS-RUN-NUMBER from WS-FIRST-FLAG-RUN by 1
            until WS-RUN-NUMBER > WS-IN-KEPT(WS-IN-IDX)
    end-if.
    if WS-IN-KEPT(WS-IN-IDX) >= WS-FLAG-RUNS
       and WS-BREACH-RUNS = WS-FLAG-RUNS
        move "Y" to WS-IN-FLAGGED(WS-IN-IDX)
        add 1 to WS-FLAGGED-COUNT
        move spaces to WS-REPORT-LINE
        string "  *** CALL SERVICE - LAST " WS-FLAG-RUNS
            " RUNS ALL OUT OF LIMIT ***"
            delimited by size into WS-REPORT-LINE
        perform 0090-WRITE-DETAIL-LINE
    end-if.

0450-COUNT-ONE-BREACH.
    if WS-IR-BREACH(WS-IN-IDX, WS-RUN-NUMBER) = "Y"
        add 1 to WS-BREACH-RUNS
    end-if.

0080-WRITE-PAGE-HEADING.
    add 1 to WS-PAGE-NUMBER.
    if WS-PAGE-NUMBER > 1
        move spaces to WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.
    move spaces to WS-REPORT-LINE.
    string "SEQUENCER INSTRUMENT TREND"
        "   RUN " WS-RUN-DATE " " WS-RUN-TIME(1:2) ":"
        WS-RUN-TIME(3:2)
        "   PAGE " WS-PAGE-NUMBER
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "LIMITS: REJECT% <= " WS-MAX-REJECT-PCT
        "  QUALITY >= " WS-MIN-QUALITY
        "  N% <= " WS-MAX-N-PCT
        "  CONTROLS PASS   LAST " WS-TREND-RUNS " RUNS SHOWN, FLAG ON "
        WS-FLAG-RUNS
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move 2 to WS-LINE-COUNT.

0090-WRITE-DETAIL-LINE.
    if WS-LINE-COUNT >= WS-PAGE-SIZE
        move WS-REPORT-LINE to WS-DETAIL-HOLD
        perform 0080-WRITE-PAGE-HEADING
        move WS-DETAIL-HOLD to WS-REPORT-LINE
    end-if.
    write WS-REPORT-LINE.
    add 1 to WS-LINE-COUNT.

0800-WRITE-TOTALS.
    move spaces to WS-REPORT-LINE.
    perform 0090-WRITE-DETAIL-LINE.
    move spaces to WS-REPORT-LINE.
    string "REGISTRY RUNS: " WS-REGISTRY-RUNS
        "  REJECTED WHOLE (NOT TRENDED): " WS-SKIPPED-REJECTED
        "  INSTRUMENTS: " WS-INSTRUMENT-COUNT
        "  FLAGGED: " WS-FLAGGED-COUNT
        delimited by size into WS-REPORT-LINE.
    perform 0090-WRITE-DETAIL-LINE.
    if WS-INSTRUMENT-OVERFLOW > 0
        move spaces to WS-REPORT-LINE
        string "WARNING - MORE THAN " WS-MAX-INSTRUMENTS
            " INSTRUMENTS; " WS-INSTRUMENT-OVERFLOW
            " RUNS OF OTHERS NOT TRENDED"
            delimited by size into WS-REPORT-LINE
        perform 0090-WRITE-DETAIL-LINE
    end-if.
    perform 0810-LIST-ONE-FLAGGED
        varying WS-ENTRY-NUMBER from 1 by 1
        until WS-ENTRY-NUMBER > WS-INSTRUMENT-COUNT.

0810-LIST-ONE-FLAGGED.
    set WS-IN-IDX to WS-ENTRY-NUMBER.
    if WS-IN-FLAGGED(WS-IN-IDX) = "Y"
        move spaces to WS-REPORT-LINE
        string "CALL SERVICE: INSTRUMENT " WS-IN-ID(WS-IN-IDX)
            delimited by size into WS-REPORT-LINE
        perform 0090-WRITE-DETAIL-LINE
    end-if.

0900-TERMINATE.
    close TREND-REPORT-FILE.
    display "Instrumentos: " WS-INSTRUMENT-COUNT
        "  a revisar: " WS-FLAGGED-COUNT.
    if WS-FLAGGED-COUNT > 0
        move 4 to return-code
    end-if.

0030-LOG-RUN-START.
    move "instrument-trend" to RUN-LOG-PROGRAM.
    move "S" to RUN-LOG-EVENT.
    move function current-date to RUN-LOG-TIMESTAMP.
    move 0 to RUN-LOG-RECORDS.
    move spaces to RUN-LOG-STATUS.
    perform 0040-WRITE-RUN-LOG.

0040-WRITE-RUN-LOG.
    open extend RUN-LOG-FILE.
    if WS-RUNLOG-STATUS = "35"
        open output RUN-LOG-FILE
    end-if.
    write RUN-LOG-RECORD.
    close RUN-LOG-FILE.

0920-LOG-RUN-END.
    move "instrument-trend" to RUN-LOG-PROGRAM.
    move "E" to RUN-LOG-EVENT.
    move function current-date to RUN-LOG-TIMESTAMP.
    move WS-REGISTRY-RUNS to RUN-LOG-RECORDS.
    move WS-RUN-STATUS to RUN-LOG-STATUS.
    perform 0040-WRITE-RUN-LOG.

end program instrument-trend.
