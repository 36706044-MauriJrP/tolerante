       >>SOURCE FORMAT FREE
identification division.
program-id. box-map.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> Freezer box map. Prints to BOXMAP, for every box on the
*> storage-location master (STORAGELOCS, kept by
*> storage-loc-maint.cob) in the order it is kept there, what is in
*> each position according to the STORAGEINV inventory kept by
*> storage-entry.cob - ten positions to a line as position:sample,
*> "------" for an empty position and a trailing "*" for a specimen
*> pulled out for a retest (its position is still reserved, so it
*> counts as occupied) - followed by the box's occupied and free
*> counts. Destroyed specimens hold no position. After the boxes, a
*> freezer summary gives each freezer's boxes, positions, occupied
*> positions and percentage full. An inventory record whose box is
*> not on the master, or whose position is outside its box, is
*> listed as an exception and the run ends with RETURN-CODE 4.
*> Start and end go to the shared batch run log (HAMRUNLOG).

environment division.
input-output section.
file-control.
    select STORAGE-LOC-FILE assign to "STORAGELOCS"
        organization is line sequential
        file status is WS-LOC-STATUS.
    select STORAGE-INV-FILE assign to "STORAGEINV"
        organization is indexed
        access mode is sequential
        record key is INV-SAMPLE-ID
        file status is WS-INV-STATUS.
    select BOX-MAP-FILE assign to "BOXMAP"
        organization is line sequential.
    select RUN-LOG-FILE assign to "HAMRUNLOG"
        organization is line sequential
        file status is WS-RUNLOG-STATUS.

data division.
file section.
fd  STORAGE-LOC-FILE.
    copy "storage-loc-rec.cpy".

fd  STORAGE-INV-FILE.
    copy "storage-inv-rec.cpy".

fd  BOX-MAP-FILE.
01  WS-REPORT-LINE              pic x(132).

fd  RUN-LOG-FILE.
    copy "run-log-rec.cpy".

working-storage section.
01 WS-RUNLOG-STATUS           pic x(02) value spaces.
01 WS-RUN-STATUS              pic x(10) value "SUCCESS".
01 WS-LOC-STATUS              pic x(02) value spaces.
01 WS-INV-STATUS              pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".
01 WS-LOC-OPEN-FLAG           pic x(01) value "N".
   88 WS-LOC-OPEN             value "Y".
01 WS-INV-OPEN-FLAG           pic x(01) value "N".
   88 WS-INV-OPEN             value "Y".
01 WS-FOUND-FLAG              pic x(01) value "N".
   88 WS-FOUND                value "Y".

01 WS-RUN-DATE                pic 9(08) value 0.
01 WS-RUN-TIME                pic 9(08) value 0.
01 WS-PAGE-NUMBER             pic 9(04) value 0.
01 WS-LINE-COUNT              pic 9(02) value 99.
01 WS-PAGE-SIZE               pic 9(02) value 55.
01 WS-DETAIL-HOLD             pic x(132) value spaces.

copy "storage-loc-table.cpy".

*> Specimens still holding a position (in place or out for a
*> retest), loaded once from the inventory.
01 WS-MAX-INV                 pic 9(05) value 20000.
01 WS-INV-COUNT               pic 9(05) value 0.
01 WS-INV-TABLE.
   05 WS-INV-ENTRY occurs 1 to 20000 times
      depending on WS-INV-COUNT indexed by WS-IV-IDX.
      10 WS-IV-SAMPLE-ID      pic 9(06).
      10 WS-IV-FREEZER        pic x(06).
      10 WS-IV-RACK           pic x(03).
      10 WS-IV-BOX            pic x(03).
      10 WS-IV-POSITION       pic 9(03).
      10 WS-IV-STATUS         pic x(01).
      10 WS-IV-PLACED         pic x(01).
01 WS-INV-OVERFLOW-FLAG       pic x(01) value "N".
   88 WS-INV-OVERFLOW         value "Y".

*> The box being printed, one slot per position.
01 WS-BOX-TABLE.
   05 WS-BOX-SLOT occurs 999 times.
      10 WS-BS-SAMPLE-ID      pic 9(06).
      10 WS-BS-FLAG           pic x(01).
01 WS-POSITION-NUMBER         pic 9(03) value 0.
01 WS-BOX-CAPACITY            pic 9(03) value 0.
01 WS-BOX-OCCUPIED            pic 9(03) value 0.
01 WS-BOX-FREE                pic 9(03) value 0.
01 WS-ACTIVE-TEXT             pic x(08) value spaces.

*> One grid line: ten cells of position:sample and the out flag.
01 WS-GRID-LINE.
   05 filler                  pic x(04).
   05 WS-GRID-CELL occurs 10 times.
      10 WS-GC-POSITION       pic 9(03).
      10 WS-GC-COLON          pic x(01).
      10 WS-GC-SAMPLE         pic x(06).
      10 WS-GC-FLAG           pic x(01).
      10 filler               pic x(01).
   05 filler                  pic x(08).
01 WS-CELL-NUMBER             pic 9(02) value 0.

*> Freezer totals, in the order the freezers first appear.
01 WS-MAX-FREEZERS            pic 9(03) value 100.
01 WS-FREEZER-COUNT           pic 9(03) value 0.
01 WS-FREEZER-TABLE.
   05 WS-FREEZER-ENTRY occurs 1 to 100 times
      depending on WS-FREEZER-COUNT indexed by WS-FZ-IDX.
      10 WS-FZ-FREEZER        pic x(06).
      10 WS-FZ-BOXES          pic 9(04).
      10 WS-FZ-CAPACITY       pic 9(06).
      10 WS-FZ-OCCUPIED       pic 9(06).
01 WS-FREEZER-NUMBER          pic 9(03) value 0.
01 WS-FULL-PCT                pic 9(03)v9 value 0.
01 WS-PCT-EDIT                pic zz9.9.

01 WS-SPECIMENS-READ          pic 9(06) value 0.
01 WS-SPECIMENS-HELD          pic 9(06) value 0.
01 WS-SPECIMENS-OUT           pic 9(06) value 0.
01 WS-DESTROYED-COUNT         pic 9(06) value 0.
01 WS-EXCEPTION-COUNT         pic 9(06) value 0.

procedure division.

0000-MAIN.
    perform 0030-LOG-RUN-START.
    perform 0100-INITIALIZE.
    perform 0200-LOAD-LOCATIONS.
    perform 0300-LOAD-INVENTORY.
    perform 0400-MAP-ONE-BOX
        varying WS-LC-IDX from 1 by 1
        until WS-LC-IDX > WS-LOC-COUNT.
    perform 0500-LIST-UNPLACED.
    perform 0600-WRITE-FREEZER-SUMMARY.
    perform 0800-WRITE-TOTALS.
    perform 0900-TERMINATE.
    perform 0920-LOG-RUN-END.
    stop run.

0100-INITIALIZE.
    accept WS-RUN-DATE from date yyyymmdd.
    accept WS-RUN-TIME from time.
    open output BOX-MAP-FILE.
    perform 0060-WRITE-PAGE-HEADING.

0200-LOAD-LOCATIONS.
    move 0 to WS-LOC-COUNT.
    move "N" to WS-EOF-FLAG.
    open input STORAGE-LOC-FILE.
    if WS-LOC-STATUS = "00"
        set WS-LOC-OPEN to true
        read STORAGE-LOC-FILE
            at end set WS-EOF to true
        end-read
        perform 0210-LOAD-ONE-LOCATION until WS-EOF
        close STORAGE-LOC-FILE
    end-if.

0210-LOAD-ONE-LOCATION.
    if WS-LOC-COUNT < WS-MAX-LOCS
        add 1 to WS-LOC-COUNT
        set WS-LC-IDX to WS-LOC-COUNT
        move LOC-FREEZER to WS-LC-FREEZER(WS-LC-IDX)
        move LOC-RACK to WS-LC-RACK(WS-LC-IDX)
        move LOC-BOX to WS-LC-BOX(WS-LC-IDX)
        move LOC-CAPACITY to WS-LC-CAPACITY(WS-LC-IDX)
        move LOC-ACTIVE to WS-LC-ACTIVE(WS-LC-IDX)
        move LOC-DESCRIPTION to WS-LC-DESCRIPTION(WS-LC-IDX)
    end-if.
    read STORAGE-LOC-FILE
        at end set WS-EOF to true
    end-read.

0300-LOAD-INVENTORY.
    move 0 to WS-INV-COUNT.
    move "N" to WS-EOF-FLAG.
    open input STORAGE-INV-FILE.
    if WS-INV-STATUS = "00"
        set WS-INV-OPEN to true
        read STORAGE-INV-FILE
            at end set WS-EOF to true
        end-read
        perform 0310-LOAD-ONE-SPECIMEN until WS-EOF
        close STORAGE-INV-FILE
    end-if.

0310-LOAD-ONE-SPECIMEN.
    add 1 to WS-SPECIMENS-READ.
    evaluate true
        when INV-DESTROYED
            add 1 to WS-DESTROYED-COUNT
        when WS-INV-COUNT >= WS-MAX-INV
            set WS-INV-OVERFLOW to true
        when other
            add 1 to WS-INV-COUNT
            set WS-IV-IDX to WS-INV-COUNT
            move INV-SAMPLE-ID to WS-IV-SAMPLE-ID(WS-IV-IDX)
            move INV-FREEZER to WS-IV-FREEZER(WS-IV-IDX)
            move INV-RACK to WS-IV-RACK(WS-IV-IDX)
            move INV-BOX to WS-IV-BOX(WS-IV-IDX)
            move INV-POSITION to WS-IV-POSITION(WS-IV-IDX)
            move INV-STATUS to WS-IV-STATUS(WS-IV-IDX)
            move "N" to WS-IV-PLACED(WS-IV-IDX)
            add 1 to WS-SPECIMENS-HELD
            if INV-OUT-FOR-RETEST
                add 1 to WS-SPECIMENS-OUT
            end-if
    end-evaluate.
    read STORAGE-INV-FILE
        at end set WS-EOF to true
    end-read.

*> ----------------------------------------------------------------
*> One box: fill its slots from the inventory, print the grid.
*> ----------------------------------------------------------------
0400-MAP-ONE-BOX.
    move WS-LC-CAPACITY(WS-LC-IDX) to WS-BOX-CAPACITY.
    move 0 to WS-BOX-OCCUPIED.
    perform 0410-CLEAR-ONE-SLOT
        varying WS-POSITION-NUMBER from 1 by 1
        until WS-POSITION-NUMBER > WS-BOX-CAPACITY.
    if WS-INV-COUNT > 0
        perform 0420-PLACE-ONE-SPECIMEN
            varying WS-IV-IDX from 1 by 1
            until WS-IV-IDX > WS-INV-COUNT
    end-if.
    compute WS-BOX-FREE = WS-BOX-CAPACITY - WS-BOX-OCCUPIED.
    if WS-LC-ACTIVE(WS-LC-IDX) = "Y"
        move spaces to WS-ACTIVE-TEXT
    else
        move "RETIRED" to WS-ACTIVE-TEXT
    end-if.
    move spaces to WS-REPORT-LINE.
    perform 0070-WRITE-DETAIL-LINE.
    move spaces to WS-REPORT-LINE.
    string "FREEZER " WS-LC-FREEZER(WS-LC-IDX)
        "  RACK " WS-LC-RACK(WS-LC-IDX)
        "  BOX " WS-LC-BOX(WS-LC-IDX)
        "  " WS-LC-DESCRIPTION(WS-LC-IDX)
        "  CAPACITY " WS-BOX-CAPACITY
        "  OCCUPIED " WS-BOX-OCCUPIED
        "  FREE " WS-BOX-FREE
        "  " WS-ACTIVE-TEXT
        delimited by size into WS-REPORT-LINE.
    perform 0070-WRITE-DETAIL-LINE.
    move 0 to WS-CELL-NUMBER.
    perform 0430-ADD-ONE-CELL
        varying WS-POSITION-NUMBER from 1 by 1
        until WS-POSITION-NUMBER > WS-BOX-CAPACITY.
    if WS-CELL-NUMBER > 0
        perform 0440-WRITE-GRID-LINE
    end-if.
    perform 0450-ADD-TO-FREEZER.

0410-CLEAR-ONE-SLOT.
    move 0 to WS-BS-SAMPLE-ID(WS-POSITION-NUMBER).
    move space to WS-BS-FLAG(WS-POSITION-NUMBER).

0420-PLACE-ONE-SPECIMEN.
    if WS-IV-FREEZER(WS-IV-IDX) = WS-LC-FREEZER(WS-LC-IDX)
       and WS-IV-RACK(WS-IV-IDX) = WS-LC-RACK(WS-LC-IDX)
       and WS-IV-BOX(WS-IV-IDX) = WS-LC-BOX(WS-LC-IDX)
       and WS-IV-POSITION(WS-IV-IDX) > 0
       and WS-IV-POSITION(WS-IV-IDX) <= WS-BOX-CAPACITY
       and WS-BS-SAMPLE-ID(WS-IV-POSITION(WS-IV-IDX)) = 0
        move "Y" to WS-IV-PLACED(WS-IV-IDX)
        add 1 to WS-BOX-OCCUPIED
        move WS-IV-SAMPLE-ID(WS-IV-IDX)
            to WS-BS-SAMPLE-ID(WS-IV-POSITION(WS-IV-IDX))
        if WS-IV-STATUS(WS-IV-IDX) = "O"
            move "*" to WS-BS-FLAG(WS-IV-POSITION(WS-IV-IDX))
        end-if
    end-if.

0430-ADD-ONE-CELL.
    if WS-CELL-NUMBER = 0
        move spaces to WS-GRID-LINE
    end-if.
    add 1 to WS-CELL-NUMBER.
    move WS-POSITION-NUMBER to WS-GC-POSITION(WS-CELL-NUMBER).
    if WS-BS-SAMPLE-ID(WS-POSITION-NUMBER) = 0
        move "------" to WS-GC-SAMPLE(WS-CELL-NUMBER)
    else
        move WS-BS-SAMPLE-ID(WS-POSITION-NUMBER)
            to WS-GC-SAMPLE(WS-CELL-NUMBER)
    end-if.
    move WS-BS-FLAG(WS-POSITION-NUMBER) to WS-GC-FLAG(WS-CELL-NUMBER).
    move ":" to WS-GC-COLON(WS-CELL-NUMBER).
    if WS-CELL-NUMBER = 10
        perform 0440-WRITE-GRID-LINE
    end-if.

0440-WRITE-GRID-LINE.
    move WS-GRID-LINE to WS-REPORT-LINE.
    perform 0070-WRITE-DETAIL-LINE.
    move 0 to WS-CELL-NUMBER.

0450-ADD-TO-FREEZER.
    move "N" to WS-FOUND-FLAG.
    if WS-FREEZER-COUNT > 0
        set WS-FZ-IDX to 1
        search WS-FREEZER-ENTRY
            at end continue
            when WS-FZ-FREEZER(WS-FZ-IDX) = WS-LC-FREEZER(WS-LC-IDX)
                set WS-FOUND to true
        end-search
    end-if.
    if not WS-FOUND and WS-FREEZER-COUNT < WS-MAX-FREEZERS
        add 1 to WS-FREEZER-COUNT
        set WS-FZ-IDX to WS-FREEZER-COUNT
        move WS-LC-FREEZER(WS-LC-IDX) to WS-FZ-FREEZER(WS-FZ-IDX)
        move 0 to WS-FZ-BOXES(WS-FZ-IDX)
        move 0 to WS-FZ-CAPACITY(WS-FZ-IDX)
        move 0 to WS-FZ-OCCUPIED(WS-FZ-IDX)
        set WS-FOUND to true
    end-if.
    if WS-FOUND
        add 1 to WS-FZ-BOXES(WS-FZ-IDX)
        add WS-BOX-CAPACITY to WS-FZ-CAPACITY(WS-FZ-IDX)
        add WS-BOX-OCCUPIED to WS-FZ-OCCUPIED(WS-FZ-IDX)
    end-if.

*> ----------------------------------------------------------------
*> Specimens that did not land in any box on the master.
*> ----------------------------------------------------------------
0500-LIST-UNPLACED.
    if WS-INV-COUNT > 0
        perform 0510-CHECK-ONE-UNPLACED
            varying WS-IV-IDX from 1 by 1
            until WS-IV-IDX > WS-INV-COUNT
    end-if.

0510-CHECK-ONE-UNPLACED.
    if WS-IV-PLACED(WS-IV-IDX) not = "Y"
        if WS-EXCEPTION-COUNT = 0
            move spaces to WS-REPORT-LINE
            perform 0070-WRITE-DETAIL-LINE
            move "SPECIMENS NOT IN ANY BOX POSITION ON THE MASTER"
                to WS-REPORT-LINE
            perform 0070-WRITE-DETAIL-LINE
        end-if
        add 1 to WS-EXCEPTION-COUNT
        move spaces to WS-REPORT-LINE
        string "    SAMPLE " WS-IV-SAMPLE-ID(WS-IV-IDX)
            "  FREEZER " WS-IV-FREEZER(WS-IV-IDX)
            "  RACK " WS-IV-RACK(WS-IV-IDX)
            "  BOX " WS-IV-BOX(WS-IV-IDX)
            "  POSITION " WS-IV-POSITION(WS-IV-IDX)
            "  STATUS " WS-IV-STATUS(WS-IV-IDX)
            delimited by size into WS-REPORT-LINE
        perform 0070-WRITE-DETAIL-LINE
    end-if.

0600-WRITE-FREEZER-SUMMARY.
    move spaces to WS-REPORT-LINE.
    perform 0070-WRITE-DETAIL-LINE.
    move "FREEZER SUMMARY" to WS-REPORT-LINE.
    perform 0070-WRITE-DETAIL-LINE.
    move "FREEZER  BOXES  POSITIONS  OCCUPIED  FULL %"
        to WS-REPORT-LINE.
    perform 0070-WRITE-DETAIL-LINE.
    perform 0610-WRITE-ONE-FREEZER
        varying WS-FREEZER-NUMBER from 1 by 1
        until WS-FREEZER-NUMBER > WS-FREEZER-COUNT.

0610-WRITE-ONE-FREEZER.
    set WS-FZ-IDX to WS-FREEZER-NUMBER.
    move 0 to WS-FULL-PCT.
    if WS-FZ-CAPACITY(WS-FZ-IDX) > 0
        compute WS-FULL-PCT rounded =
            WS-FZ-OCCUPIED(WS-FZ-IDX) * 100
            / WS-FZ-CAPACITY(WS-FZ-IDX)
    end-if.
    move WS-FULL-PCT to WS-PCT-EDIT.
    move spaces to WS-REPORT-LINE.
    string WS-FZ-FREEZER(WS-FZ-IDX)
        "   " WS-FZ-BOXES(WS-FZ-IDX)
        "   " WS-FZ-CAPACITY(WS-FZ-IDX)
        "     " WS-FZ-OCCUPIED(WS-FZ-IDX)
        "    " WS-PCT-EDIT
        delimited by size into WS-REPORT-LINE.
    perform 0070-WRITE-DETAIL-LINE.

0060-WRITE-PAGE-HEADING.
    add 1 to WS-PAGE-NUMBER.
    if WS-PAGE-NUMBER > 1
        move spaces to WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.
    move spaces to WS-REPORT-LINE.
    string "STORAGE BOX MAP"
        "   RUN " WS-RUN-DATE " " WS-RUN-TIME(1:2) ":"
        WS-RUN-TIME(3:2)
        "   PAGE " WS-PAGE-NUMBER
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move "POSITION:SAMPLE   ------ = EMPTY   * = OUT FOR RETEST"
        to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move 2 to WS-LINE-COUNT.

0070-WRITE-DETAIL-LINE.
    if WS-LINE-COUNT >= WS-PAGE-SIZE
        move WS-REPORT-LINE to WS-DETAIL-HOLD
        perform 0060-WRITE-PAGE-HEADING
        move WS-DETAIL-HOLD to WS-REPORT-LINE
    end-if.
    write WS-REPORT-LINE.
    add 1 to WS-LINE-COUNT.

0800-WRITE-TOTALS.
    move spaces to WS-REPORT-LINE.
    perform 0070-WRITE-DETAIL-LINE.
    if not WS-LOC-OPEN
        move "NO STORAGE-LOCATION MASTER (STORAGELOCS) - NO BOXES MAPPED"
            to WS-REPORT-LINE
        perform 0070-WRITE-DETAIL-LINE
    end-if.
    if not WS-INV-OPEN
        move "NO STORAGE INVENTORY (STORAGEINV) - NO SPECIMENS RECORDED"
            to WS-REPORT-LINE
        perform 0070-WRITE-DETAIL-LINE
    end-if.
    if WS-INV-OVERFLOW
        move spaces to WS-REPORT-LINE
        string "WARNING - MORE THAN " WS-MAX-INV
            " SPECIMENS HELD; THE REST ARE NOT MAPPED"
            delimited by size into WS-REPORT-LINE
        perform 0070-WRITE-DETAIL-LINE
    end-if.
    move spaces to WS-REPORT-LINE.
    string "BOXES: " WS-LOC-COUNT
        "  SPECIMENS READ: " WS-SPECIMENS-READ
        "  HELD: " WS-SPECIMENS-HELD
        "  OUT FOR RETEST: " WS-SPECIMENS-OUT
        "  DESTROYED: " WS-DESTROYED-COUNT
        "  NOT IN A BOX: " WS-EXCEPTION-COUNT
        delimited by size into WS-REPORT-LINE.
    perform 0070-WRITE-DETAIL-LINE.

0900-TERMINATE.
    close BOX-MAP-FILE.
    display "Cajas en el mapa: " WS-LOC-COUNT.
    if WS-EXCEPTION-COUNT > 0 or WS-INV-OVERFLOW
        move 4 to return-code
    end-if.

0030-LOG-RUN-START.
    move "box-map" to RUN-LOG-PROGRAM.
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
    move "box-map" to RUN-LOG-PROGRAM.
    move "E" to RUN-LOG-EVENT.
    move function current-date to RUN-LOG-TIMESTAMP.
    move WS-SPECIMENS-READ to RUN-LOG-RECORDS.
    move WS-RUN-STATUS to RUN-LOG-STATUS.
    perform 0040-WRITE-RUN-LOG.

end program box-map.
