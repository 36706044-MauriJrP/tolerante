       >>SOURCE FORMAT FREE
identification division.
program-id. custody-exceptions.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> Chain-of-custody gap report over the CUSTODYEVENTS file kept by
*> custody-entry.cob. Lists to CUSTODYEXC every sample whose custody
*> chain has a gap:
*>   NO CUSTODY EVENTS      the sample has strands on HAMSTRANDS
*>                          (through STRANDXREF) but no custody
*>                          event at all
*>   NOT SENT TO SEQUENCER  the sample has strands on HAMSTRANDS but
*>                          its chain has no SENT-TO-SEQUENCER event
*>   OUT AT SEQUENCER       the last event is SENT-TO-SEQUENCER and it
*>                          is older than the CUSTODY-SEQ-DAYS run
*>                          parameter (HAMPARAMS, default 7 days)
*> A cross-reference whose strand is no longer on the master
*> (archived or purged) does not count as a strand. Each sample is
*> checked once, however many strands it has, up to WS-MAX-CHECKED
*> samples; past that a sample may be listed once per strand and the
*> report says so. Under the same page heading as the other binder
*> reports, with the exception counts at the end; a run with any
*> exception ends with RETURN-CODE 4 so the scheduler can flag it.
*> Start and end go to the shared batch run log (HAMRUNLOG).
*> The run date comes from the BUSDATE business-date control record
*> (through the BUSDATE subprogram) rather than the machine clock, so a
*> rerun after midnight still reports on the right processing day.

environment division.
input-output section.
file-control.
    select CUSTODY-EVENT-FILE assign to "CUSTODYEVENTS"
        organization is indexed
        access mode is dynamic
        record key is CUSTODY-KEY
        file status is WS-CUSTODY-STATUS.
    select STRAND-XREF-FILE assign to "STRANDXREF"
        organization is line sequential
        file status is WS-XREF-STATUS.
    select STRAND-MASTER-FILE assign to "HAMSTRANDS"
        organization is indexed
        access mode is dynamic
        record key is STRAND-MASTER-ID
        file status is WS-MASTER-STATUS.
    select RUN-PARAM-FILE assign to "HAMPARAMS"
        organization is line sequential
        file status is WS-PARAM-STATUS.
    select CUSTODY-REPORT-FILE assign to "CUSTODYEXC"
        organization is line sequential.
    select RUN-LOG-FILE assign to "HAMRUNLOG"
        organization is line sequential
        file status is WS-RUNLOG-STATUS.

data division.
file section.
fd  CUSTODY-EVENT-FILE.
    copy "custody-event-rec.cpy".

fd  STRAND-XREF-FILE.
    copy "strand-xref-rec.cpy".

fd  STRAND-MASTER-FILE.
    copy "strand-master-rec.cpy".

fd  RUN-PARAM-FILE.
    copy "run-param-rec.cpy".

fd  CUSTODY-REPORT-FILE.
01  WS-REPORT-LINE              pic x(132).

fd  RUN-LOG-FILE.
    copy "run-log-rec.cpy".

working-storage section.
01 WS-RUNLOG-STATUS           pic x(02) value spaces.
01 WS-RUN-STATUS              pic x(10) value "SUCCESS".
01 WS-BUSDATE-DAY-STATUS      pic x(01) value space.
01 WS-BUSDATE-RESULT          pic x(02) value spaces.
01 WS-CUSTODY-STATUS          pic x(02) value spaces.
01 WS-XREF-STATUS             pic x(02) value spaces.
01 WS-MASTER-STATUS           pic x(02) value spaces.
01 WS-PARAM-STATUS            pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".
01 WS-CUSTODY-EOF-FLAG        pic x(01) value "N".
   88 WS-CUSTODY-EOF          value "Y".
01 WS-PARAM-EOF-FLAG          pic x(01) value "N".
   88 WS-PARAM-EOF            value "Y".
01 WS-CUSTODY-OPEN-FLAG       pic x(01) value "N".
   88 WS-CUSTODY-OPEN         value "Y".
01 WS-MASTER-OPEN-FLAG        pic x(01) value "N".
   88 WS-MASTER-OPEN          value "Y".
01 WS-FOUND-FLAG              pic x(01) value "N".
   88 WS-FOUND                value "Y".
01 WS-SENT-FLAG               pic x(01) value "N".
   88 WS-SENT-FOUND           value "Y".

01 WS-CUSTODY-SEQ-DAYS        pic 9(03) value 7.

01 WS-RUN-DATE                pic 9(08) value 0.
01 WS-RUN-TIME                pic 9(08) value 0.
01 WS-TODAY-DAYS              pic 9(07) value 0.
01 WS-EVENT-DATE              pic x(08) value spaces.
01 WS-EVENT-DATE-NUM redefines WS-EVENT-DATE pic 9(08).
01 WS-EVENT-DAYS              pic 9(07) value 0.
01 WS-DAYS-OUT                pic 9(05) value 0.
01 WS-PAGE-NUMBER             pic 9(04) value 0.
01 WS-LINE-COUNT              pic 9(02) value 99.
01 WS-PAGE-SIZE               pic 9(02) value 55.
01 WS-DETAIL-HOLD             pic x(132) value spaces.

*> Samples already checked through their cross-references.
01 WS-MAX-CHECKED             pic 9(04) value 5000.
01 WS-CHECKED-COUNT           pic 9(04) value 0.
01 WS-CHECKED-TABLE.
   05 WS-CHECKED-SAMPLE-ID occurs 1 to 5000 times
      depending on WS-CHECKED-COUNT indexed by WS-CK-IDX
      pic 9(06).
01 WS-CHECKED-OVERFLOW-FLAG   pic x(01) value "N".
   88 WS-CHECKED-OVERFLOW     value "Y".

01 WS-CHAIN-SAMPLE-ID         pic 9(06) value 0.
01 WS-CHAIN-EVENT-COUNT       pic 9(03) value 0.
01 WS-LAST-EVENT              pic x(18) value spaces.
01 WS-LAST-TIMESTAMP          pic x(21) value spaces.

01 WS-SAMPLES-CHECKED         pic 9(06) value 0.
01 WS-CHAINS-READ             pic 9(06) value 0.
01 WS-NO-EVENTS-COUNT         pic 9(06) value 0.
01 WS-NOT-SENT-COUNT          pic 9(06) value 0.
01 WS-OUT-COUNT               pic 9(06) value 0.
01 WS-EXCEPTION-COUNT         pic 9(06) value 0.

procedure division.

0000-MAIN.
    perform 0030-LOG-RUN-START.
    perform 0050-LOAD-RUN-PARAMS.
    perform 0100-INITIALIZE.
    perform 0200-CHECK-STRANDED-SAMPLES.
    perform 0400-CHECK-OUT-AT-SEQUENCER.
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

0060-APPLY-ONE-PARAM.
    if RUN-PARAM-NAME = "CUSTODY-SEQ-DAYS"
       and RUN-PARAM-VALUE is numeric
       and RUN-PARAM-VALUE > 0
       and RUN-PARAM-VALUE <= 365
        move RUN-PARAM-VALUE to WS-CUSTODY-SEQ-DAYS
    end-if.
    read RUN-PARAM-FILE
        at end set WS-PARAM-EOF to true
    end-read.

0100-INITIALIZE.
    call "BUSDATE" using WS-RUN-DATE, WS-BUSDATE-DAY-STATUS,
        WS-BUSDATE-RESULT.
    accept WS-RUN-TIME from time.
    compute WS-TODAY-DAYS = function integer-of-date(WS-RUN-DATE).
    open output CUSTODY-REPORT-FILE.
    open input CUSTODY-EVENT-FILE.
    if WS-CUSTODY-STATUS = "00"
        set WS-CUSTODY-OPEN to true
    end-if.
    open input STRAND-MASTER-FILE.
    if WS-MASTER-STATUS = "00"
        set WS-MASTER-OPEN to true
    end-if.
    perform 0060-WRITE-PAGE-HEADING.

*> ----------------------------------------------------------------
*> Samples with strands on the master and no SENT-TO-SEQUENCER.
*> ----------------------------------------------------------------
0200-CHECK-STRANDED-SAMPLES.
    move "N" to WS-EOF-FLAG.
    open input STRAND-XREF-FILE.
    if WS-XREF-STATUS not = "35"
        read STRAND-XREF-FILE
            at end set WS-EOF to true
        end-read
        perform 0210-CHECK-ONE-XREF until WS-EOF
        close STRAND-XREF-FILE
    end-if.
    if WS-CHECKED-OVERFLOW
        move spaces to WS-REPORT-LINE
        string "WARNING - MORE THAN " WS-MAX-CHECKED
            " SAMPLES WITH STRANDS; A SAMPLE MAY BE LISTED MORE THAN ONCE"
            delimited by size into WS-REPORT-LINE
        perform 0070-WRITE-DETAIL-LINE
    end-if.

0210-CHECK-ONE-XREF.
    perform 0220-FIND-CHECKED-SAMPLE.
    if not WS-FOUND and WS-MASTER-OPEN
        move XREF-STRAND-ID to STRAND-MASTER-ID
        read STRAND-MASTER-FILE
            invalid key continue
            not invalid key
                perform 0230-MARK-CHECKED
                perform 0240-CHECK-SAMPLE-CHAIN
        end-read
    end-if.
    read STRAND-XREF-FILE
        at end set WS-EOF to true
    end-read.

0220-FIND-CHECKED-SAMPLE.
    move "N" to WS-FOUND-FLAG.
    if WS-CHECKED-COUNT > 0
        set WS-CK-IDX to 1
        search WS-CHECKED-SAMPLE-ID
            at end continue
            when WS-CHECKED-SAMPLE-ID(WS-CK-IDX) = XREF-SAMPLE-ID
                set WS-FOUND to true
        end-search
    end-if.

0230-MARK-CHECKED.
    add 1 to WS-SAMPLES-CHECKED.
    if WS-CHECKED-COUNT < WS-MAX-CHECKED
        add 1 to WS-CHECKED-COUNT
        move XREF-SAMPLE-ID to WS-CHECKED-SAMPLE-ID(WS-CHECKED-COUNT)
    else
        set WS-CHECKED-OVERFLOW to true
    end-if.

0240-CHECK-SAMPLE-CHAIN.
    move XREF-SAMPLE-ID to WS-CHAIN-SAMPLE-ID.
    move 0 to WS-CHAIN-EVENT-COUNT.
    move "N" to WS-SENT-FLAG.
    move "N" to WS-CUSTODY-EOF-FLAG.
    if WS-CUSTODY-OPEN
        move WS-CHAIN-SAMPLE-ID to CUSTODY-SAMPLE-ID
        move 0 to CUSTODY-SEQUENCE
        start CUSTODY-EVENT-FILE key is >= CUSTODY-KEY
            invalid key set WS-CUSTODY-EOF to true
        end-start
        if not WS-CUSTODY-EOF
            perform 0260-READ-CHAIN-EVENT
        end-if
        perform 0250-TAKE-CHAIN-EVENT until WS-CUSTODY-EOF
    end-if.
    if WS-CHAIN-EVENT-COUNT = 0
        add 1 to WS-NO-EVENTS-COUNT
        move spaces to WS-REPORT-LINE
        string "NO CUSTODY EVENTS      SAMPLE " WS-CHAIN-SAMPLE-ID
            "  STRAND " XREF-STRAND-ID " ON MASTER"
            delimited by size into WS-REPORT-LINE
        perform 0070-WRITE-DETAIL-LINE
    else
        if not WS-SENT-FOUND
            add 1 to WS-NOT-SENT-COUNT
            move spaces to WS-REPORT-LINE
            string "NOT SENT TO SEQUENCER  SAMPLE " WS-CHAIN-SAMPLE-ID
                "  STRAND " XREF-STRAND-ID " ON MASTER"
                "  LAST EVENT " WS-LAST-EVENT
                delimited by size into WS-REPORT-LINE
            perform 0070-WRITE-DETAIL-LINE
        end-if
    end-if.

0250-TAKE-CHAIN-EVENT.
    add 1 to WS-CHAIN-EVENT-COUNT.
    move CUSTODY-EVENT to WS-LAST-EVENT.
    if CUSTODY-SENT
        set WS-SENT-FOUND to true
    end-if.
    perform 0260-READ-CHAIN-EVENT.

0260-READ-CHAIN-EVENT.
    read CUSTODY-EVENT-FILE next
        at end set WS-CUSTODY-EOF to true
    end-read.
    if not WS-CUSTODY-EOF
       and CUSTODY-SAMPLE-ID not = WS-CHAIN-SAMPLE-ID
        set WS-CUSTODY-EOF to true
    end-if.

*> ----------------------------------------------------------------
*> Specimens whose last event is SENT-TO-SEQUENCER, too long ago.
*> The file is read in key order, so each sample's events arrive
*> together and its last event is the one before the sample changes.
*> ----------------------------------------------------------------
0400-CHECK-OUT-AT-SEQUENCER.
    if WS-CUSTODY-OPEN
        move "N" to WS-CUSTODY-EOF-FLAG
        move 0 to CUSTODY-SAMPLE-ID
        move 0 to CUSTODY-SEQUENCE
        start CUSTODY-EVENT-FILE key is >= CUSTODY-KEY
            invalid key set WS-CUSTODY-EOF to true
        end-start
        move 0 to WS-CHAIN-SAMPLE-ID
        move spaces to WS-LAST-EVENT
        if not WS-CUSTODY-EOF
            read CUSTODY-EVENT-FILE next
                at end set WS-CUSTODY-EOF to true
            end-read
        end-if
        perform 0410-TAKE-ONE-EVENT until WS-CUSTODY-EOF
        perform 0420-CHECK-LAST-EVENT
    end-if.

0410-TAKE-ONE-EVENT.
    if CUSTODY-SAMPLE-ID not = WS-CHAIN-SAMPLE-ID
        perform 0420-CHECK-LAST-EVENT
        move CUSTODY-SAMPLE-ID to WS-CHAIN-SAMPLE-ID
        add 1 to WS-CHAINS-READ
    end-if.
    move CUSTODY-EVENT to WS-LAST-EVENT.
    move CUSTODY-TIMESTAMP to WS-LAST-TIMESTAMP.
    read CUSTODY-EVENT-FILE next
        at end set WS-CUSTODY-EOF to true
    end-read.

0420-CHECK-LAST-EVENT.
    if WS-LAST-EVENT = "SENT-TO-SEQUENCER"
        move WS-LAST-TIMESTAMP(1:8) to WS-EVENT-DATE
        if WS-EVENT-DATE is numeric
            compute WS-EVENT-DAYS =
                function integer-of-date(WS-EVENT-DATE-NUM)
            compute WS-DAYS-OUT = WS-TODAY-DAYS - WS-EVENT-DAYS
            if WS-DAYS-OUT > WS-CUSTODY-SEQ-DAYS
                add 1 to WS-OUT-COUNT
                move spaces to WS-REPORT-LINE
                string "OUT AT SEQUENCER       SAMPLE "
                    WS-CHAIN-SAMPLE-ID
                    "  SENT " WS-EVENT-DATE
                    "  DAYS OUT " WS-DAYS-OUT
                    delimited by size into WS-REPORT-LINE
                perform 0070-WRITE-DETAIL-LINE
            end-if
        end-if
    end-if.
    move spaces to WS-LAST-EVENT.

0060-WRITE-PAGE-HEADING.
    add 1 to WS-PAGE-NUMBER.
    if WS-PAGE-NUMBER > 1
        move spaces to WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.
    move spaces to WS-REPORT-LINE.
    string "CUSTODY EXCEPTIONS"
        "   RUN " WS-RUN-DATE " " WS-RUN-TIME(1:2) ":"
        WS-RUN-TIME(3:2)
        "   PAGE " WS-PAGE-NUMBER
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "EXCEPTION              DETAIL (SEQUENCER LIMIT "
        WS-CUSTODY-SEQ-DAYS " DAYS)"
        delimited by size into WS-REPORT-LINE.
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
    compute WS-EXCEPTION-COUNT =
        WS-NO-EVENTS-COUNT + WS-NOT-SENT-COUNT + WS-OUT-COUNT.
    move spaces to WS-REPORT-LINE.
    perform 0070-WRITE-DETAIL-LINE.
    if not WS-CUSTODY-OPEN
        move "NO CUSTODY EVENTS FILE (CUSTODYEVENTS) - NO CHAIN RECORDED"
            to WS-REPORT-LINE
        perform 0070-WRITE-DETAIL-LINE
    end-if.
    if not WS-MASTER-OPEN
        move "STRAND MASTER (HAMSTRANDS) NOT AVAILABLE - STRANDS NOT CHECKED"
            to WS-REPORT-LINE
        perform 0070-WRITE-DETAIL-LINE
    end-if.
    move spaces to WS-REPORT-LINE.
    string "SAMPLES WITH STRANDS: " WS-SAMPLES-CHECKED
        "  CHAINS READ: " WS-CHAINS-READ
        delimited by size into WS-REPORT-LINE.
    perform 0070-WRITE-DETAIL-LINE.
    move spaces to WS-REPORT-LINE.
    string "NO CUSTODY EVENTS: " WS-NO-EVENTS-COUNT
        "  NOT SENT TO SEQUENCER: " WS-NOT-SENT-COUNT
        "  OUT AT SEQUENCER: " WS-OUT-COUNT
        "  TOTAL EXCEPTIONS: " WS-EXCEPTION-COUNT
        delimited by size into WS-REPORT-LINE.
    perform 0070-WRITE-DETAIL-LINE.

0900-TERMINATE.
    if WS-CUSTODY-OPEN
        close CUSTODY-EVENT-FILE
    end-if.
    if WS-MASTER-OPEN
        close STRAND-MASTER-FILE
    end-if.
    close CUSTODY-REPORT-FILE.
    display "Excepciones de custodia: " WS-EXCEPTION-COUNT.
    if WS-EXCEPTION-COUNT > 0
        move 4 to return-code
    end-if.


0030-LOG-RUN-START.
    move "custody-exceptions" to RUN-LOG-PROGRAM.
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
    move "custody-exceptions" to RUN-LOG-PROGRAM.
    move "E" to RUN-LOG-EVENT.
    move function current-date to RUN-LOG-TIMESTAMP.
    move WS-EXCEPTION-COUNT to RUN-LOG-RECORDS.
    move WS-RUN-STATUS to RUN-LOG-STATUS.
    perform 0040-WRITE-RUN-LOG.

end program custody-exceptions.
