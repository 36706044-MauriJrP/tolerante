*> balancing run (balance-check.cob).
*>
*> Modification history
*> 2026-10-15 MRP  Every strand saved to HAMSTRANDS is now checked
*>                 against the WATCHLIST watch list (WATCHCHK
*>                 subprogram); a hit writes an alert to WATCHALERTS
*>                 for the entry's owner to close in watch-ack.cob;
*>                 the hit is listed on the load report and counted
*>                 in its totals line.
*> 2026-10-15 MRP  Sequencer run registry. The SEQDROP header now also
*>                 carries the instrument ID after the expected count,
*>                 and every import - accepted, held or rejected whole
*>                 - appends one record to the SEQRUNREG run registry
*>                 (layout in SEQ-RUN-REC): run ID, instrument, run
*>                 date, detail/accepted/rejected/held counts, the
*>                 average quality and N-base rate of the patient
*>                 reads posted or held, the control outcome and the
*>                 load status. instrument-trend.cob trends it per
*>                 instrument.
*> 2026-10-15 MRP  Sequencer run controls. A SEQDROP detail may now be
*>                 tagged in a new last column as the plate's positive
*>                 control ("P", sample-ID field = control ID on the
*>                 CONTROLSTRANDS table kept by control-maint.cob) or
*>                 negative control ("N"); untagged details are
*>                 patient reads as before. Before anything is posted
*>                 each positive control is compared with its expected
*>                 strand through HAMMING and fails past the
*>                 CONTROL-MAX-DIST run parameter (default 2), or when
*>                 the control is unknown, retired, or of another
*>                 length; a negative control fails if any A/C/G/T
*>                 base was called. A run without both controls fails
*>                 too, except a reject-repair RESUBMIT drop, whose
*>                 reads come from runs that already passed. On a
*>                 control failure no patient strand reaches
*>                 HAMSTRANDS, STRANDXREF or SEQREJECTS - every
*>                 patient detail is held as it arrived in the
*>                 STRANDQUAR quarantine file and the run ends FAILED.
*>                 Each control's result is on SEQLOADRPT and as a
*>                 "C" record on SEQLOADACK, whose header reads HELD
*>                 for a quarantined run and whose trailer now also
*>                 carries the held count.
*> 2026-09-02 MRP  Every per-strand reject is now also written to the
*>                 machine-readable SEQREJECTS file (layout in
*>                 SEQ-REJECT-REC) carrying the full original detail
    select RUN-PARAM-FILE assign to "HAMPARAMS"
        organization is line sequential
        file status is WS-PARAM-STATUS.
    select CONTROL-STRAND-FILE assign to "CONTROLSTRANDS"
        organization is line sequential
        file status is WS-CONTROL-STATUS.
    select STRAND-QUAR-FILE assign to "STRANDQUAR"
        organization is line sequential
        file status is WS-QUAR-STATUS.
    select SEQ-RUN-FILE assign to "SEQRUNREG"
        organization is line sequential
        file status is WS-RUNREG-STATUS.

data division.
file section.
        88  DROP-HEADER       value "H".
        88  DROP-DETAIL       value "D".
        88  DROP-TRAILER      value "T".
    05  DROP-DATA             pic x(130).
    05  DROP-HEADER-FIELDS redefines DROP-DATA.
        10  DROP-RUN-ID       pic x(10).
        10  DROP-EXPECTED-COUNT pic 9(06).
        10  DROP-INSTRUMENT-ID pic x(08).
        10  filler            pic x(106).
    05  DROP-DETAIL-FIELDS redefines DROP-DATA.
        10  DROP-SAMPLE-ID    pic 9(06).
        10  DROP-QUALITY      pic 9(03).
        10  DROP-STRAND       pic x(120).
        10  DROP-CONTROL-TAG  pic x(01).
            88  DROP-PATIENT-READ     value space.
            88  DROP-POSITIVE-CONTROL value "P".
            88  DROP-NEGATIVE-CONTROL value "N".
    05  DROP-TRAILER-FIELDS redefines DROP-DATA.
        10  DROP-TRAILER-COUNT pic 9(06).
        10  filler            pic x(124).

fd  STRAND-MASTER-FILE.
    copy "strand-master-rec.cpy".
fd  RUN-PARAM-FILE.
    copy "run-param-rec.cpy".

fd  CONTROL-STRAND-FILE.
    copy "control-strand-rec.cpy".

fd  STRAND-QUAR-FILE.
    copy "strand-quar-rec.cpy".

fd  SEQ-RUN-FILE.
    copy "seq-run-rec.cpy".

working-storage section.
01 WS-RUNLOG-STATUS           pic x(02) value spaces.
01 WS-RUN-STATUS              pic x(10) value "SUCCESS".
01 WS-TRAILER-SEEN-FLAG       pic x(01) value "N".
   88 WS-TRAILER-SEEN         value "Y".
01 WS-RUN-ID                  pic x(10) value spaces.
01 WS-INSTRUMENT-ID           pic x(08) value spaces.
01 WS-EXPECTED-COUNT          pic 9(06) value 0.
01 WS-TRAILER-COUNT           pic 9(06) value 0.
01 WS-DETAIL-COUNT            pic 9(06) value 0.

01 WS-ACCEPTED-COUNT          pic 9(06) value 0.
01 WS-WATCH-SOURCE            pic x(20) value "strand-import".
01 WS-WATCH-HITS              pic 9(04) value 0.
01 WS-WATCH-RESULT            pic x(02) value spaces.
01 WS-WATCH-ALERT-COUNT       pic 9(06) value 0.
01 WS-REJECTED-COUNT          pic 9(06) value 0.

01 WS-PARAM-STATUS            pic x(02) value spaces.
   88 WS-PARAM-EOF            value "Y".
01 WS-MAX-N-BASES             pic 9(03) value 5.
01 WS-MIN-QUALITY             pic 9(03) value 0.
01 WS-CONTROL-MAX-DIST        pic 9(03) value 2.

*> Run controls. The run's controls pass only when every control
*> in it passed and the run carried both kinds (a RESUBMIT drop
*> from reject-repair.cob carries none and needs none).
01 WS-CONTROL-STATUS          pic x(02) value spaces.
01 WS-QUAR-STATUS             pic x(02) value spaces.
copy "control-table.cpy".
01 WS-FOUND-CONTROL-FLAG      pic x(01) value "N".
   88 WS-FOUND-CONTROL        value "Y".
01 WS-CONTROLS-PASSED-FLAG    pic x(01) value "Y".
   88 WS-CONTROLS-PASSED      value "Y".
01 WS-CONTROL-FAILURE         pic x(60) value spaces.
01 WS-POSITIVE-COUNT          pic 9(04) value 0.
01 WS-NEGATIVE-COUNT          pic 9(04) value 0.
01 WS-HELD-COUNT              pic 9(06) value 0.

*> Run registry measures, over the patient reads posted or held.
01 WS-RUNREG-STATUS           pic x(02) value spaces.
01 WS-QUALITY-TOTAL           pic 9(09) value 0.
01 WS-QUALITY-READS           pic 9(06) value 0.
01 WS-BASES-READ              pic 9(09) value 0.
01 WS-N-BASES-READ            pic 9(09) value 0.
01 WS-CTL-RESULT              pic x(04) value spaces.
01 WS-CTL-DISTANCE            pic 9(04) value 0.
01 WS-CTL-REASON              pic x(60) value spaces.
01 WS-CALL-TALLY              pic 9(03) value 0.
01 WS-MAX-ACK-CONTROLS        pic 9(02) value 20.
01 WS-ACK-CONTROL-COUNT       pic 9(02) value 0.
01 WS-ACK-CONTROL-TABLE.
   05 WS-ACK-CONTROL-ENTRY occurs 20 times indexed by WS-AC-IDX.
      10 WS-AC-SAMPLE-ID      pic x(06).
      10 WS-AC-KIND           pic x(01).
      10 WS-AC-RESULT         pic x(04).
      10 WS-AC-DISTANCE       pic 9(04).
      10 WS-AC-REASON         pic x(60).

01 WS-DNA-1                   pic x(120) value spaces.
01 WS-DNA-2                   pic x(120) value spaces.
01 WS-HAMMING                 pic 9(04) value 0.
01 WS-ERROR                   pic x(31) value spaces.
01 WS-HAMMING-OVERFLOW        pic x(01) value "N".
   88 WS-HAMMING-OVERFLOW-YES value "Y".
copy "mismatch-positions.cpy".
01 WS-N-COUNT                 pic 9(04) value 0.

01 WS-STRAND                  pic x(120) value spaces.
01 WS-STRAND-LENGTH           pic 9(03) value 0.
   05 WS-ACK-D-SAMPLE-ID      pic 9(06).
   05 WS-ACK-D-REASON         pic x(60).

01 WS-ACK-CONTROL-RECORD.
   05 WS-ACK-C-TYPE           pic x(01) value "C".
   05 WS-ACK-C-SAMPLE-ID      pic x(06).
   05 WS-ACK-C-KIND           pic x(01).
   05 WS-ACK-C-RESULT         pic x(04).
   05 WS-ACK-C-DISTANCE       pic 9(04).
   05 WS-ACK-C-REASON         pic x(60).

01 WS-ACK-TRAILER-RECORD.
   05 WS-ACK-T-TYPE           pic x(01) value "T".
   05 WS-ACK-T-DETAILS        pic 9(06).
   05 WS-ACK-T-ACCEPTED       pic 9(06).
   05 WS-ACK-T-REJECTED       pic 9(06).
   05 WS-ACK-T-HELD           pic 9(06).
01 WS-ACK-ENTRY-NUMBER        pic 9(04) value 0.

procedure division.
    end-if.
    perform 0100-VALIDATE-FILE-STRUCTURE.
    if WS-FILE-VALID
        perform 0200-CHECK-RUN-CONTROLS
    end-if.
    if WS-FILE-VALID
        if WS-CONTROLS-PASSED
            perform 0300-POST-DETAILS
        else
            perform 0400-QUARANTINE-DETAILS
            move "FAILED" to WS-RUN-STATUS
            move 8 to return-code
        end-if
    else
        move "FAILED" to WS-RUN-STATUS
        move 8 to return-code
       and RUN-PARAM-VALUE <= 999
        move RUN-PARAM-VALUE to WS-MIN-QUALITY
    end-if.
    if RUN-PARAM-NAME = "CONTROL-MAX-DIST"
       and RUN-PARAM-VALUE is numeric
       and RUN-PARAM-VALUE <= 120
        move RUN-PARAM-VALUE to WS-CONTROL-MAX-DIST
    end-if.
    read RUN-PARAM-FILE
        at end set WS-PARAM-EOF to true
    end-read.
                else
                    set WS-HEADER-SEEN to true
                    move DROP-RUN-ID to WS-RUN-ID
                    move DROP-INSTRUMENT-ID to WS-INSTRUMENT-ID
                    if DROP-EXPECTED-COUNT is numeric
                        move DROP-EXPECTED-COUNT to WS-EXPECTED-COUNT
                    else
                perform 0190-FAIL-WHOLE-FILE
            else
                add 1 to WS-DETAIL-COUNT
                if not DROP-PATIENT-READ
                   and not DROP-POSITIVE-CONTROL
                   and not DROP-NEGATIVE-CONTROL
                    move "UNRECOGNIZED CONTROL TAG ON DETAIL"
                        to WS-REJECT-REASON
                    perform 0190-FAIL-WHOLE-FILE
                end-if
            end-if
        when DROP-TRAILER
            if WS-TRAILER-SEEN
    write WS-REPORT-LINE.
    display "Archivo rechazado: " function trim(WS-REJECT-REASON).

*> ----------------------------------------------------------------
*> Run controls, checked before anything is posted: every positive
*> control against its expected strand, every negative control for
*> a base call, and both kinds present on the plate.
*> ----------------------------------------------------------------
0200-CHECK-RUN-CONTROLS.
    perform 0210-LOAD-CONTROL-TABLE.
    if WS-FILE-VALID
        move "N" to WS-EOF-FLAG
        open input DROP-FILE
        read DROP-FILE
            at end set WS-EOF to true
        end-read
        perform 0220-CHECK-ONE-CONTROL until WS-EOF
        close DROP-FILE
        if WS-RUN-ID not = "RESUBMIT"
            if WS-POSITIVE-COUNT = 0
                move "NO POSITIVE CONTROL IN RUN" to WS-CTL-REASON
                perform 0260-FAIL-CONTROLS
            end-if
            if WS-NEGATIVE-COUNT = 0
                move "NO NEGATIVE CONTROL IN RUN" to WS-CTL-REASON
                perform 0260-FAIL-CONTROLS
            end-if
        end-if
        move spaces to WS-REPORT-LINE
        if WS-CONTROLS-PASSED
            string "RUN CONTROLS PASSED - POSITIVE " WS-POSITIVE-COUNT
                "  NEGATIVE " WS-NEGATIVE-COUNT
                "  TOLERANCE " WS-CONTROL-MAX-DIST
                delimited by size into WS-REPORT-LINE
        else
            string "RUN CONTROLS FAILED - "
                function trim(WS-CONTROL-FAILURE)
                " - PATIENT STRANDS HELD IN QUARANTINE (STRANDQUAR)"
                delimited by size into WS-REPORT-LINE
            display "Controles de la corrida fallaron: "
                function trim(WS-CONTROL-FAILURE)
        end-if
        write WS-REPORT-LINE
    end-if.

0210-LOAD-CONTROL-TABLE.
    move "L" to WS-LOCK-ACTION.
    move "CONTROLS" to WS-LOCK-NAME.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.
    if WS-LOCK-RESULT not = "00"
        move "CONTROL TABLE LOCKED BY ANOTHER USER"
            to WS-REJECT-REASON
        perform 0190-FAIL-WHOLE-FILE
        move "FAILED" to WS-RUN-STATUS
        move 8 to return-code
    else
        move 0 to WS-CONTROL-COUNT
        move "N" to WS-EOF-FLAG
        open input CONTROL-STRAND-FILE
        if WS-CONTROL-STATUS not = "35"
            read CONTROL-STRAND-FILE
                at end set WS-EOF to true
            end-read
            perform 0215-LOAD-ONE-CONTROL until WS-EOF
            close CONTROL-STRAND-FILE
        end-if
        move "U" to WS-LOCK-ACTION
        call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
            WS-LOCK-RESULT
    end-if.

0215-LOAD-ONE-CONTROL.
    if WS-CONTROL-COUNT < WS-MAX-CONTROLS
        add 1 to WS-CONTROL-COUNT
        set WS-CT-IDX to WS-CONTROL-COUNT
        move CTL-ID to WS-CT-ID(WS-CT-IDX)
        move CTL-DESCRIPTION to WS-CT-DESCRIPTION(WS-CT-IDX)
        move CTL-STRAND to WS-CT-STRAND(WS-CT-IDX)
        move CTL-ACTIVE to WS-CT-ACTIVE(WS-CT-IDX)
    end-if.
    read CONTROL-STRAND-FILE
        at end set WS-EOF to true
    end-read.

0220-CHECK-ONE-CONTROL.
    if DROP-DETAIL
        move spaces to WS-CTL-REASON
        move 0 to WS-CTL-DISTANCE
        evaluate true
            when DROP-POSITIVE-CONTROL
                add 1 to WS-POSITIVE-COUNT
                perform 0230-CHECK-POSITIVE
                perform 0250-RECORD-CONTROL-RESULT
            when DROP-NEGATIVE-CONTROL
                add 1 to WS-NEGATIVE-COUNT
                perform 0240-CHECK-NEGATIVE
                perform 0250-RECORD-CONTROL-RESULT
        end-evaluate
    end-if.
    read DROP-FILE
        at end set WS-EOF to true
    end-read.

0230-CHECK-POSITIVE.
    move "N" to WS-FOUND-CONTROL-FLAG.
    if DROP-SAMPLE-ID is numeric and WS-CONTROL-COUNT > 0
        set WS-CT-IDX to 1
        search WS-CONTROL-ENTRY
            at end continue
            when WS-CT-ID(WS-CT-IDX) = DROP-SAMPLE-ID
                set WS-FOUND-CONTROL to true
        end-search
    end-if.
    evaluate true
        when not WS-FOUND-CONTROL
            move "CONTROL NOT ON THE CONTROL TABLE" to WS-CTL-REASON
        when WS-CT-ACTIVE(WS-CT-IDX) not = "Y"
            move "CONTROL IS RETIRED" to WS-CTL-REASON
        when other
            move DROP-STRAND to WS-DNA-1
            move WS-CT-STRAND(WS-CT-IDX) to WS-DNA-2
            move spaces to WS-ERROR
            move zero to WS-HAMMING
            call "HAMMING" using WS-DNA-1, WS-DNA-2, WS-HAMMING,
                WS-ERROR, WS-HAMMING-OVERFLOW, WS-MISMATCH-POSITIONS,
                WS-N-COUNT
            move WS-HAMMING to WS-CTL-DISTANCE
            if WS-ERROR not = spaces
                move spaces to WS-CTL-REASON
                string "NOT COMPARABLE - "
                    WS-ERROR
                    delimited by size into WS-CTL-REASON
            else
                if WS-HAMMING > WS-CONTROL-MAX-DIST
                    move spaces to WS-CTL-REASON
                    string "DISTANCE " WS-HAMMING " OVER TOLERANCE "
                        WS-CONTROL-MAX-DIST
                        delimited by size into WS-CTL-REASON
                end-if
            end-if
    end-evaluate.

*> A blank well reads as nothing, or as N throughout; any real base
*> means something was amplified.
0240-CHECK-NEGATIVE.
    move 0 to WS-CALL-TALLY.
    inspect DROP-STRAND tallying WS-CALL-TALLY
        for all "A" "C" "G" "T".
    if WS-CALL-TALLY > 0
        move spaces to WS-CTL-REASON
        string "NEGATIVE CONTROL CALLED " WS-CALL-TALLY " BASES"
            delimited by size into WS-CTL-REASON
    end-if.

0250-RECORD-CONTROL-RESULT.
    if WS-CTL-REASON = spaces
        move "PASS" to WS-CTL-RESULT
    else
        move "FAIL" to WS-CTL-RESULT
        perform 0260-FAIL-CONTROLS
    end-if.
    move spaces to WS-REPORT-LINE.
    if DROP-POSITIVE-CONTROL
        string "POSITIVE CONTROL " DROP-SAMPLE-ID
            "  DISTANCE " WS-CTL-DISTANCE
            "  " WS-CTL-RESULT "  " function trim(WS-CTL-REASON)
            delimited by size into WS-REPORT-LINE
    else
        string "NEGATIVE CONTROL " DROP-SAMPLE-ID
            "  " WS-CTL-RESULT "  " function trim(WS-CTL-REASON)
            delimited by size into WS-REPORT-LINE
    end-if.
    write WS-REPORT-LINE.
    if WS-ACK-CONTROL-COUNT < WS-MAX-ACK-CONTROLS
        add 1 to WS-ACK-CONTROL-COUNT
        set WS-AC-IDX to WS-ACK-CONTROL-COUNT
        move DROP-SAMPLE-ID to WS-AC-SAMPLE-ID(WS-AC-IDX)
        move DROP-CONTROL-TAG to WS-AC-KIND(WS-AC-IDX)
        move WS-CTL-RESULT to WS-AC-RESULT(WS-AC-IDX)
        move WS-CTL-DISTANCE to WS-AC-DISTANCE(WS-AC-IDX)
        move WS-CTL-REASON to WS-AC-REASON(WS-AC-IDX)
    end-if.

*> The first failure names the run's failure on the report, the
*> acknowledgment header and every quarantined read.
0260-FAIL-CONTROLS.
    move "N" to WS-CONTROLS-PASSED-FLAG.
    if WS-CONTROL-FAILURE = spaces
        move WS-CTL-REASON to WS-CONTROL-FAILURE
    end-if.

0300-POST-DETAILS.
    move "L" to WS-LOCK-ACTION.
    move "HAMSTRANDS" to WS-LOCK-NAME.
    end-if.

0320-POST-ONE-RECORD.
    if DROP-DETAIL and DROP-PATIENT-READ
        perform 0330-VALIDATE-STRAND
        if WS-STRAND-OK
            perform 0340-WRITE-MASTER-STRAND
    end-write.
    add 1 to WS-NEXT-STRAND-ID.

0344-CHECK-WATCH-LIST.
    call "WATCHCHK" using STRAND-MASTER-ID, STRAND-MASTER-VALUE,
        DROP-SAMPLE-ID, WS-WATCH-SOURCE, WS-WATCH-HITS,
        WS-WATCH-RESULT.
    if WS-WATCH-HITS > 0
        add WS-WATCH-HITS to WS-WATCH-ALERT-COUNT
        move spaces to WS-REPORT-LINE
        string "WATCH-LIST ALERT: STRAND ID " STRAND-MASTER-ID
            " OF SAMPLE " DROP-SAMPLE-ID " HIT " WS-WATCH-HITS
            " WATCH ENTRIES"
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.
    if WS-WATCH-RESULT not = "00" and WS-WATCH-RESULT not = "35"
        move spaces to WS-REPORT-LINE
        string "WATCH-LIST NOT CHECKED FOR STRAND ID " STRAND-MASTER-ID
            " - FILE STATUS " WS-WATCH-RESULT
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.

0341-REPORT-DUPLICATE.
    add 1 to WS-REJECTED-COUNT.
    move spaces to WS-REPORT-LINE.

0342-REPORT-ACCEPTED.
    add 1 to WS-ACCEPTED-COUNT.
    add DROP-QUALITY to WS-QUALITY-TOTAL.
    add 1 to WS-QUALITY-READS.
    add WS-STRAND-LENGTH to WS-BASES-READ.
    add WS-N-TALLY to WS-N-BASES-READ.
    move spaces to WS-REPORT-LINE.
    string "ACCEPTED SAMPLE " DROP-SAMPLE-ID
        " AS STRAND ID " WS-NEXT-STRAND-ID
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    perform 0343-WRITE-XREF-RECORD.
    perform 0344-CHECK-WATCH-LIST.

0343-WRITE-XREF-RECORD.
    move DROP-SAMPLE-ID to XREF-SAMPLE-ID.
    write STRAND-XREF-RECORD.
    close STRAND-XREF-FILE.

*> ----------------------------------------------------------------
*> A run that failed its controls: every patient read is held as
*> it arrived, nothing is validated, posted or queued for repair.
*> ----------------------------------------------------------------
0400-QUARANTINE-DETAILS.
    move spaces to WS-REPORT-LINE.
    string "SEQUENCER LOAD  RUN " WS-RUN-ID
        "  EXPECTED " WS-EXPECTED-COUNT
        "  HELD IN QUARANTINE - NOTHING POSTED"
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    open extend STRAND-QUAR-FILE.
    if WS-QUAR-STATUS = "35"
        open output STRAND-QUAR-FILE
    end-if.
    move "N" to WS-EOF-FLAG.
    open input DROP-FILE.
    read DROP-FILE
        at end set WS-EOF to true
    end-read.
    perform 0410-HOLD-ONE-RECORD until WS-EOF.
    close DROP-FILE.
    close STRAND-QUAR-FILE.

0410-HOLD-ONE-RECORD.
    if DROP-DETAIL and DROP-PATIENT-READ
        move WS-RUN-ID to QUAR-RUN-ID
        move DROP-SAMPLE-ID to QUAR-SAMPLE-ID
        move DROP-QUALITY to QUAR-QUALITY
        move DROP-STRAND to QUAR-STRAND
        move WS-CONTROL-FAILURE to QUAR-REASON
        move function current-date to QUAR-TIMESTAMP
        write STRAND-QUAR-RECORD
        add 1 to WS-HELD-COUNT
        perform 0420-MEASURE-HELD-READ
        move spaces to WS-REPORT-LINE
        string "HELD SAMPLE " DROP-SAMPLE-ID
            ": RUN FAILED ITS CONTROLS"
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.
    read DROP-FILE
        at end set WS-EOF to true
    end-read.

*> A held read was never validated; only what can be measured
*> counts toward the run's quality and N-base rate.
0420-MEASURE-HELD-READ.
    if DROP-QUALITY is numeric
        add DROP-QUALITY to WS-QUALITY-TOTAL
        add 1 to WS-QUALITY-READS
    end-if.
    if DROP-STRAND not = spaces
        move DROP-STRAND to WS-STRAND
        compute WS-STRAND-LENGTH =
            function length(function trim(WS-STRAND))
        move 0 to WS-N-TALLY
        inspect WS-STRAND tallying WS-N-TALLY for all "N"
        add WS-STRAND-LENGTH to WS-BASES-READ
        add WS-N-TALLY to WS-N-BASES-READ
    end-if.

0900-TERMINATE.
    if WS-ACCEPTED-COUNT > 0
        perform 0910-POST-CONTROL-TOTAL
    string "DETAILS " WS-DETAIL-COUNT
        "  ACCEPTED " WS-ACCEPTED-COUNT
        "  REJECTED " WS-REJECTED-COUNT
        "  HELD " WS-HELD-COUNT
        "  WATCH ALERTS " WS-WATCH-ALERT-COUNT
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    close LOAD-REPORT-FILE.
    close SEQ-REJECT-FILE.
    perform 0915-WRITE-ACK-FILE.
    perform 0930-WRITE-RUN-REGISTRY.
    display "Cadenas aceptadas: " WS-ACCEPTED-COUNT.
    display "Cadenas rechazadas: " WS-REJECTED-COUNT.
    if WS-HELD-COUNT > 0
        display "Cadenas en cuarentena: " WS-HELD-COUNT
    end-if.

0915-WRITE-ACK-FILE.
    open output LOAD-ACK-FILE.
    move WS-RUN-ID to WS-ACK-H-RUN-ID.
    evaluate true
        when not WS-FILE-VALID
            move "REJECTED" to WS-ACK-H-STATUS
            move WS-FILE-REJECT-REASON to WS-ACK-H-REASON
        when not WS-CONTROLS-PASSED
            move "HELD" to WS-ACK-H-STATUS
            move WS-CONTROL-FAILURE to WS-ACK-H-REASON
        when other
            move "ACCEPTED" to WS-ACK-H-STATUS
            move spaces to WS-ACK-H-REASON
    end-evaluate.
    move WS-ACK-HEADER-RECORD to ACK-RECORD.
    write ACK-RECORD.
    perform 0917-WRITE-ONE-ACK-CONTROL
        varying WS-ACK-ENTRY-NUMBER from 1 by 1
        until WS-ACK-ENTRY-NUMBER > WS-ACK-CONTROL-COUNT.
    perform 0916-WRITE-ONE-ACK-REJECT
        varying WS-ACK-ENTRY-NUMBER from 1 by 1
        until WS-ACK-ENTRY-NUMBER > WS-ACK-REJECT-COUNT.
    move WS-DETAIL-COUNT to WS-ACK-T-DETAILS.
    move WS-ACCEPTED-COUNT to WS-ACK-T-ACCEPTED.
    move WS-REJECTED-COUNT to WS-ACK-T-REJECTED.
    move WS-HELD-COUNT to WS-ACK-T-HELD.
    move WS-ACK-TRAILER-RECORD to ACK-RECORD.
    write ACK-RECORD.
    close LOAD-ACK-FILE.
    move WS-ACK-DETAIL-RECORD to ACK-RECORD.
    write ACK-RECORD.

0917-WRITE-ONE-ACK-CONTROL.
    set WS-AC-IDX to WS-ACK-ENTRY-NUMBER.
    move WS-AC-SAMPLE-ID(WS-AC-IDX) to WS-ACK-C-SAMPLE-ID.
    move WS-AC-KIND(WS-AC-IDX) to WS-ACK-C-KIND.
    move WS-AC-RESULT(WS-AC-IDX) to WS-ACK-C-RESULT.
    move WS-AC-DISTANCE(WS-AC-IDX) to WS-ACK-C-DISTANCE.
    move WS-AC-REASON(WS-AC-IDX) to WS-ACK-C-REASON.
    move WS-ACK-CONTROL-RECORD to ACK-RECORD.
    write ACK-RECORD.

0910-POST-CONTROL-TOTAL.
    move "L" to WS-LOCK-ACTION.
    move "RUNTOTALS" to WS-LOCK-NAME.
    close CONTROL-TOTAL-FILE.


0930-WRITE-RUN-REGISTRY.
    move WS-RUN-ID to RUNREG-RUN-ID.
    move WS-INSTRUMENT-ID to RUNREG-INSTRUMENT.
    move function current-date to RUNREG-TIMESTAMP.
    move RUNREG-TIMESTAMP(1:8) to RUNREG-RUN-DATE.
    move WS-ACK-H-STATUS to RUNREG-LOAD-STATUS.
    move WS-DETAIL-COUNT to RUNREG-DETAILS.
    move WS-ACCEPTED-COUNT to RUNREG-ACCEPTED-COUNT.
    move WS-REJECTED-COUNT to RUNREG-REJECTED-COUNT.
    move WS-HELD-COUNT to RUNREG-HELD-COUNT.
    move 0 to RUNREG-AVG-QUALITY.
    if WS-QUALITY-READS > 0
        compute RUNREG-AVG-QUALITY rounded =
            WS-QUALITY-TOTAL / WS-QUALITY-READS
    end-if.
    move 0 to RUNREG-N-RATE.
    if WS-BASES-READ > 0
        compute RUNREG-N-RATE rounded =
            WS-N-BASES-READ * 100 / WS-BASES-READ
    end-if.
    evaluate true
        when not WS-CONTROLS-PASSED
            move "FAIL" to RUNREG-CONTROLS
        when not WS-FILE-VALID
            move "NONE" to RUNREG-CONTROLS
        when WS-POSITIVE-COUNT + WS-NEGATIVE-COUNT = 0
            move "NONE" to RUNREG-CONTROLS
        when other
            move "PASS" to RUNREG-CONTROLS
    end-evaluate.
    open extend SEQ-RUN-FILE.
    if WS-RUNREG-STATUS = "35"
        open output SEQ-RUN-FILE
    end-if.
    write SEQ-RUN-RECORD.
    close SEQ-RUN-FILE.

0030-LOG-RUN-START.
    move "strand-import" to RUN-LOG-PROGRAM.
    move "S" to RUN-LOG-EVENT.
