       >>SOURCE FORMAT FREE
identification division.
program-id. subst-spectrum.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> Substitution spectrum and positional hot-spot report. Every
*> verification already knows which positions differ; this run asks
*> which base changed to which, and where, so the lab can tell a real
*> difference between two strands from a systematic read error of the
*> sequencer chemistry.
*>
*> The pairs come from both stored strands of every DAILYTXN
*> verification (optionally only the TXN-TIMESTAMP months in a range),
*> or from the pairs of the last hamming-batch run - its DNAIDPAIRS
*> strand-ID pairs fetched from HAMSTRANDS when that file is present,
*> otherwise its DNAPAIRS full-strand pairs - as set in the one-record
*> SPECTCTL control file (SPECTRUM-CTL-REC); with no control file all
*> of DAILYTXN is read. Each pair goes through the shared HAMMING
*> subprogram; for a batch pair the reverse complement of strand 2 is
*> tried as well and the orientation with fewer mismatches is kept,
*> as hamming-batch.cob does. A pair HAMMING refuses (unequal length,
*> invalid base) is counted and left out, as is an ambiguity code N
*> at a position, which HAMMING already leaves out of the compare.
*>
*> The SPECTRUMRPT report gives:
*>   1) the 4x4 substitution matrix, strand 1 base to strand 2 base
*>      (A>C, A>G, ...), with transition (A<>G, C<>T) and
*>      transversion totals
*>   2) every position with a mismatch: pairs covering it, mismatches
*>      and the mismatch rate, with a position flagged HOT SPOT when
*>      its rate is at least SPEC-HOTSPOT-PCT percent of the average
*>      rate and it has at least SPEC-HOTSPOT-MIN mismatches
*>   3) the same substitution counts month by month (the batch run is
*>      reported under the business-date month), to show whether a
*>      chemistry change moved the pattern
*> Start and end are posted to the shared batch run log (HAMRUNLOG);
*> an unexpected OPEN status stops the run with RETURN-CODE 8.
*> A DAILYTXN verification is only used when its subject gave
*> research-use consent at intake (intake-consent-research "Y" on
*> SAMPLEINTAKE); one refused, withdrawn, keyed before consents were
*> captured, or with no intake record is left out and counted on the
*> report. The hamming-batch pairs carry no sample and are not
*> subject to consent.

environment division.
input-output section.
file-control.
    select SPECTRUM-CONTROL-FILE assign to "SPECTCTL"
        organization is line sequential
        file status is WS-CONTROL-STATUS.
    select TRANSACTION-FILE assign to "DAILYTXN"
        organization is indexed
        access mode is dynamic
        record key is TXN-SAMPLE-ID
        file status is WS-TXN-STATUS.
    select SAMPLE-INTAKE-FILE assign to "SAMPLEINTAKE"
        organization is indexed
        access mode is random
        record key is intake-sample-id
        file status is WS-INTAKE-STATUS.
    select DNA-PAIR-FILE assign to "DNAPAIRS"
        organization is line sequential
        file status is WS-PAIR-STATUS.
    select DNA-ID-PAIR-FILE assign to "DNAIDPAIRS"
        organization is line sequential
        file status is WS-ID-PAIR-STATUS.
    select STRAND-MASTER-FILE assign to "HAMSTRANDS"
        organization is indexed
        access mode is dynamic
        record key is STRAND-MASTER-ID
        file status is WS-MASTER-STATUS.
    select SPECTRUM-REPORT-FILE assign to "SPECTRUMRPT"
        organization is line sequential
        file status is WS-REPORT-STATUS.
    select RUN-LOG-FILE assign to "HAMRUNLOG"
        organization is line sequential
        file status is WS-RUNLOG-STATUS.

data division.
file section.
fd  SPECTRUM-CONTROL-FILE.
    copy "spectrum-ctl-rec.cpy".

fd  TRANSACTION-FILE.
    copy "transaction-rec.cpy".

fd  SAMPLE-INTAKE-FILE.
    copy "intake-rec.cpy".

fd  DNA-PAIR-FILE.
    copy "dna-pair-rec.cpy".

fd  DNA-ID-PAIR-FILE.
    copy "dna-id-pair-rec.cpy".

fd  STRAND-MASTER-FILE.
    copy "strand-master-rec.cpy".

fd  SPECTRUM-REPORT-FILE.
01  WS-REPORT-LINE           pic x(132).

fd  RUN-LOG-FILE.
    copy "run-log-rec.cpy".

working-storage section.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".
01 WS-CONTROL-STATUS          pic x(02) value spaces.
01 WS-TXN-STATUS              pic x(02) value spaces.
01 WS-INTAKE-STATUS           pic x(02) value spaces.
01 WS-INTAKE-OPEN-FLAG        pic x(01) value "N".
   88 WS-INTAKE-OPEN          value "Y".
01 WS-CONSENT-FLAG            pic x(01) value "N".
   88 WS-RESEARCH-CONSENT     value "Y".
01 WS-PAIR-STATUS             pic x(02) value spaces.
01 WS-ID-PAIR-STATUS          pic x(02) value spaces.
01 WS-MASTER-STATUS           pic x(02) value spaces.
01 WS-REPORT-STATUS           pic x(02) value spaces.
01 WS-RUNLOG-STATUS           pic x(02) value spaces.
01 WS-RUN-STATUS              pic x(10) value "SUCCESS".
01 WS-ABEND-FILE              pic x(12) value spaces.
01 WS-ABEND-STATUS            pic x(02) value spaces.
01 WS-RUN-TIMESTAMP           pic x(21) value spaces.

01 WS-SOURCE-FLAG             pic x(01) value "T".
   88 WS-SOURCE-BATCH         value "B".
01 WS-ID-MODE-FLAG            pic x(01) value "N".
   88 WS-ID-MODE              value "Y".
01 WS-SOURCE-NAME             pic x(10) value "DAILYTXN".
01 WS-MONTH-LOW               pic 9(06) value 0.
01 WS-MONTH-HIGH              pic 9(06) value 999999.
01 WS-HOTSPOT-PCT             pic 9(04) value 200.
01 WS-HOTSPOT-MIN             pic 9(04) value 3.

01 WS-BUS-DATE                pic 9(08) value 0.
01 WS-BUS-STATUS              pic x(01) value space.
01 WS-BUS-RESULT              pic x(02) value spaces.

01 WS-PAIR-MONTH              pic 9(06) value 0.
01 WS-PAIR-OK-FLAG            pic x(01) value "Y".
   88 WS-PAIR-OK              value "Y".

01 WS-PAIRS-READ              pic 9(07) value 0.
01 WS-PAIRS-USED              pic 9(07) value 0.
01 WS-PAIRS-OUT-OF-RANGE      pic 9(07) value 0.
01 WS-PAIRS-NOT-COMPARABLE    pic 9(07) value 0.
01 WS-PAIRS-NOT-ON-MASTER     pic 9(07) value 0.
01 WS-PAIRS-NO-CONSENT        pic 9(07) value 0.
01 WS-PAIRS-REVERSED          pic 9(07) value 0.
01 WS-TOTAL-MISMATCHES        pic 9(08) value 0.
01 WS-TOTAL-COVERAGE          pic 9(10) value 0.
01 WS-TOTAL-TRANSITIONS       pic 9(08) value 0.
01 WS-TOTAL-TRANSVERSIONS     pic 9(08) value 0.
01 WS-NON-ACGT-COUNT          pic 9(07) value 0.

*> Rows are the strand 1 base, columns the strand 2 base, both in
*> A C G T order.
01 WS-BASE-LETTERS            pic x(04) value "ACGT".
01 WS-SUBST-MATRIX.
   05 WS-SUBST-ROW occurs 4 times.
      10 WS-SUBST-COUNT       pic 9(08) occurs 4 times.

01 WS-POSITION-TABLE.
   05 WS-POSITION-ENTRY occurs 120 times.
      10 WS-POS-COVERAGE      pic 9(08).
      10 WS-POS-MISMATCHES    pic 9(08).

01 WS-MAX-MONTHS              pic 9(03) value 120.
01 WS-MONTH-COUNT             pic 9(03) value 0.
01 WS-MONTH-TABLE.
   05 WS-MONTH-ENTRY occurs 1 to 120 times
         depending on WS-MONTH-COUNT.
      10 WS-MO-MONTH          pic 9(06).
      10 WS-MO-PAIRS          pic 9(07).
      10 WS-MO-MISMATCHES     pic 9(08).
      10 WS-MO-TRANSITIONS    pic 9(08).
      10 WS-MO-TRANSVERSIONS  pic 9(08).
      10 WS-MO-SUBST-ROW occurs 4 times.
         15 WS-MO-SUBST-COUNT pic 9(07) occurs 4 times.
01 WS-MONTHS-DROPPED          pic 9(07) value 0.
01 WS-MONTH-NUM               pic 9(03) value 0.
01 WS-MONTH-SLOT              pic 9(03) value 0.
01 WS-MONTH-FOUND-FLAG        pic x(01) value "N".
   88 WS-MONTH-FOUND          value "Y".

01 WS-HAMMING                 pic 9(04) value 0.
01 WS-HAMMING-FWD             pic 9(04) value 0.
01 WS-ERROR                   pic x(31) value spaces.
01 WS-HAMMING-OVERFLOW        pic x(01) value "N".
   88 WS-HAMMING-OVERFLOW-YES value "Y".
   88 WS-HAMMING-OVERFLOW-NO  value "N".
01 WS-N-COUNT                 pic 9(04) value 0.
01 WS-DNA-1                   pic x(120) value spaces.
01 WS-DNA-2                   pic x(120) value spaces.
01 WS-DNA-2-RC                pic x(120) value spaces.
01 WS-RC-ERROR                pic x(31) value spaces.
01 WS-STRAND-A                pic x(120) value spaces.
01 WS-STRAND-B                pic x(120) value spaces.
01 WS-STRAND-LENGTH           pic 9(03) value 0.

copy "mismatch-positions.cpy".

01 WS-MISMATCH-NUM            pic 9(04) value 0.
01 WS-POS                     pic 9(03) value 0.
01 WS-FROM-BASE               pic x(01) value space.
01 WS-TO-BASE                 pic x(01) value space.
01 WS-FROM-NUM                pic 9(01) value 0.
01 WS-TO-NUM                  pic 9(01) value 0.
01 WS-BASE-NUM                pic 9(01) value 0.
01 WS-ROW-NUM                 pic 9(01) value 0.
01 WS-COL-NUM                 pic 9(01) value 0.
01 WS-LINE-POS                pic 9(03) value 0.

01 WS-AVERAGE-RATE            pic 9(01)v9(06) value 0.
01 WS-POSITION-RATE           pic 9(01)v9(06) value 0.
01 WS-HOTSPOT-RATE            pic 9(03)v9(06) value 0.
01 WS-RATE-PCT                pic zz9.99.
01 WS-TS-TV-RATIO             pic zzz9.99.
01 WS-HOTSPOT-COUNT           pic 9(03) value 0.
01 WS-EDIT-COUNT              pic z(07)9.

procedure division.

0000-MAIN.
    perform 0030-LOG-RUN-START.
    move function current-date to WS-RUN-TIMESTAMP.
    initialize WS-SUBST-MATRIX.
    initialize WS-POSITION-TABLE.
    perform 0050-LOAD-CONTROL.
    if WS-SOURCE-BATCH
        perform 0300-READ-BATCH-PAIRS
    else
        perform 0200-READ-TRANSACTIONS
    end-if.
    perform 0600-WRITE-SPECTRUM-REPORT.
    perform 0910-LOG-RUN-END.
    stop run.

0030-LOG-RUN-START.
    move "subst-spectrum" to RUN-LOG-PROGRAM.
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

0910-LOG-RUN-END.
    move "subst-spectrum" to RUN-LOG-PROGRAM.
    move "E" to RUN-LOG-EVENT.
    move function current-date to RUN-LOG-TIMESTAMP.
    move WS-PAIRS-USED to RUN-LOG-RECORDS.
    move WS-RUN-STATUS to RUN-LOG-STATUS.
    perform 0040-WRITE-RUN-LOG.

0050-LOAD-CONTROL.
    open input SPECTRUM-CONTROL-FILE.
    if WS-CONTROL-STATUS = "35"
        continue
    else
        read SPECTRUM-CONTROL-FILE
            at end continue
            not at end
                if SPEC-SOURCE = "B"
                    set WS-SOURCE-BATCH to true
                end-if
                if SPEC-MONTH-LOW is numeric
                    move SPEC-MONTH-LOW to WS-MONTH-LOW
                end-if
                if SPEC-MONTH-HIGH is numeric
                   and SPEC-MONTH-HIGH > 0
                    move SPEC-MONTH-HIGH to WS-MONTH-HIGH
                end-if
                if SPEC-HOTSPOT-PCT is numeric
                   and SPEC-HOTSPOT-PCT > 0
                    move SPEC-HOTSPOT-PCT to WS-HOTSPOT-PCT
                end-if
                if SPEC-HOTSPOT-MIN is numeric
                   and SPEC-HOTSPOT-MIN > 0
                    move SPEC-HOTSPOT-MIN to WS-HOTSPOT-MIN
                end-if
        end-read
        close SPECTRUM-CONTROL-FILE
    end-if.

0090-ABORT-ON-IO-ERROR.
    display "ERROR DE E/S - ARCHIVO " WS-ABEND-FILE
        " ESTADO " WS-ABEND-STATUS.
    move "FAILED" to WS-RUN-STATUS.
    perform 0910-LOG-RUN-END.
    move 8 to return-code.
    stop run.

*> ----------------------------------------------------------------
*> DAILYTXN: strand 1 against strand 2 of every verification in
*> the month range.
*> ----------------------------------------------------------------
0200-READ-TRANSACTIONS.
    open input TRANSACTION-FILE.
    if WS-TXN-STATUS not = "00"
        move "DAILYTXN" to WS-ABEND-FILE
        move WS-TXN-STATUS to WS-ABEND-STATUS
        perform 0090-ABORT-ON-IO-ERROR
    end-if.
    open input SAMPLE-INTAKE-FILE.
    if WS-INTAKE-STATUS = "00"
        set WS-INTAKE-OPEN to true
    end-if.
    read TRANSACTION-FILE next
        at end set WS-EOF to true
    end-read.
    perform 0210-TAKE-ONE-TRANSACTION until WS-EOF.
    close TRANSACTION-FILE.
    if WS-INTAKE-OPEN
        close SAMPLE-INTAKE-FILE
    end-if.

0210-TAKE-ONE-TRANSACTION.
    if TXN-STRAND-1 not = spaces and TXN-STRAND-2 not = spaces
        add 1 to WS-PAIRS-READ
        if TXN-TIMESTAMP(1:6) is numeric
            move TXN-TIMESTAMP(1:6) to WS-PAIR-MONTH
        else
            move 0 to WS-PAIR-MONTH
        end-if
        perform 0220-CHECK-RESEARCH-CONSENT
        evaluate true
            when WS-PAIR-MONTH < WS-MONTH-LOW
              or WS-PAIR-MONTH > WS-MONTH-HIGH
                add 1 to WS-PAIRS-OUT-OF-RANGE
            when not WS-RESEARCH-CONSENT
                add 1 to WS-PAIRS-NO-CONSENT
            when other
                move TXN-STRAND-1 to WS-DNA-1
                move TXN-STRAND-2 to WS-DNA-2
                perform 0400-COMPARE-FORWARD
                perform 0450-TALLY-PAIR
        end-evaluate
    end-if.
    read TRANSACTION-FILE next
        at end set WS-EOF to true
    end-read.

0220-CHECK-RESEARCH-CONSENT.
    move "N" to WS-CONSENT-FLAG.
    if WS-INTAKE-OPEN
        move TXN-SAMPLE-ID to intake-sample-id
        read SAMPLE-INTAKE-FILE
            invalid key continue
            not invalid key
                if intake-research-given
                    set WS-RESEARCH-CONSENT to true
                end-if
        end-read
    end-if.

*> ----------------------------------------------------------------
*> The hamming-batch input: strand-ID pairs when DNAIDPAIRS is
*> there, otherwise the full-strand DNAPAIRS file.
*> ----------------------------------------------------------------
0300-READ-BATCH-PAIRS.
    call "BUSDATE" using WS-BUS-DATE, WS-BUS-STATUS, WS-BUS-RESULT.
    move WS-BUS-DATE(1:6) to WS-PAIR-MONTH.
    open input DNA-ID-PAIR-FILE.
    if WS-ID-PAIR-STATUS = "00"
        set WS-ID-MODE to true
        move "DNAIDPAIRS" to WS-SOURCE-NAME
        open input STRAND-MASTER-FILE
        if WS-MASTER-STATUS not = "00"
            move "HAMSTRANDS" to WS-ABEND-FILE
            move WS-MASTER-STATUS to WS-ABEND-STATUS
            perform 0090-ABORT-ON-IO-ERROR
        end-if
        read DNA-ID-PAIR-FILE
            at end set WS-EOF to true
        end-read
        perform 0310-TAKE-ONE-ID-PAIR until WS-EOF
        close STRAND-MASTER-FILE
        close DNA-ID-PAIR-FILE
    else
        move "DNAPAIRS" to WS-SOURCE-NAME
        open input DNA-PAIR-FILE
        if WS-PAIR-STATUS not = "00"
            move "DNAPAIRS" to WS-ABEND-FILE
            move WS-PAIR-STATUS to WS-ABEND-STATUS
            perform 0090-ABORT-ON-IO-ERROR
        end-if
        read DNA-PAIR-FILE
            at end set WS-EOF to true
        end-read
        perform 0330-TAKE-ONE-STRAND-PAIR until WS-EOF
        close DNA-PAIR-FILE
    end-if.

0310-TAKE-ONE-ID-PAIR.
    add 1 to WS-PAIRS-READ.
    set WS-PAIR-OK to true.
    move ID-PAIR-STRAND-1 to STRAND-MASTER-ID.
    read STRAND-MASTER-FILE
        invalid key move "N" to WS-PAIR-OK-FLAG
        not invalid key move STRAND-MASTER-VALUE to WS-DNA-1
    end-read.
    if WS-PAIR-OK
        move ID-PAIR-STRAND-2 to STRAND-MASTER-ID
        read STRAND-MASTER-FILE
            invalid key move "N" to WS-PAIR-OK-FLAG
            not invalid key move STRAND-MASTER-VALUE to WS-DNA-2
        end-read
    end-if.
    if WS-PAIR-OK
        perform 0410-COMPARE-BEST-ORIENTATION
        perform 0450-TALLY-PAIR
    else
        add 1 to WS-PAIRS-NOT-ON-MASTER
    end-if.
    read DNA-ID-PAIR-FILE
        at end set WS-EOF to true
    end-read.

0330-TAKE-ONE-STRAND-PAIR.
    add 1 to WS-PAIRS-READ.
    move DNA-PAIR-STRAND-1 to WS-DNA-1.
    move DNA-PAIR-STRAND-2 to WS-DNA-2.
    perform 0410-COMPARE-BEST-ORIENTATION.
    perform 0450-TALLY-PAIR.
    read DNA-PAIR-FILE
        at end set WS-EOF to true
    end-read.

*> ----------------------------------------------------------------
*> HAMMING works on the copies in WS-STRAND-A/B and leaves them
*> left-justified, so the mismatch positions index them directly.
*> ----------------------------------------------------------------
0400-COMPARE-FORWARD.
    move WS-DNA-1 to WS-STRAND-A.
    move WS-DNA-2 to WS-STRAND-B.
    call "HAMMING" using WS-STRAND-A, WS-STRAND-B, WS-HAMMING,
        WS-ERROR, WS-HAMMING-OVERFLOW, WS-MISMATCH-POSITIONS,
        WS-N-COUNT.

0410-COMPARE-BEST-ORIENTATION.
    perform 0400-COMPARE-FORWARD.
    if WS-ERROR = spaces and WS-HAMMING > 0
        move WS-HAMMING to WS-HAMMING-FWD
        call "REVCOMP" using WS-DNA-2, WS-DNA-2-RC, WS-RC-ERROR
        if WS-RC-ERROR = spaces
            move WS-DNA-1 to WS-STRAND-A
            move WS-DNA-2-RC to WS-STRAND-B
            call "HAMMING" using WS-STRAND-A, WS-STRAND-B, WS-HAMMING,
                WS-ERROR, WS-HAMMING-OVERFLOW, WS-MISMATCH-POSITIONS,
                WS-N-COUNT
            if WS-ERROR = spaces and WS-HAMMING < WS-HAMMING-FWD
                add 1 to WS-PAIRS-REVERSED
            else
                perform 0400-COMPARE-FORWARD
            end-if
        end-if
    end-if.

0450-TALLY-PAIR.
    if WS-ERROR not = spaces or WS-HAMMING-OVERFLOW-YES
        add 1 to WS-PAIRS-NOT-COMPARABLE
    else
        add 1 to WS-PAIRS-USED
        perform 0500-FIND-MONTH
        if WS-MONTH-SLOT > 0
            add 1 to WS-MO-PAIRS(WS-MONTH-SLOT)
        end-if
        move 0 to WS-STRAND-LENGTH
        inspect WS-STRAND-A tallying WS-STRAND-LENGTH
            for characters before initial space
        perform 0460-COUNT-COVERAGE
            varying WS-POS from 1 by 1
            until WS-POS > WS-STRAND-LENGTH
        perform 0470-TALLY-ONE-MISMATCH
            varying WS-MISMATCH-NUM from 1 by 1
            until WS-MISMATCH-NUM > WS-HAMMING
    end-if.

*> A position where either strand reads N was not compared.
0460-COUNT-COVERAGE.
    if WS-STRAND-A(WS-POS:1) not = "N"
       and WS-STRAND-B(WS-POS:1) not = "N"
        add 1 to WS-POS-COVERAGE(WS-POS)
        add 1 to WS-TOTAL-COVERAGE
    end-if.

0470-TALLY-ONE-MISMATCH.
    move WS-MISMATCH-POSITION(WS-MISMATCH-NUM) to WS-POS.
    add 1 to WS-POS-MISMATCHES(WS-POS).
    add 1 to WS-TOTAL-MISMATCHES.
    move WS-STRAND-A(WS-POS:1) to WS-FROM-BASE.
    move WS-STRAND-B(WS-POS:1) to WS-TO-BASE.
    perform 0480-BASE-NUMBERS.
    if WS-FROM-NUM = 0 or WS-TO-NUM = 0
        add 1 to WS-NON-ACGT-COUNT
    else
        add 1 to WS-SUBST-COUNT(WS-FROM-NUM, WS-TO-NUM)
        if WS-MONTH-SLOT > 0
            add 1 to WS-MO-MISMATCHES(WS-MONTH-SLOT)
            add 1 to WS-MO-SUBST-COUNT
                (WS-MONTH-SLOT, WS-FROM-NUM, WS-TO-NUM)
        end-if
        if (WS-FROM-BASE = "A" and WS-TO-BASE = "G")
           or (WS-FROM-BASE = "G" and WS-TO-BASE = "A")
           or (WS-FROM-BASE = "C" and WS-TO-BASE = "T")
           or (WS-FROM-BASE = "T" and WS-TO-BASE = "C")
            add 1 to WS-TOTAL-TRANSITIONS
            if WS-MONTH-SLOT > 0
                add 1 to WS-MO-TRANSITIONS(WS-MONTH-SLOT)
            end-if
        else
            add 1 to WS-TOTAL-TRANSVERSIONS
            if WS-MONTH-SLOT > 0
                add 1 to WS-MO-TRANSVERSIONS(WS-MONTH-SLOT)
            end-if
        end-if
    end-if.

0480-BASE-NUMBERS.
    move 0 to WS-FROM-NUM.
    move 0 to WS-TO-NUM.
    perform 0490-MATCH-ONE-BASE
        varying WS-BASE-NUM from 1 by 1
        until WS-BASE-NUM > 4.

0490-MATCH-ONE-BASE.
    if WS-BASE-LETTERS(WS-BASE-NUM:1) = WS-FROM-BASE
        move WS-BASE-NUM to WS-FROM-NUM
    end-if.
    if WS-BASE-LETTERS(WS-BASE-NUM:1) = WS-TO-BASE
        move WS-BASE-NUM to WS-TO-NUM
    end-if.

*> ----------------------------------------------------------------
*> The month table is kept in month order; a month past the table
*> size is counted in the totals only.
*> ----------------------------------------------------------------
0500-FIND-MONTH.
    move 0 to WS-MONTH-SLOT.
    move "N" to WS-MONTH-FOUND-FLAG.
    perform 0510-CHECK-ONE-MONTH
        varying WS-MONTH-NUM from 1 by 1
        until WS-MONTH-NUM > WS-MONTH-COUNT
           or WS-MONTH-FOUND.
    if not WS-MONTH-FOUND
        if WS-MONTH-COUNT < WS-MAX-MONTHS
            perform 0520-INSERT-MONTH
        else
            add 1 to WS-MONTHS-DROPPED
        end-if
    end-if.

0510-CHECK-ONE-MONTH.
    if WS-MO-MONTH(WS-MONTH-NUM) = WS-PAIR-MONTH
        set WS-MONTH-FOUND to true
        move WS-MONTH-NUM to WS-MONTH-SLOT
    end-if.

0520-INSERT-MONTH.
    add 1 to WS-MONTH-COUNT.
    move WS-MONTH-COUNT to WS-MONTH-SLOT.
    perform 0530-SHIFT-MONTH-UP
        until WS-MONTH-SLOT = 1
           or WS-MO-MONTH(WS-MONTH-SLOT - 1) < WS-PAIR-MONTH.
    initialize WS-MONTH-ENTRY(WS-MONTH-SLOT).
    move WS-PAIR-MONTH to WS-MO-MONTH(WS-MONTH-SLOT).

0530-SHIFT-MONTH-UP.
    move WS-MONTH-ENTRY(WS-MONTH-SLOT - 1)
        to WS-MONTH-ENTRY(WS-MONTH-SLOT).
    subtract 1 from WS-MONTH-SLOT.

*> ----------------------------------------------------------------
*> SPECTRUMRPT
*> ----------------------------------------------------------------
0600-WRITE-SPECTRUM-REPORT.
    open output SPECTRUM-REPORT-FILE.
    if WS-REPORT-STATUS not = "00"
        move "SPECTRUMRPT" to WS-ABEND-FILE
        move WS-REPORT-STATUS to WS-ABEND-STATUS
        perform 0090-ABORT-ON-IO-ERROR
    end-if.
    move spaces to WS-REPORT-LINE.
    string "SUBSTITUTION SPECTRUM AND POSITIONAL HOT-SPOT REPORT"
        "   RUN " WS-RUN-TIMESTAMP(1:14)
        "   SOURCE " WS-SOURCE-NAME
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    if WS-SOURCE-BATCH
        string "HAMMING-BATCH PAIRS - BUSINESS DATE " WS-BUS-DATE
            delimited by size into WS-REPORT-LINE
    else
        string "MONTHS " WS-MONTH-LOW " TO " WS-MONTH-HIGH
            delimited by size into WS-REPORT-LINE
    end-if.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "PAIRS READ: " WS-PAIRS-READ
        "  USED: " WS-PAIRS-USED
        "  OUTSIDE MONTHS: " WS-PAIRS-OUT-OF-RANGE
        "  NOT COMPARABLE: " WS-PAIRS-NOT-COMPARABLE
        "  NOT ON MASTER: " WS-PAIRS-NOT-ON-MASTER
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    if WS-SOURCE-BATCH
        move spaces to WS-REPORT-LINE
        string "PAIRS COMPARED AGAINST THE REVERSE COMPLEMENT OF"
            " STRAND 2: " WS-PAIRS-REVERSED
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
    else
        move spaces to WS-REPORT-LINE
        string "PAIRS LEFT OUT - NO RESEARCH CONSENT: "
            WS-PAIRS-NO-CONSENT
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.
    perform 0610-WRITE-MATRIX.
    perform 0650-WRITE-POSITIONS.
    perform 0700-WRITE-MONTHS.
    close SPECTRUM-REPORT-FILE.

0610-WRITE-MATRIX.
    move spaces to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move "SUBSTITUTION MATRIX (ROW = STRAND 1 BASE, COLUMN = STRAND 2 BASE)"
        to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    move "FROM/TO" to WS-REPORT-LINE(1:7).
    move "A" to WS-REPORT-LINE(17:1).
    move "C" to WS-REPORT-LINE(27:1).
    move "G" to WS-REPORT-LINE(37:1).
    move "T" to WS-REPORT-LINE(47:1).
    write WS-REPORT-LINE.
    perform 0620-WRITE-MATRIX-ROW
        varying WS-ROW-NUM from 1 by 1
        until WS-ROW-NUM > 4.
    move spaces to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    if WS-TOTAL-TRANSVERSIONS > 0
        compute WS-TS-TV-RATIO rounded =
            WS-TOTAL-TRANSITIONS / WS-TOTAL-TRANSVERSIONS
    else
        move 0 to WS-TS-TV-RATIO
    end-if.
    move spaces to WS-REPORT-LINE.
    string "MISMATCHES: " WS-TOTAL-MISMATCHES
        "  TRANSITIONS (A<>G, C<>T): " WS-TOTAL-TRANSITIONS
        "  TRANSVERSIONS: " WS-TOTAL-TRANSVERSIONS
        "  TS/TV: " WS-TS-TV-RATIO
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    if WS-NON-ACGT-COUNT > 0
        move spaces to WS-REPORT-LINE
        string "MISMATCHES OUTSIDE A/C/G/T (NOT IN THE MATRIX): "
            WS-NON-ACGT-COUNT
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.

0620-WRITE-MATRIX-ROW.
    move spaces to WS-REPORT-LINE.
    move WS-BASE-LETTERS(WS-ROW-NUM:1) to WS-REPORT-LINE(4:1).
    move 10 to WS-LINE-POS.
    perform 0630-WRITE-MATRIX-CELL
        varying WS-COL-NUM from 1 by 1
        until WS-COL-NUM > 4.
    write WS-REPORT-LINE.

0630-WRITE-MATRIX-CELL.
    if WS-COL-NUM = WS-ROW-NUM
        move "-" to WS-REPORT-LINE(WS-LINE-POS + 7:1)
    else
        move WS-SUBST-COUNT(WS-ROW-NUM, WS-COL-NUM) to WS-EDIT-COUNT
        move WS-EDIT-COUNT to WS-REPORT-LINE(WS-LINE-POS:8)
    end-if.
    add 10 to WS-LINE-POS.

0650-WRITE-POSITIONS.
    move spaces to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    if WS-TOTAL-COVERAGE > 0
        compute WS-AVERAGE-RATE rounded =
            WS-TOTAL-MISMATCHES / WS-TOTAL-COVERAGE
    end-if.
    compute WS-HOTSPOT-RATE = WS-AVERAGE-RATE * WS-HOTSPOT-PCT / 100.
    compute WS-RATE-PCT rounded = WS-AVERAGE-RATE * 100.
    move spaces to WS-REPORT-LINE.
    string "MISMATCHES BY POSITION - AVERAGE RATE " WS-RATE-PCT
        "%   HOT SPOT AT " WS-HOTSPOT-PCT "% OF AVERAGE AND "
        WS-HOTSPOT-MIN " OR MORE MISMATCHES"
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move "POS   PAIRS COVERING  MISMATCHES    RATE" to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    perform 0660-WRITE-ONE-POSITION
        varying WS-POS from 1 by 1
        until WS-POS > 120.
    move spaces to WS-REPORT-LINE.
    string "HOT SPOTS: " WS-HOTSPOT-COUNT
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.

0660-WRITE-ONE-POSITION.
    if WS-POS-MISMATCHES(WS-POS) > 0
        compute WS-POSITION-RATE rounded =
            WS-POS-MISMATCHES(WS-POS) / WS-POS-COVERAGE(WS-POS)
        compute WS-RATE-PCT rounded = WS-POSITION-RATE * 100
        move spaces to WS-REPORT-LINE
        move WS-POS to WS-REPORT-LINE(1:3)
        move WS-POS-COVERAGE(WS-POS) to WS-EDIT-COUNT
        move WS-EDIT-COUNT to WS-REPORT-LINE(13:8)
        move WS-POS-MISMATCHES(WS-POS) to WS-EDIT-COUNT
        move WS-EDIT-COUNT to WS-REPORT-LINE(25:8)
        move WS-RATE-PCT to WS-REPORT-LINE(35:6)
        move "%" to WS-REPORT-LINE(41:1)
        if WS-POSITION-RATE >= WS-HOTSPOT-RATE
           and WS-POS-MISMATCHES(WS-POS) >= WS-HOTSPOT-MIN
            move "*** HOT SPOT" to WS-REPORT-LINE(45:12)
            add 1 to WS-HOTSPOT-COUNT
        end-if
        write WS-REPORT-LINE
    end-if.

0700-WRITE-MONTHS.
    move spaces to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move "SUBSTITUTIONS BY MONTH" to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "MONTH    PAIRS  MISM    TS    TV  A>C  A>G  A>T  C>A  C>G"
        "  C>T  G>A  G>C  G>T  T>A  T>C  T>G"
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    perform 0710-WRITE-ONE-MONTH
        varying WS-MONTH-NUM from 1 by 1
        until WS-MONTH-NUM > WS-MONTH-COUNT.
    if WS-MONTHS-DROPPED > 0
        move spaces to WS-REPORT-LINE
        string "PAIRS PAST THE " WS-MAX-MONTHS
            "-MONTH LIMIT (IN THE TOTALS ONLY): " WS-MONTHS-DROPPED
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.

0710-WRITE-ONE-MONTH.
    move spaces to WS-REPORT-LINE.
    move WS-MO-MONTH(WS-MONTH-NUM) to WS-REPORT-LINE(1:6).
    move WS-MO-PAIRS(WS-MONTH-NUM) to WS-EDIT-COUNT.
    move WS-EDIT-COUNT(3:6) to WS-REPORT-LINE(9:6).
    move WS-MO-MISMATCHES(WS-MONTH-NUM) to WS-EDIT-COUNT.
    move WS-EDIT-COUNT(3:6) to WS-REPORT-LINE(15:6).
    move WS-MO-TRANSITIONS(WS-MONTH-NUM) to WS-EDIT-COUNT.
    move WS-EDIT-COUNT(3:6) to WS-REPORT-LINE(21:6).
    move WS-MO-TRANSVERSIONS(WS-MONTH-NUM) to WS-EDIT-COUNT.
    move WS-EDIT-COUNT(3:6) to WS-REPORT-LINE(27:6).
    move 33 to WS-LINE-POS.
    perform 0720-WRITE-MONTH-ROW
        varying WS-ROW-NUM from 1 by 1
        until WS-ROW-NUM > 4.
    write WS-REPORT-LINE.

0720-WRITE-MONTH-ROW.
    perform 0730-WRITE-MONTH-CELL
        varying WS-COL-NUM from 1 by 1
        until WS-COL-NUM > 4.

0730-WRITE-MONTH-CELL.
    if WS-COL-NUM not = WS-ROW-NUM
        move WS-MO-SUBST-COUNT(WS-MONTH-NUM, WS-ROW-NUM, WS-COL-NUM)
            to WS-EDIT-COUNT
        move WS-EDIT-COUNT(4:5) to WS-REPORT-LINE(WS-LINE-POS:5)
        add 5 to WS-LINE-POS
    end-if.

end program subst-spectrum.
