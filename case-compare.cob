       >>SOURCE FORMAT FREE
identification division.
program-id. case-compare.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> Within-case relatedness comparison for the paternity and family
*> cases kept in CASEFILE (layout in CASE-REC, maintained by
*> case-maint.cob). Until now a comparison was either one pair
*> (hamming.cob option 3, daily-control.cob) or everything against
*> everything (hamming-matrix.cob); this run compares the members of
*> each case against one another, and only those.
*> The cases run are the ones listed in the CASEREQUEST file (one
*> six-digit case number per line) or, when that file is absent,
*> every case on CASEFILE. Each member's strand is pulled through
*> STRANDXREF and HAMSTRANDS: the member's consensus strand (role C,
*> sample-consensus.cob) when it has one, otherwise the last strand
*> cross-referenced to the sample that is still on the master. Every
*> member is compared with every other through the HAMMING
*> subprogram; a pair HAMMING refuses as unequal length is retried
*> through HAMALIGN when the lengths differ by no more than the
*> SHIFT-WINDOW run parameter (HAMPARAMS, default 3), as in
*> hamming-batch.cob. Each pair gets its distance and the MATCH /
*> INCONCLUSIVE / MISMATCH decision from the HAMTHRESH threshold
*> table (seeded 3/8 when absent), and is flagged when the result
*> contradicts what the stated relationships imply:
*>   SAME PERSON  principal and a SAME-PERSON sample (or two of
*>                them) - anything but MATCH contradicts
*>   RELATED      a parent, child or sibling of the principal
*>                against the principal, a SAME-PERSON sample, or
*>                another relative - MISMATCH contradicts
*>   UNRELATED    any pair with an UNRELATED member - MATCH
*>                contradicts
*>   (two PARENT members carry no expectation and are never flagged)
*> A member with no strand on the master is listed and its pairs are
*> reported as not compared. Everything goes to the CASERPT report
*> under the same page heading as the other binder reports, with
*> totals at the end; a run with any contradiction ends with
*> RETURN-CODE 4, and a strand master that will not open fails the
*> run with RETURN-CODE 8. Start and end go to the shared batch run
*> log (HAMRUNLOG).

environment division.
input-output section.
file-control.
    select CASE-FILE assign to "CASEFILE"
        organization is line sequential
        file status is WS-CASE-STATUS.
    select CASE-REQUEST-FILE assign to "CASEREQUEST"
        organization is line sequential
        file status is WS-REQUEST-STATUS.
    select STRAND-XREF-FILE assign to "STRANDXREF"
        organization is line sequential
        file status is WS-XREF-STATUS.
    select STRAND-MASTER-FILE assign to "HAMSTRANDS"
        organization is indexed
        access mode is dynamic
        record key is STRAND-MASTER-ID
        file status is WS-MASTER-STATUS.
    select THRESHOLD-FILE assign to "HAMTHRESH"
        organization is line sequential
        file status is WS-THRESHOLD-STATUS.
    select RUN-PARAM-FILE assign to "HAMPARAMS"
        organization is line sequential
        file status is WS-PARAM-STATUS.
    select CASE-REPORT-FILE assign to "CASERPT"
        organization is line sequential.
    select RUN-LOG-FILE assign to "HAMRUNLOG"
        organization is line sequential
        file status is WS-RUNLOG-STATUS.

data division.
file section.
fd  CASE-FILE.
    copy "case-rec.cpy".

fd  CASE-REQUEST-FILE.
01  CASE-REQUEST-RECORD.
    05  CASE-REQUEST-NUMBER   pic x(06).

fd  STRAND-XREF-FILE.
    copy "strand-xref-rec.cpy".

fd  STRAND-MASTER-FILE.
    copy "strand-master-rec.cpy".

fd  THRESHOLD-FILE.
    copy "hamming-threshold-rec.cpy".

fd  RUN-PARAM-FILE.
    copy "run-param-rec.cpy".

fd  CASE-REPORT-FILE.
01  WS-REPORT-LINE            pic x(132).

fd  RUN-LOG-FILE.
    copy "run-log-rec.cpy".

working-storage section.
01 WS-RUNLOG-STATUS           pic x(02) value spaces.
01 WS-RUN-STATUS              pic x(10) value "SUCCESS".
01 WS-CASE-STATUS             pic x(02) value spaces.
01 WS-REQUEST-STATUS          pic x(02) value spaces.
01 WS-XREF-STATUS             pic x(02) value spaces.
01 WS-MASTER-STATUS           pic x(02) value spaces.
01 WS-THRESHOLD-STATUS        pic x(02) value spaces.
01 WS-PARAM-STATUS            pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".
01 WS-PARAM-EOF-FLAG          pic x(01) value "N".
   88 WS-PARAM-EOF            value "Y".
01 WS-ABORT-FLAG              pic x(01) value "N".
   88 WS-ABORT                value "Y".
01 WS-FOUND-FLAG              pic x(01) value "N".
   88 WS-FOUND                value "Y".
01 WS-MASTER-CHECKED-FLAG     pic x(01) value "N".
   88 WS-MASTER-CHECKED       value "Y".
01 WS-ON-MASTER-FLAG          pic x(01) value "N".
   88 WS-ON-MASTER            value "Y".

01 WS-RUN-DATE                pic 9(08) value 0.
01 WS-RUN-TIME                pic 9(08) value 0.
01 WS-PAGE-NUMBER             pic 9(04) value 0.
01 WS-LINE-COUNT              pic 9(02) value 99.
01 WS-PAGE-SIZE               pic 9(02) value 55.
01 WS-DETAIL-HOLD             pic x(132) value spaces.

01 WS-MATCH-MAX               pic 9(04) value 3.
01 WS-INCONCLUSIVE-MAX        pic 9(04) value 8.
01 WS-SHIFT-WINDOW            pic 9(02) value 3.

*> Every member on CASEFILE, with the strand chosen for it.
01 WS-MAX-MEMBERS             pic 9(04) value 2000.
01 WS-MEMBER-COUNT            pic 9(04) value 0.
01 WS-MEMBER-TABLE.
   05 WS-MEMBER-ENTRY occurs 2000 times indexed by WS-MB-IDX.
      10 WS-MB-CASE-NUMBER    pic 9(06).
      10 WS-MB-SAMPLE-ID      pic 9(06).
      10 WS-MB-RELATIONSHIP   pic x(12).
      10 WS-MB-STRAND-ID      pic 9(06).
      10 WS-MB-STRAND-ROLE    pic x(01).

*> The cases this run compares.
01 WS-MAX-RUN-CASES           pic 9(04) value 500.
01 WS-RUN-CASE-COUNT          pic 9(04) value 0.
01 WS-RUN-CASE-TABLE.
   05 WS-RUN-CASE-NUMBER occurs 500 times indexed by WS-RC-IDX
      pic 9(06).
01 WS-RUN-CASE-OVERFLOW       pic 9(04) value 0.

*> The members of the case being compared (member-table entries).
01 WS-MAX-CASE-MEMBERS        pic 9(02) value 20.
01 WS-CASE-MEMBER-COUNT       pic 9(02) value 0.
01 WS-CASE-MEMBER-TABLE.
   05 WS-CASE-MEMBER-ENTRY    pic 9(04) occurs 20 times.
01 WS-CASE-MEMBER-OVERFLOW    pic 9(04) value 0.

01 WS-ENTRY-NUMBER            pic 9(04) value 0.
01 WS-CASE-NUMBER             pic 9(06) value 0.
01 WS-FIRST-NUMBER            pic 9(02) value 0.
01 WS-SECOND-NUMBER           pic 9(02) value 0.
01 WS-FIRST-ENTRY             pic 9(04) value 0.
01 WS-SECOND-ENTRY            pic 9(04) value 0.

01 WS-DNA-1                   pic x(120) value spaces.
01 WS-DNA-2                   pic x(120) value spaces.
01 WS-HAMMING                 pic 9(04) value 0.
01 WS-ERROR                   pic x(31) value spaces.
01 WS-HAMMING-OVERFLOW        pic x(01) value "N".
   88 WS-HAMMING-OVERFLOW-YES value "Y".
   88 WS-HAMMING-OVERFLOW-NO  value "N".
copy "mismatch-positions.cpy".
01 WS-N-COUNT                 pic 9(04) value 0.

01 WS-DNA-1-LENGTH            pic 9(03) value 0.
01 WS-DNA-2-LENGTH            pic 9(03) value 0.
01 WS-LENGTH-DIFF             pic s9(04) value 0.
01 WS-ALIGNED-FLAG            pic x(01) value "N".
   88 WS-ALIGNED              value "Y".
01 WS-ALIGN-DISTANCE          pic 9(04) value 0.
01 WS-ALIGN-OFFSET            pic s9(03) value 0.
01 WS-ALIGN-N-COUNT           pic 9(04) value 0.
01 WS-ALIGN-ERROR             pic x(31) value spaces.
01 WS-OFFSET-EDIT             pic +zz9.
01 WS-ALIGN-TEXT              pic x(20) value spaces.

01 WS-DECISION                pic x(12) value spaces.
01 WS-EXPECTED                pic x(11) value spaces.
01 WS-REL-1                   pic x(12) value spaces.
01 WS-REL-2                   pic x(12) value spaces.
01 WS-CONTRADICTS-FLAG        pic x(01) value "N".
   88 WS-CONTRADICTS          value "Y".
01 WS-FLAG-TEXT               pic x(50) value spaces.

01 WS-CASES-RUN               pic 9(04) value 0.
01 WS-CASES-NOT-FOUND         pic 9(04) value 0.
01 WS-PAIRS-COMPARED          pic 9(06) value 0.
01 WS-PAIRS-NOT-COMPARED      pic 9(06) value 0.
01 WS-MATCH-COUNT             pic 9(06) value 0.
01 WS-INCONCLUSIVE-COUNT      pic 9(06) value 0.
01 WS-MISMATCH-COUNT          pic 9(06) value 0.
01 WS-CONTRADICTION-COUNT     pic 9(06) value 0.

procedure division.

0000-MAIN.
    perform 0030-LOG-RUN-START.
    perform 0050-LOAD-RUN-PARAMS.
    perform 0070-LOAD-THRESHOLDS.
    perform 0100-INITIALIZE.
    if not WS-ABORT
        perform 0200-LOAD-CASES
        perform 0250-LOAD-RUN-CASES
        perform 0300-CHOOSE-STRANDS
        perform 0400-RUN-ONE-CASE
            varying WS-ENTRY-NUMBER from 1 by 1
            until WS-ENTRY-NUMBER > WS-RUN-CASE-COUNT
        perform 0800-WRITE-TOTALS
        close STRAND-MASTER-FILE
    end-if.
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
    if RUN-PARAM-NAME = "SHIFT-WINDOW"
       and RUN-PARAM-VALUE is numeric
       and RUN-PARAM-VALUE > 0
       and RUN-PARAM-VALUE <= 20
        move RUN-PARAM-VALUE to WS-SHIFT-WINDOW
    end-if.
    read RUN-PARAM-FILE
        at end set WS-PARAM-EOF to true
    end-read.

0070-LOAD-THRESHOLDS.
    open input THRESHOLD-FILE.
    if WS-THRESHOLD-STATUS = "35"
        continue
    else
        read THRESHOLD-FILE
            at end continue
            not at end
                if THRESHOLD-MATCH-MAX is numeric
                   and THRESHOLD-INCONCLUSIVE-MAX is numeric
                   and THRESHOLD-MATCH-MAX
                       < THRESHOLD-INCONCLUSIVE-MAX
                    move THRESHOLD-MATCH-MAX to WS-MATCH-MAX
                    move THRESHOLD-INCONCLUSIVE-MAX
                        to WS-INCONCLUSIVE-MAX
                end-if
        end-read
        close THRESHOLD-FILE
    end-if.

0100-INITIALIZE.
    accept WS-RUN-DATE from date yyyymmdd.
    accept WS-RUN-TIME from time.
    open output CASE-REPORT-FILE.
    perform 0080-WRITE-PAGE-HEADING.
    open input STRAND-MASTER-FILE.
    if WS-MASTER-STATUS not = "00"
        move spaces to WS-REPORT-LINE
        string "RUN FAILED - STRAND MASTER (HAMSTRANDS) WILL NOT OPEN,"
            " STATUS " WS-MASTER-STATUS
            delimited by size into WS-REPORT-LINE
        perform 0090-WRITE-DETAIL-LINE
        set WS-ABORT to true
    end-if.

0200-LOAD-CASES.
    move 0 to WS-MEMBER-COUNT.
    move "N" to WS-EOF-FLAG.
    open input CASE-FILE.
    if WS-CASE-STATUS = "35"
        move "NO CASE FILE (CASEFILE) ON HAND - NO CASES TO COMPARE"
            to WS-REPORT-LINE
        perform 0090-WRITE-DETAIL-LINE
    else
        read CASE-FILE
            at end set WS-EOF to true
        end-read
        perform 0210-LOAD-ONE-MEMBER until WS-EOF
        close CASE-FILE
    end-if.

0210-LOAD-ONE-MEMBER.
    if WS-MEMBER-COUNT < WS-MAX-MEMBERS
        add 1 to WS-MEMBER-COUNT
        set WS-MB-IDX to WS-MEMBER-COUNT
        move CASE-NUMBER to WS-MB-CASE-NUMBER(WS-MB-IDX)
        move CASE-SAMPLE-ID to WS-MB-SAMPLE-ID(WS-MB-IDX)
        move CASE-RELATIONSHIP to WS-MB-RELATIONSHIP(WS-MB-IDX)
        move 0 to WS-MB-STRAND-ID(WS-MB-IDX)
        move space to WS-MB-STRAND-ROLE(WS-MB-IDX)
    end-if.
    read CASE-FILE
        at end set WS-EOF to true
    end-read.

*> The listed cases, or every case in the order first seen.
0250-LOAD-RUN-CASES.
    move 0 to WS-RUN-CASE-COUNT.
    move "N" to WS-EOF-FLAG.
    open input CASE-REQUEST-FILE.
    if WS-REQUEST-STATUS = "35"
        perform 0270-ADD-FILE-CASE
            varying WS-ENTRY-NUMBER from 1 by 1
            until WS-ENTRY-NUMBER > WS-MEMBER-COUNT
    else
        read CASE-REQUEST-FILE
            at end set WS-EOF to true
        end-read
        perform 0260-ADD-REQUESTED-CASE until WS-EOF
        close CASE-REQUEST-FILE
    end-if.
    if WS-RUN-CASE-OVERFLOW > 0
        move spaces to WS-REPORT-LINE
        string "WARNING - MORE THAN " WS-MAX-RUN-CASES
            " CASES; " WS-RUN-CASE-OVERFLOW " NOT COMPARED THIS RUN"
            delimited by size into WS-REPORT-LINE
        perform 0090-WRITE-DETAIL-LINE
    end-if.

0260-ADD-REQUESTED-CASE.
    if CASE-REQUEST-NUMBER is numeric
        move CASE-REQUEST-NUMBER to WS-CASE-NUMBER
        perform 0280-ADD-RUN-CASE
    else
        move spaces to WS-REPORT-LINE
        string "REQUEST '" CASE-REQUEST-NUMBER
            "' IS NOT A CASE NUMBER - IGNORED"
            delimited by size into WS-REPORT-LINE
        perform 0090-WRITE-DETAIL-LINE
    end-if.
    read CASE-REQUEST-FILE
        at end set WS-EOF to true
    end-read.

0270-ADD-FILE-CASE.
    set WS-MB-IDX to WS-ENTRY-NUMBER.
    move WS-MB-CASE-NUMBER(WS-MB-IDX) to WS-CASE-NUMBER.
    perform 0280-ADD-RUN-CASE.

0280-ADD-RUN-CASE.
    move "N" to WS-FOUND-FLAG.
    if WS-RUN-CASE-COUNT > 0
        set WS-RC-IDX to 1
        search WS-RUN-CASE-NUMBER
            at end continue
            when WS-RC-IDX > WS-RUN-CASE-COUNT
                continue
            when WS-RUN-CASE-NUMBER(WS-RC-IDX) = WS-CASE-NUMBER
                set WS-FOUND to true
        end-search
    end-if.
    if not WS-FOUND
        if WS-RUN-CASE-COUNT < WS-MAX-RUN-CASES
            add 1 to WS-RUN-CASE-COUNT
            move WS-CASE-NUMBER to WS-RUN-CASE-NUMBER(WS-RUN-CASE-COUNT)
        else
            add 1 to WS-RUN-CASE-OVERFLOW
        end-if
    end-if.

*> ----------------------------------------------------------------
*> One pass over STRANDXREF picks each member's strand: a consensus
*> strand (role C) wins over any other, otherwise the latest strand
*> cross-referenced to the sample that is still on the master.
*> ----------------------------------------------------------------
0300-CHOOSE-STRANDS.
    move "N" to WS-EOF-FLAG.
    open input STRAND-XREF-FILE.
    if WS-XREF-STATUS not = "35"
        read STRAND-XREF-FILE
            at end set WS-EOF to true
        end-read
        perform 0310-TAKE-ONE-XREF until WS-EOF
        close STRAND-XREF-FILE
    end-if.

0310-TAKE-ONE-XREF.
    move "N" to WS-MASTER-CHECKED-FLAG.
    move "N" to WS-ON-MASTER-FLAG.
    perform 0320-OFFER-XREF-TO-MEMBER
        varying WS-ENTRY-NUMBER from 1 by 1
        until WS-ENTRY-NUMBER > WS-MEMBER-COUNT.
    read STRAND-XREF-FILE
        at end set WS-EOF to true
    end-read.

0320-OFFER-XREF-TO-MEMBER.
    set WS-MB-IDX to WS-ENTRY-NUMBER.
    if WS-MB-SAMPLE-ID(WS-MB-IDX) = XREF-SAMPLE-ID
       and (XREF-STRAND-ROLE = "C"
            or WS-MB-STRAND-ROLE(WS-MB-IDX) not = "C")
        if not WS-MASTER-CHECKED
            set WS-MASTER-CHECKED to true
            move XREF-STRAND-ID to STRAND-MASTER-ID
            read STRAND-MASTER-FILE
                invalid key continue
                not invalid key set WS-ON-MASTER to true
            end-read
        end-if
        if WS-ON-MASTER
            move XREF-STRAND-ID to WS-MB-STRAND-ID(WS-MB-IDX)
            move XREF-STRAND-ROLE to WS-MB-STRAND-ROLE(WS-MB-IDX)
        end-if
    end-if.

*> ----------------------------------------------------------------
*> One case: its members, then every pair of them.
*> ----------------------------------------------------------------
0400-RUN-ONE-CASE.
    move WS-RUN-CASE-NUMBER(WS-ENTRY-NUMBER) to WS-CASE-NUMBER.
    move 0 to WS-CASE-MEMBER-COUNT.
    move 0 to WS-CASE-MEMBER-OVERFLOW.
    perform 0410-COLLECT-ONE-MEMBER
        varying WS-FIRST-ENTRY from 1 by 1
        until WS-FIRST-ENTRY > WS-MEMBER-COUNT.
    move spaces to WS-REPORT-LINE.
    perform 0090-WRITE-DETAIL-LINE.
    if WS-CASE-MEMBER-COUNT = 0
        add 1 to WS-CASES-NOT-FOUND
        move spaces to WS-REPORT-LINE
        string "CASE " WS-CASE-NUMBER " IS NOT ON THE CASE FILE"
            delimited by size into WS-REPORT-LINE
        perform 0090-WRITE-DETAIL-LINE
    else
        add 1 to WS-CASES-RUN
        move spaces to WS-REPORT-LINE
        string "CASE " WS-CASE-NUMBER "   MEMBERS " WS-CASE-MEMBER-COUNT
            delimited by size into WS-REPORT-LINE
        perform 0090-WRITE-DETAIL-LINE
        perform 0420-LIST-ONE-MEMBER
            varying WS-FIRST-NUMBER from 1 by 1
            until WS-FIRST-NUMBER > WS-CASE-MEMBER-COUNT
        if WS-CASE-MEMBER-OVERFLOW > 0
            move spaces to WS-REPORT-LINE
            string "  WARNING - ONLY THE FIRST " WS-MAX-CASE-MEMBERS
                " MEMBERS ARE COMPARED; " WS-CASE-MEMBER-OVERFLOW
                " LEFT OUT"
                delimited by size into WS-REPORT-LINE
            perform 0090-WRITE-DETAIL-LINE
        end-if
        if WS-CASE-MEMBER-COUNT < 2
            move "  ONLY ONE MEMBER - NOTHING TO COMPARE"
                to WS-REPORT-LINE
            perform 0090-WRITE-DETAIL-LINE
        end-if
        perform 0430-COMPARE-WITH-LATER
            varying WS-FIRST-NUMBER from 1 by 1
            until WS-FIRST-NUMBER >= WS-CASE-MEMBER-COUNT
    end-if.

0410-COLLECT-ONE-MEMBER.
    set WS-MB-IDX to WS-FIRST-ENTRY.
    if WS-MB-CASE-NUMBER(WS-MB-IDX) = WS-CASE-NUMBER
        if WS-CASE-MEMBER-COUNT < WS-MAX-CASE-MEMBERS
            add 1 to WS-CASE-MEMBER-COUNT
            move WS-FIRST-ENTRY
                to WS-CASE-MEMBER-ENTRY(WS-CASE-MEMBER-COUNT)
        else
            add 1 to WS-CASE-MEMBER-OVERFLOW
        end-if
    end-if.

0420-LIST-ONE-MEMBER.
    set WS-MB-IDX to WS-CASE-MEMBER-ENTRY(WS-FIRST-NUMBER).
    move spaces to WS-REPORT-LINE.
    if WS-MB-STRAND-ID(WS-MB-IDX) = 0
        string "  MEMBER SAMPLE " WS-MB-SAMPLE-ID(WS-MB-IDX)
            "  " WS-MB-RELATIONSHIP(WS-MB-IDX)
            "  NO STRAND ON THE MASTER"
            delimited by size into WS-REPORT-LINE
    else
        string "  MEMBER SAMPLE " WS-MB-SAMPLE-ID(WS-MB-IDX)
            "  " WS-MB-RELATIONSHIP(WS-MB-IDX)
            "  STRAND " WS-MB-STRAND-ID(WS-MB-IDX)
            " (ROLE " WS-MB-STRAND-ROLE(WS-MB-IDX) ")"
            delimited by size into WS-REPORT-LINE
    end-if.
    perform 0090-WRITE-DETAIL-LINE.

0430-COMPARE-WITH-LATER.
    compute WS-SECOND-NUMBER = WS-FIRST-NUMBER + 1.
    perform 0440-COMPARE-ONE-PAIR
        varying WS-SECOND-NUMBER from WS-SECOND-NUMBER by 1
        until WS-SECOND-NUMBER > WS-CASE-MEMBER-COUNT.

0440-COMPARE-ONE-PAIR.
    move WS-CASE-MEMBER-ENTRY(WS-FIRST-NUMBER) to WS-FIRST-ENTRY.
    move WS-CASE-MEMBER-ENTRY(WS-SECOND-NUMBER) to WS-SECOND-ENTRY.
    move WS-MB-RELATIONSHIP(WS-FIRST-ENTRY) to WS-REL-1.
    move WS-MB-RELATIONSHIP(WS-SECOND-ENTRY) to WS-REL-2.
    if WS-MB-STRAND-ID(WS-FIRST-ENTRY) = 0
       or WS-MB-STRAND-ID(WS-SECOND-ENTRY) = 0
        add 1 to WS-PAIRS-NOT-COMPARED
        move spaces to WS-REPORT-LINE
        string "  PAIR " WS-MB-SAMPLE-ID(WS-FIRST-ENTRY)
            " / " WS-MB-SAMPLE-ID(WS-SECOND-ENTRY)
            "  NOT COMPARED - A MEMBER HAS NO STRAND"
            delimited by size into WS-REPORT-LINE
        perform 0090-WRITE-DETAIL-LINE
    else
        perform 0450-RUN-COMPARISON
        perform 0470-WRITE-PAIR-LINE
    end-if.

0450-RUN-COMPARISON.
    move spaces to WS-ERROR.
    move WS-MB-STRAND-ID(WS-FIRST-ENTRY) to STRAND-MASTER-ID.
    read STRAND-MASTER-FILE
        invalid key move "Strand left the master" to WS-ERROR
        not invalid key move STRAND-MASTER-VALUE to WS-DNA-1
    end-read.
    move WS-MB-STRAND-ID(WS-SECOND-ENTRY) to STRAND-MASTER-ID.
    read STRAND-MASTER-FILE
        invalid key move "Strand left the master" to WS-ERROR
        not invalid key move STRAND-MASTER-VALUE to WS-DNA-2
    end-read.
    move "N" to WS-ALIGNED-FLAG.
    if WS-ERROR = spaces
        move zero to WS-HAMMING
        call "HAMMING" using WS-DNA-1, WS-DNA-2, WS-HAMMING, WS-ERROR,
            WS-HAMMING-OVERFLOW, WS-MISMATCH-POSITIONS,
            WS-N-COUNT
        if WS-ERROR = "Strands must be of equal length"
            perform 0460-TRY-ALIGNED-COMPARE
        end-if
    end-if.
    if WS-ERROR = spaces
        add 1 to WS-PAIRS-COMPARED
        evaluate true
            when WS-HAMMING <= WS-MATCH-MAX
                move "MATCH" to WS-DECISION
                add 1 to WS-MATCH-COUNT
            when WS-HAMMING <= WS-INCONCLUSIVE-MAX
                move "INCONCLUSIVE" to WS-DECISION
                add 1 to WS-INCONCLUSIVE-COUNT
            when other
                move "MISMATCH" to WS-DECISION
                add 1 to WS-MISMATCH-COUNT
        end-evaluate
        perform 0480-CHECK-STATED-RELATIONSHIP
    else
        add 1 to WS-PAIRS-NOT-COMPARED
    end-if.

*> Same rule as hamming-batch.cob: only a length difference within
*> the shift window is treated as a sequencer slip.
0460-TRY-ALIGNED-COMPARE.
    compute WS-DNA-1-LENGTH =
        function length(function trim(WS-DNA-1)).
    compute WS-DNA-2-LENGTH =
        function length(function trim(WS-DNA-2)).
    compute WS-LENGTH-DIFF = WS-DNA-1-LENGTH - WS-DNA-2-LENGTH.
    if WS-LENGTH-DIFF >= 0 - WS-SHIFT-WINDOW
       and WS-LENGTH-DIFF <= WS-SHIFT-WINDOW
        call "HAMALIGN" using WS-DNA-1, WS-DNA-2, WS-SHIFT-WINDOW,
            WS-ALIGN-DISTANCE, WS-ALIGN-OFFSET, WS-ALIGN-N-COUNT,
            WS-ALIGN-ERROR
        if WS-ALIGN-ERROR = spaces
            set WS-ALIGNED to true
            move spaces to WS-ERROR
            move WS-ALIGN-DISTANCE to WS-HAMMING
            move WS-ALIGN-N-COUNT to WS-N-COUNT
            set WS-HAMMING-OVERFLOW-NO to true
        end-if
    end-if.

0470-WRITE-PAIR-LINE.
    move spaces to WS-REPORT-LINE.
    if WS-ERROR not = spaces
        string "  PAIR " WS-MB-SAMPLE-ID(WS-FIRST-ENTRY)
            " / " WS-MB-SAMPLE-ID(WS-SECOND-ENTRY)
            "  NOT COMPARED - " WS-ERROR
            delimited by size into WS-REPORT-LINE
    else
        move spaces to WS-ALIGN-TEXT
        if WS-ALIGNED
            move WS-ALIGN-OFFSET to WS-OFFSET-EDIT
            string "ALIGNED OFFSET " WS-OFFSET-EDIT
                delimited by size into WS-ALIGN-TEXT
        end-if
        move spaces to WS-FLAG-TEXT
        if WS-CONTRADICTS
            string "** CONTRADICTS STATED - EXPECTED "
                WS-EXPECTED
                delimited by size into WS-FLAG-TEXT
        end-if
        string "  PAIR " WS-MB-SAMPLE-ID(WS-FIRST-ENTRY)
            " " WS-REL-1(1:11)
            " / " WS-MB-SAMPLE-ID(WS-SECOND-ENTRY)
            " " WS-REL-2(1:11)
            " HAMMING " WS-HAMMING
            " " WS-DECISION
            " " WS-ALIGN-TEXT
            " " WS-FLAG-TEXT
            delimited by size into WS-REPORT-LINE
    end-if.
    perform 0090-WRITE-DETAIL-LINE.

*> What the two stated relationships imply for the pair, and whether
*> the decision contradicts it (see the rules at the top).
0480-CHECK-STATED-RELATIONSHIP.
    move "N" to WS-CONTRADICTS-FLAG.
    evaluate true
        when WS-REL-1 = "UNRELATED" or WS-REL-2 = "UNRELATED"
            move "UNRELATED" to WS-EXPECTED
        when (WS-REL-1 = "PRINCIPAL" or WS-REL-1 = "SAME-PERSON")
         and (WS-REL-2 = "PRINCIPAL" or WS-REL-2 = "SAME-PERSON")
            move "SAME PERSON" to WS-EXPECTED
        when WS-REL-1 = "PARENT" and WS-REL-2 = "PARENT"
            move spaces to WS-EXPECTED
        when other
            move "RELATED" to WS-EXPECTED
    end-evaluate.
    evaluate WS-EXPECTED
        when "SAME PERSON"
            if WS-DECISION not = "MATCH"
                set WS-CONTRADICTS to true
            end-if
        when "RELATED"
            if WS-DECISION = "MISMATCH"
                set WS-CONTRADICTS to true
            end-if
        when "UNRELATED"
            if WS-DECISION = "MATCH"
                set WS-CONTRADICTS to true
            end-if
    end-evaluate.
    if WS-CONTRADICTS
        add 1 to WS-CONTRADICTION-COUNT
    end-if.

0080-WRITE-PAGE-HEADING.
    add 1 to WS-PAGE-NUMBER.
    if WS-PAGE-NUMBER > 1
        move spaces to WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.
    move spaces to WS-REPORT-LINE.
    string "CASE RELATEDNESS COMPARISON"
        "   RUN " WS-RUN-DATE " " WS-RUN-TIME(1:2) ":"
        WS-RUN-TIME(3:2)
        "   PAGE " WS-PAGE-NUMBER
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "THRESHOLDS: MATCH <= " WS-MATCH-MAX
        "  INCONCLUSIVE <= " WS-INCONCLUSIVE-MAX
        "  SHIFT WINDOW " WS-SHIFT-WINDOW
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
    string "CASES COMPARED: " WS-CASES-RUN
        "  NOT ON FILE: " WS-CASES-NOT-FOUND
        "  PAIRS COMPARED: " WS-PAIRS-COMPARED
        "  NOT COMPARED: " WS-PAIRS-NOT-COMPARED
        delimited by size into WS-REPORT-LINE.
    perform 0090-WRITE-DETAIL-LINE.
    move spaces to WS-REPORT-LINE.
    string "MATCH: " WS-MATCH-COUNT
        "  INCONCLUSIVE: " WS-INCONCLUSIVE-COUNT
        "  MISMATCH: " WS-MISMATCH-COUNT
        "  CONTRADICTING STATED RELATIONSHIP: "
        WS-CONTRADICTION-COUNT
        delimited by size into WS-REPORT-LINE.
    perform 0090-WRITE-DETAIL-LINE.

0900-TERMINATE.
    close CASE-REPORT-FILE.
    if WS-ABORT
        move "FAILED" to WS-RUN-STATUS
        move 8 to return-code
    else
        display "Casos comparados: " WS-CASES-RUN
            "  pares: " WS-PAIRS-COMPARED
            "  contradicciones: " WS-CONTRADICTION-COUNT
        if WS-CONTRADICTION-COUNT > 0
            move 4 to return-code
        end-if
    end-if.

0030-LOG-RUN-START.
    move "case-compare" to RUN-LOG-PROGRAM.
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
    move "case-compare" to RUN-LOG-PROGRAM.
    move "E" to RUN-LOG-EVENT.
    move function current-date to RUN-LOG-TIMESTAMP.
    move WS-PAIRS-COMPARED to RUN-LOG-RECORDS.
    move WS-RUN-STATUS to RUN-LOG-STATUS.
    perform 0040-WRITE-RUN-LOG.

end program case-compare.
