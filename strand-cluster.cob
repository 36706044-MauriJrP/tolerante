       >>SOURCE FORMAT FREE
identification division.
program-id. strand-cluster.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> Distance-based clustering of the HAMSTRANDS strand master.
*> hamming-neighbors.cob answers "what is each strand's nearest
*> neighbor" and "which pairs are near-duplicates"; this run answers
*> "which strands form a family". Two strands are linked when their
*> HAMMING distance is at or below the linkage distance - the
*> CLUSTER-LINK-DIST run parameter (HAMPARAMS, default 3, kept by
*> param-maint.cob) - and a cluster is every strand reachable from
*> another through a chain of such links (single linkage), so two
*> members of one family may themselves sit further apart than the
*> linkage distance; the largest such internal distance is reported
*> for each cluster.
*>
*> The strands come from the indexed master, the whole file or the
*> ID range / timestamp range in the one-record STRANDSEL control file
*> (STRAND-SELECT-REC), the same selection hamming-matrix.cob and
*> hamming-neighbors.cob use; both ends of a range are open when
*> zero or blank. For each cluster the DNACLUST report gives its
*> size, the largest internal distance, the representative strand
*> (the member with the smallest total distance to the others, the
*> lowest ID on a tie) and every member strand with the samples
*> STRANDXREF links it to. Strands that joined no cluster are listed
*> as unclustered singletons. The membership of every loaded strand
*> is written to the CLUSTERMEM file (CLUSTER-MEMBER-REC), in strand
*> ID order, for other reports to join on.
*> A sample is only listed when its subject gave research-use consent
*> at intake (intake-consent-research "Y" on SAMPLEINTAKE, read by
*> sample ID); one refused, withdrawn, keyed before consents were
*> captured, or with no intake record is left out of the member
*> listing and counted in the report trailer.
*>
*> The strand table is capped at WS-MAX-STRANDS entries; strands
*> beyond the cap are counted but not clustered, and that is called
*> out on the report. A pair that errors in HAMMING (unequal length)
*> is never linked and is counted separately. Every OPEN is checked:
*> an unexpected status is reported, a FAILED end is posted to the
*> run log and the run stops with RETURN-CODE 8. Start and end are
*> posted to the shared batch run log (HAMRUNLOG).

environment division.
input-output section.
file-control.
    select STRAND-SELECT-FILE assign to "STRANDSEL"
        organization is line sequential
        file status is WS-SELECT-STATUS.
    select STRAND-MASTER-FILE assign to "HAMSTRANDS"
        organization is indexed
        access mode is dynamic
        record key is STRAND-MASTER-ID
        file status is WS-MASTER-STATUS.
    select STRAND-XREF-FILE assign to "STRANDXREF"
        organization is line sequential
        file status is WS-XREF-STATUS.
    select SAMPLE-INTAKE-FILE assign to "SAMPLEINTAKE"
        organization is indexed
        access mode is random
        record key is intake-sample-id
        file status is WS-INTAKE-STATUS.
    select CLUSTER-MEMBER-FILE assign to "CLUSTERMEM"
        organization is line sequential
        file status is WS-MEMBER-STATUS.
    select CLUSTER-REPORT-FILE assign to "DNACLUST"
        organization is line sequential
        file status is WS-REPORT-STATUS.
    select RUN-LOG-FILE assign to "HAMRUNLOG"
        organization is line sequential
        file status is WS-RUNLOG-STATUS.
    select RUN-PARAM-FILE assign to "HAMPARAMS"
        organization is line sequential
        file status is WS-PARAM-STATUS.

data division.
file section.
fd  STRAND-SELECT-FILE.
    copy "strand-select-rec.cpy".

fd  STRAND-MASTER-FILE.
    copy "strand-master-rec.cpy".

fd  STRAND-XREF-FILE.
    copy "strand-xref-rec.cpy".

fd  SAMPLE-INTAKE-FILE.
    copy "intake-rec.cpy".

fd  CLUSTER-MEMBER-FILE.
    copy "cluster-member-rec.cpy".

fd  CLUSTER-REPORT-FILE.
01  WS-REPORT-LINE           pic x(132).

fd  RUN-LOG-FILE.
    copy "run-log-rec.cpy".

fd  RUN-PARAM-FILE.
    copy "run-param-rec.cpy".

working-storage section.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".

01 WS-PARAM-STATUS            pic x(02) value spaces.
01 WS-PARAM-EOF-FLAG          pic x(01) value "N".
   88 WS-PARAM-EOF            value "Y".
01 WS-SELECT-STATUS           pic x(02) value spaces.
01 WS-MASTER-STATUS           pic x(02) value spaces.
01 WS-XREF-STATUS             pic x(02) value spaces.
01 WS-INTAKE-STATUS           pic x(02) value spaces.
01 WS-INTAKE-OPEN-FLAG        pic x(01) value "N".
   88 WS-INTAKE-OPEN          value "Y".
01 WS-CONSENT-FLAG            pic x(01) value "N".
   88 WS-RESEARCH-CONSENT     value "Y".
01 WS-MEMBER-STATUS           pic x(02) value spaces.
01 WS-REPORT-STATUS           pic x(02) value spaces.
01 WS-SEL-ID-LOW              pic 9(06) value 0.
01 WS-SEL-ID-HIGH             pic 9(06) value 999999.
01 WS-SEL-TS-LOW              pic x(08) value spaces.
01 WS-SEL-TS-HIGH             pic x(08) value spaces.
01 WS-FILTERED-OUT-COUNT      pic 9(06) value 0.
01 WS-ABEND-FILE              pic x(12) value spaces.
01 WS-ABEND-STATUS            pic x(02) value spaces.
01 WS-RUNLOG-STATUS           pic x(02) value spaces.
01 WS-RUN-STATUS              pic x(10) value "SUCCESS".
01 WS-RUN-TIMESTAMP           pic x(21) value spaces.

01 WS-LINK-DISTANCE           pic 9(04) value 3.

01 WS-MAX-STRANDS             pic 9(04) value 2000.
01 WS-STRAND-COUNT            pic 9(04) value 0.
01 WS-STRANDS-SKIPPED         pic 9(04) value 0.

*> Loaded in STRAND-MASTER-ID order (the master is read by key), so
*> the STRANDXREF pass can SEARCH ALL on the ID. PARENT links each
*> strand toward the root of its cluster, always the lowest-numbered
*> entry; the GROUP fields are only kept on the root entry.
01 WS-STRAND-TABLE.
   05 WS-STRAND-ENTRY occurs 1 to 2000 times
         depending on WS-STRAND-COUNT
         ascending key is WS-STRAND-REC-ID
         indexed by WS-I, WS-J, WS-K.
      10 WS-STRAND-REC-ID     pic 9(06).
      10 WS-STRAND-VALUE      pic x(120).
      10 WS-STRAND-PARENT     pic 9(04).
      10 WS-STRAND-ROOT       pic 9(04).
      10 WS-STRAND-DIST-SUM   pic 9(08).
      10 WS-GROUP-SIZE        pic 9(04).
      10 WS-GROUP-MAX-DIST    pic 9(04).
      10 WS-GROUP-REP         pic 9(04).
      10 WS-GROUP-NUMBER      pic 9(05).
      10 WS-STRAND-SAMPLE-COUNT pic 9(03).
      10 WS-STRAND-SAMPLE     pic 9(06) occurs 3 times.

01 WS-ROOT-A                  pic 9(04) value 0.
01 WS-ROOT-B                  pic 9(04) value 0.
01 WS-FIND-NODE               pic 9(04) value 0.
01 WS-ROOT-NUM                pic 9(04) value 0.
01 WS-REP-NUM                 pic 9(04) value 0.
01 WS-SAMPLE-NUM              pic 9(01) value 0.
01 WS-SAMPLE-ON-FILE-FLAG     pic x(01) value "N".
   88 WS-SAMPLE-ON-FILE       value "Y".
01 WS-MORE-SAMPLES            pic 9(03) value 0.
01 WS-LINE-POS                pic 9(03) value 0.

01 WS-PAIR-COUNT              pic 9(08) value 0.
01 WS-LINKED-PAIR-COUNT       pic 9(08) value 0.
01 WS-ERRORED-PAIR-COUNT      pic 9(08) value 0.
01 WS-CLUSTER-COUNT           pic 9(05) value 0.
01 WS-CLUSTERED-COUNT         pic 9(04) value 0.
01 WS-SINGLETON-COUNT         pic 9(04) value 0.
01 WS-XREF-MATCHED-COUNT      pic 9(06) value 0.
01 WS-SAMPLES-NO-CONSENT      pic 9(06) value 0.

01 WS-HAMMING                 pic 9(04) value 0.
01 WS-ERROR                   pic x(31) value spaces.
01 WS-HAMMING-OVERFLOW        pic x(01) value "N".
   88 WS-HAMMING-OVERFLOW-YES value "Y".
   88 WS-HAMMING-OVERFLOW-NO  value "N".
01 WS-STRAND-A                pic x(120).
01 WS-STRAND-B                pic x(120).

copy "mismatch-positions.cpy".
01 WS-N-COUNT                pic 9(04) value 0.

procedure division.

0000-MAIN.
    perform 0030-LOG-RUN-START.
    move function current-date to WS-RUN-TIMESTAMP.
    perform 0050-LOAD-RUN-PARAMS.
    perform 0070-LOAD-SELECT-CONTROL.
    perform 0130-LOAD-MASTER-STRANDS.
    perform 0200-LINK-ALL-PAIRS.
    perform 0300-RESOLVE-CLUSTERS.
    perform 0500-LOAD-SAMPLE-LINKS.
    perform 0600-WRITE-CLUSTER-REPORT.
    perform 0800-WRITE-MEMBERSHIP-FILE.
    perform 0910-LOG-RUN-END.
    stop run.

0030-LOG-RUN-START.
    move "strand-cluster" to RUN-LOG-PROGRAM.
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
    move "strand-cluster" to RUN-LOG-PROGRAM.
    move "E" to RUN-LOG-EVENT.
    move function current-date to RUN-LOG-TIMESTAMP.
    move WS-STRAND-COUNT to RUN-LOG-RECORDS.
    move WS-RUN-STATUS to RUN-LOG-STATUS.
    perform 0040-WRITE-RUN-LOG.

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
    if RUN-PARAM-NAME = "CLUSTER-LINK-DIST"
       and RUN-PARAM-VALUE is numeric
       and RUN-PARAM-VALUE <= 120
        move RUN-PARAM-VALUE to WS-LINK-DISTANCE
    end-if.
    read RUN-PARAM-FILE
        at end set WS-PARAM-EOF to true
    end-read.

*> The master is always the source here; the STRANDSEL ranges are
*> applied whenever the control file is present.
0070-LOAD-SELECT-CONTROL.
    open input STRAND-SELECT-FILE.
    if WS-SELECT-STATUS = "35"
        continue
    else
        read STRAND-SELECT-FILE
            at end continue
            not at end
                if SELECT-ID-LOW is numeric
                    move SELECT-ID-LOW to WS-SEL-ID-LOW
                end-if
                if SELECT-ID-HIGH is numeric
                   and SELECT-ID-HIGH > 0
                    move SELECT-ID-HIGH to WS-SEL-ID-HIGH
                end-if
                if SELECT-TS-LOW is numeric
                    move SELECT-TS-LOW to WS-SEL-TS-LOW
                end-if
                if SELECT-TS-HIGH is numeric
                    move SELECT-TS-HIGH to WS-SEL-TS-HIGH
                end-if
        end-read
        close STRAND-SELECT-FILE
    end-if.

0090-ABORT-ON-IO-ERROR.
    display "ERROR DE E/S - ARCHIVO " WS-ABEND-FILE
        " ESTADO " WS-ABEND-STATUS.
    move "FAILED" to WS-RUN-STATUS.
    perform 0910-LOG-RUN-END.
    move 8 to return-code.
    stop run.

0130-LOAD-MASTER-STRANDS.
    open input STRAND-MASTER-FILE.
    if WS-MASTER-STATUS not = "00"
        move "HAMSTRANDS" to WS-ABEND-FILE
        move WS-MASTER-STATUS to WS-ABEND-STATUS
        perform 0090-ABORT-ON-IO-ERROR
    end-if.
    read STRAND-MASTER-FILE next
        at end set WS-EOF to true
    end-read.
    perform 0140-LOAD-ONE-MASTER-STRAND until WS-EOF.
    close STRAND-MASTER-FILE.

0140-LOAD-ONE-MASTER-STRAND.
    if STRAND-MASTER-ID < WS-SEL-ID-LOW
       or STRAND-MASTER-ID > WS-SEL-ID-HIGH
       or (WS-SEL-TS-LOW not = spaces
           and STRAND-MASTER-TIMESTAMP(1:8) < WS-SEL-TS-LOW)
       or (WS-SEL-TS-HIGH not = spaces
           and STRAND-MASTER-TIMESTAMP(1:8) > WS-SEL-TS-HIGH)
        add 1 to WS-FILTERED-OUT-COUNT
    else
        if WS-STRAND-COUNT < WS-MAX-STRANDS
            add 1 to WS-STRAND-COUNT
            set WS-I to WS-STRAND-COUNT
            move STRAND-MASTER-ID to WS-STRAND-REC-ID(WS-I)
            move STRAND-MASTER-VALUE to WS-STRAND-VALUE(WS-I)
            move WS-STRAND-COUNT to WS-STRAND-PARENT(WS-I)
            move WS-STRAND-COUNT to WS-STRAND-ROOT(WS-I)
            move 0 to WS-STRAND-DIST-SUM(WS-I)
            move 0 to WS-GROUP-SIZE(WS-I)
            move 0 to WS-GROUP-MAX-DIST(WS-I)
            move 0 to WS-GROUP-REP(WS-I)
            move 0 to WS-GROUP-NUMBER(WS-I)
            move 0 to WS-STRAND-SAMPLE-COUNT(WS-I)
        else
            add 1 to WS-STRANDS-SKIPPED
        end-if
    end-if.
    read STRAND-MASTER-FILE next
        at end set WS-EOF to true
    end-read.

*> ----------------------------------------------------------------
*> Every pair once: a pair at or under the linkage distance joins
*> the two strands' clusters, the higher root hanging under the
*> lower one.
*> ----------------------------------------------------------------
0200-LINK-ALL-PAIRS.
    perform 0210-LINK-ONE-ROW
        varying WS-I from 1 by 1
        until WS-I > WS-STRAND-COUNT.

0210-LINK-ONE-ROW.
    perform 0220-LINK-ONE-PAIR
        varying WS-J from WS-I by 1
        until WS-J > WS-STRAND-COUNT.

0220-LINK-ONE-PAIR.
    if WS-J > WS-I
        add 1 to WS-PAIR-COUNT
        perform 0230-CALL-HAMMING
        if WS-ERROR not = spaces
            add 1 to WS-ERRORED-PAIR-COUNT
        else
            if WS-HAMMING <= WS-LINK-DISTANCE
                add 1 to WS-LINKED-PAIR-COUNT
                set WS-FIND-NODE to WS-I
                perform 0400-FIND-ROOT
                move WS-FIND-NODE to WS-ROOT-A
                set WS-FIND-NODE to WS-J
                perform 0400-FIND-ROOT
                move WS-FIND-NODE to WS-ROOT-B
                if WS-ROOT-A < WS-ROOT-B
                    move WS-ROOT-A to WS-STRAND-PARENT(WS-ROOT-B)
                end-if
                if WS-ROOT-B < WS-ROOT-A
                    move WS-ROOT-B to WS-STRAND-PARENT(WS-ROOT-A)
                end-if
            end-if
        end-if
    end-if.

0230-CALL-HAMMING.
    move WS-STRAND-VALUE(WS-I) to WS-STRAND-A.
    move WS-STRAND-VALUE(WS-J) to WS-STRAND-B.
    call "HAMMING" using WS-STRAND-A, WS-STRAND-B, WS-HAMMING,
        WS-ERROR, WS-HAMMING-OVERFLOW, WS-MISMATCH-POSITIONS,
        WS-N-COUNT.

*> ----------------------------------------------------------------
*> With the links final: each strand's root and the cluster sizes,
*> then the internal distances (only pairs inside one cluster are
*> compared again), the representative and the cluster numbers.
*> ----------------------------------------------------------------
0300-RESOLVE-CLUSTERS.
    perform 0310-RESOLVE-ONE-ROOT
        varying WS-I from 1 by 1
        until WS-I > WS-STRAND-COUNT.
    perform 0320-MEASURE-ONE-ROW
        varying WS-I from 1 by 1
        until WS-I > WS-STRAND-COUNT.
    perform 0340-PICK-REPRESENTATIVE
        varying WS-I from 1 by 1
        until WS-I > WS-STRAND-COUNT.
    perform 0350-NUMBER-ONE-CLUSTER
        varying WS-I from 1 by 1
        until WS-I > WS-STRAND-COUNT.

0310-RESOLVE-ONE-ROOT.
    set WS-FIND-NODE to WS-I.
    perform 0400-FIND-ROOT.
    move WS-FIND-NODE to WS-STRAND-ROOT(WS-I).
    add 1 to WS-GROUP-SIZE(WS-FIND-NODE).

0320-MEASURE-ONE-ROW.
    move WS-STRAND-ROOT(WS-I) to WS-ROOT-NUM.
    if WS-GROUP-SIZE(WS-ROOT-NUM) > 1
        perform 0330-MEASURE-ONE-PAIR
            varying WS-J from WS-I by 1
            until WS-J > WS-STRAND-COUNT
    end-if.

0330-MEASURE-ONE-PAIR.
    if WS-J > WS-I
       and WS-STRAND-ROOT(WS-J) = WS-ROOT-NUM
        perform 0230-CALL-HAMMING
        if WS-ERROR = spaces
            add WS-HAMMING to WS-STRAND-DIST-SUM(WS-I)
            add WS-HAMMING to WS-STRAND-DIST-SUM(WS-J)
            if WS-HAMMING > WS-GROUP-MAX-DIST(WS-ROOT-NUM)
                move WS-HAMMING to WS-GROUP-MAX-DIST(WS-ROOT-NUM)
            end-if
        end-if
    end-if.

0340-PICK-REPRESENTATIVE.
    move WS-STRAND-ROOT(WS-I) to WS-ROOT-NUM.
    if WS-GROUP-SIZE(WS-ROOT-NUM) > 1
        move WS-GROUP-REP(WS-ROOT-NUM) to WS-REP-NUM
        if WS-REP-NUM = 0
            set WS-GROUP-REP(WS-ROOT-NUM) to WS-I
        else
            if WS-STRAND-DIST-SUM(WS-I)
               < WS-STRAND-DIST-SUM(WS-REP-NUM)
                set WS-GROUP-REP(WS-ROOT-NUM) to WS-I
            end-if
        end-if
    end-if.

0350-NUMBER-ONE-CLUSTER.
    if WS-STRAND-ROOT(WS-I) = WS-I
        if WS-GROUP-SIZE(WS-I) > 1
            add 1 to WS-CLUSTER-COUNT
            move WS-CLUSTER-COUNT to WS-GROUP-NUMBER(WS-I)
            add WS-GROUP-SIZE(WS-I) to WS-CLUSTERED-COUNT
        else
            add 1 to WS-SINGLETON-COUNT
        end-if
    end-if.

0400-FIND-ROOT.
    perform 0410-STEP-TOWARD-ROOT
        until WS-STRAND-PARENT(WS-FIND-NODE) = WS-FIND-NODE.

0410-STEP-TOWARD-ROOT.
    move WS-STRAND-PARENT(WS-FIND-NODE) to WS-FIND-NODE.

*> ----------------------------------------------------------------
*> One pass over STRANDXREF keeps up to three samples per strand
*> and counts the rest. A sample without research consent is left
*> out and counted on its own.
*> ----------------------------------------------------------------
0500-LOAD-SAMPLE-LINKS.
    move "N" to WS-EOF-FLAG.
    open input STRAND-XREF-FILE.
    if WS-XREF-STATUS = "35"
        continue
    else
        if WS-XREF-STATUS not = "00"
            move "STRANDXREF" to WS-ABEND-FILE
            move WS-XREF-STATUS to WS-ABEND-STATUS
            perform 0090-ABORT-ON-IO-ERROR
        end-if
        open input SAMPLE-INTAKE-FILE
        if WS-INTAKE-STATUS = "00"
            set WS-INTAKE-OPEN to true
        end-if
        read STRAND-XREF-FILE
            at end set WS-EOF to true
        end-read
        perform 0510-TAKE-ONE-XREF until WS-EOF
        close STRAND-XREF-FILE
        if WS-INTAKE-OPEN
            close SAMPLE-INTAKE-FILE
        end-if
    end-if.

0510-TAKE-ONE-XREF.
    if WS-STRAND-COUNT > 0
        search all WS-STRAND-ENTRY
            at end continue
            when WS-STRAND-REC-ID(WS-I) = XREF-STRAND-ID
                set WS-K to WS-I
                perform 0515-CHECK-RESEARCH-CONSENT
                if WS-RESEARCH-CONSENT
                    perform 0520-ADD-SAMPLE-TO-STRAND
                else
                    add 1 to WS-SAMPLES-NO-CONSENT
                end-if
        end-search
    end-if.
    read STRAND-XREF-FILE
        at end set WS-EOF to true
    end-read.

0515-CHECK-RESEARCH-CONSENT.
    move "N" to WS-CONSENT-FLAG.
    if WS-INTAKE-OPEN
        move XREF-SAMPLE-ID to intake-sample-id
        read SAMPLE-INTAKE-FILE
            invalid key continue
            not invalid key
                if intake-research-given
                    set WS-RESEARCH-CONSENT to true
                end-if
        end-read
    end-if.

0520-ADD-SAMPLE-TO-STRAND.
    move "N" to WS-SAMPLE-ON-FILE-FLAG.
    perform 0530-CHECK-ONE-SAMPLE
        varying WS-SAMPLE-NUM from 1 by 1
        until WS-SAMPLE-NUM > 3
           or WS-SAMPLE-NUM > WS-STRAND-SAMPLE-COUNT(WS-K).
    if not WS-SAMPLE-ON-FILE
        add 1 to WS-XREF-MATCHED-COUNT
        add 1 to WS-STRAND-SAMPLE-COUNT(WS-K)
        if WS-STRAND-SAMPLE-COUNT(WS-K) <= 3
            move XREF-SAMPLE-ID to WS-STRAND-SAMPLE
                (WS-K, WS-STRAND-SAMPLE-COUNT(WS-K))
        end-if
    end-if.

0530-CHECK-ONE-SAMPLE.
    if WS-STRAND-SAMPLE(WS-K, WS-SAMPLE-NUM) = XREF-SAMPLE-ID
        set WS-SAMPLE-ON-FILE to true
    end-if.

*> ----------------------------------------------------------------
*> DNACLUST: the clusters in order of their lowest strand ID, each
*> with its members, then the singletons.
*> ----------------------------------------------------------------
0600-WRITE-CLUSTER-REPORT.
    open output CLUSTER-REPORT-FILE.
    if WS-REPORT-STATUS not = "00"
        move "DNACLUST" to WS-ABEND-FILE
        move WS-REPORT-STATUS to WS-ABEND-STATUS
        perform 0090-ABORT-ON-IO-ERROR
    end-if.
    move spaces to WS-REPORT-LINE.
    string "STRAND CLUSTER REPORT   RUN " WS-RUN-TIMESTAMP(1:14)
        "   LINKAGE DISTANCE " WS-LINK-DISTANCE
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "STRANDS LOADED: " WS-STRAND-COUNT
        "  SKIPPED (OVER " WS-MAX-STRANDS " LIMIT): "
        WS-STRANDS-SKIPPED
        "  OUTSIDE SELECTION: " WS-FILTERED-OUT-COUNT
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    perform 0610-WRITE-ONE-CLUSTER
        varying WS-I from 1 by 1
        until WS-I > WS-STRAND-COUNT.
    move spaces to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move "UNCLUSTERED SINGLETONS:" to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    perform 0630-WRITE-ONE-SINGLETON
        varying WS-I from 1 by 1
        until WS-I > WS-STRAND-COUNT.
    move spaces to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "CLUSTERS: " WS-CLUSTER-COUNT
        "  STRANDS CLUSTERED: " WS-CLUSTERED-COUNT
        "  SINGLETONS: " WS-SINGLETON-COUNT
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "PAIRS COMPARED: " WS-PAIR-COUNT
        "  LINKED: " WS-LINKED-PAIR-COUNT
        "  ERRORED PAIRS (NEVER LINKED): " WS-ERRORED-PAIR-COUNT
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "SAMPLE LINKS LEFT OUT - NO RESEARCH CONSENT: "
        WS-SAMPLES-NO-CONSENT
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    close CLUSTER-REPORT-FILE.

0610-WRITE-ONE-CLUSTER.
    if WS-GROUP-NUMBER(WS-I) > 0
        move WS-GROUP-REP(WS-I) to WS-REP-NUM
        move spaces to WS-REPORT-LINE
        string "CLUSTER " WS-GROUP-NUMBER(WS-I)
            "   SIZE " WS-GROUP-SIZE(WS-I)
            "   LARGEST INTERNAL DISTANCE " WS-GROUP-MAX-DIST(WS-I)
            "   REPRESENTATIVE STRAND " WS-STRAND-REC-ID(WS-REP-NUM)
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
        set WS-ROOT-NUM to WS-I
        perform 0620-WRITE-ONE-MEMBER
            varying WS-J from WS-I by 1
            until WS-J > WS-STRAND-COUNT
    end-if.

0620-WRITE-ONE-MEMBER.
    if WS-STRAND-ROOT(WS-J) = WS-ROOT-NUM
        set WS-K to WS-J
        perform 0700-FORMAT-STRAND-LINE
        write WS-REPORT-LINE
    end-if.

0630-WRITE-ONE-SINGLETON.
    move WS-STRAND-ROOT(WS-I) to WS-ROOT-NUM.
    if WS-GROUP-SIZE(WS-ROOT-NUM) = 1
        set WS-K to WS-I
        perform 0700-FORMAT-STRAND-LINE
        write WS-REPORT-LINE
    end-if.

0700-FORMAT-STRAND-LINE.
    move spaces to WS-REPORT-LINE.
    move "STRAND" to WS-REPORT-LINE(5:6).
    move WS-STRAND-REC-ID(WS-K) to WS-REPORT-LINE(12:6).
    if WS-STRAND-SAMPLE-COUNT(WS-K) = 0
        move "NO SAMPLE LINKED" to WS-REPORT-LINE(20:16)
    else
        move "SAMPLES" to WS-REPORT-LINE(20:7)
        move 28 to WS-LINE-POS
        perform 0710-FORMAT-ONE-SAMPLE
            varying WS-SAMPLE-NUM from 1 by 1
            until WS-SAMPLE-NUM > 3
               or WS-SAMPLE-NUM > WS-STRAND-SAMPLE-COUNT(WS-K)
        if WS-STRAND-SAMPLE-COUNT(WS-K) > 3
            compute WS-MORE-SAMPLES =
                WS-STRAND-SAMPLE-COUNT(WS-K) - 3
            string "(+" WS-MORE-SAMPLES " MORE)"
                delimited by size
                into WS-REPORT-LINE(WS-LINE-POS:12)
        end-if
    end-if.

0710-FORMAT-ONE-SAMPLE.
    move WS-STRAND-SAMPLE(WS-K, WS-SAMPLE-NUM)
        to WS-REPORT-LINE(WS-LINE-POS:6).
    add 7 to WS-LINE-POS.

*> ----------------------------------------------------------------
*> CLUSTERMEM: every loaded strand, in strand ID order.
*> ----------------------------------------------------------------
0800-WRITE-MEMBERSHIP-FILE.
    open output CLUSTER-MEMBER-FILE.
    if WS-MEMBER-STATUS not = "00"
        move "CLUSTERMEM" to WS-ABEND-FILE
        move WS-MEMBER-STATUS to WS-ABEND-STATUS
        perform 0090-ABORT-ON-IO-ERROR
    end-if.
    perform 0810-WRITE-ONE-MEMBERSHIP
        varying WS-I from 1 by 1
        until WS-I > WS-STRAND-COUNT.
    close CLUSTER-MEMBER-FILE.

0810-WRITE-ONE-MEMBERSHIP.
    move WS-STRAND-ROOT(WS-I) to WS-ROOT-NUM.
    move WS-STRAND-REC-ID(WS-I) to CLMEM-STRAND-ID.
    move WS-GROUP-NUMBER(WS-ROOT-NUM) to CLMEM-CLUSTER-ID.
    move WS-GROUP-SIZE(WS-ROOT-NUM) to CLMEM-CLUSTER-SIZE.
    move WS-GROUP-MAX-DIST(WS-ROOT-NUM) to CLMEM-MAX-DISTANCE.
    if WS-GROUP-SIZE(WS-ROOT-NUM) > 1
        move WS-GROUP-REP(WS-ROOT-NUM) to WS-REP-NUM
        move WS-STRAND-REC-ID(WS-REP-NUM) to CLMEM-REP-STRAND-ID
    else
        move WS-STRAND-REC-ID(WS-I) to CLMEM-REP-STRAND-ID
    end-if.
    move WS-LINK-DISTANCE to CLMEM-LINK-DISTANCE.
    move WS-RUN-TIMESTAMP to CLMEM-RUN-TIMESTAMP.
    write CLUSTER-MEMBER-RECORD.

end program strand-cluster.
