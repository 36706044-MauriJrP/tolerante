*> LIMSSENT also fails the run - a silent night is exactly the
*> condition this job exists to catch. Start and end are posted to
*> the shared batch run log (HAMRUNLOG).
*> The order status feed (LIMSSTATUS, written by lims-status.cob) is
*> reconciled the same way from its own sent history, LIMSSTSENT:
*> the LIMS acknowledges it in the same LIMSACK file with an "S"
*> record per status feed (our status file sequence and the count
*> they loaded, laid out as the "A" record) and an "E" record per
*> status detail they could not load (the status feed sequence, the
*> LIMS order number and their reason). Its gaps, count
*> disagreements, rejects and unknown acknowledgments are reported
*> as STATUS FEED lines and count toward the same RETURN-CODE 8.
*> Until the first status feed has gone out there is no LIMSSTSENT,
*> which is not an error.

environment division.
input-output section.
    select ACK-FILE assign to "LIMSACK"
        organization is line sequential
        file status is WS-ACK-STATUS.
    select SENT-HISTORY-FILE assign to dynamic WS-SENT-FILE-NAME
        organization is line sequential
        file status is WS-SENT-STATUS.
    select ACK-REPORT-FILE assign to "LIMSACKRPT"
    05  ACK-RECORD-TYPE       pic x(01).
        88  ACK-FEED          value "A".
        88  ACK-REJECT        value "R".
        88  ACK-STATUS-FEED   value "S".
        88  ACK-STATUS-REJECT value "E".
    05  ACK-DATA              pic x(58).
    05  ACK-FEED-FIELDS redefines ACK-DATA.
        10  ACK-SEQUENCE      pic 9(06).
        10  ACK-REJECT-SEQUENCE pic 9(06).
        10  ACK-REJECT-SAMPLE pic 9(06).
        10  ACK-REJECT-REASON pic x(46).
    05  ACK-STATUS-REJECT-FIELDS redefines ACK-DATA.
        10  ACK-STATUS-REJECT-SEQUENCE pic 9(06).
        10  ACK-STATUS-REJECT-ORDER pic 9(10).
        10  ACK-STATUS-REJECT-REASON pic x(42).

fd  SENT-HISTORY-FILE.
    copy "lims-sent-rec.cpy".
01 WS-RUN-STATUS              pic x(10) value "SUCCESS".
01 WS-ACK-STATUS              pic x(02) value spaces.
01 WS-SENT-STATUS             pic x(02) value spaces.
01 WS-SENT-FILE-NAME          pic x(14) value spaces.
01 WS-LOAD-FEED-KIND          pic x(01) value space.
01 WS-STATUS-HISTORY-FLAG     pic x(01) value "N".
   88 WS-STATUS-HISTORY-FOUND value "Y".
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".
01 WS-ABORT-FLAG              pic x(01) value "N".
   88 WS-ABORT                value "Y".

*> The sent histories are loaded whole so the acknowledged entries
*> can be retired on the rewrite at end of run. The feed kind is "R"
*> for the result feed (LIMSSENT) and "S" for the order status feed
*> (LIMSSTSENT), whose sequences are numbered apart.
01 WS-MAX-SENT                pic 9(03) value 400.
01 WS-SENT-COUNT-LOADED       pic 9(03) value 0.
01 WS-SENT-OVERFLOW-COUNT     pic 9(03) value 0.
01 WS-SENT-TABLE.
   05 WS-SENT-ENTRY occurs 400 times indexed by WS-SENT-IDX.
      10 WS-SENT-FEED-KIND    pic x(01).
      10 WS-SENT-SEQ          pic 9(06).
      10 WS-SENT-RUN-DATE     pic 9(08).
      10 WS-SENT-REC-COUNT    pic 9(06).
01 WS-ACK-OVERFLOW-COUNT      pic 9(03) value 0.
01 WS-ACK-TABLE.
   05 WS-ACK-ENTRY occurs 400 times indexed by WS-ACK-IDX.
      10 WS-ACK-FEED-KIND     pic x(01).
      10 WS-ACK-SEQ           pic 9(06).
      10 WS-ACK-LOADED        pic 9(06).
      10 WS-ACK-MATCHED       pic x(01).
01 WS-UNKNOWN-ACK-COUNT       pic 9(06) value 0.
01 WS-BAD-RECORD-COUNT        pic 9(06) value 0.
01 WS-SENT-READ-COUNT         pic 9(06) value 0.
01 WS-STATUS-SENT-READ-COUNT  pic 9(06) value 0.
01 WS-FEED-NAME               pic x(11) value spaces.
01 WS-OUTSTANDING-COUNT       pic 9(06) value 0.
01 WS-DISCREPANCY-COUNT       pic 9(06) value 0.

0110-LOAD-ONE-ACK-RECORD.
    evaluate true
        when ACK-FEED
        when ACK-STATUS-FEED
            perform 0120-REMEMBER-ONE-FEED-ACK
        when ACK-REJECT
            perform 0130-REPORT-ONE-REJECT
        when ACK-STATUS-REJECT
            perform 0135-REPORT-ONE-STATUS-REJECT
        when other
            add 1 to WS-BAD-RECORD-COUNT
            move spaces to WS-REPORT-LINE
        if WS-ACK-COUNT < WS-MAX-ACKS
            add 1 to WS-ACK-COUNT
            set WS-ACK-IDX to WS-ACK-COUNT
            if ACK-STATUS-FEED
                move "S" to WS-ACK-FEED-KIND(WS-ACK-IDX)
            else
                move "R" to WS-ACK-FEED-KIND(WS-ACK-IDX)
            end-if
            move ACK-SEQUENCE to WS-ACK-SEQ(WS-ACK-IDX)
            move ACK-LOADED-COUNT to WS-ACK-LOADED(WS-ACK-IDX)
            move "N" to WS-ACK-MATCHED(WS-ACK-IDX)
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.

0135-REPORT-ONE-STATUS-REJECT.
    add 1 to WS-REJECT-COUNT.
    move spaces to WS-REPORT-LINE.
    string "LIMS REJECTED STATUS OF ORDER " ACK-STATUS-REJECT-ORDER
        " ON STATUS FEED " ACK-STATUS-REJECT-SEQUENCE
        ": " function trim(ACK-STATUS-REJECT-REASON)
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.

0300-RECONCILE-SENT-HISTORY.
    perform 0305-LOAD-SENT-HISTORY.
    if not WS-ABORT
        perform 0307-LOAD-STATUS-HISTORY
    end-if.
    if not WS-ABORT
        perform 0310-RECONCILE-ONE-FEED
            varying WS-ENTRY-NUMBER from 1 by 1

0305-LOAD-SENT-HISTORY.
    move "N" to WS-EOF-FLAG.
    move "LIMSSENT" to WS-SENT-FILE-NAME.
    move "R" to WS-LOAD-FEED-KIND.
    open input SENT-HISTORY-FILE.
    if WS-SENT-STATUS = "35"
        move "NO SENT HISTORY LIMSSENT ON HAND - NOTHING TO CHECK"
        close SENT-HISTORY-FILE
    end-if.
    move "N" to WS-EOF-FLAG.

0307-LOAD-STATUS-HISTORY.
    move "N" to WS-EOF-FLAG.
    move "LIMSSTSENT" to WS-SENT-FILE-NAME.
    move "S" to WS-LOAD-FEED-KIND.
    open input SENT-HISTORY-FILE.
    if WS-SENT-STATUS = "35"
        continue
    else
        set WS-STATUS-HISTORY-FOUND to true
        read SENT-HISTORY-FILE
            at end set WS-EOF to true
        end-read
        perform 0306-LOAD-ONE-SENT until WS-EOF
        close SENT-HISTORY-FILE
    end-if.
    move "N" to WS-EOF-FLAG.
    if WS-SENT-OVERFLOW-COUNT > 0
        move spaces to WS-REPORT-LINE
        string "WARNING - SENT HISTORY EXCEEDS RECONCILE TABLE, "
    end-if.

0306-LOAD-ONE-SENT.
    if WS-LOAD-FEED-KIND = "S"
        add 1 to WS-STATUS-SENT-READ-COUNT
    else
        add 1 to WS-SENT-READ-COUNT
    end-if.
    if WS-SENT-COUNT-LOADED < WS-MAX-SENT
        add 1 to WS-SENT-COUNT-LOADED
        set WS-SENT-IDX to WS-SENT-COUNT-LOADED
        move WS-LOAD-FEED-KIND to WS-SENT-FEED-KIND(WS-SENT-IDX)
        move SENT-SEQUENCE to WS-SENT-SEQ(WS-SENT-IDX)
        move SENT-RUN-DATE to WS-SENT-RUN-DATE(WS-SENT-IDX)
        move SENT-COUNT to WS-SENT-REC-COUNT(WS-SENT-IDX)

0310-RECONCILE-ONE-FEED.
    set WS-SENT-IDX to WS-ENTRY-NUMBER.
    if WS-SENT-FEED-KIND(WS-SENT-IDX) = "S"
        move "STATUS FEED" to WS-FEED-NAME
    else
        move "FEED" to WS-FEED-NAME
    end-if.
    move "N" to WS-FOUND-FLAG.
    if WS-ACK-COUNT > 0
        set WS-ACK-IDX to 1
    if not WS-FOUND
        add 1 to WS-GAP-COUNT
        move spaces to WS-REPORT-LINE
        string "SEQUENCE GAP - " function trim(WS-FEED-NAME)
            " " WS-SENT-SEQ(WS-SENT-IDX)
            " SENT " WS-SENT-RUN-DATE(WS-SENT-IDX)
            " (" WS-SENT-REC-COUNT(WS-SENT-IDX)
            " RECORDS) NOT YET ACKNOWLEDGED"
           not = WS-SENT-REC-COUNT(WS-SENT-IDX)
            add 1 to WS-COUNT-MISMATCH-COUNT
            move spaces to WS-REPORT-LINE
            string "COUNT DISAGREEMENT - " function trim(WS-FEED-NAME)
                " " WS-SENT-SEQ(WS-SENT-IDX)
                " SENT " WS-SENT-REC-COUNT(WS-SENT-IDX)
                " BUT LIMS LOADED " WS-ACK-LOADED(WS-ACK-IDX)
                delimited by size into WS-REPORT-LINE

0320-MATCH-ONE-ACK.
    if WS-ACK-SEQ(WS-ACK-IDX) = WS-SENT-SEQ(WS-SENT-IDX)
       and WS-ACK-FEED-KIND(WS-ACK-IDX)
         = WS-SENT-FEED-KIND(WS-SENT-IDX)
        set WS-FOUND to true
    else
        set WS-ACK-IDX up by 1
    if WS-SENT-OVERFLOW-COUNT > 0
        continue
    else
        move "LIMSSENT" to WS-SENT-FILE-NAME
        move "R" to WS-LOAD-FEED-KIND
        open output SENT-HISTORY-FILE
        perform 0510-KEEP-ONE-OUTSTANDING
            varying WS-ENTRY-NUMBER from 1 by 1
            until WS-ENTRY-NUMBER > WS-SENT-COUNT-LOADED
        close SENT-HISTORY-FILE
        if WS-STATUS-HISTORY-FOUND
            move "LIMSSTSENT" to WS-SENT-FILE-NAME
            move "S" to WS-LOAD-FEED-KIND
            open output SENT-HISTORY-FILE
            perform 0510-KEEP-ONE-OUTSTANDING
                varying WS-ENTRY-NUMBER from 1 by 1
                until WS-ENTRY-NUMBER > WS-SENT-COUNT-LOADED
            close SENT-HISTORY-FILE
        end-if
        move spaces to WS-REPORT-LINE
        string "FEEDS STILL OUTSTANDING: " WS-OUTSTANDING-COUNT
            delimited by size into WS-REPORT-LINE
0510-KEEP-ONE-OUTSTANDING.
    set WS-SENT-IDX to WS-ENTRY-NUMBER.
    if WS-SENT-ACKED(WS-SENT-IDX) = "N"
       and WS-SENT-FEED-KIND(WS-SENT-IDX) = WS-LOAD-FEED-KIND
        add 1 to WS-OUTSTANDING-COUNT
        move WS-SENT-SEQ(WS-SENT-IDX) to SENT-SEQUENCE
        move WS-SENT-RUN-DATE(WS-SENT-IDX) to SENT-RUN-DATE
    if WS-ACK-MATCHED(WS-ACK-IDX) = "N"
        add 1 to WS-UNKNOWN-ACK-COUNT
        move spaces to WS-REPORT-LINE
        if WS-ACK-FEED-KIND(WS-ACK-IDX) = "S"
            string "ACK FOR STATUS FEED " WS-ACK-SEQ(WS-ACK-IDX)
                " WHICH LIMSSTSENT HAS NO RECORD OF SENDING"
                delimited by size into WS-REPORT-LINE
        else
            string "ACK FOR FEED " WS-ACK-SEQ(WS-ACK-IDX)
                " WHICH LIMSSENT HAS NO RECORD OF SENDING"
                delimited by size into WS-REPORT-LINE
        end-if
        write WS-REPORT-LINE
    end-if.

        + WS-UNKNOWN-ACK-COUNT + WS-BAD-RECORD-COUNT.
    move spaces to WS-REPORT-LINE.
    string "FEEDS SENT: " WS-SENT-READ-COUNT
        "  STATUS FEEDS SENT: " WS-STATUS-SENT-READ-COUNT
        "  GAPS: " WS-GAP-COUNT
        "  COUNT DISAGREEMENTS: " WS-COUNT-MISMATCH-COUNT
        "  LIMS REJECTS: " WS-REJECT-COUNT
