       >>SOURCE FORMAT FREE
identification division.
program-id. billing-run.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> Month-end billing run. Finance used to bill every clinic by hand
*> from DAILYTXN printouts; this job prices every billable event of
*> one month per submitting site from the FEESCHED fee schedule
*> (layout in FEE-REC, kept by fee-maint.cob). The events are:
*>   V  a verification        - each DAILYTXN record, on its
*>                              TXN-TIMESTAMP date
*>   R  a retest              - a DAILYTXN record whose result is a
*>                              retest (TXN-RESULT-VERSION above 1),
*>                              on its TXN-TIMESTAMP date, instead of
*>                              a verification
*>   V/R a superseded result  - each RESULTHIST record, on its
*>                              HIST-TIMESTAMP date: V for version 0
*>                              or 1, R for any later version - so a
*>                              result retested before the run, or
*>                              more than once, is still billed
*>   I  a sequencer-import    - each STRANDXREF record with role I
*>      strand                  (written by strand-import.cob)
*>   C  a certificate         - each original certificate on CERTLOG
*>                              (reprints are not charged)
*> The month is the BILL-MONTH run parameter (HAMPARAMS, yyyymm), or
*> the month before the run date when it is 0 or absent. An event's
*> site is the one on its SAMPLEINTAKE record, falling back to the
*> DAILYTXN site; an event whose intake was voided through
*> intake-maint.cob is skipped. Each event is priced at the site's
*> own fee for the event date, else the standard (blank-site) fee.
*> An event with no site, a site not on SITEMASTER, or no fee in
*> force is not billed, is listed on the BILLRPT run report, and
*> ends the run with RETURN-CODE 4 - it is picked up by the next run
*> of the same month once the data or the schedule is put right.
*> Every billed event is written to the indexed BILLHIST billed-event
*> history (layout in BILL-HIST-REC) and an event already on it is
*> never billed again, so a month can be run as often as needed.
*> Each site billed in a run gets the next invoice number from the
*> one-record BILLSEQ file. For the finance system the run writes
*>   BILLDETAIL   an H header (period, run date), one D record per
*>                billed event, and a T trailer with the event
*>                count, the amount total and a hash of the sample IDs
*>   BILLSUMMARY  an H header, one D record per invoice (site, name,
*>                event counts by type, amount), and a T trailer with
*>                the invoice count, event count and amount total -
*>                which must agree with the BILLDETAIL trailer
*> The BILLING advisory lock (FILELOCK subprogram) is held for the
*> whole run, so two runs cannot bill the same events and the fee
*> schedule cannot be saved under a run; a held lock refuses the run
*> with RETURN-CODE 8. Start and end go to the shared batch run log
*> (HAMRUNLOG).
*> The processing day comes from the BUSDATE business-date control
*> record (through the BUSDATE subprogram) rather than the machine
*> clock, so a rerun after midnight still works the day that failed; a
*> day marked closed is refused with RETURN-CODE 8.

environment division.
input-output section.
file-control.
    select RUN-PARAM-FILE assign to "HAMPARAMS"
        organization is line sequential
        file status is WS-PARAM-STATUS.
    select FEE-SCHEDULE-FILE assign to "FEESCHED"
        organization is line sequential
        file status is WS-FEE-STATUS.
    select SITE-FILE assign to "SITEMASTER"
        organization is line sequential
        file status is WS-SITE-FILE-STATUS.
    select SAMPLE-INTAKE-FILE assign to "SAMPLEINTAKE"
        organization is indexed
        access mode is dynamic
        record key is intake-sample-id
        file status is WS-INTAKE-STATUS.
    select TRANSACTION-FILE assign to "DAILYTXN"
        organization is indexed
        access mode is dynamic
        record key is TXN-SAMPLE-ID
        file status is WS-TXN-STATUS.
    select RESULT-HIST-FILE assign to "RESULTHIST"
        organization is indexed
        access mode is dynamic
        record key is HIST-KEY
        file status is WS-RESULT-HIST-STATUS.
    select STRAND-XREF-FILE assign to "STRANDXREF"
        organization is line sequential
        file status is WS-XREF-STATUS.
    select CERT-LOG-FILE assign to "CERTLOG"
        organization is line sequential
        file status is WS-CERT-LOG-STATUS.
    select BILL-HIST-FILE assign to "BILLHIST"
        organization is indexed
        access mode is dynamic
        record key is BILL-HIST-KEY
        file status is WS-BILL-HIST-STATUS.
    select BILL-SEQUENCE-FILE assign to "BILLSEQ"
        organization is line sequential
        file status is WS-SEQUENCE-STATUS.
    select BILL-DETAIL-FILE assign to "BILLDETAIL"
        organization is line sequential.
    select BILL-SUMMARY-FILE assign to "BILLSUMMARY"
        organization is line sequential.
    select BILL-REPORT-FILE assign to "BILLRPT"
        organization is line sequential.
    select RUN-LOG-FILE assign to "HAMRUNLOG"
        organization is line sequential
        file status is WS-RUNLOG-STATUS.

data division.
file section.
fd  RUN-PARAM-FILE.
    copy "run-param-rec.cpy".

fd  FEE-SCHEDULE-FILE.
    copy "fee-rec.cpy".

fd  SITE-FILE.
    copy "site-rec.cpy".

fd  SAMPLE-INTAKE-FILE.
    copy "intake-rec.cpy".

fd  TRANSACTION-FILE.
    copy "transaction-rec.cpy".

fd  RESULT-HIST-FILE.
    copy "result-hist-rec.cpy".

fd  STRAND-XREF-FILE.
    copy "strand-xref-rec.cpy".

fd  CERT-LOG-FILE.
    copy "cert-log-rec.cpy".

fd  BILL-HIST-FILE.
    copy "bill-hist-rec.cpy".

fd  BILL-SEQUENCE-FILE.
01  BILL-SEQUENCE-RECORD.
    05  BILL-SEQUENCE-NUMBER  pic 9(06).

fd  BILL-DETAIL-FILE.
01  BILL-DETAIL-LINE          pic x(80).

fd  BILL-SUMMARY-FILE.
01  BILL-SUMMARY-LINE         pic x(100).

fd  BILL-REPORT-FILE.
01  WS-REPORT-LINE            pic x(132).

fd  RUN-LOG-FILE.
    copy "run-log-rec.cpy".

working-storage section.
01 WS-RUNLOG-STATUS           pic x(02) value spaces.
01 WS-RUN-STATUS              pic x(10) value "SUCCESS".
01 WS-BUSDATE-DAY-STATUS      pic x(01) value space.
01 WS-BUSDATE-RESULT          pic x(02) value spaces.
01 WS-PARAM-STATUS            pic x(02) value spaces.
01 WS-FEE-STATUS              pic x(02) value spaces.
01 WS-SITE-FILE-STATUS        pic x(02) value spaces.
01 WS-INTAKE-STATUS           pic x(02) value spaces.
01 WS-TXN-STATUS              pic x(02) value spaces.
01 WS-XREF-STATUS             pic x(02) value spaces.
01 WS-CERT-LOG-STATUS         pic x(02) value spaces.
01 WS-BILL-HIST-STATUS        pic x(02) value spaces.
01 WS-SEQUENCE-STATUS         pic x(02) value spaces.
01 WS-RESULT-HIST-STATUS      pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".
01 WS-PARAM-EOF-FLAG          pic x(01) value "N".
   88 WS-PARAM-EOF            value "Y".
01 WS-ABORT-FLAG              pic x(01) value "N".
   88 WS-ABORT                value "Y".
01 WS-LOCK-HELD-FLAG          pic x(01) value "N".
   88 WS-LOCK-HELD            value "Y".
01 WS-INTAKE-OPEN-FLAG        pic x(01) value "N".
   88 WS-INTAKE-OPEN          value "Y".
01 WS-TXN-OPEN-FLAG           pic x(01) value "N".
   88 WS-TXN-OPEN             value "Y".
01 WS-FOUND-FLAG              pic x(01) value "N".
   88 WS-FOUND                value "Y".

01 WS-LOCK-ACTION             pic x(01) value space.
01 WS-LOCK-NAME               pic x(12) value spaces.
01 WS-LOCK-RESULT             pic x(02) value spaces.

01 WS-RUN-DATE                pic 9(08) value 0.
01 WS-RUN-DATE-PARTS redefines WS-RUN-DATE.
   05 WS-RUN-YEAR             pic 9(04).
   05 WS-RUN-MONTH            pic 9(02).
   05 WS-RUN-DAY              pic 9(02).
01 WS-RUN-TIME                pic 9(08) value 0.
01 WS-RUN-TIMESTAMP           pic x(21) value spaces.

01 WS-BILL-MONTH-PARAM        pic 9(06) value 0.
01 WS-BILL-PERIOD             pic 9(06) value 0.
01 WS-BILL-PERIOD-PARTS redefines WS-BILL-PERIOD.
   05 WS-BILL-YEAR            pic 9(04).
   05 WS-BILL-MONTH           pic 9(02).
01 WS-BILL-PERIOD-TEXT redefines WS-BILL-PERIOD pic x(06).

copy "fee-table.cpy".
copy "site-table.cpy".

*> Billing totals per site, in step with the site table above.
01 WS-BILL-SITE-TABLE.
   05 WS-BILL-SITE occurs 100 times.
      10 WS-BS-INVOICE        pic 9(06).
      10 WS-BS-EVENT-COUNT    pic 9(06) occurs 4 times.
      10 WS-BS-AMOUNT         pic 9(07)v99.
01 WS-SITE-NUMBER             pic 9(03) value 0.
01 WS-TYPE-NUMBER             pic 9(01) value 0.

01 WS-LAST-INVOICE            pic 9(06) value 0.
01 WS-INVOICE-COUNT           pic 9(06) value 0.

*> The event being billed, as set up by each source pass.
01 WS-EV-TYPE                 pic x(01) value space.
01 WS-EV-SAMPLE-ID            pic 9(06) value 0.
01 WS-EV-REF                  pic x(21) value spaces.
01 WS-EV-DATE                 pic x(08) value spaces.
01 WS-EV-DATE-NUM redefines WS-EV-DATE pic 9(08).
01 WS-EV-SITE                 pic x(06) value spaces.
01 WS-EV-AMOUNT               pic 9(05)v99 value 0.
01 WS-EV-REASON               pic x(40) value spaces.

01 WS-EVENTS-IN-PERIOD        pic 9(06) value 0.
01 WS-BILLED-COUNT            pic 9(06) value 0.
01 WS-ALREADY-BILLED-COUNT    pic 9(06) value 0.
01 WS-VOIDED-COUNT            pic 9(06) value 0.
01 WS-NOT-BILLED-COUNT        pic 9(06) value 0.
01 WS-BILLED-AMOUNT           pic 9(09)v99 value 0.
01 WS-HASH-TOTAL              pic 9(12) value 0.
01 WS-TYPE-BILLED-TABLE.
   05 WS-TYPE-BILLED-COUNT    pic 9(06) occurs 4 times.

01 WS-AMOUNT-EDIT             pic zz,zz9.99.
01 WS-SITE-AMOUNT-EDIT        pic z,zzz,zz9.99.
01 WS-TOTAL-AMOUNT-EDIT       pic zzz,zzz,zz9.99.

01 WS-DETAIL-HEADER.
   05 WS-DH-TYPE              pic x(01) value "H".
   05 WS-DH-PERIOD            pic 9(06).
   05 WS-DH-RUN-DATE          pic 9(08).
   05 WS-DH-RUN-TIME          pic 9(06).

01 WS-DETAIL-RECORD.
   05 WS-DD-TYPE              pic x(01) value "D".
   05 WS-DD-INVOICE           pic 9(06).
   05 WS-DD-SITE-CODE         pic x(06).
   05 WS-DD-EVENT-TYPE        pic x(01).
   05 WS-DD-SAMPLE-ID         pic 9(06).
   05 WS-DD-EVENT-REF         pic x(21).
   05 WS-DD-EVENT-DATE        pic x(08).
   05 WS-DD-AMOUNT            pic 9(05)v99.

01 WS-DETAIL-TRAILER.
   05 WS-DT-TYPE              pic x(01) value "T".
   05 WS-DT-COUNT             pic 9(06).
   05 WS-DT-AMOUNT            pic 9(09)v99.
   05 WS-DT-HASH              pic 9(12).

01 WS-SUMMARY-HEADER.
   05 WS-SH-TYPE              pic x(01) value "H".
   05 WS-SH-PERIOD            pic 9(06).
   05 WS-SH-RUN-DATE          pic 9(08).
   05 WS-SH-RUN-TIME          pic 9(06).

01 WS-SUMMARY-RECORD.
   05 WS-SD-TYPE              pic x(01) value "D".
   05 WS-SD-INVOICE           pic 9(06).
   05 WS-SD-SITE-CODE         pic x(06).
   05 WS-SD-SITE-NAME         pic x(30).
   05 WS-SD-VERIFICATIONS     pic 9(06).
   05 WS-SD-RETESTS           pic 9(06).
   05 WS-SD-IMPORT-STRANDS    pic 9(06).
   05 WS-SD-CERTIFICATES      pic 9(06).
   05 WS-SD-AMOUNT            pic 9(07)v99.

01 WS-SUMMARY-TRAILER.
   05 WS-SMT-TYPE             pic x(01) value "T".
   05 WS-SMT-INVOICE-COUNT    pic 9(06).
   05 WS-SMT-EVENT-COUNT      pic 9(06).
   05 WS-SMT-AMOUNT           pic 9(09)v99.

procedure division.

0000-MAIN.
    perform 0030-LOG-RUN-START.
    perform 0050-LOAD-RUN-PARAMS.
    perform 0100-INITIALIZE.
    if not WS-ABORT
        perform 0150-TAKE-BILLING-LOCK
    end-if.
    if not WS-ABORT
        perform 0200-LOAD-SITES
        perform 0250-LOAD-FEES
        perform 0300-OPEN-FILES
    end-if.
    if not WS-ABORT
        perform 0400-BILL-VERIFICATIONS
        perform 0500-BILL-SUPERSEDED-RESULTS
        perform 0600-BILL-IMPORT-STRANDS
        perform 0700-BILL-CERTIFICATES
        perform 0800-WRITE-SUMMARY
        perform 0850-CLOSE-FILES
    end-if.
    if WS-LOCK-HELD
        move "U" to WS-LOCK-ACTION
        move "BILLING" to WS-LOCK-NAME
        call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
            WS-LOCK-RESULT
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
    if RUN-PARAM-NAME = "BILL-MONTH"
       and RUN-PARAM-VALUE is numeric
        move RUN-PARAM-VALUE to WS-BILL-MONTH-PARAM
    end-if.
    read RUN-PARAM-FILE
        at end set WS-PARAM-EOF to true
    end-read.

0100-INITIALIZE.
    call "BUSDATE" using WS-RUN-DATE, WS-BUSDATE-DAY-STATUS,
        WS-BUSDATE-RESULT.
    if WS-BUSDATE-DAY-STATUS = "C"
        perform 0095-REFUSE-CLOSED-DAY
    end-if.
    accept WS-RUN-TIME from time.
    move function current-date to WS-RUN-TIMESTAMP.
    initialize WS-TYPE-BILLED-TABLE.
    open output BILL-REPORT-FILE.
    if WS-BILL-MONTH-PARAM = 0
        move WS-RUN-YEAR to WS-BILL-YEAR
        move WS-RUN-MONTH to WS-BILL-MONTH
        if WS-BILL-MONTH = 1
            subtract 1 from WS-BILL-YEAR
            move 12 to WS-BILL-MONTH
        else
            subtract 1 from WS-BILL-MONTH
        end-if
    else
        move WS-BILL-MONTH-PARAM to WS-BILL-PERIOD
    end-if.
    move spaces to WS-REPORT-LINE.
    string "MONTH-END BILLING   PERIOD " WS-BILL-PERIOD
        "   RUN " WS-RUN-DATE " " WS-RUN-TIME(1:2) ":"
        WS-RUN-TIME(3:2)
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    if WS-BILL-MONTH < 1 or WS-BILL-MONTH > 12
       or WS-BILL-YEAR < 1900
        move spaces to WS-REPORT-LINE
        string "RUN REFUSED - BILL-MONTH PARAMETER " WS-BILL-PERIOD
            " IS NOT A VALID YYYYMM"
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
        set WS-ABORT to true
    end-if.

0150-TAKE-BILLING-LOCK.
    move "L" to WS-LOCK-ACTION.
    move "BILLING" to WS-LOCK-NAME.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.
    if WS-LOCK-RESULT not = "00"
        move "RUN REFUSED - BILLING LOCK HELD" to WS-REPORT-LINE
        write WS-REPORT-LINE
        set WS-ABORT to true
    else
        set WS-LOCK-HELD to true
    end-if.

0200-LOAD-SITES.
    move 0 to WS-SITE-COUNT.
    move "N" to WS-EOF-FLAG.
    open input SITE-FILE.
    if WS-SITE-FILE-STATUS = "35"
        perform 0210-SEED-DEFAULT-SITE
    else
        read SITE-FILE
            at end set WS-EOF to true
        end-read
        perform 0220-LOAD-ONE-SITE until WS-EOF
        close SITE-FILE
    end-if.
    initialize WS-BILL-SITE-TABLE.

0210-SEED-DEFAULT-SITE.
    move 1 to WS-SITE-COUNT.
    move "MAIN  " to WS-ST-CODE(1).
    move "LABORATORIO CENTRAL" to WS-ST-NAME(1).
    move spaces to WS-ST-CONTACT(1).
    move "Y" to WS-ST-ACTIVE(1).

0220-LOAD-ONE-SITE.
    if WS-SITE-COUNT < WS-MAX-SITES
        add 1 to WS-SITE-COUNT
        set WS-ST-IDX to WS-SITE-COUNT
        move SITE-CODE to WS-ST-CODE(WS-ST-IDX)
        move SITE-NAME to WS-ST-NAME(WS-ST-IDX)
        move SITE-CONTACT to WS-ST-CONTACT(WS-ST-IDX)
        move SITE-ACTIVE to WS-ST-ACTIVE(WS-ST-IDX)
    end-if.
    read SITE-FILE
        at end set WS-EOF to true
    end-read.

0250-LOAD-FEES.
    move 0 to WS-FEE-COUNT.
    move "N" to WS-EOF-FLAG.
    open input FEE-SCHEDULE-FILE.
    if WS-FEE-STATUS = "35"
        move "NO FEE SCHEDULE (FEESCHED) ON HAND - NO EVENT CAN BE PRICED"
            to WS-REPORT-LINE
        write WS-REPORT-LINE
    else
        read FEE-SCHEDULE-FILE
            at end set WS-EOF to true
        end-read
        perform 0260-LOAD-ONE-FEE until WS-EOF
        close FEE-SCHEDULE-FILE
    end-if.

0260-LOAD-ONE-FEE.
    if WS-FEE-COUNT < WS-MAX-FEES
        add 1 to WS-FEE-COUNT
        set WS-FE-IDX to WS-FEE-COUNT
        move FEE-EVENT-TYPE to WS-FE-EVENT(WS-FE-IDX)
        move FEE-SITE-CODE to WS-FE-SITE(WS-FE-IDX)
        move FEE-EFFECTIVE-FROM to WS-FE-FROM(WS-FE-IDX)
        move FEE-EFFECTIVE-TO to WS-FE-TO(WS-FE-IDX)
        move FEE-AMOUNT to WS-FE-AMOUNT(WS-FE-IDX)
    end-if.
    read FEE-SCHEDULE-FILE
        at end set WS-EOF to true
    end-read.

0300-OPEN-FILES.
    open i-o BILL-HIST-FILE.
    if WS-BILL-HIST-STATUS = "35"
        open output BILL-HIST-FILE
        close BILL-HIST-FILE
        open i-o BILL-HIST-FILE
    end-if.
    if WS-BILL-HIST-STATUS not = "00"
        move spaces to WS-REPORT-LINE
        string "RUN REFUSED - BILLED-EVENT HISTORY (BILLHIST) WILL NOT"
            " OPEN, STATUS " WS-BILL-HIST-STATUS
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
        set WS-ABORT to true
    else
        open input SAMPLE-INTAKE-FILE
        if WS-INTAKE-STATUS = "00"
            set WS-INTAKE-OPEN to true
        else
            move "NO SAMPLE INTAKE FILE - VOIDED INTAKES CANNOT BE SKIPPED"
                to WS-REPORT-LINE
            write WS-REPORT-LINE
        end-if
        open input TRANSACTION-FILE
        if WS-TXN-STATUS = "00"
            set WS-TXN-OPEN to true
        end-if
        perform 0310-READ-LAST-INVOICE
        move WS-BILL-PERIOD to WS-DH-PERIOD
        move WS-RUN-DATE to WS-DH-RUN-DATE
        move WS-RUN-TIME(1:6) to WS-DH-RUN-TIME
        open output BILL-DETAIL-FILE
        move WS-DETAIL-HEADER to BILL-DETAIL-LINE
        write BILL-DETAIL-LINE
    end-if.

0310-READ-LAST-INVOICE.
    move 0 to WS-LAST-INVOICE.
    open input BILL-SEQUENCE-FILE.
    if WS-SEQUENCE-STATUS = "35"
        continue
    else
        read BILL-SEQUENCE-FILE
            at end continue
            not at end
                if BILL-SEQUENCE-NUMBER is numeric
                    move BILL-SEQUENCE-NUMBER to WS-LAST-INVOICE
                end-if
        end-read
        close BILL-SEQUENCE-FILE
    end-if.

*> ----------------------------------------------------------------
*> One event: already billed, voided, unbillable, or billed now.
*> The caller has set WS-EV-TYPE, -SAMPLE-ID, -REF and -DATE (in
*> the billing period), and WS-EV-SITE from its own record when it
*> carries one.
*> ----------------------------------------------------------------
0350-BILL-ONE-EVENT.
    add 1 to WS-EVENTS-IN-PERIOD.
    move WS-EV-TYPE to BILL-HIST-EVENT-TYPE.
    move WS-EV-SAMPLE-ID to BILL-HIST-SAMPLE-ID.
    move WS-EV-REF to BILL-HIST-EVENT-REF.
    read BILL-HIST-FILE
        invalid key move "N" to WS-FOUND-FLAG
        not invalid key set WS-FOUND to true
    end-read.
    if WS-FOUND
        add 1 to WS-ALREADY-BILLED-COUNT
    else
        perform 0360-RESOLVE-SITE
        if WS-EV-REASON = "INTAKE VOIDED"
            add 1 to WS-VOIDED-COUNT
            perform 0395-REPORT-EVENT
        else
            if WS-EV-REASON = spaces
                perform 0370-FIND-FEE
            end-if
            if WS-EV-REASON = spaces
                perform 0380-WRITE-BILLED-EVENT
            else
                add 1 to WS-NOT-BILLED-COUNT
                perform 0395-REPORT-EVENT
            end-if
        end-if
    end-if.

0360-RESOLVE-SITE.
    move spaces to WS-EV-REASON.
    if WS-INTAKE-OPEN
        move WS-EV-SAMPLE-ID to intake-sample-id
        read SAMPLE-INTAKE-FILE
            invalid key continue
            not invalid key
                if intake-voided
                    move "INTAKE VOIDED" to WS-EV-REASON
                else
                    if intake-site-code not = spaces
                        move intake-site-code to WS-EV-SITE
                    end-if
                end-if
        end-read
    end-if.
    if WS-EV-REASON = spaces and WS-EV-SITE = spaces
       and WS-EV-TYPE not = "V" and WS-TXN-OPEN
        move WS-EV-SAMPLE-ID to TXN-SAMPLE-ID
        read TRANSACTION-FILE
            invalid key continue
            not invalid key move TXN-SITE-CODE to WS-EV-SITE
        end-read
    end-if.
    if WS-EV-REASON = spaces
        if WS-EV-SITE = spaces
            move "NO SUBMITTING SITE" to WS-EV-REASON
        else
            set WS-ST-IDX to 1
            search WS-SITE-ENTRY
                at end
                    move "SITE NOT ON SITE MASTER" to WS-EV-REASON
                when WS-ST-CODE(WS-ST-IDX) = WS-EV-SITE
                    set WS-SITE-NUMBER to WS-ST-IDX
            end-search
        end-if
    end-if.

*> The site's own fee for the event date wins over the standard one.
0370-FIND-FEE.
    move "N" to WS-FOUND-FLAG.
    if WS-FEE-COUNT > 0
        set WS-FE-IDX to 1
        search WS-FEE-ENTRY
            at end continue
            when WS-FE-EVENT(WS-FE-IDX) = WS-EV-TYPE
             and WS-FE-SITE(WS-FE-IDX) = WS-EV-SITE
             and WS-FE-FROM(WS-FE-IDX) <= WS-EV-DATE-NUM
             and WS-FE-TO(WS-FE-IDX) >= WS-EV-DATE-NUM
                set WS-FOUND to true
                move WS-FE-AMOUNT(WS-FE-IDX) to WS-EV-AMOUNT
        end-search
        if not WS-FOUND
            set WS-FE-IDX to 1
            search WS-FEE-ENTRY
                at end continue
                when WS-FE-EVENT(WS-FE-IDX) = WS-EV-TYPE
                 and WS-FE-SITE(WS-FE-IDX) = spaces
                 and WS-FE-FROM(WS-FE-IDX) <= WS-EV-DATE-NUM
                 and WS-FE-TO(WS-FE-IDX) >= WS-EV-DATE-NUM
                    set WS-FOUND to true
                    move WS-FE-AMOUNT(WS-FE-IDX) to WS-EV-AMOUNT
            end-search
        end-if
    end-if.
    if not WS-FOUND
        move "NO FEE IN FORCE FOR EVENT DATE" to WS-EV-REASON
    end-if.

0380-WRITE-BILLED-EVENT.
    evaluate WS-EV-TYPE
        when "V" move 1 to WS-TYPE-NUMBER
        when "R" move 2 to WS-TYPE-NUMBER
        when "I" move 3 to WS-TYPE-NUMBER
        when other move 4 to WS-TYPE-NUMBER
    end-evaluate.
    if WS-BS-INVOICE(WS-SITE-NUMBER) = 0
        add 1 to WS-LAST-INVOICE
        add 1 to WS-INVOICE-COUNT
        move WS-LAST-INVOICE to WS-BS-INVOICE(WS-SITE-NUMBER)
    end-if.
    move WS-EV-TYPE to BILL-HIST-EVENT-TYPE.
    move WS-EV-SAMPLE-ID to BILL-HIST-SAMPLE-ID.
    move WS-EV-REF to BILL-HIST-EVENT-REF.
    move WS-EV-SITE to BILL-HIST-SITE-CODE.
    move WS-BILL-PERIOD to BILL-HIST-PERIOD.
    move WS-BS-INVOICE(WS-SITE-NUMBER) to BILL-HIST-INVOICE.
    move WS-EV-AMOUNT to BILL-HIST-AMOUNT.
    move WS-RUN-TIMESTAMP to BILL-HIST-RUN-TS.
    write BILL-HIST-RECORD
        invalid key
            add 1 to WS-ALREADY-BILLED-COUNT
        not invalid key
            add 1 to WS-BILLED-COUNT
            add 1 to WS-TYPE-BILLED-COUNT(WS-TYPE-NUMBER)
            add 1 to WS-BS-EVENT-COUNT(WS-SITE-NUMBER, WS-TYPE-NUMBER)
            add WS-EV-AMOUNT to WS-BS-AMOUNT(WS-SITE-NUMBER)
            add WS-EV-AMOUNT to WS-BILLED-AMOUNT
            add WS-EV-SAMPLE-ID to WS-HASH-TOTAL
            move WS-BS-INVOICE(WS-SITE-NUMBER) to WS-DD-INVOICE
            move WS-EV-SITE to WS-DD-SITE-CODE
            move WS-EV-TYPE to WS-DD-EVENT-TYPE
            move WS-EV-SAMPLE-ID to WS-DD-SAMPLE-ID
            move WS-EV-REF to WS-DD-EVENT-REF
            move WS-EV-DATE to WS-DD-EVENT-DATE
            move WS-EV-AMOUNT to WS-DD-AMOUNT
            move WS-DETAIL-RECORD to BILL-DETAIL-LINE
            write BILL-DETAIL-LINE
    end-write.

0395-REPORT-EVENT.
    move spaces to WS-REPORT-LINE.
    if WS-EV-REASON = "INTAKE VOIDED"
        string "SKIPPED     " WS-EV-TYPE
            " SAMPLE " WS-EV-SAMPLE-ID
            " DATE " WS-EV-DATE
            " REF " WS-EV-REF
            " " WS-EV-REASON
            delimited by size into WS-REPORT-LINE
    else
        string "NOT BILLED  " WS-EV-TYPE
            " SAMPLE " WS-EV-SAMPLE-ID
            " DATE " WS-EV-DATE
            " REF " WS-EV-REF
            " SITE " WS-EV-SITE
            " " WS-EV-REASON
            delimited by size into WS-REPORT-LINE
    end-if.
    write WS-REPORT-LINE.

*> ----------------------------------------------------------------
*> Verifications - every DAILYTXN record dated in the period.
*> ----------------------------------------------------------------
0400-BILL-VERIFICATIONS.
    if WS-TXN-OPEN
        move "N" to WS-EOF-FLAG
        move 0 to TXN-SAMPLE-ID
        start TRANSACTION-FILE key is >= TXN-SAMPLE-ID
            invalid key set WS-EOF to true
        end-start
        if not WS-EOF
            read TRANSACTION-FILE next
                at end set WS-EOF to true
            end-read
        end-if
        perform 0410-BILL-ONE-VERIFICATION until WS-EOF
    end-if.

*> A retested result is rewritten on DAILYTXN with the next result
*> version and a new timestamp; it is billed as a retest, not as a
*> second verification. A zero or blank version is the first result.
0410-BILL-ONE-VERIFICATION.
    move TXN-TIMESTAMP(1:8) to WS-EV-DATE.
    if WS-EV-DATE(1:6) = WS-BILL-PERIOD-TEXT
        if TXN-RESULT-VERSION is numeric and TXN-RESULT-VERSION > 1
            move "R" to WS-EV-TYPE
        else
            move "V" to WS-EV-TYPE
        end-if
        move TXN-SAMPLE-ID to WS-EV-SAMPLE-ID
        move TXN-TIMESTAMP to WS-EV-REF
        move TXN-SITE-CODE to WS-EV-SITE
        perform 0350-BILL-ONE-EVENT
    end-if.
    read TRANSACTION-FILE next
        at end set WS-EOF to true
    end-read.

*> ----------------------------------------------------------------
*> Superseded results - every earlier version a retest replaced on
*> DAILYTXN, kept on RESULTHIST. HIST-TIMESTAMP is the TXN-TIMESTAMP
*> the version carried, so a version already billed from DAILYTXN
*> before it was superseded is found on BILLHIST and not billed
*> again. The site falls back to the sample's DAILYTXN record.
*> ----------------------------------------------------------------
0500-BILL-SUPERSEDED-RESULTS.
    move "N" to WS-EOF-FLAG.
    open input RESULT-HIST-FILE.
    if WS-RESULT-HIST-STATUS = "00"
        read RESULT-HIST-FILE next
            at end set WS-EOF to true
        end-read
        perform 0510-BILL-ONE-SUPERSEDED until WS-EOF
        close RESULT-HIST-FILE
    else
        if WS-RESULT-HIST-STATUS not = "35"
            move spaces to WS-REPORT-LINE
            string "RESULT HISTORY (RESULTHIST) WILL NOT OPEN, STATUS "
                WS-RESULT-HIST-STATUS
                " - SUPERSEDED RESULTS NOT BILLED"
                delimited by size into WS-REPORT-LINE
            write WS-REPORT-LINE
            move 4 to return-code
        end-if
    end-if.

0510-BILL-ONE-SUPERSEDED.
    move HIST-TIMESTAMP(1:8) to WS-EV-DATE.
    if WS-EV-DATE(1:6) = WS-BILL-PERIOD-TEXT
        if HIST-VERSION is numeric and HIST-VERSION > 1
            move "R" to WS-EV-TYPE
        else
            move "V" to WS-EV-TYPE
        end-if
        move HIST-SAMPLE-ID to WS-EV-SAMPLE-ID
        move HIST-TIMESTAMP to WS-EV-REF
        move spaces to WS-EV-SITE
        if WS-TXN-OPEN
            move HIST-SAMPLE-ID to TXN-SAMPLE-ID
            read TRANSACTION-FILE
                invalid key continue
                not invalid key move TXN-SITE-CODE to WS-EV-SITE
            end-read
        end-if
        perform 0350-BILL-ONE-EVENT
    end-if.
    read RESULT-HIST-FILE next
        at end set WS-EOF to true
    end-read.

*> ----------------------------------------------------------------
*> Sequencer-import strands - the STRANDXREF records strand-import
*> writes (role I), one per accepted strand.
*> ----------------------------------------------------------------
0600-BILL-IMPORT-STRANDS.
    move "N" to WS-EOF-FLAG.
    open input STRAND-XREF-FILE.
    if WS-XREF-STATUS not = "35"
        read STRAND-XREF-FILE
            at end set WS-EOF to true
        end-read
        perform 0610-BILL-ONE-IMPORT-STRAND until WS-EOF
        close STRAND-XREF-FILE
    end-if.

0610-BILL-ONE-IMPORT-STRAND.
    move XREF-TIMESTAMP(1:8) to WS-EV-DATE.
    if XREF-STRAND-ROLE = "I"
       and WS-EV-DATE(1:6) = WS-BILL-PERIOD-TEXT
        move "I" to WS-EV-TYPE
        move XREF-SAMPLE-ID to WS-EV-SAMPLE-ID
        move spaces to WS-EV-REF
        move XREF-STRAND-ID to WS-EV-REF(1:6)
        move spaces to WS-EV-SITE
        perform 0350-BILL-ONE-EVENT
    end-if.
    read STRAND-XREF-FILE
        at end set WS-EOF to true
    end-read.

*> ----------------------------------------------------------------
*> Certificates - originals only; a reprint is not charged.
*> ----------------------------------------------------------------
0700-BILL-CERTIFICATES.
    move "N" to WS-EOF-FLAG.
    open input CERT-LOG-FILE.
    if WS-CERT-LOG-STATUS not = "35"
        read CERT-LOG-FILE
            at end set WS-EOF to true
        end-read
        perform 0710-BILL-ONE-CERTIFICATE until WS-EOF
        close CERT-LOG-FILE
    end-if.

0710-BILL-ONE-CERTIFICATE.
    move CERT-LOG-TIMESTAMP(1:8) to WS-EV-DATE.
    if CERT-LOG-ORIGINAL
       and WS-EV-DATE(1:6) = WS-BILL-PERIOD-TEXT
        move "C" to WS-EV-TYPE
        move CERT-LOG-SAMPLE-ID to WS-EV-SAMPLE-ID
        move spaces to WS-EV-REF
        move CERT-LOG-NUMBER to WS-EV-REF(1:6)
        move spaces to WS-EV-SITE
        perform 0350-BILL-ONE-EVENT
    end-if.
    read CERT-LOG-FILE
        at end set WS-EOF to true
    end-read.

*> ----------------------------------------------------------------
*> Per-site invoice summary, in site-master order.
*> ----------------------------------------------------------------
0800-WRITE-SUMMARY.
    open output BILL-SUMMARY-FILE.
    move WS-BILL-PERIOD to WS-SH-PERIOD.
    move WS-RUN-DATE to WS-SH-RUN-DATE.
    move WS-RUN-TIME(1:6) to WS-SH-RUN-TIME.
    move WS-SUMMARY-HEADER to BILL-SUMMARY-LINE.
    write BILL-SUMMARY-LINE.
    move spaces to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move "INVOICES:" to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    perform 0810-WRITE-ONE-INVOICE
        varying WS-SITE-NUMBER from 1 by 1
        until WS-SITE-NUMBER > WS-SITE-COUNT.
    move WS-INVOICE-COUNT to WS-SMT-INVOICE-COUNT.
    move WS-BILLED-COUNT to WS-SMT-EVENT-COUNT.
    move WS-BILLED-AMOUNT to WS-SMT-AMOUNT.
    move WS-SUMMARY-TRAILER to BILL-SUMMARY-LINE.
    write BILL-SUMMARY-LINE.
    close BILL-SUMMARY-FILE.

0810-WRITE-ONE-INVOICE.
    if WS-BS-INVOICE(WS-SITE-NUMBER) > 0
        set WS-ST-IDX to WS-SITE-NUMBER
        move WS-BS-INVOICE(WS-SITE-NUMBER) to WS-SD-INVOICE
        move WS-ST-CODE(WS-ST-IDX) to WS-SD-SITE-CODE
        move WS-ST-NAME(WS-ST-IDX) to WS-SD-SITE-NAME
        move WS-BS-EVENT-COUNT(WS-SITE-NUMBER, 1)
            to WS-SD-VERIFICATIONS
        move WS-BS-EVENT-COUNT(WS-SITE-NUMBER, 2) to WS-SD-RETESTS
        move WS-BS-EVENT-COUNT(WS-SITE-NUMBER, 3)
            to WS-SD-IMPORT-STRANDS
        move WS-BS-EVENT-COUNT(WS-SITE-NUMBER, 4)
            to WS-SD-CERTIFICATES
        move WS-BS-AMOUNT(WS-SITE-NUMBER) to WS-SD-AMOUNT
        move WS-SUMMARY-RECORD to BILL-SUMMARY-LINE
        write BILL-SUMMARY-LINE
        move WS-BS-AMOUNT(WS-SITE-NUMBER) to WS-SITE-AMOUNT-EDIT
        move spaces to WS-REPORT-LINE
        string "INVOICE " WS-SD-INVOICE
            "  SITE " WS-SD-SITE-CODE " " WS-SD-SITE-NAME
            "  V " WS-SD-VERIFICATIONS
            "  R " WS-SD-RETESTS
            "  I " WS-SD-IMPORT-STRANDS
            "  C " WS-SD-CERTIFICATES
            "  AMOUNT " WS-SITE-AMOUNT-EDIT
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.

0850-CLOSE-FILES.
    move WS-BILLED-COUNT to WS-DT-COUNT.
    move WS-BILLED-AMOUNT to WS-DT-AMOUNT.
    move WS-HASH-TOTAL to WS-DT-HASH.
    move WS-DETAIL-TRAILER to BILL-DETAIL-LINE.
    write BILL-DETAIL-LINE.
    close BILL-DETAIL-FILE.
    close BILL-HIST-FILE.
    if WS-INTAKE-OPEN
        close SAMPLE-INTAKE-FILE
    end-if.
    if WS-TXN-OPEN
        close TRANSACTION-FILE
    end-if.
    if WS-INVOICE-COUNT > 0
        open output BILL-SEQUENCE-FILE
        move WS-LAST-INVOICE to BILL-SEQUENCE-NUMBER
        write BILL-SEQUENCE-RECORD
        close BILL-SEQUENCE-FILE
    end-if.

0900-TERMINATE.
    if WS-ABORT
        move "FAILED" to WS-RUN-STATUS
        move 8 to return-code
    else
        move WS-BILLED-AMOUNT to WS-TOTAL-AMOUNT-EDIT
        move spaces to WS-REPORT-LINE
        write WS-REPORT-LINE
        move spaces to WS-REPORT-LINE
        string "EVENTS IN PERIOD: " WS-EVENTS-IN-PERIOD
            "  BILLED: " WS-BILLED-COUNT
            "  ALREADY BILLED: " WS-ALREADY-BILLED-COUNT
            "  VOIDED INTAKE: " WS-VOIDED-COUNT
            "  NOT BILLED: " WS-NOT-BILLED-COUNT
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
        move spaces to WS-REPORT-LINE
        string "BILLED BY TYPE  V " WS-TYPE-BILLED-COUNT(1)
            "  R " WS-TYPE-BILLED-COUNT(2)
            "  I " WS-TYPE-BILLED-COUNT(3)
            "  C " WS-TYPE-BILLED-COUNT(4)
            "  INVOICES: " WS-INVOICE-COUNT
            "  AMOUNT: " WS-TOTAL-AMOUNT-EDIT
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
        display "Periodo facturado: " WS-BILL-PERIOD
        display "Eventos facturados: " WS-BILLED-COUNT
            "  facturas: " WS-INVOICE-COUNT
        if WS-NOT-BILLED-COUNT > 0
            display "Eventos sin facturar (ver BILLRPT): "
                WS-NOT-BILLED-COUNT
            move 4 to return-code
        end-if
    end-if.
    close BILL-REPORT-FILE.

0095-REFUSE-CLOSED-DAY.
    display "El dia de negocio " WS-RUN-DATE
        " esta cerrado - no se procesa.".
    move "FAILED" to WS-RUN-STATUS.
    perform 0920-LOG-RUN-END.
    move 8 to return-code.
    stop run.

0030-LOG-RUN-START.
    move "billing-run" to RUN-LOG-PROGRAM.
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
    move "billing-run" to RUN-LOG-PROGRAM.
    move "E" to RUN-LOG-EVENT.
    move function current-date to RUN-LOG-TIMESTAMP.
    move WS-BILLED-COUNT to RUN-LOG-RECORDS.
    move WS-RUN-STATUS to RUN-LOG-STATUS.
    perform 0040-WRITE-RUN-LOG.

end program billing-run.
