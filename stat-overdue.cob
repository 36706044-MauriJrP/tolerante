       >>SOURCE FORMAT FREE
identification division.
program-id. stat-overdue.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> Morning STAT chase list. Reads every active (non-voided) STAT
*> sample on SAMPLEINTAKE (intake-priority "S") and looks up its
*> DAILYTXN transaction by the shared sample ID. A STAT sample is
*> still open while it has no transaction, or its result has not
*> been released (pending review, sent for retest or rejected at
*> review). Each open STAT sample whose age - from intake-timestamp
*> to the time of the run - is past the STAT turnaround target is
*> listed to STATRPT with the hours it has been open, where it is
*> stuck, and the submitting site with its contact from SITEMASTER,
*> so the desk can chase it before the client calls. The target is
*> the STAT hours on the TURNCTL control record (layout in
*> TURNAROUND-CTL-REC, default 4 hours), the same target
*> turnaround-report.cob scores STAT samples against. A sample whose
*> intake time cannot be read is listed as well, since its age cannot
*> be proved inside the target. Any sample listed ends the run with
*> RETURN-CODE 4 so the scheduler can flag it. Under the same page
*> heading as the other binder reports, with the counts at the end.
*> Start and end go to the shared batch run log (HAMRUNLOG).
*> The run date on the heading comes from the BUSDATE business-date
*> control record (through the BUSDATE subprogram); the ages are
*> measured to the machine clock, since the list is about who is
*> waiting right now.

environment division.
input-output section.
file-control.
    select SAMPLE-INTAKE-FILE assign to "SAMPLEINTAKE"
        organization is indexed
        access mode is sequential
        record key is intake-sample-id
        file status is WS-INTAKE-STATUS.
    select TRANSACTION-FILE assign to "DAILYTXN"
        organization is indexed
        access mode is random
        record key is TXN-SAMPLE-ID
        file status is WS-TXN-STATUS.
    select TURNAROUND-CONTROL-FILE assign to "TURNCTL"
        organization is line sequential
        file status is WS-CONTROL-STATUS.
    select SITE-FILE assign to "SITEMASTER"
        organization is line sequential
        file status is WS-SITE-FILE-STATUS.
    select STAT-REPORT-FILE assign to "STATRPT"
        organization is line sequential.
    select RUN-LOG-FILE assign to "HAMRUNLOG"
        organization is line sequential
        file status is WS-RUNLOG-STATUS.

data division.
file section.
fd  SAMPLE-INTAKE-FILE.
    copy "intake-rec.cpy".

fd  TRANSACTION-FILE.
    copy "transaction-rec.cpy".

fd  TURNAROUND-CONTROL-FILE.
    copy "turnaround-ctl-rec.cpy".

fd  SITE-FILE.
    copy "site-rec.cpy".

fd  STAT-REPORT-FILE.
01  WS-REPORT-LINE              pic x(132).

fd  RUN-LOG-FILE.
    copy "run-log-rec.cpy".

working-storage section.
01 WS-RUNLOG-STATUS           pic x(02) value spaces.
01 WS-RUN-STATUS              pic x(10) value "SUCCESS".
01 WS-BUSDATE-DAY-STATUS      pic x(01) value space.
01 WS-BUSDATE-RESULT          pic x(02) value spaces.
01 WS-INTAKE-STATUS           pic x(02) value spaces.
01 WS-TXN-STATUS              pic x(02) value spaces.
01 WS-CONTROL-STATUS          pic x(02) value spaces.
01 WS-SITE-FILE-STATUS        pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".
01 WS-INTAKE-OPEN-FLAG        pic x(01) value "N".
   88 WS-INTAKE-OPEN          value "Y".
01 WS-TXN-OPEN-FLAG           pic x(01) value "N".
   88 WS-TXN-OPEN             value "Y".
01 WS-FOUND-FLAG              pic x(01) value "N".
   88 WS-FOUND                value "Y".
01 WS-OPEN-FLAG               pic x(01) value "N".
   88 WS-SAMPLE-OPEN          value "Y".

copy "site-table.cpy".

01 WS-STAT-HOURS              pic 9(04) value 4.
01 WS-STAT-MINUTES            pic 9(08) value 0.

01 WS-RUN-DATE                pic 9(08) value 0.
01 WS-NOW-TIMESTAMP           pic x(21) value spaces.
01 WS-PAGE-NUMBER             pic 9(04) value 0.
01 WS-LINE-COUNT              pic 9(02) value 99.
01 WS-PAGE-SIZE               pic 9(02) value 55.
01 WS-DETAIL-HOLD             pic x(132) value spaces.

01 WS-ELAPSED-MINUTES         pic s9(08) value 0.
01 WS-HOURS-OPEN              pic 9(05) value 0.
01 WS-FROM-DAYS               pic 9(07) value 0.
01 WS-TO-DAYS                 pic 9(07) value 0.
01 WS-FROM-DATE               pic x(08) value spaces.
01 WS-FROM-DATE-NUM redefines WS-FROM-DATE
                              pic 9(08).
01 WS-TO-DATE                 pic x(08) value spaces.
01 WS-TO-DATE-NUM redefines WS-TO-DATE
                              pic 9(08).
01 WS-FROM-HH                 pic 9(02) value 0.
01 WS-FROM-MM                 pic 9(02) value 0.
01 WS-TO-HH                   pic 9(02) value 0.
01 WS-TO-MM                   pic 9(02) value 0.

01 WS-STATE-TEXT              pic x(16) value spaces.
01 WS-CONTACT-TEXT            pic x(30) value spaces.

01 WS-INTAKE-READ-COUNT       pic 9(06) value 0.
01 WS-STAT-COUNT              pic 9(06) value 0.
01 WS-STAT-OPEN-COUNT         pic 9(06) value 0.
01 WS-OVERDUE-COUNT           pic 9(06) value 0.
01 WS-BAD-TIMESTAMP-COUNT     pic 9(06) value 0.

procedure division.

0000-MAIN.
    perform 0030-LOG-RUN-START.
    perform 0050-LOAD-TARGET.
    perform 0060-LOAD-SITES.
    perform 0100-INITIALIZE.
    perform 0200-CHECK-STAT-SAMPLES.
    perform 0800-WRITE-TOTALS.
    perform 0900-TERMINATE.
    perform 0920-LOG-RUN-END.
    stop run.

*> The STAT target from TURNCTL; 4 hours when the file or the field
*> is not there.
0050-LOAD-TARGET.
    move 4 to WS-STAT-HOURS.
    open input TURNAROUND-CONTROL-FILE.
    if WS-CONTROL-STATUS = "35"
        continue
    else
        move spaces to TURNAROUND-CONTROL-RECORD
        read TURNAROUND-CONTROL-FILE
            at end continue
            not at end
                if TURNAROUND-STAT-HOURS is numeric
                   and TURNAROUND-STAT-HOURS > 0
                    move TURNAROUND-STAT-HOURS to WS-STAT-HOURS
                end-if
        end-read
        close TURNAROUND-CONTROL-FILE
    end-if.
    compute WS-STAT-MINUTES = WS-STAT-HOURS * 60.

0060-LOAD-SITES.
    move 0 to WS-SITE-COUNT.
    move "N" to WS-EOF-FLAG.
    open input SITE-FILE.
    if WS-SITE-FILE-STATUS = "35"
        perform 0062-SEED-DEFAULT-SITE
    else
        read SITE-FILE
            at end set WS-EOF to true
        end-read
        perform 0064-LOAD-ONE-SITE until WS-EOF
        close SITE-FILE
    end-if.

0062-SEED-DEFAULT-SITE.
    move 1 to WS-SITE-COUNT.
    move "MAIN  " to WS-ST-CODE(1).
    move "LABORATORIO CENTRAL" to WS-ST-NAME(1).
    move spaces to WS-ST-CONTACT(1).
    move "Y" to WS-ST-ACTIVE(1).

0064-LOAD-ONE-SITE.
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

0100-INITIALIZE.
    call "BUSDATE" using WS-RUN-DATE, WS-BUSDATE-DAY-STATUS,
        WS-BUSDATE-RESULT.
    move function current-date to WS-NOW-TIMESTAMP.
    open output STAT-REPORT-FILE.
    open input SAMPLE-INTAKE-FILE.
    if WS-INTAKE-STATUS = "00"
        set WS-INTAKE-OPEN to true
    end-if.
    open input TRANSACTION-FILE.
    if WS-TXN-STATUS = "00"
        set WS-TXN-OPEN to true
    end-if.
    perform 0070-WRITE-PAGE-HEADING.

*> ----------------------------------------------------------------
*> Every active STAT sample, against its result and its target.
*> ----------------------------------------------------------------
0200-CHECK-STAT-SAMPLES.
    move "N" to WS-EOF-FLAG.
    if WS-INTAKE-OPEN
        read SAMPLE-INTAKE-FILE
            at end set WS-EOF to true
        end-read
        perform 0210-CHECK-ONE-SAMPLE until WS-EOF
    end-if.

0210-CHECK-ONE-SAMPLE.
    add 1 to WS-INTAKE-READ-COUNT.
    if intake-stat and not intake-voided
        add 1 to WS-STAT-COUNT
        perform 0220-CHECK-RESULT
        if WS-SAMPLE-OPEN
            add 1 to WS-STAT-OPEN-COUNT
            perform 0230-COMPUTE-ELAPSED
            if WS-ELAPSED-MINUTES < 0
                add 1 to WS-BAD-TIMESTAMP-COUNT
                add 1 to WS-OVERDUE-COUNT
                move 0 to WS-HOURS-OPEN
                move "TIME UNREADABLE" to WS-STATE-TEXT
                perform 0250-WRITE-SAMPLE-LINE
            else
                if WS-ELAPSED-MINUTES > WS-STAT-MINUTES
                    add 1 to WS-OVERDUE-COUNT
                    compute WS-HOURS-OPEN = WS-ELAPSED-MINUTES / 60
                    perform 0250-WRITE-SAMPLE-LINE
                end-if
            end-if
        end-if
    end-if.
    read SAMPLE-INTAKE-FILE
        at end set WS-EOF to true
    end-read.

*> Open while there is no transaction, or its result is held.
*> Without DAILYTXN every STAT sample is taken as having no result.
0220-CHECK-RESULT.
    move "Y" to WS-OPEN-FLAG.
    move "NO RESULT" to WS-STATE-TEXT.
    if WS-TXN-OPEN
        move intake-sample-id to TXN-SAMPLE-ID
        read TRANSACTION-FILE
            invalid key continue
            not invalid key
                evaluate true
                    when TXN-RELEASED
                        move "N" to WS-OPEN-FLAG
                    when TXN-PENDING-REVIEW
                        move "PENDING REVIEW" to WS-STATE-TEXT
                    when TXN-RETEST-REQUESTED
                        move "RETEST REQUESTED" to WS-STATE-TEXT
                    when TXN-REVIEW-REJECTED
                        move "REVIEW REJECTED" to WS-STATE-TEXT
                    when other
                        move "NOT RELEASED" to WS-STATE-TEXT
                end-evaluate
        end-read
    end-if.

*> Minutes from intake to the run; -1 when either time is unreadable.
0230-COMPUTE-ELAPSED.
    move intake-timestamp(1:8) to WS-FROM-DATE.
    move WS-NOW-TIMESTAMP(1:8) to WS-TO-DATE.
    if WS-FROM-DATE is not numeric or WS-TO-DATE is not numeric
       or intake-timestamp(9:4) is not numeric
       or WS-FROM-DATE-NUM < 16010101
        move -1 to WS-ELAPSED-MINUTES
    else
        move intake-timestamp(9:2) to WS-FROM-HH
        move intake-timestamp(11:2) to WS-FROM-MM
        move WS-NOW-TIMESTAMP(9:2) to WS-TO-HH
        move WS-NOW-TIMESTAMP(11:2) to WS-TO-MM
        compute WS-FROM-DAYS =
            function integer-of-date(WS-FROM-DATE-NUM)
        compute WS-TO-DAYS =
            function integer-of-date(WS-TO-DATE-NUM)
        compute WS-ELAPSED-MINUTES =
            (WS-TO-DAYS - WS-FROM-DAYS) * 1440
            + (WS-TO-HH * 60 + WS-TO-MM)
            - (WS-FROM-HH * 60 + WS-FROM-MM)
    end-if.

0250-WRITE-SAMPLE-LINE.
    move spaces to WS-CONTACT-TEXT.
    set WS-ST-IDX to 1.
    search WS-SITE-ENTRY
        at end move "SITE NOT ON FILE" to WS-CONTACT-TEXT
        when WS-ST-CODE(WS-ST-IDX) = intake-site-code
            move WS-ST-CONTACT(WS-ST-IDX) to WS-CONTACT-TEXT
    end-search.
    move spaces to WS-REPORT-LINE.
    string intake-sample-id
        "  " intake-timestamp(1:8) " " intake-timestamp(9:2)
        ":" intake-timestamp(11:2)
        "  " WS-HOURS-OPEN
        "  " intake-site-code
        "  " WS-STATE-TEXT
        "  " WS-CONTACT-TEXT
        "  " function trim(firstName)
        " " function trim(lastName)
        delimited by size into WS-REPORT-LINE.
    perform 0080-WRITE-DETAIL-LINE.

0070-WRITE-PAGE-HEADING.
    add 1 to WS-PAGE-NUMBER.
    if WS-PAGE-NUMBER > 1
        move spaces to WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.
    move spaces to WS-REPORT-LINE.
    string "STAT SAMPLES OPEN PAST TARGET"
        "   RUN " WS-RUN-DATE
        "   AS OF " WS-NOW-TIMESTAMP(1:8) " " WS-NOW-TIMESTAMP(9:2)
        ":" WS-NOW-TIMESTAMP(11:2)
        "   TARGET " WS-STAT-HOURS " HOURS"
        "   PAGE " WS-PAGE-NUMBER
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move "SAMPLE  INTAKE          HOURS  SITE    STATE             CONTACT                         NAME"
        to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move 2 to WS-LINE-COUNT.

0080-WRITE-DETAIL-LINE.
    if WS-LINE-COUNT >= WS-PAGE-SIZE
        move WS-REPORT-LINE to WS-DETAIL-HOLD
        perform 0070-WRITE-PAGE-HEADING
        move WS-DETAIL-HOLD to WS-REPORT-LINE
    end-if.
    write WS-REPORT-LINE.
    add 1 to WS-LINE-COUNT.

0800-WRITE-TOTALS.
    move spaces to WS-REPORT-LINE.
    perform 0080-WRITE-DETAIL-LINE.
    if not WS-INTAKE-OPEN
        move "SAMPLE INTAKE (SAMPLEINTAKE) NOT AVAILABLE - NO SAMPLES CHECKED"
            to WS-REPORT-LINE
        perform 0080-WRITE-DETAIL-LINE
    end-if.
    if not WS-TXN-OPEN
        move "DAILY TRANSACTIONS (DAILYTXN) NOT AVAILABLE - NO RESULTS SEEN"
            to WS-REPORT-LINE
        perform 0080-WRITE-DETAIL-LINE
    end-if.
    move spaces to WS-REPORT-LINE.
    string "INTAKES READ: " WS-INTAKE-READ-COUNT
        "  STAT: " WS-STAT-COUNT
        "  STAT OPEN: " WS-STAT-OPEN-COUNT
        "  PAST TARGET: " WS-OVERDUE-COUNT
        "  UNREADABLE TIMES: " WS-BAD-TIMESTAMP-COUNT
        delimited by size into WS-REPORT-LINE.
    perform 0080-WRITE-DETAIL-LINE.

0900-TERMINATE.
    if WS-INTAKE-OPEN
        close SAMPLE-INTAKE-FILE
    end-if.
    if WS-TXN-OPEN
        close TRANSACTION-FILE
    end-if.
    close STAT-REPORT-FILE.
    display "Muestras STAT vencidas: " WS-OVERDUE-COUNT.
    if WS-OVERDUE-COUNT > 0
        move 4 to return-code
    end-if.

0030-LOG-RUN-START.
    move "stat-overdue" to RUN-LOG-PROGRAM.
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
    move "stat-overdue" to RUN-LOG-PROGRAM.
    move "E" to RUN-LOG-EVENT.
    move function current-date to RUN-LOG-TIMESTAMP.
    move WS-INTAKE-READ-COUNT to RUN-LOG-RECORDS.
    move WS-RUN-STATUS to RUN-LOG-STATUS.
    perform 0040-WRITE-RUN-LOG.

end program stat-overdue.
