*> Everything goes to the TURNRPT report and the headline numbers are
*> echoed to the terminal. Start and end are posted to the shared
*> batch run log (HAMRUNLOG), matching the other batch drivers.
*> The run date comes from the BUSDATE business-date control record
*> (through the BUSDATE subprogram) rather than the machine clock, so a
*> rerun after midnight still reports on the right processing day;
*> for a prior day, samples still open are aged to the end of that day.
*> Each sample is measured against the target for its priority (STAT,
*> URGENT or ROUTINE, from intake-priority): TURNCTL carries a target
*> per priority (layout in TURNAROUND-CTL-REC, defaults 4, 24 and 72
*> hours, the original single cutoff being the ROUTINE one), the
*> report closes with a summary by priority - closed within and over
*> target, average and worst minutes, open and open over target - and
*> each open sample past its own target is listed with its priority.

environment division.
input-output section.
    copy "transaction-rec.cpy".

fd  TURNAROUND-CONTROL-FILE.
    copy "turnaround-ctl-rec.cpy".

fd  TURNAROUND-REPORT-FILE.
01  WS-REPORT-LINE            pic x(200).
working-storage section.
01 WS-RUNLOG-STATUS           pic x(02) value spaces.
01 WS-RUN-STATUS              pic x(10) value "SUCCESS".
01 WS-BUSDATE-DAY-STATUS      pic x(01) value space.
01 WS-BUSDATE-RESULT          pic x(02) value spaces.
01 WS-INTAKE-STATUS           pic x(02) value spaces.
01 WS-TXN-STATUS              pic x(02) value spaces.
01 WS-CONTROL-STATUS          pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".

*> One row per priority, in the order STAT, URGENT, ROUTINE; the
*> hours are the maintained targets from TURNCTL.
01 WS-PRIORITY-TABLE.
   05 WS-PRIORITY-ENTRY occurs 3 times indexed by WS-PRI-IDX.
      10 WS-PRI-NAME          pic x(07).
      10 WS-PRI-HOURS         pic 9(04).
      10 WS-PRI-MINUTES       pic 9(08).
      10 WS-PRI-CLOSED        pic 9(06).
      10 WS-PRI-ON-TARGET     pic 9(06).
      10 WS-PRI-OVER-TARGET   pic 9(06).
      10 WS-PRI-SUM-MINUTES   pic 9(12).
      10 WS-PRI-MAX-MINUTES   pic 9(08).
      10 WS-PRI-OPEN          pic 9(06).
      10 WS-PRI-OPEN-OVER     pic 9(06).

01 WS-RUN-DATE                pic 9(08) value 0.
01 WS-NOW-TIMESTAMP           pic x(21) value spaces.
    perform 0300-WRITE-REPORT-HEADER.
    perform 0400-SCAN-INTAKES.
    perform 0600-WRITE-DAY-SUMMARY.
    perform 0700-WRITE-PRIORITY-SUMMARY.
    perform 0900-TERMINATE.
    perform 0920-LOG-RUN-END.
    stop run.

0100-INITIALIZE.
    call "BUSDATE" using WS-RUN-DATE, WS-BUSDATE-DAY-STATUS,
        WS-BUSDATE-RESULT.
    move function current-date to WS-NOW-TIMESTAMP.
    if WS-NOW-TIMESTAMP(1:8) > WS-RUN-DATE
        move WS-RUN-DATE to WS-NOW-TIMESTAMP(1:8)
        move "235959" to WS-NOW-TIMESTAMP(9:6)
    end-if.
    initialize WS-PRIORITY-TABLE.
    move "STAT" to WS-PRI-NAME(1).
    move 4 to WS-PRI-HOURS(1).
    move "URGENT" to WS-PRI-NAME(2).
    move 24 to WS-PRI-HOURS(2).
    move "ROUTINE" to WS-PRI-NAME(3).
    move 72 to WS-PRI-HOURS(3).
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
                    move TURNAROUND-STAT-HOURS to WS-PRI-HOURS(1)
                end-if
                if TURNAROUND-URGENT-HOURS is numeric
                   and TURNAROUND-URGENT-HOURS > 0
                    move TURNAROUND-URGENT-HOURS to WS-PRI-HOURS(2)
                end-if
                if TURNAROUND-CUTOFF-HOURS is numeric
                   and TURNAROUND-CUTOFF-HOURS > 0
                    move TURNAROUND-CUTOFF-HOURS to WS-PRI-HOURS(3)
                end-if
        end-read
        close TURNAROUND-CONTROL-FILE
    end-if.
    compute WS-PRI-MINUTES(1) = WS-PRI-HOURS(1) * 60.
    compute WS-PRI-MINUTES(2) = WS-PRI-HOURS(2) * 60.
    compute WS-PRI-MINUTES(3) = WS-PRI-HOURS(3) * 60.

0200-LOAD-TRANSACTIONS.
    move "N" to WS-EOF-FLAG.
0300-WRITE-REPORT-HEADER.
    move spaces to WS-REPORT-LINE.
    string "INTAKE-TO-RESULT TURNAROUND REPORT  RUN " WS-RUN-DATE
        "  TARGET HOURS - STAT: " WS-PRI-HOURS(1)
        "  URGENT: " WS-PRI-HOURS(2)
        "  ROUTINE: " WS-PRI-HOURS(3)
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    if WS-TXN-OVERFLOW-COUNT > 0
    if intake-voided
        add 1 to WS-VOIDED-COUNT
    else
        perform 0415-FIND-PRIORITY
        perform 0420-FIND-TRANSACTION
        if WS-FOUND
            perform 0430-TALLY-CLOSED-SAMPLE
        at end set WS-EOF to true
    end-read.

*> A sample keyed before priorities were captured has no code and
*> counts as routine.
0415-FIND-PRIORITY.
    evaluate true
        when intake-stat
            set WS-PRI-IDX to 1
        when intake-urgent
            set WS-PRI-IDX to 2
        when other
            set WS-PRI-IDX to 3
    end-evaluate.

0420-FIND-TRANSACTION.
    move "N" to WS-FOUND-FLAG.
    if WS-TXN-COUNT > 0
        add 1 to WS-BAD-TIMESTAMP-COUNT
    else
        add 1 to WS-CLOSED-TOTAL
        add 1 to WS-PRI-CLOSED(WS-PRI-IDX)
        add WS-ELAPSED-MINUTES to WS-PRI-SUM-MINUTES(WS-PRI-IDX)
        if WS-ELAPSED-MINUTES > WS-PRI-MAX-MINUTES(WS-PRI-IDX)
            move WS-ELAPSED-MINUTES to WS-PRI-MAX-MINUTES(WS-PRI-IDX)
        end-if
        if WS-ELAPSED-MINUTES > WS-PRI-MINUTES(WS-PRI-IDX)
            add 1 to WS-PRI-OVER-TARGET(WS-PRI-IDX)
        else
            add 1 to WS-PRI-ON-TARGET(WS-PRI-IDX)
        end-if
        perform 0450-FIND-DAY-ENTRY
        if WS-DAY-IDX > 0
            add 1 to WS-DAY-CLOSED(WS-DAY-IDX)

0440-TALLY-OPEN-SAMPLE.
    add 1 to WS-OPEN-TOTAL.
    add 1 to WS-PRI-OPEN(WS-PRI-IDX).
    perform 0450-FIND-DAY-ENTRY.
    if WS-DAY-IDX > 0
        add 1 to WS-DAY-OPEN(WS-DAY-IDX)
    end-if.
    perform 0510-COMPUTE-ELAPSED-TO-NOW.
    if WS-ELAPSED-MINUTES > WS-PRI-MINUTES(WS-PRI-IDX)
        add 1 to WS-OVERDUE-TOTAL
        add 1 to WS-PRI-OPEN-OVER(WS-PRI-IDX)
        move spaces to WS-REPORT-LINE
        string "OPEN OVER TARGET - "
            function trim(WS-PRI-NAME(WS-PRI-IDX))
            " SAMPLE " intake-sample-id
            " (" function trim(firstName)
            " " function trim(lastName)
            ") INTAKE " intake-timestamp(1:14)
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.

0700-WRITE-PRIORITY-SUMMARY.
    move spaces to WS-REPORT-LINE.
    move "TURNAROUND BY PRIORITY:" to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    perform 0710-WRITE-ONE-PRIORITY
        varying WS-ENTRY-NUMBER from 1 by 1
        until WS-ENTRY-NUMBER > 3.

0710-WRITE-ONE-PRIORITY.
    set WS-PRI-IDX to WS-ENTRY-NUMBER.
    if WS-PRI-CLOSED(WS-PRI-IDX) > 0
        compute WS-AVG-MINUTES =
            WS-PRI-SUM-MINUTES(WS-PRI-IDX)
            / WS-PRI-CLOSED(WS-PRI-IDX)
    else
        move 0 to WS-AVG-MINUTES
    end-if.
    move spaces to WS-REPORT-LINE.
    string WS-PRI-NAME(WS-PRI-IDX)
        " TARGET HRS " WS-PRI-HOURS(WS-PRI-IDX)
        "  CLOSED " WS-PRI-CLOSED(WS-PRI-IDX)
        "  ON TARGET " WS-PRI-ON-TARGET(WS-PRI-IDX)
        "  OVER " WS-PRI-OVER-TARGET(WS-PRI-IDX)
        "  AVG MIN " WS-AVG-MINUTES
        "  WORST MIN " WS-PRI-MAX-MINUTES(WS-PRI-IDX)
        "  STILL OPEN " WS-PRI-OPEN(WS-PRI-IDX)
        "  OPEN OVER TARGET " WS-PRI-OPEN-OVER(WS-PRI-IDX)
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.

0900-TERMINATE.
    move spaces to WS-REPORT-LINE.
    string "INTAKES READ: " WS-INTAKE-READ-COUNT
        "  VOIDED (EXCLUDED): " WS-VOIDED-COUNT
        "  CLOSED: " WS-CLOSED-TOTAL
        "  OPEN: " WS-OPEN-TOTAL
        "  OPEN OVER TARGET: " WS-OVERDUE-TOTAL
        "  UNREADABLE TIMESTAMPS: " WS-BAD-TIMESTAMP-COUNT
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
