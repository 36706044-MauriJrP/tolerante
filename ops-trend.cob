*> per measure across the shown days - the "is volume up" question
*> the system previously could not answer because it only remembered
*> today.
*> A closing per-site section totals the intakes and verifications
*> of each submitting site over the shown days, from the per-site
*> breakdown daily-ops-report.cob keeps with every day, named from
*> the SITEMASTER site master - "how many did clinic X send this
*> week". Each day's breakdown holds only that day's own intakes
*> and verifications, so the days add up. Days recorded before the
*> breakdown existed contribute nothing to it.

environment division.
input-output section.
        file status is WS-CONTROL-STATUS.
    select TREND-REPORT-FILE assign to "OPSTREND"
        organization is line sequential.
    select SITE-FILE assign to "SITEMASTER"
        organization is line sequential
        file status is WS-SITE-FILE-STATUS.

data division.
file section.
fd  TREND-REPORT-FILE.
01  WS-REPORT-LINE            pic x(400).

fd  SITE-FILE.
    copy "site-rec.cpy".

working-storage section.
01 WS-HISTORY-STATUS          pic x(02) value spaces.
01 WS-CONTROL-STATUS          pic x(02) value spaces.
01 WS-SITE-FILE-STATUS        pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".

      10 WS-DAY-BRACKET occurs 20 times.
         15 WS-DAY-BR-LABEL   pic x(10).
         15 WS-DAY-BR-TALLY   pic 9(06).
      10 WS-DAY-SITE-COUNT    pic 9(02).
      10 WS-DAY-SITE occurs 50 times.
         15 WS-DAY-SITE-CODE  pic x(06).
         15 WS-DAY-SITE-INTAKE pic 9(06).
         15 WS-DAY-SITE-VERIFIED pic 9(06).

copy "site-table.cpy".

*> Per-site totals over the shown days.
01 WS-MAX-TREND-SITES         pic 9(03) value 200.
01 WS-TREND-SITE-COUNT        pic 9(03) value 0.
01 WS-TREND-SITE-TABLE.
   05 WS-TREND-SITE-ENTRY occurs 200 times.
      10 WS-TS-CODE           pic x(06).
      10 WS-TS-INTAKE         pic 9(07).
      10 WS-TS-VERIFIED       pic 9(07).
      10 WS-TS-DAYS           pic 9(03).
01 WS-TS-IDX                  pic 9(03) value 0.
01 WS-TS-HIT                  pic 9(03) value 0.
01 WS-SITE-IDX                pic 9(02) value 0.
01 WS-SITE-NAME-TEXT          pic x(30) value spaces.
01 WS-TREND-SITE-OVERFLOW     pic 9(05) value 0.

01 WS-BRACKET-LINE            pic x(400) value spaces.
01 WS-BRACKET-PTR             pic 9(03) value 0.

0000-MAIN.
    perform 0050-LOAD-TREND-DAYS.
    perform 0060-LOAD-SITES.
    perform 0100-LOAD-HISTORY.
    perform 0200-WRITE-TREND-REPORT.
    stop run.
        close TREND-CONTROL-FILE
    end-if.

0060-LOAD-SITES.
    move 0 to WS-SITE-COUNT.
    open input SITE-FILE.
    if WS-SITE-FILE-STATUS = "35"
        perform 0070-SEED-DEFAULT-SITE
    else
        read SITE-FILE
            at end set WS-EOF to true
        end-read
        perform 0080-LOAD-ONE-SITE until WS-EOF
        close SITE-FILE
        move "N" to WS-EOF-FLAG
    end-if.

0070-SEED-DEFAULT-SITE.
    move 1 to WS-SITE-COUNT.
    move "MAIN  " to WS-ST-CODE(1).
    move "LABORATORIO CENTRAL" to WS-ST-NAME(1).
    move spaces to WS-ST-CONTACT(1).
    move "Y" to WS-ST-ACTIVE(1).

0080-LOAD-ONE-SITE.
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

0100-LOAD-HISTORY.
    open input OPS-HISTORY-FILE.
    if WS-HISTORY-STATUS = "35"
            varying WS-BRACKET-IDX from 1 by 1
            until WS-BRACKET-IDX
                > WS-DAY-BRACKET-COUNT(WS-DAY-IDX)
        if OPS-HIST-SITE-COUNT is numeric
            move OPS-HIST-SITE-COUNT to WS-DAY-SITE-COUNT(WS-DAY-IDX)
        else
            move 0 to WS-DAY-SITE-COUNT(WS-DAY-IDX)
        end-if
        perform 0130-LOAD-ONE-DAY-SITE
            varying WS-SITE-IDX from 1 by 1
            until WS-SITE-IDX > WS-DAY-SITE-COUNT(WS-DAY-IDX)
    end-if.
    read OPS-HISTORY-FILE
        at end set WS-EOF to true
        move 0 to WS-DAY-BR-TALLY(WS-DAY-IDX, WS-BRACKET-IDX)
    end-if.

0130-LOAD-ONE-DAY-SITE.
    move OPS-HIST-SITE-CODE(WS-SITE-IDX)
        to WS-DAY-SITE-CODE(WS-DAY-IDX, WS-SITE-IDX).
    if OPS-HIST-SITE-INTAKE(WS-SITE-IDX) is numeric
        move OPS-HIST-SITE-INTAKE(WS-SITE-IDX)
            to WS-DAY-SITE-INTAKE(WS-DAY-IDX, WS-SITE-IDX)
    else
        move 0 to WS-DAY-SITE-INTAKE(WS-DAY-IDX, WS-SITE-IDX)
    end-if.
    if OPS-HIST-SITE-VERIFIED(WS-SITE-IDX) is numeric
        move OPS-HIST-SITE-VERIFIED(WS-SITE-IDX)
            to WS-DAY-SITE-VERIFIED(WS-DAY-IDX, WS-SITE-IDX)
    else
        move 0 to WS-DAY-SITE-VERIFIED(WS-DAY-IDX, WS-SITE-IDX)
    end-if.

0200-WRITE-TREND-REPORT.
    open output TREND-REPORT-FILE.
    move spaces to WS-REPORT-LINE.
            until WS-ROW-NUM > WS-HISTORY-COUNT
        perform 0300-WRITE-WEEK-OVER-WEEK
        perform 0400-WRITE-AGGREGATES
        perform 0500-WRITE-SITE-TOTALS
    end-if.
    close TREND-REPORT-FILE.
    display "Dias reportados: " WS-SHOWN-COUNT.
    add WS-DAY-INTAKE(WS-DAY-IDX) to WS-SUM-INTAKE.
    add WS-DAY-CMP-TOTAL(WS-DAY-IDX) to WS-SUM-COMPARE.

0500-WRITE-SITE-TOTALS.
    move 0 to WS-TREND-SITE-COUNT.
    move 0 to WS-TREND-SITE-OVERFLOW.
    perform 0510-TOTAL-ONE-DAY-SITES
        varying WS-ROW-NUM from WS-FIRST-SHOWN by 1
        until WS-ROW-NUM > WS-HISTORY-COUNT.
    move "BY SUBMITTING SITE OVER THE SHOWN DAYS:" to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    if WS-TREND-SITE-COUNT = 0
        move "  NO PER-SITE BREAKDOWN RECORDED FOR THESE DAYS"
            to WS-REPORT-LINE
        write WS-REPORT-LINE
    else
        perform 0540-WRITE-ONE-SITE-TOTAL
            varying WS-TS-IDX from 1 by 1
            until WS-TS-IDX > WS-TREND-SITE-COUNT
    end-if.
    if WS-TREND-SITE-OVERFLOW > 0
        move spaces to WS-REPORT-LINE
        string "  SITE ENTRIES NOT SHOWN (TABLE FULL): "
            WS-TREND-SITE-OVERFLOW
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.

0510-TOTAL-ONE-DAY-SITES.
    set WS-DAY-IDX to WS-ROW-NUM.
    perform 0520-TOTAL-ONE-SITE-DAY
        varying WS-SITE-IDX from 1 by 1
        until WS-SITE-IDX > WS-DAY-SITE-COUNT(WS-DAY-IDX).

0520-TOTAL-ONE-SITE-DAY.
    move 0 to WS-TS-HIT.
    perform 0530-MATCH-ONE-TREND-SITE
        varying WS-TS-IDX from 1 by 1
        until WS-TS-IDX > WS-TREND-SITE-COUNT
           or WS-TS-HIT > 0.
    if WS-TS-HIT = 0
        if WS-TREND-SITE-COUNT < WS-MAX-TREND-SITES
            add 1 to WS-TREND-SITE-COUNT
            move WS-TREND-SITE-COUNT to WS-TS-HIT
            move WS-DAY-SITE-CODE(WS-DAY-IDX, WS-SITE-IDX)
                to WS-TS-CODE(WS-TS-HIT)
            move 0 to WS-TS-INTAKE(WS-TS-HIT)
            move 0 to WS-TS-VERIFIED(WS-TS-HIT)
            move 0 to WS-TS-DAYS(WS-TS-HIT)
        else
            add 1 to WS-TREND-SITE-OVERFLOW
        end-if
    end-if.
    if WS-TS-HIT > 0
        add WS-DAY-SITE-INTAKE(WS-DAY-IDX, WS-SITE-IDX)
            to WS-TS-INTAKE(WS-TS-HIT)
        add WS-DAY-SITE-VERIFIED(WS-DAY-IDX, WS-SITE-IDX)
            to WS-TS-VERIFIED(WS-TS-HIT)
        add 1 to WS-TS-DAYS(WS-TS-HIT)
    end-if.

0530-MATCH-ONE-TREND-SITE.
    if WS-TS-CODE(WS-TS-IDX) = WS-DAY-SITE-CODE(WS-DAY-IDX, WS-SITE-IDX)
        move WS-TS-IDX to WS-TS-HIT
    end-if.

0540-WRITE-ONE-SITE-TOTAL.
    move spaces to WS-SITE-NAME-TEXT.
    if WS-TS-CODE(WS-TS-IDX) = spaces
        move "NO SITE (EARLIER RECORDS)" to WS-SITE-NAME-TEXT
    else
        set WS-ST-IDX to 1
        search WS-SITE-ENTRY
            at end
                move "UNKNOWN SITE" to WS-SITE-NAME-TEXT
            when WS-ST-CODE(WS-ST-IDX) = WS-TS-CODE(WS-TS-IDX)
                move WS-ST-NAME(WS-ST-IDX) to WS-SITE-NAME-TEXT
        end-search
    end-if.
    move spaces to WS-REPORT-LINE.
    string "  SITE " WS-TS-CODE(WS-TS-IDX)
        " " WS-SITE-NAME-TEXT
        " INTAKE " WS-TS-INTAKE(WS-TS-IDX)
        "  VERIFIED " WS-TS-VERIFIED(WS-TS-IDX)
        "  DAYS " WS-TS-DAYS(WS-TS-IDX)
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.

end program ops-trend.
