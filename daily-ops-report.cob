*> day's operations went.
*>
*> Modification history
*> 2026-10-15 MRP  The per-site breakdown now counts only intakes and
*>                 verifications stamped on the business date, so each
*>                 OPSHISTORY day carries that day's own per-site
*>                 volume and ops-trend.cob's totals over several days
*>                 no longer add the same records up once per day.
*> 2026-10-15 MRP  The run date and the OPSHISTORY day now come from the
*>                 BUSDATE business-date control record (BUSDATE subprogram)
*>                 instead of the machine clock, so a rerun after midnight
*>                 still files the counts under the right processing day.
*> 2026-10-15 MRP  New per-site section: active intakes (SAMPLEINTAKE)
*>                 and verifications (DAILYTXN) broken down by
*>                 submitting site code, each named from the
*>                 SITEMASTER site master; codes not on the master are
*>                 shown as UNKNOWN SITE and blank codes (records from
*>                 before sites were carried) as NO SITE. The same
*>                 breakdown is kept with the day in OPSHISTORY for
*>                 ops-trend.cob.
*> 2026-08-22 MRP  DAILYOPS is now print-formatted with a report
*>                 heading (title, run date/time, page number) and a
*>                 labeled totals block. The AGERPT tally only parses
    select OPS-HISTORY-FILE assign to "OPSHISTORY"
        organization is line sequential
        file status is WS-HISTORY-STATUS.
    select TRANSACTION-FILE assign to "DAILYTXN"
        organization is indexed
        access mode is dynamic
        record key is TXN-SAMPLE-ID
        file status is WS-TXN-STATUS.
    select SITE-FILE assign to "SITEMASTER"
        organization is line sequential
        file status is WS-SITE-FILE-STATUS.

data division.
file section.
fd  OPS-HISTORY-FILE.
    copy "ops-history-rec.cpy".

fd  TRANSACTION-FILE.
    copy "transaction-rec.cpy".

fd  SITE-FILE.
    copy "site-rec.cpy".

working-storage section.
01 WS-RUNLOG-STATUS           pic x(02) value spaces.
01 WS-RUN-STATUS              pic x(10) value "SUCCESS".
01 WS-BUSDATE-DAY-STATUS      pic x(01) value space.
01 WS-BUSDATE-RESULT          pic x(02) value spaces.
01 WS-SUMMARY-STATUS          pic x(02) value spaces.
01 WS-ABEND-FILE              pic x(12) value spaces.
01 WS-ABEND-STATUS            pic x(02) value spaces.
01 WS-AUDIT-STATUS            pic x(02) value spaces.

01 WS-BRACKET-STATUS          pic x(02) value spaces.
01 WS-TXN-STATUS              pic x(02) value spaces.
01 WS-SITE-FILE-STATUS        pic x(02) value spaces.

01 WS-INTAKE-EOF-FLAG         pic x(01) value "N".
   88 WS-INTAKE-EOF           value "Y".
   88 WS-AUDIT-EOF            value "Y".
01 WS-BRACKET-EOF-FLAG        pic x(01) value "N".
   88 WS-BRACKET-EOF          value "Y".
01 WS-TXN-EOF-FLAG            pic x(01) value "N".
   88 WS-TXN-EOF              value "Y".
01 WS-SITE-EOF-FLAG           pic x(01) value "N".
   88 WS-SITE-EOF             value "Y".

01 WS-INTAKE-COUNT            pic 9(06) value 0.

      10 WS-AB-LABEL          pic x(10).
      10 WS-AB-COUNT          pic 9(06) value 0.

copy "site-table.cpy".

*> Per-site breakdown, one entry per site code seen in SAMPLEINTAKE
*> or DAILYTXN (same limit as the OPSHISTORY breakdown; the last
*> entry collects the overflow as OTHER).
01 WS-MAX-OPS-SITES           pic 9(02) value 50.
01 WS-OPS-SITE-COUNT          pic 9(02) value 0.
01 WS-OPS-SITE-TABLE.
   05 WS-OPS-SITE-ENTRY occurs 50 times.
      10 WS-OS-CODE           pic x(06).
      10 WS-OS-INTAKE         pic 9(06).
      10 WS-OS-VERIFIED       pic 9(06).
01 WS-OPS-IDX                 pic 9(02) value 0.
01 WS-OPS-HIT                 pic 9(02) value 0.
01 WS-FIND-SITE-CODE          pic x(06) value spaces.
01 WS-SITE-NAME-TEXT          pic x(30) value spaces.
01 WS-VERIFIED-COUNT          pic 9(06) value 0.

01 WS-OTHER-CLASSIFICATION-COUNT pic 9(06) value 0.
01 WS-INVALID-AGE-COUNT       pic 9(06) value 0.

01 WS-HIST-SHIFT-IDX          pic 9(03) value 0.
01 WS-HISTORY-TABLE.
   05 WS-HISTORY-ENTRY occurs 400 times
      pic x(1268).

procedure division.

0000-MAIN.
    perform 0030-LOG-RUN-START.
    call "BUSDATE" using WS-TODAY-DATE, WS-BUSDATE-DAY-STATUS,
        WS-BUSDATE-RESULT.
    perform 0050-LOAD-AGE-BRACKETS.
    perform 0060-LOAD-SITES.
    perform 0100-COUNT-INTAKE.
    perform 0200-COUNT-CLASSIFICATIONS.
    perform 0300-COUNT-COMPARISONS.
    perform 0350-COUNT-VERIFICATIONS.
    perform 0400-WRITE-SUMMARY.
    perform 0500-UPSERT-HISTORY.
    perform 0910-LOG-RUN-END.
        at end set WS-BRACKET-EOF to true
    end-read.

0060-LOAD-SITES.
    move 0 to WS-SITE-COUNT.
    open input SITE-FILE.
    if WS-SITE-FILE-STATUS not = "00" and WS-SITE-FILE-STATUS not = "35"
        move "SITEMASTER" to WS-ABEND-FILE
        move WS-SITE-FILE-STATUS to WS-ABEND-STATUS
        perform 0090-ABORT-ON-IO-ERROR
    end-if.
    if WS-SITE-FILE-STATUS = "35"
        perform 0061-SEED-DEFAULT-SITE
    else
        read SITE-FILE
            at end set WS-SITE-EOF to true
        end-read
        perform 0062-LOAD-ONE-SITE until WS-SITE-EOF
        close SITE-FILE
    end-if.

0061-SEED-DEFAULT-SITE.
    move 1 to WS-SITE-COUNT.
    move "MAIN  " to WS-ST-CODE(1).
    move "LABORATORIO CENTRAL" to WS-ST-NAME(1).
    move spaces to WS-ST-CONTACT(1).
    move "Y" to WS-ST-ACTIVE(1).

0062-LOAD-ONE-SITE.
    if WS-SITE-COUNT < WS-MAX-SITES
        add 1 to WS-SITE-COUNT
        set WS-ST-IDX to WS-SITE-COUNT
        move SITE-CODE to WS-ST-CODE(WS-ST-IDX)
        move SITE-NAME to WS-ST-NAME(WS-ST-IDX)
        move SITE-CONTACT to WS-ST-CONTACT(WS-ST-IDX)
        move SITE-ACTIVE to WS-ST-ACTIVE(WS-ST-IDX)
    end-if.
    read SITE-FILE
        at end set WS-SITE-EOF to true
    end-read.

0100-COUNT-INTAKE.
    open input SAMPLE-INTAKE-FILE.
    if WS-INTAKE-STATUS not = "00" and WS-INTAKE-STATUS not = "35"
        close SAMPLE-INTAKE-FILE
    end-if.

*> The per-site breakdown is the business date's own volume: only an
*> intake keyed that day (intake timestamp) counts towards its site.
0110-COUNT-ONE-INTAKE.
    if not intake-voided
        add 1 to WS-INTAKE-COUNT
        if intake-timestamp(1:8) = WS-TODAY-DATE
            move intake-site-code to WS-FIND-SITE-CODE
            perform 0130-FIND-OPS-SITE
            add 1 to WS-OS-INTAKE(WS-OPS-HIT)
        end-if
    end-if.
    read SAMPLE-INTAKE-FILE next
        at end set WS-INTAKE-EOF to true
    end-read.

0130-FIND-OPS-SITE.
    move 0 to WS-OPS-HIT.
    perform 0131-MATCH-ONE-OPS-SITE
        varying WS-OPS-IDX from 1 by 1
        until WS-OPS-IDX > WS-OPS-SITE-COUNT
           or WS-OPS-HIT > 0.
    if WS-OPS-HIT = 0
        if WS-OPS-SITE-COUNT < WS-MAX-OPS-SITES
            add 1 to WS-OPS-SITE-COUNT
            move WS-OPS-SITE-COUNT to WS-OPS-HIT
            move WS-FIND-SITE-CODE to WS-OS-CODE(WS-OPS-HIT)
            move 0 to WS-OS-INTAKE(WS-OPS-HIT)
            move 0 to WS-OS-VERIFIED(WS-OPS-HIT)
        else
            move WS-MAX-OPS-SITES to WS-OPS-HIT
            move "OTHER " to WS-OS-CODE(WS-OPS-HIT)
        end-if
    end-if.

0131-MATCH-ONE-OPS-SITE.
    if WS-OS-CODE(WS-OPS-IDX) = WS-FIND-SITE-CODE
        move WS-OPS-IDX to WS-OPS-HIT
    end-if.

0200-COUNT-CLASSIFICATIONS.
    open input CLASSIFICATION-REPORT-FILE.
    if WS-AGERPT-STATUS not = "00" and WS-AGERPT-STATUS not = "35"
        at end set WS-AUDIT-EOF to true
    end-read.

0350-COUNT-VERIFICATIONS.
    open input TRANSACTION-FILE.
    if WS-TXN-STATUS not = "00" and WS-TXN-STATUS not = "35"
        move "DAILYTXN" to WS-ABEND-FILE
        move WS-TXN-STATUS to WS-ABEND-STATUS
        perform 0090-ABORT-ON-IO-ERROR
    end-if.
    if WS-TXN-STATUS = "35"
        continue
    else
        read TRANSACTION-FILE next
            at end set WS-TXN-EOF to true
        end-read
        perform 0360-COUNT-ONE-VERIFICATION until WS-TXN-EOF
        close TRANSACTION-FILE
    end-if.

0360-COUNT-ONE-VERIFICATION.
    add 1 to WS-VERIFIED-COUNT.
    if TXN-TIMESTAMP(1:8) = WS-TODAY-DATE
        move TXN-SITE-CODE to WS-FIND-SITE-CODE
        perform 0130-FIND-OPS-SITE
        add 1 to WS-OS-VERIFIED(WS-OPS-HIT)
    end-if.
    read TRANSACTION-FILE next
        at end set WS-TXN-EOF to true
    end-read.

0400-WRITE-SUMMARY.
    open output DAILY-SUMMARY-FILE.
    if WS-SUMMARY-STATUS not = "00"
        move WS-SUMMARY-STATUS to WS-ABEND-STATUS
        perform 0090-ABORT-ON-IO-ERROR
    end-if.
    call "BUSDATE" using WS-RUN-DATE, WS-BUSDATE-DAY-STATUS,
        WS-BUSDATE-RESULT.
    accept WS-RUN-TIME from time.
    move spaces to WS-SUMMARY-LINE.
    string "DAILY OPERATIONS SUMMARY"
        "  ERRORED: " WS-COMPARISON-ERROR-COUNT
        delimited by size into WS-SUMMARY-LINE.
    write WS-SUMMARY-LINE.
    move spaces to WS-SUMMARY-LINE.
    write WS-SUMMARY-LINE.
    move spaces to WS-SUMMARY-LINE.
    string "BY SUBMITTING SITE ON " WS-TODAY-DATE
        " - VERIFICATIONS ON DAILYTXN: " WS-VERIFIED-COUNT
        delimited by size into WS-SUMMARY-LINE.
    write WS-SUMMARY-LINE.
    if WS-OPS-SITE-COUNT = 0
        move "  NO INTAKES OR VERIFICATIONS DATED THE BUSINESS DATE"
            to WS-SUMMARY-LINE
        write WS-SUMMARY-LINE
    else
        perform 0420-WRITE-ONE-SITE-LINE
            varying WS-OPS-IDX from 1 by 1
            until WS-OPS-IDX > WS-OPS-SITE-COUNT
    end-if.
    close DAILY-SUMMARY-FILE.

0410-WRITE-ONE-BRACKET-LINE.
        delimited by size into WS-SUMMARY-LINE.
    write WS-SUMMARY-LINE.

0420-WRITE-ONE-SITE-LINE.
    move WS-OS-CODE(WS-OPS-IDX) to WS-FIND-SITE-CODE.
    perform 0430-NAME-SITE.
    move spaces to WS-SUMMARY-LINE.
    string "  SITE " WS-OS-CODE(WS-OPS-IDX)
        " " WS-SITE-NAME-TEXT
        " INTAKE " WS-OS-INTAKE(WS-OPS-IDX)
        "  VERIFIED " WS-OS-VERIFIED(WS-OPS-IDX)
        delimited by size into WS-SUMMARY-LINE.
    write WS-SUMMARY-LINE.

0430-NAME-SITE.
    move spaces to WS-SITE-NAME-TEXT.
    if WS-FIND-SITE-CODE = spaces
        move "NO SITE (EARLIER RECORDS)" to WS-SITE-NAME-TEXT
    else
        if WS-FIND-SITE-CODE = "OTHER " and WS-OPS-IDX = WS-MAX-OPS-SITES
            move "ALL OTHER SITES" to WS-SITE-NAME-TEXT
        else
            set WS-ST-IDX to 1
            search WS-SITE-ENTRY
                at end
                    move "UNKNOWN SITE" to WS-SITE-NAME-TEXT
                when WS-ST-CODE(WS-ST-IDX) = WS-FIND-SITE-CODE
                    move WS-ST-NAME(WS-ST-IDX) to WS-SITE-NAME-TEXT
                    if WS-ST-ACTIVE(WS-ST-IDX) not = "Y"
                        move "(INACTIVE)" to WS-SITE-NAME-TEXT(21:10)
                    end-if
            end-search
        end-if
    end-if.

0500-UPSERT-HISTORY.
    perform 0510-LOAD-HISTORY.
    perform 0520-BUILD-TODAY-RECORD.
    perform 0530-PLACE-TODAY-RECORD.
    perform 0521-BUILD-ONE-BRACKET
        varying WS-AB-IDX from 1 by 1
        until WS-AB-IDX > WS-AGE-BRACKET-COUNT.
    move WS-OPS-SITE-COUNT to OPS-HIST-SITE-COUNT.
    perform 0522-BUILD-ONE-SITE
        varying WS-OPS-IDX from 1 by 1
        until WS-OPS-IDX > WS-OPS-SITE-COUNT.

0521-BUILD-ONE-BRACKET.
    move WS-AB-LABEL(WS-AB-IDX)
    move WS-AB-COUNT(WS-AB-IDX)
        to OPS-HIST-BRACKET-TALLY(WS-AB-IDX).

0522-BUILD-ONE-SITE.
    move WS-OS-CODE(WS-OPS-IDX) to OPS-HIST-SITE-CODE(WS-OPS-IDX).
    move WS-OS-INTAKE(WS-OPS-IDX) to OPS-HIST-SITE-INTAKE(WS-OPS-IDX).
    move WS-OS-VERIFIED(WS-OPS-IDX)
        to OPS-HIST-SITE-VERIFIED(WS-OPS-IDX).

0530-PLACE-TODAY-RECORD.
    move "N" to WS-HISTORY-FOUND-FLAG.
    perform 0531-CHECK-ONE-HISTORY-DAY
