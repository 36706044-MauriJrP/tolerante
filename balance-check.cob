*> sails straight into daily-ops-report. A data file with no postings
*> at all is baselined: the actual count is posted to RUNTOTALS under
*> this program's name so the discipline starts clean on existing
*> data. A run that balances stamps the BUSDATE business-date control
*> record as balanced for its processing day (creating the record on
*> the first run, for today's date) and logs the change to BUSDATELOG -
*> the chain-driver.cob date roll will not advance past a day that
*> was never stamped.

environment division.
input-output section.
        file status is WS-MASTER-STATUS.
    select BALANCE-REPORT-FILE assign to "BALANCERPT"
        organization is line sequential.
    select BUSINESS-DATE-FILE assign to "BUSDATE"
        organization is line sequential
        file status is WS-BUSDATE-FILE-STATUS.
    select BUSINESS-DATE-LOG assign to "BUSDATELOG"
        organization is line sequential
        file status is WS-BUSDATE-LOG-STATUS.
    select RUN-LOG-FILE assign to "HAMRUNLOG"
        organization is line sequential
        file status is WS-RUNLOG-STATUS.
fd  BALANCE-REPORT-FILE.
01  WS-REPORT-LINE            pic x(160).

fd  BUSINESS-DATE-FILE.
    copy "business-date-rec.cpy".

fd  BUSINESS-DATE-LOG.
01  BUSINESS-DATE-LOG-RECORD   pic x(75).

fd  RUN-LOG-FILE.
    copy "run-log-rec.cpy".

01 WS-TXN-STATUS              pic x(02) value spaces.
01 WS-AUDIT-STATUS            pic x(02) value spaces.
01 WS-MASTER-STATUS           pic x(02) value spaces.
01 WS-BUSDATE-FILE-STATUS     pic x(02) value spaces.
01 WS-BUSDATE-LOG-STATUS      pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".

01 WS-LOCK-NAME               pic x(12) value spaces.
01 WS-LOCK-RESULT             pic x(02) value spaces.

01 WS-BUSDATE-DATE            pic 9(08) value 0.
01 WS-BUSDATE-DAY-STATUS      pic x(01) value space.
01 WS-BUSDATE-RESULT          pic x(02) value spaces.

procedure division.

0000-MAIN.
    perform 0200-SUM-POSTED-TOTALS.
    perform 0300-COUNT-ACTUAL-RECORDS.
    perform 0400-COMPARE-AND-REPORT.
    if WS-MISMATCH-COUNT = 0
        perform 0500-STAMP-BALANCED-DAY
    end-if.
    perform 0920-LOG-RUN-END.
    stop run.


0400-COMPARE-AND-REPORT.
    open output BALANCE-REPORT-FILE.
    call "BUSDATE" using WS-BUSDATE-DATE, WS-BUSDATE-DAY-STATUS,
        WS-BUSDATE-RESULT.
    move spaces to WS-REPORT-LINE.
    string "END-OF-DAY BALANCE CHECK - BUSINESS DATE "
        WS-BUSDATE-DATE
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    perform 0410-COMPARE-ONE-FILE
        varying WS-ENTRY-NUMBER from 1 by 1
    write CONTROL-TOTAL-RECORD.
    close CONTROL-TOTAL-FILE.

0500-STAMP-BALANCED-DAY.
    move "L" to WS-LOCK-ACTION.
    move "BUSDATE" to WS-LOCK-NAME.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.
    if WS-LOCK-RESULT not = "00"
        display "La fecha de negocio esta en mantenimiento -"
            " el dia no quedo marcado como balanceado."
        move 4 to return-code
    else
        perform 0510-STAMP-BALANCED-LOCKED
        move "U" to WS-LOCK-ACTION
        call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
            WS-LOCK-RESULT
    end-if.

0510-STAMP-BALANCED-LOCKED.
    move "CREATE" to BUS-LAST-ACTION.
    open input BUSINESS-DATE-FILE.
    if WS-BUSDATE-FILE-STATUS = "00"
        read BUSINESS-DATE-FILE
            at end continue
            not at end move "BALANCED" to BUS-LAST-ACTION
        end-read
        close BUSINESS-DATE-FILE
    end-if.
    if BUS-LAST-ACTION = "CREATE"
        accept BUS-DATE from date yyyymmdd
        set BUS-DAY-OPEN to true
    end-if.
    move BUS-DATE to BUS-BALANCED-DATE.
    move function current-date to BUS-BALANCED-TS.
    move BUS-BALANCED-TS to BUS-CHANGED-TS.
    move "BATCH" to BUS-CHANGED-BY.
    open output BUSINESS-DATE-FILE.
    write BUSINESS-DATE-RECORD.
    close BUSINESS-DATE-FILE.
    move BUSINESS-DATE-RECORD to BUSINESS-DATE-LOG-RECORD.
    open extend BUSINESS-DATE-LOG.
    if WS-BUSDATE-LOG-STATUS = "35"
        open output BUSINESS-DATE-LOG
    end-if.
    write BUSINESS-DATE-LOG-RECORD.
    close BUSINESS-DATE-LOG.
    display "Dia de negocio " BUS-DATE " marcado como balanceado.".

0030-LOG-RUN-START.
    move "balance-check" to RUN-LOG-PROGRAM.
