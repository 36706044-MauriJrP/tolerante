*> cycle. A missing FEEDCAL also fails the run - the calendar is the
*> contract. Start and end are posted to the shared batch run log
*> (HAMRUNLOG).
*> The pre-flight also walks every FILELOCK advisory lock named in
*> LOCK-NAMES.CPY (through the LOCKINFO subprogram, as
*> lock-monitor.cob does): a lock held longer than the
*> LOCK-MAX-MINUTES run parameter (HAMPARAMS, default 120) is
*> reported STALE with its holder and age and fails the run, since
*> every writer in the window would skip its posting behind it; a
*> lock held for less than that is listed as a warning only. A stale
*> lock is cleared through lock-monitor.cob, never by hand.
*> The run date comes from the BUSDATE business-date control record
*> (through the BUSDATE subprogram) rather than the machine clock, so a
*> rerun after midnight still reports on the right processing day.

environment division.
input-output section.
    select FEED-STATE-FILE assign to "FEEDSTATE"
        organization is line sequential
        file status is WS-STATE-STATUS.
    select RUN-PARAM-FILE assign to "HAMPARAMS"
        organization is line sequential
        file status is WS-PARAM-STATUS.
    select FEED-REPORT-FILE assign to "FEEDCHKRPT"
        organization is line sequential.
    select RUN-LOG-FILE assign to "HAMRUNLOG"
    05  STATE-RECORD-COUNT    pic 9(09).
    05  STATE-FIRST-RECORD    pic x(60).

fd  RUN-PARAM-FILE.
    copy "run-param-rec.cpy".

fd  FEED-REPORT-FILE.
01  WS-REPORT-LINE            pic x(160).

working-storage section.
01 WS-RUNLOG-STATUS           pic x(02) value spaces.
01 WS-RUN-STATUS              pic x(10) value "SUCCESS".
01 WS-BUSDATE-DAY-STATUS      pic x(01) value space.
01 WS-BUSDATE-RESULT          pic x(02) value spaces.
01 WS-CAL-STATUS              pic x(02) value spaces.
01 WS-FEED-STATUS             pic x(02) value spaces.
01 WS-STATE-STATUS            pic x(02) value spaces.
01 WS-FAILED-COUNT            pic 9(02) value 0.
01 WS-ENTRY-NUMBER            pic 9(02) value 0.

01 WS-PARAM-STATUS            pic x(02) value spaces.
01 WS-PARAM-EOF-FLAG          pic x(01) value "N".
   88 WS-PARAM-EOF            value "Y".
01 WS-LOCK-MAX-MINUTES        pic 9(07) value 120.
copy "lock-names.cpy".
01 WS-LOCK-NAME               pic x(12) value spaces.
01 WS-INFO-STATE              pic x(06) value spaces.
01 WS-INFO-HOLDER             pic x(08) value spaces.
01 WS-INFO-SINCE              pic x(21) value spaces.
01 WS-INFO-AGE-MINUTES        pic 9(07) value 0.
01 WS-LOCKS-HELD-COUNT        pic 9(02) value 0.
01 WS-LOCKS-STALE-COUNT       pic 9(02) value 0.

procedure division.

0000-MAIN.
    if WS-CAL-STATUS not = "35"
        perform 0700-SAVE-NEW-STATE
    end-if.
    perform 0050-LOAD-RUN-PARAMS.
    perform 0800-CHECK-LOCKS.
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
    if RUN-PARAM-NAME = "LOCK-MAX-MINUTES"
       and RUN-PARAM-VALUE is numeric
       and RUN-PARAM-VALUE > 0
        move RUN-PARAM-VALUE to WS-LOCK-MAX-MINUTES
    end-if.
    read RUN-PARAM-FILE
        at end set WS-PARAM-EOF to true
    end-read.

0100-INITIALIZE.
    call "BUSDATE" using WS-TODAY-DATE, WS-BUSDATE-DAY-STATUS,
        WS-BUSDATE-RESULT.
    compute WS-TODAY-DAYS = function integer-of-date(WS-TODAY-DATE).
    compute WS-DAY-OF-WEEK =
        function mod(WS-TODAY-DAYS - 1, 7) + 1.
    move WS-NS-FIRST(WS-NS-IDX) to STATE-FIRST-RECORD.
    write FEED-STATE-RECORD.

0800-CHECK-LOCKS.
    perform 0810-CHECK-ONE-LOCK
        varying WS-ENTRY-NUMBER from 1 by 1
        until WS-ENTRY-NUMBER > WS-KNOWN-LOCK-COUNT.
    move spaces to WS-REPORT-LINE.
    string "LOCKS CHECKED: " WS-KNOWN-LOCK-COUNT
        "  HELD: " WS-LOCKS-HELD-COUNT
        "  STALE: " WS-LOCKS-STALE-COUNT
        "  (STALE AFTER " WS-LOCK-MAX-MINUTES " MINUTES)"
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.

0810-CHECK-ONE-LOCK.
    move WS-KNOWN-LOCK-NAME(WS-ENTRY-NUMBER) to WS-LOCK-NAME.
    call "LOCKINFO" using WS-LOCK-NAME, WS-INFO-STATE,
        WS-INFO-HOLDER, WS-INFO-SINCE, WS-INFO-AGE-MINUTES.
    if WS-INFO-HOLDER = spaces
        move "UNKNOWN" to WS-INFO-HOLDER
    end-if.
    if WS-INFO-STATE = "LOCKED"
        add 1 to WS-LOCKS-HELD-COUNT
        move spaces to WS-REPORT-LINE
        if WS-INFO-AGE-MINUTES > WS-LOCK-MAX-MINUTES
            add 1 to WS-LOCKS-STALE-COUNT
            move "FAILED" to WS-RUN-STATUS
            string "STALE LOCK: " WS-LOCK-NAME
                " HELD BY " WS-INFO-HOLDER
                " SINCE " WS-INFO-SINCE(1:8)
                " " WS-INFO-SINCE(9:2) ":" WS-INFO-SINCE(11:2)
                " (" WS-INFO-AGE-MINUTES " MINUTES)"
                delimited by size into WS-REPORT-LINE
        else
            string "LOCK HELD (WARNING): " WS-LOCK-NAME
                " HELD BY " WS-INFO-HOLDER
                " SINCE " WS-INFO-SINCE(1:8)
                " " WS-INFO-SINCE(9:2) ":" WS-INFO-SINCE(11:2)
                " (" WS-INFO-AGE-MINUTES " MINUTES)"
                delimited by size into WS-REPORT-LINE
        end-if
        write WS-REPORT-LINE
    end-if.

0900-TERMINATE.
    move spaces to WS-REPORT-LINE.
    string "FEEDS DUE: " WS-DUE-COUNT
    close FEED-REPORT-FILE.
    display "Insumos listos: " WS-READY-COUNT
        " de " WS-DUE-COUNT.
    if WS-LOCKS-STALE-COUNT > 0
        display "Candados vencidos: " WS-LOCKS-STALE-COUNT
            " - liberelos con lock-monitor."
    end-if.
    if WS-RUN-STATUS = "FAILED"
        display "La ventana nocturna NO debe abrirse."
        move 8 to return-code
