       >>SOURCE FORMAT FREE
identification division.
program-id. watch-alert-report.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> Nightly report of the strand watch-list alerts. Every strand saved
*> to HAMSTRANDS is checked against the WATCHLIST entries by the
*> WATCHCHK subprogram and each hit is appended to WATCHALERTS
*> (WATCH-ALERT-REC); an alert stays open until its owner closes it
*> in watch-ack.cob, which appends the acknowledgement to WATCHACKS
*> (WATCH-ACK-REC). This run matches the two files on the strand ID
*> and watch ID and writes the WATCHRPT report for the business date
*> (BUSDATE subprogram):
*>   - every alert still open, oldest first as they sit on the file,
*>     with its age in days and NEW against those raised on the
*>     business date
*>   - every alert closed on the business date, with who closed it
*>   - totals: alerts on file, open, raised today, closed today
*> The watch entry's reason is taken from WATCHLIST when the entry is
*> still on the list. The run ends RETURN-CODE 4 when alerts were
*> raised on the business date so the morning shift sees them, and 0
*> otherwise. It runs in the nightly window as a JOBTABLE step.
*> Acknowledgements beyond WS-MAX-ACKS are not held; that is called
*> out on the report, and the alerts they would have closed show as
*> open. Every OPEN is checked: an unexpected status is reported, a
*> FAILED end is posted to the run log and the run stops with
*> RETURN-CODE 8. Start and end are posted to the shared batch run
*> log (HAMRUNLOG).

environment division.
input-output section.
file-control.
    select WATCH-ALERT-FILE assign to "WATCHALERTS"
        organization is line sequential
        file status is WS-ALERT-STATUS.
    select WATCH-ACK-FILE assign to "WATCHACKS"
        organization is line sequential
        file status is WS-ACK-STATUS.
    select WATCH-LIST-FILE assign to "WATCHLIST"
        organization is line sequential
        file status is WS-WATCH-STATUS.
    select WATCH-REPORT-FILE assign to "WATCHRPT"
        organization is line sequential
        file status is WS-REPORT-STATUS.
    select RUN-LOG-FILE assign to "HAMRUNLOG"
        organization is line sequential
        file status is WS-RUNLOG-STATUS.

data division.
file section.
fd  WATCH-ALERT-FILE.
    copy "watch-alert-rec.cpy".

fd  WATCH-ACK-FILE.
    copy "watch-ack-rec.cpy".

fd  WATCH-LIST-FILE.
    copy "watch-list-rec.cpy".

fd  WATCH-REPORT-FILE.
01  WS-REPORT-LINE           pic x(132).

fd  RUN-LOG-FILE.
    copy "run-log-rec.cpy".

working-storage section.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".

01 WS-ALERT-STATUS            pic x(02) value spaces.
01 WS-ACK-STATUS              pic x(02) value spaces.
01 WS-WATCH-STATUS            pic x(02) value spaces.
01 WS-REPORT-STATUS           pic x(02) value spaces.
01 WS-ABEND-FILE              pic x(12) value spaces.
01 WS-ABEND-STATUS            pic x(02) value spaces.
01 WS-RUNLOG-STATUS           pic x(02) value spaces.
01 WS-RUN-STATUS              pic x(10) value "SUCCESS".

01 WS-BUSDATE-DATE            pic 9(08) value 0.
01 WS-BUSDATE-DAY-STATUS      pic x(01) value space.
01 WS-BUSDATE-RESULT          pic x(02) value spaces.

copy "watch-table.cpy".

01 WS-MAX-ACKS                pic 9(05) value 5000.
01 WS-ACK-COUNT               pic 9(05) value 0.
01 WS-ACKS-SKIPPED            pic 9(05) value 0.
01 WS-ACK-TABLE.
   05 WS-ACK-ENTRY occurs 1 to 5000 times
         depending on WS-ACK-COUNT
         indexed by WS-AK-IDX.
      10 WS-AK-STRAND-ID      pic 9(06).
      10 WS-AK-WATCH-ID       pic x(08).
      10 WS-AK-CLOSED-BY      pic x(08).
      10 WS-AK-TIMESTAMP      pic x(21).

01 WS-ACK-FOUND-FLAG          pic x(01) value "N".
   88 WS-ACK-FOUND            value "Y".
01 WS-WATCH-FOUND-FLAG        pic x(01) value "N".
   88 WS-WATCH-FOUND          value "Y".
01 WS-ALERT-REASON            pic x(30) value spaces.
01 WS-ALERT-DATE              pic 9(08) value 0.
01 WS-AGE-DAYS                pic 9(05) value 0.
01 WS-NEW-FLAG                pic x(03) value spaces.
01 WS-ORIENTATION-TEXT        pic x(07) value spaces.

01 WS-ALERT-COUNT             pic 9(06) value 0.
01 WS-OPEN-COUNT              pic 9(06) value 0.
01 WS-NEW-COUNT               pic 9(06) value 0.
01 WS-CLOSED-COUNT            pic 9(06) value 0.
01 WS-CLOSED-TODAY-COUNT      pic 9(06) value 0.

procedure division.

0000-MAIN.
    perform 0030-LOG-RUN-START.
    call "BUSDATE" using WS-BUSDATE-DATE, WS-BUSDATE-DAY-STATUS,
        WS-BUSDATE-RESULT.
    perform 0100-LOAD-WATCH-LIST.
    perform 0200-LOAD-ACKNOWLEDGEMENTS.
    perform 0300-OPEN-REPORT.
    perform 0400-REPORT-OPEN-ALERTS.
    perform 0500-REPORT-CLOSED-TODAY.
    perform 0600-WRITE-TOTALS.
    close WATCH-REPORT-FILE.
    perform 0910-LOG-RUN-END.
    display "Alertas abiertas: " WS-OPEN-COUNT
        "  generadas hoy: " WS-NEW-COUNT
        "  cerradas hoy: " WS-CLOSED-TODAY-COUNT.
    if WS-NEW-COUNT > 0
        move 4 to return-code
    end-if.
    stop run.

0030-LOG-RUN-START.
    move "watch-alert-report" to RUN-LOG-PROGRAM.
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
    move "watch-alert-report" to RUN-LOG-PROGRAM.
    move "E" to RUN-LOG-EVENT.
    move function current-date to RUN-LOG-TIMESTAMP.
    move WS-ALERT-COUNT to RUN-LOG-RECORDS.
    move WS-RUN-STATUS to RUN-LOG-STATUS.
    perform 0040-WRITE-RUN-LOG.

0090-ABORT-ON-IO-ERROR.
    display "ERROR DE E/S - ARCHIVO " WS-ABEND-FILE
        " ESTADO " WS-ABEND-STATUS.
    move "FAILED" to WS-RUN-STATUS.
    perform 0910-LOG-RUN-END.
    move 8 to return-code.
    stop run.

0100-LOAD-WATCH-LIST.
    move 0 to WS-WATCH-COUNT.
    move "N" to WS-EOF-FLAG.
    open input WATCH-LIST-FILE.
    if WS-WATCH-STATUS = "35"
        continue
    else
        if WS-WATCH-STATUS not = "00"
            move "WATCHLIST" to WS-ABEND-FILE
            move WS-WATCH-STATUS to WS-ABEND-STATUS
            perform 0090-ABORT-ON-IO-ERROR
        end-if
        read WATCH-LIST-FILE
            at end set WS-EOF to true
        end-read
        perform 0110-LOAD-ONE-WATCH until WS-EOF
        close WATCH-LIST-FILE
    end-if.

0110-LOAD-ONE-WATCH.
    if WS-WATCH-COUNT < WS-MAX-WATCH
        add 1 to WS-WATCH-COUNT
        set WS-WL-IDX to WS-WATCH-COUNT
        move WATCH-LIST-RECORD to WS-WATCH-ENTRY(WS-WL-IDX)
    end-if.
    read WATCH-LIST-FILE
        at end set WS-EOF to true
    end-read.

0200-LOAD-ACKNOWLEDGEMENTS.
    move 0 to WS-ACK-COUNT.
    move "N" to WS-EOF-FLAG.
    open input WATCH-ACK-FILE.
    if WS-ACK-STATUS = "35"
        continue
    else
        if WS-ACK-STATUS not = "00"
            move "WATCHACKS" to WS-ABEND-FILE
            move WS-ACK-STATUS to WS-ABEND-STATUS
            perform 0090-ABORT-ON-IO-ERROR
        end-if
        read WATCH-ACK-FILE
            at end set WS-EOF to true
        end-read
        perform 0210-LOAD-ONE-ACK until WS-EOF
        close WATCH-ACK-FILE
    end-if.

0210-LOAD-ONE-ACK.
    if WS-ACK-COUNT < WS-MAX-ACKS
        add 1 to WS-ACK-COUNT
        set WS-AK-IDX to WS-ACK-COUNT
        move WACK-STRAND-ID to WS-AK-STRAND-ID(WS-AK-IDX)
        move WACK-WATCH-ID to WS-AK-WATCH-ID(WS-AK-IDX)
        move WACK-CLOSED-BY to WS-AK-CLOSED-BY(WS-AK-IDX)
        move WACK-TIMESTAMP to WS-AK-TIMESTAMP(WS-AK-IDX)
    else
        add 1 to WS-ACKS-SKIPPED
    end-if.
    read WATCH-ACK-FILE
        at end set WS-EOF to true
    end-read.

0300-OPEN-REPORT.
    open output WATCH-REPORT-FILE.
    if WS-REPORT-STATUS not = "00"
        move "WATCHRPT" to WS-ABEND-FILE
        move WS-REPORT-STATUS to WS-ABEND-STATUS
        perform 0090-ABORT-ON-IO-ERROR
    end-if.
    move spaces to WS-REPORT-LINE.
    string "STRAND WATCH-LIST ALERT REPORT   BUSINESS DATE "
        WS-BUSDATE-DATE
        "   WATCH ENTRIES " WS-WATCH-COUNT
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    write WS-REPORT-LINE.

*> First pass over WATCHALERTS: the open alerts, in file order.
0400-REPORT-OPEN-ALERTS.
    move "OPEN ALERTS" to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "STRAND SAMPLE WATCH    REASON                         "
        "OWNER    DIST ORIENT  RAISED   AGE   SOURCE"
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move "N" to WS-EOF-FLAG.
    open input WATCH-ALERT-FILE.
    if WS-ALERT-STATUS = "35"
        move "  NO ALERTS ON FILE" to WS-REPORT-LINE
        write WS-REPORT-LINE
    else
        if WS-ALERT-STATUS not = "00"
            move "WATCHALERTS" to WS-ABEND-FILE
            move WS-ALERT-STATUS to WS-ABEND-STATUS
            perform 0090-ABORT-ON-IO-ERROR
        end-if
        read WATCH-ALERT-FILE
            at end set WS-EOF to true
        end-read
        perform 0410-TAKE-ONE-ALERT until WS-EOF
        close WATCH-ALERT-FILE
    end-if.

0410-TAKE-ONE-ALERT.
    add 1 to WS-ALERT-COUNT.
    move 0 to WS-ALERT-DATE.
    if WALERT-TIMESTAMP(1:8) is numeric
        move WALERT-TIMESTAMP(1:8) to WS-ALERT-DATE
    end-if.
    if WS-ALERT-DATE = WS-BUSDATE-DATE
        add 1 to WS-NEW-COUNT
    end-if.
    perform 0700-FIND-ACK.
    if WS-ACK-FOUND
        add 1 to WS-CLOSED-COUNT
        if WS-AK-TIMESTAMP(WS-AK-IDX)(1:8) = WS-BUSDATE-DATE
            add 1 to WS-CLOSED-TODAY-COUNT
        end-if
    else
        add 1 to WS-OPEN-COUNT
        perform 0420-WRITE-OPEN-ALERT
    end-if.
    read WATCH-ALERT-FILE
        at end set WS-EOF to true
    end-read.

0420-WRITE-OPEN-ALERT.
    perform 0710-FIND-REASON.
    perform 0720-FORMAT-ORIENTATION.
    move 0 to WS-AGE-DAYS.
    move spaces to WS-NEW-FLAG.
    if WS-ALERT-DATE = WS-BUSDATE-DATE
        move "NEW" to WS-NEW-FLAG
    end-if.
    if WS-ALERT-DATE < WS-BUSDATE-DATE
       and WS-ALERT-DATE > 16010101
        compute WS-AGE-DAYS =
            function integer-of-date(WS-BUSDATE-DATE)
            - function integer-of-date(WS-ALERT-DATE)
    end-if.
    move spaces to WS-REPORT-LINE.
    string WALERT-STRAND-ID " " WALERT-SAMPLE-ID " "
        WALERT-WATCH-ID " " WS-ALERT-REASON " "
        WALERT-OWNER " " WALERT-DISTANCE " " WS-ORIENTATION-TEXT " "
        WALERT-TIMESTAMP(1:8) " " WS-AGE-DAYS " " WALERT-SOURCE(1:14)
        " " WS-NEW-FLAG
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.

*> Second pass: the alerts closed on the business date.
0500-REPORT-CLOSED-TODAY.
    move spaces to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "ALERTS CLOSED ON " WS-BUSDATE-DATE
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "STRAND SAMPLE WATCH    OWNER    DIST ORIENT  RAISED   "
        "CLOSED BY"
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    if WS-CLOSED-TODAY-COUNT = 0
        move "  NONE" to WS-REPORT-LINE
        write WS-REPORT-LINE
    else
        move "N" to WS-EOF-FLAG
        open input WATCH-ALERT-FILE
        if WS-ALERT-STATUS not = "00"
            move "WATCHALERTS" to WS-ABEND-FILE
            move WS-ALERT-STATUS to WS-ABEND-STATUS
            perform 0090-ABORT-ON-IO-ERROR
        end-if
        read WATCH-ALERT-FILE
            at end set WS-EOF to true
        end-read
        perform 0510-CHECK-ONE-CLOSED until WS-EOF
        close WATCH-ALERT-FILE
    end-if.

0510-CHECK-ONE-CLOSED.
    perform 0700-FIND-ACK.
    if WS-ACK-FOUND
        if WS-AK-TIMESTAMP(WS-AK-IDX)(1:8) = WS-BUSDATE-DATE
            perform 0720-FORMAT-ORIENTATION
            move spaces to WS-REPORT-LINE
            string WALERT-STRAND-ID " " WALERT-SAMPLE-ID " "
                WALERT-WATCH-ID " " WALERT-OWNER " "
                WALERT-DISTANCE " " WS-ORIENTATION-TEXT " "
                WALERT-TIMESTAMP(1:8) " "
                WS-AK-CLOSED-BY(WS-AK-IDX)
                delimited by size into WS-REPORT-LINE
            write WS-REPORT-LINE
        end-if
    end-if.
    read WATCH-ALERT-FILE
        at end set WS-EOF to true
    end-read.

0600-WRITE-TOTALS.
    move spaces to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "ALERTS ON FILE: " WS-ALERT-COUNT
        "  OPEN: " WS-OPEN-COUNT
        "  RAISED TODAY: " WS-NEW-COUNT
        "  CLOSED: " WS-CLOSED-COUNT
        "  CLOSED TODAY: " WS-CLOSED-TODAY-COUNT
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    if WS-ACKS-SKIPPED > 0
        move spaces to WS-REPORT-LINE
        string "ACKNOWLEDGEMENTS NOT HELD (OVER " WS-MAX-ACKS
            " LIMIT): " WS-ACKS-SKIPPED
            " - THEIR ALERTS ARE SHOWN AS OPEN"
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.

0700-FIND-ACK.
    move "N" to WS-ACK-FOUND-FLAG.
    if WS-ACK-COUNT > 0
        set WS-AK-IDX to 1
        search WS-ACK-ENTRY
            at end
                continue
            when WS-AK-STRAND-ID(WS-AK-IDX) = WALERT-STRAND-ID
             and WS-AK-WATCH-ID(WS-AK-IDX) = WALERT-WATCH-ID
                set WS-ACK-FOUND to true
        end-search
    end-if.

0710-FIND-REASON.
    move "(NO LONGER ON THE WATCH LIST)" to WS-ALERT-REASON.
    move "N" to WS-WATCH-FOUND-FLAG.
    if WS-WATCH-COUNT > 0
        set WS-WL-IDX to 1
        search WS-WATCH-ENTRY
            at end
                continue
            when WS-WL-ID(WS-WL-IDX) = WALERT-WATCH-ID
                set WS-WATCH-FOUND to true
                move WS-WL-REASON(WS-WL-IDX) to WS-ALERT-REASON
        end-search
    end-if.

0720-FORMAT-ORIENTATION.
    if WALERT-REVERSE
        move "REVERSE" to WS-ORIENTATION-TEXT
    else
        move "FORWARD" to WS-ORIENTATION-TEXT
    end-if.

end program watch-alert-report.
