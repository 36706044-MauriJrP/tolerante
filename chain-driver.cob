*> Steps are run through the system command processor; the raw
*> result is divided down to the conventional 0-255 return code
*> when the processor reports it shifted.
*> When the window has run to the end without a halt, the driver
*> rolls the business date: the BUSDATE control record advances to
*> the next calendar day and opens it, logged to BUSDATELOG. The roll
*> is refused - reported on CHAINRPT and ended RETURN-CODE 8, with the
*> checkpoint kept so the next run of the driver only retries the
*> roll - while balance-check.cob has not passed for the current
*> business date, or when there is no control record at all.

environment division.
input-output section.
        file status is WS-CHECKPOINT-STATUS.
    select CHAIN-REPORT-FILE assign to "CHAINRPT"
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
fd  CHAIN-REPORT-FILE.
01  WS-REPORT-LINE            pic x(120).

fd  BUSINESS-DATE-FILE.
    copy "business-date-rec.cpy".

fd  BUSINESS-DATE-LOG.
01  BUSINESS-DATE-LOG-RECORD   pic x(75).

fd  RUN-LOG-FILE.
    copy "run-log-rec.cpy".

01 WS-RUN-STATUS              pic x(10) value "SUCCESS".
01 WS-TABLE-STATUS            pic x(02) value spaces.
01 WS-CHECKPOINT-STATUS       pic x(02) value spaces.
01 WS-BUSDATE-FILE-STATUS     pic x(02) value spaces.
01 WS-BUSDATE-LOG-STATUS      pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".
01 WS-HALTED-FLAG             pic x(01) value "N".
01 WS-SKIP-COUNT              pic 9(02) value 0.
01 WS-FAIL-COUNT              pic 9(02) value 0.

01 WS-LOCK-ACTION             pic x(01) value space.
01 WS-LOCK-NAME               pic x(12) value spaces.
01 WS-LOCK-RESULT             pic x(02) value spaces.
01 WS-BUSDATE-FOUND           pic x(01) value "N".
01 WS-OLD-BUS-DATE            pic 9(08) value 0.

procedure division.

0000-MAIN.
            until WS-ENTRY-NUMBER > WS-STEP-COUNT
               or WS-HALTED
    end-if.
    if WS-STEP-COUNT > 0 and not WS-HALTED
        perform 0700-ROLL-BUSINESS-DATE
    end-if.
    perform 0900-TERMINATE.
    perform 0920-LOG-RUN-END.
    stop run.
    write CHECKPOINT-RECORD.
    close CHECKPOINT-FILE.

0700-ROLL-BUSINESS-DATE.
    move "L" to WS-LOCK-ACTION.
    move "BUSDATE" to WS-LOCK-NAME.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.
    if WS-LOCK-RESULT not = "00"
        move "DATE ROLL REFUSED - BUSINESS DATE RECORD IS LOCKED"
            to WS-REPORT-LINE
        write WS-REPORT-LINE
        move "FAILED" to WS-RUN-STATUS
    else
        perform 0710-ROLL-BUSINESS-DATE-LOCKED
        move "U" to WS-LOCK-ACTION
        call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
            WS-LOCK-RESULT
    end-if.

0710-ROLL-BUSINESS-DATE-LOCKED.
    move "N" to WS-BUSDATE-FOUND.
    open input BUSINESS-DATE-FILE.
    if WS-BUSDATE-FILE-STATUS = "00"
        read BUSINESS-DATE-FILE
            at end continue
            not at end move "Y" to WS-BUSDATE-FOUND
        end-read
        close BUSINESS-DATE-FILE
    end-if.
    move spaces to WS-REPORT-LINE.
    evaluate true
        when WS-BUSDATE-FOUND = "N"
            move "DATE ROLL REFUSED - NO BUSINESS DATE RECORD ON FILE"
                to WS-REPORT-LINE
            move "FAILED" to WS-RUN-STATUS
        when BUS-BALANCED-DATE not = BUS-DATE
            string "DATE ROLL REFUSED - BALANCE-CHECK HAS NOT PASSED"
                " FOR BUSINESS DATE " BUS-DATE
                delimited by size into WS-REPORT-LINE
            move "FAILED" to WS-RUN-STATUS
        when other
            move BUS-DATE to WS-OLD-BUS-DATE
            compute BUS-DATE = function date-of-integer
                (function integer-of-date(BUS-DATE) + 1)
            set BUS-DAY-OPEN to true
            move "ROLL" to BUS-LAST-ACTION
            move function current-date to BUS-CHANGED-TS
            move "BATCH" to BUS-CHANGED-BY
            perform 0720-WRITE-BUSINESS-DATE
            string "BUSINESS DATE ROLLED FROM " WS-OLD-BUS-DATE
                " TO " BUS-DATE
                delimited by size into WS-REPORT-LINE
    end-evaluate.
    write WS-REPORT-LINE.
    display function trim(WS-REPORT-LINE).

0720-WRITE-BUSINESS-DATE.
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

0900-TERMINATE.
    if not WS-HALTED and WS-RUN-STATUS = "SUCCESS"
        move 0 to WS-LAST-COMPLETED
