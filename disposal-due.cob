       >>SOURCE FORMAT FREE
identification division.
program-id. disposal-due.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> Specimen disposal-due list. Reads every specimen on the STORAGEINV
*> inventory (kept by storage-entry.cob) that has not been destroyed
*> and lists to DISPOSALDUE those whose intake date on SAMPLEINTAKE
*> is more than the RETENTION-DAYS run parameter (HAMPARAMS, default
*> 3650 days) before the run date, with where the specimen is and
*> whether it is in its position or out for a retest. A specimen
*> whose DAILYTXN result is not released (pending review, sent for
*> retest or rejected) is still listed but marked RESULT NOT
*> RELEASED - HOLD, since storage-entry will refuse to destroy it.
*> A specimen whose intake record is missing, or carries no usable
*> date, is listed as INTAKE NOT ON FILE and the run ends with
*> RETURN-CODE 4. Under the same page heading as the other binder
*> reports, with the counts at the end. Start and end go to the
*> shared batch run log (HAMRUNLOG).
*> The run date comes from the BUSDATE business-date control record
*> (through the BUSDATE subprogram) rather than the machine clock, so a
*> rerun after midnight still reports on the right processing day.
*> A specimen whose subject refused specimen retention at intake, or
*> has since withdrawn it (intake-consent-retention "N" or "W"), is
*> due now whatever its age, marked NO RETENTION CONSENT and counted
*> at the end. A blank on intakes keyed before consents were captured
*> is not a refusal, so those specimens keep the RETENTION-DAYS rule.

environment division.
input-output section.
file-control.
    select STORAGE-INV-FILE assign to "STORAGEINV"
        organization is indexed
        access mode is sequential
        record key is INV-SAMPLE-ID
        file status is WS-INV-STATUS.
    select SAMPLE-INTAKE-FILE assign to "SAMPLEINTAKE"
        organization is indexed
        access mode is random
        record key is intake-sample-id
        file status is WS-INTAKE-STATUS.
    select TRANSACTION-FILE assign to "DAILYTXN"
        organization is indexed
        access mode is random
        record key is TXN-SAMPLE-ID
        file status is WS-TXN-STATUS.
    select RUN-PARAM-FILE assign to "HAMPARAMS"
        organization is line sequential
        file status is WS-PARAM-STATUS.
    select DISPOSAL-REPORT-FILE assign to "DISPOSALDUE"
        organization is line sequential.
    select RUN-LOG-FILE assign to "HAMRUNLOG"
        organization is line sequential
        file status is WS-RUNLOG-STATUS.

data division.
file section.
fd  STORAGE-INV-FILE.
    copy "storage-inv-rec.cpy".

fd  SAMPLE-INTAKE-FILE.
    copy "intake-rec.cpy".

fd  TRANSACTION-FILE.
    copy "transaction-rec.cpy".

fd  RUN-PARAM-FILE.
    copy "run-param-rec.cpy".

fd  DISPOSAL-REPORT-FILE.
01  WS-REPORT-LINE              pic x(132).

fd  RUN-LOG-FILE.
    copy "run-log-rec.cpy".

working-storage section.
01 WS-RUNLOG-STATUS           pic x(02) value spaces.
01 WS-RUN-STATUS              pic x(10) value "SUCCESS".
01 WS-BUSDATE-DAY-STATUS      pic x(01) value space.
01 WS-BUSDATE-RESULT          pic x(02) value spaces.
01 WS-INV-STATUS              pic x(02) value spaces.
01 WS-INTAKE-STATUS           pic x(02) value spaces.
01 WS-TXN-STATUS              pic x(02) value spaces.
01 WS-PARAM-STATUS            pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".
01 WS-PARAM-EOF-FLAG          pic x(01) value "N".
   88 WS-PARAM-EOF            value "Y".
01 WS-INV-OPEN-FLAG           pic x(01) value "N".
   88 WS-INV-OPEN             value "Y".
01 WS-INTAKE-OPEN-FLAG        pic x(01) value "N".
   88 WS-INTAKE-OPEN          value "Y".
01 WS-TXN-OPEN-FLAG           pic x(01) value "N".
   88 WS-TXN-OPEN             value "Y".
01 WS-FOUND-FLAG              pic x(01) value "N".
   88 WS-FOUND                value "Y".
01 WS-RETENTION-REFUSED-FLAG  pic x(01) value "N".
   88 WS-RETENTION-REFUSED    value "Y".

01 WS-RETENTION-DAYS          pic 9(05) value 3650.

01 WS-RUN-DATE                pic 9(08) value 0.
01 WS-RUN-TIME                pic 9(08) value 0.
01 WS-TODAY-DAYS              pic 9(07) value 0.
01 WS-INTAKE-DATE             pic x(08) value spaces.
01 WS-INTAKE-DATE-NUM redefines WS-INTAKE-DATE pic 9(08).
01 WS-INTAKE-DAYS             pic 9(07) value 0.
01 WS-DAYS-HELD               pic 9(05) value 0.
01 WS-PAGE-NUMBER             pic 9(04) value 0.
01 WS-LINE-COUNT              pic 9(02) value 99.
01 WS-PAGE-SIZE               pic 9(02) value 55.
01 WS-DETAIL-HOLD             pic x(132) value spaces.

01 WS-LOCATION-TEXT           pic x(18) value spaces.
01 WS-STATUS-TEXT             pic x(15) value spaces.
01 WS-NOTE-TEXT               pic x(30) value spaces.

01 WS-SPECIMENS-CHECKED       pic 9(06) value 0.
01 WS-DUE-COUNT               pic 9(06) value 0.
01 WS-HOLD-COUNT              pic 9(06) value 0.
01 WS-NO-INTAKE-COUNT         pic 9(06) value 0.
01 WS-NO-CONSENT-COUNT        pic 9(06) value 0.

procedure division.

0000-MAIN.
    perform 0030-LOG-RUN-START.
    perform 0050-LOAD-RUN-PARAMS.
    perform 0100-INITIALIZE.
    perform 0200-CHECK-INVENTORY.
    perform 0800-WRITE-TOTALS.
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
    if RUN-PARAM-NAME = "RETENTION-DAYS"
       and RUN-PARAM-VALUE is numeric
       and RUN-PARAM-VALUE > 0
       and RUN-PARAM-VALUE <= 36500
        move RUN-PARAM-VALUE to WS-RETENTION-DAYS
    end-if.
    read RUN-PARAM-FILE
        at end set WS-PARAM-EOF to true
    end-read.

0100-INITIALIZE.
    call "BUSDATE" using WS-RUN-DATE, WS-BUSDATE-DAY-STATUS,
        WS-BUSDATE-RESULT.
    accept WS-RUN-TIME from time.
    compute WS-TODAY-DAYS = function integer-of-date(WS-RUN-DATE).
    open output DISPOSAL-REPORT-FILE.
    open input STORAGE-INV-FILE.
    if WS-INV-STATUS = "00"
        set WS-INV-OPEN to true
    end-if.
    open input SAMPLE-INTAKE-FILE.
    if WS-INTAKE-STATUS = "00"
        set WS-INTAKE-OPEN to true
    end-if.
    open input TRANSACTION-FILE.
    if WS-TXN-STATUS = "00"
        set WS-TXN-OPEN to true
    end-if.
    perform 0060-WRITE-PAGE-HEADING.

*> ----------------------------------------------------------------
*> Every specimen not yet destroyed, against its intake date.
*> ----------------------------------------------------------------
0200-CHECK-INVENTORY.
    move "N" to WS-EOF-FLAG.
    if WS-INV-OPEN
        read STORAGE-INV-FILE
            at end set WS-EOF to true
        end-read
        perform 0210-CHECK-ONE-SPECIMEN until WS-EOF
    end-if.

0210-CHECK-ONE-SPECIMEN.
    if not INV-DESTROYED
        add 1 to WS-SPECIMENS-CHECKED
        perform 0220-READ-INTAKE-DATE
        if not WS-FOUND
            add 1 to WS-NO-INTAKE-COUNT
            move 0 to WS-DAYS-HELD
            move "INTAKE NOT ON FILE" to WS-NOTE-TEXT
            perform 0250-WRITE-SPECIMEN-LINE
        else
            compute WS-INTAKE-DAYS =
                function integer-of-date(WS-INTAKE-DATE-NUM)
            if WS-TODAY-DAYS > WS-INTAKE-DAYS
                compute WS-DAYS-HELD = WS-TODAY-DAYS - WS-INTAKE-DAYS
            else
                move 0 to WS-DAYS-HELD
            end-if
            if WS-DAYS-HELD > WS-RETENTION-DAYS
               or WS-RETENTION-REFUSED
                add 1 to WS-DUE-COUNT
                move spaces to WS-NOTE-TEXT
                if WS-RETENTION-REFUSED
                    add 1 to WS-NO-CONSENT-COUNT
                    move "NO RETENTION CONSENT" to WS-NOTE-TEXT
                end-if
                perform 0230-CHECK-RESULT-RELEASED
                perform 0250-WRITE-SPECIMEN-LINE
            end-if
        end-if
    end-if.
    read STORAGE-INV-FILE
        at end set WS-EOF to true
    end-read.

0220-READ-INTAKE-DATE.
    move "N" to WS-FOUND-FLAG.
    move "N" to WS-RETENTION-REFUSED-FLAG.
    move spaces to WS-INTAKE-DATE.
    if WS-INTAKE-OPEN
        move INV-SAMPLE-ID to intake-sample-id
        read SAMPLE-INTAKE-FILE
            invalid key continue
            not invalid key
                move intake-timestamp(1:8) to WS-INTAKE-DATE
                if intake-retention-refused
                    set WS-RETENTION-REFUSED to true
                end-if
                if WS-INTAKE-DATE is numeric
                   and WS-INTAKE-DATE-NUM > 16010101
                    set WS-FOUND to true
                end-if
        end-read
    end-if.

0230-CHECK-RESULT-RELEASED.
    if WS-TXN-OPEN
        move INV-SAMPLE-ID to TXN-SAMPLE-ID
        read TRANSACTION-FILE
            invalid key continue
            not invalid key
                if not TXN-RELEASED
                    add 1 to WS-HOLD-COUNT
                    move "RESULT NOT RELEASED - HOLD" to WS-NOTE-TEXT
                end-if
        end-read
    end-if.

0250-WRITE-SPECIMEN-LINE.
    move spaces to WS-LOCATION-TEXT.
    string INV-FREEZER delimited by space
        "-" INV-RACK delimited by space
        "-" INV-BOX delimited by space
        "-" INV-POSITION delimited by size
        into WS-LOCATION-TEXT.
    if INV-OUT-FOR-RETEST
        move "OUT FOR RETEST" to WS-STATUS-TEXT
    else
        move "IN POSITION" to WS-STATUS-TEXT
    end-if.
    move spaces to WS-REPORT-LINE.
    string INV-SAMPLE-ID
        "  " WS-INTAKE-DATE
        "  " WS-DAYS-HELD
        "  " WS-LOCATION-TEXT
        "  " WS-STATUS-TEXT
        "  " WS-NOTE-TEXT
        delimited by size into WS-REPORT-LINE.
    perform 0070-WRITE-DETAIL-LINE.

0060-WRITE-PAGE-HEADING.
    add 1 to WS-PAGE-NUMBER.
    if WS-PAGE-NUMBER > 1
        move spaces to WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.
    move spaces to WS-REPORT-LINE.
    string "SPECIMEN DISPOSAL DUE"
        "   RUN " WS-RUN-DATE " " WS-RUN-TIME(1:2) ":"
        WS-RUN-TIME(3:2)
        "   RETENTION " WS-RETENTION-DAYS " DAYS"
        "   PAGE " WS-PAGE-NUMBER
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move "SAMPLE  INTAKE    DAYS   LOCATION            STATUS           NOTE"
        to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move 2 to WS-LINE-COUNT.

0070-WRITE-DETAIL-LINE.
    if WS-LINE-COUNT >= WS-PAGE-SIZE
        move WS-REPORT-LINE to WS-DETAIL-HOLD
        perform 0060-WRITE-PAGE-HEADING
        move WS-DETAIL-HOLD to WS-REPORT-LINE
    end-if.
    write WS-REPORT-LINE.
    add 1 to WS-LINE-COUNT.

0800-WRITE-TOTALS.
    move spaces to WS-REPORT-LINE.
    perform 0070-WRITE-DETAIL-LINE.
    if not WS-INV-OPEN
        move "NO STORAGE INVENTORY (STORAGEINV) - NO SPECIMENS RECORDED"
            to WS-REPORT-LINE
        perform 0070-WRITE-DETAIL-LINE
    end-if.
    if not WS-INTAKE-OPEN
        move "SAMPLE INTAKE (SAMPLEINTAKE) NOT AVAILABLE - NO DATES CHECKED"
            to WS-REPORT-LINE
        perform 0070-WRITE-DETAIL-LINE
    end-if.
    if not WS-TXN-OPEN
        move "DAILY TRANSACTIONS (DAILYTXN) NOT AVAILABLE - RELEASE NOT CHECKED"
            to WS-REPORT-LINE
        perform 0070-WRITE-DETAIL-LINE
    end-if.
    move spaces to WS-REPORT-LINE.
    string "SPECIMENS CHECKED: " WS-SPECIMENS-CHECKED
        "  DUE FOR DISPOSAL: " WS-DUE-COUNT
        "  ON HOLD: " WS-HOLD-COUNT
        "  INTAKE NOT ON FILE: " WS-NO-INTAKE-COUNT
        "  NO RETENTION CONSENT: " WS-NO-CONSENT-COUNT
        delimited by size into WS-REPORT-LINE.
    perform 0070-WRITE-DETAIL-LINE.

0900-TERMINATE.
    if WS-INV-OPEN
        close STORAGE-INV-FILE
    end-if.
    if WS-INTAKE-OPEN
        close SAMPLE-INTAKE-FILE
    end-if.
    if WS-TXN-OPEN
        close TRANSACTION-FILE
    end-if.
    close DISPOSAL-REPORT-FILE.
    display "Muestras para descartar: " WS-DUE-COUNT.
    if WS-NO-INTAKE-COUNT > 0
        move 4 to return-code
    end-if.

0030-LOG-RUN-START.
    move "disposal-due" to RUN-LOG-PROGRAM.
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
    move "disposal-due" to RUN-LOG-PROGRAM.
    move "E" to RUN-LOG-EVENT.
    move function current-date to RUN-LOG-TIMESTAMP.
    move WS-SPECIMENS-CHECKED to RUN-LOG-RECORDS.
    move WS-RUN-STATUS to RUN-LOG-STATUS.
    perform 0040-WRITE-RUN-LOG.

end program disposal-due.
