*> run report and echoed to the terminal.
*>
*> Modification history
*> 2026-10-15 MRP  A released result is sent only when the subject gave
*>                 result release consent at intake (intake-consent-
*>                 release "Y" on SAMPLEINTAKE). A result whose subject
*>                 refused or later withdrew it - or whose intake
*>                 record predates consent capture or is missing - is
*>                 withheld, listed on LIMSRPT with the reason and
*>                 counted in the summary line.
*> 2026-10-15 MRP  The extract day now comes from the BUSDATE business-date
*>                 control record (BUSDATE subprogram) instead of the machine
*>                 clock, so a rerun after midnight still sends the day that
*>                 failed; a day marked closed is refused with RETURN-CODE 8.
*> 2026-10-15 MRP  A retested sample whose earlier result had already
*>                 been released (TXN-AMENDED-FLAG) is sent as an
*>                 amended result - detail type "A" in place of "D",
*>                 with the result version and the retest reason after
*>                 the result - so the LIMS replaces what it holds
*>                 instead of filing a second result for the sample.
*>                 Amended details count in the trailer and hash like
*>                 any other, and LIMSRPT lists and totals them.
*> 2026-10-15 MRP  Only released results go to the LIMS. A record is
*>                 now sent on the day it is released (TXN-RELEASE-TS,
*>                 falling back to TXN-TIMESTAMP for records written
*>                 before the release queue existed), so an
*>                 INCONCLUSIVE that a second reviewer releases the
*>                 next morning goes out that night. Records still
*>                 pending review or sent back for retest are held,
*>                 listed on LIMSRPT, and counted in the summary line;
*>                 rejected results are never sent.
*> 2026-09-02 MRP  Every run now also appends what it sent (sequence,
*>                 run date, count, hash) to the LIMSSENT history file
*>                 (layout in LIMS-SENT-REC), so lims-ack.cob can
        access mode is dynamic
        record key is TXN-SAMPLE-ID
        file status is WS-TXN-STATUS.
    select SAMPLE-INTAKE-FILE assign to "SAMPLEINTAKE"
        organization is indexed
        access mode is dynamic
        record key is intake-sample-id
        file status is WS-INTAKE-STATUS.
    select LIMS-FEED-FILE assign to "LIMSFEED"
        organization is line sequential.
    select LIMS-SEQUENCE-FILE assign to "LIMSSEQ"
fd  TRANSACTION-FILE.
    copy "transaction-rec.cpy".

fd  SAMPLE-INTAKE-FILE.
    copy "intake-rec.cpy".

fd  LIMS-FEED-FILE.
01  LIMS-FEED-RECORD          pic x(275).

working-storage section.
01 WS-RUNLOG-STATUS           pic x(02) value spaces.
01 WS-RUN-STATUS              pic x(10) value "SUCCESS".
01 WS-BUSDATE-DAY-STATUS      pic x(01) value space.
01 WS-BUSDATE-RESULT          pic x(02) value spaces.
01 WS-TXN-STATUS              pic x(02) value spaces.
01 WS-INTAKE-STATUS           pic x(02) value spaces.
01 WS-INTAKE-OPEN-FLAG        pic x(01) value "N".
   88 WS-INTAKE-OPEN          value "Y".
01 WS-SEQUENCE-STATUS         pic x(02) value spaces.
01 WS-SENT-STATUS             pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
01 WS-DETAIL-COUNT            pic 9(06) value 0.
01 WS-READ-COUNT              pic 9(06) value 0.
01 WS-HASH-TOTAL              pic 9(12) value 0.
01 WS-HELD-COUNT              pic 9(06) value 0.
01 WS-RELEASE-DATE            pic x(08) value spaces.
01 WS-HELD-REASON             pic x(16) value spaces.
01 WS-AMENDED-COUNT           pic 9(06) value 0.
01 WS-WITHHELD-COUNT          pic 9(06) value 0.
01 WS-WITHHELD-REASON         pic x(30) value spaces.

01 WS-HEADER-RECORD.
   05 WS-HEADER-TYPE          pic x(01) value "H".
   05 WS-DETAIL-GENDER        pic x(06).
   05 WS-DETAIL-CLASSIFICATION pic x(10).
   05 WS-DETAIL-HAMMING-RESULT pic x(60).
   05 WS-DETAIL-AMENDMENT.
      10 WS-DETAIL-VERSION    pic 9(03).
      10 WS-DETAIL-RETEST-REASON pic x(40).

01 WS-TRAILER-RECORD.
   05 WS-TRAILER-TYPE         pic x(01) value "T".
    stop run.

0100-INITIALIZE.
    call "BUSDATE" using WS-EXTRACT-DATE, WS-BUSDATE-DAY-STATUS,
        WS-BUSDATE-RESULT.
    if WS-BUSDATE-DAY-STATUS = "C"
        perform 0095-REFUSE-CLOSED-DAY
    end-if.
    perform 0110-ADVANCE-FILE-SEQUENCE.
    open input TRANSACTION-FILE.
    if WS-TXN-STATUS = "35"
        move "FAILED" to WS-RUN-STATUS
        move 8 to return-code
    else
        open input SAMPLE-INTAKE-FILE
        if WS-INTAKE-STATUS = "00"
            set WS-INTAKE-OPEN to true
        end-if
        open output LIMS-FEED-FILE
        open output EXTRACT-REPORT-FILE
        move WS-EXTRACT-DATE to WS-HEADER-RUN-DATE

0300-PROCESS-ONE-TRANSACTION.
    add 1 to WS-READ-COUNT.
    evaluate true
        when TXN-RELEASED
            if TXN-RELEASE-TS = spaces
                move TXN-TIMESTAMP(1:8) to WS-RELEASE-DATE
            else
                move TXN-RELEASE-TS(1:8) to WS-RELEASE-DATE
            end-if
            if WS-RELEASE-DATE = WS-HEADER-RUN-DATE
                perform 0305-CHECK-RELEASE-CONSENT
                if WS-WITHHELD-REASON = spaces
                    perform 0310-WRITE-ONE-DETAIL
                else
                    perform 0330-REPORT-ONE-WITHHELD
                end-if
            end-if
        when TXN-PENDING-REVIEW
            move "PENDING REVIEW" to WS-HELD-REASON
            perform 0320-REPORT-ONE-HELD
        when TXN-RETEST-REQUESTED
            move "RETEST REQUESTED" to WS-HELD-REASON
            perform 0320-REPORT-ONE-HELD
        when other
            continue
    end-evaluate.
    read TRANSACTION-FILE next
        at end set WS-EOF to true
    end-read.

0305-CHECK-RELEASE-CONSENT.
    move spaces to WS-WITHHELD-REASON.
    if not WS-INTAKE-OPEN
        move "NO INTAKE RECORD" to WS-WITHHELD-REASON
    else
        move TXN-SAMPLE-ID to intake-sample-id
        read SAMPLE-INTAKE-FILE
            invalid key
                move "NO INTAKE RECORD" to WS-WITHHELD-REASON
            not invalid key
                evaluate true
                    when intake-release-given
                        continue
                    when intake-release-withdrawn
                        move "RELEASE CONSENT WITHDRAWN"
                            to WS-WITHHELD-REASON
                    when other
                        move "NO RELEASE CONSENT"
                            to WS-WITHHELD-REASON
                end-evaluate
        end-read
    end-if.

0310-WRITE-ONE-DETAIL.
    add 1 to WS-DETAIL-COUNT.
    add TXN-SAMPLE-ID to WS-HASH-TOTAL.
    move TXN-GENDER to WS-DETAIL-GENDER.
    move TXN-CLASSIFICATION to WS-DETAIL-CLASSIFICATION.
    move TXN-HAMMING-RESULT to WS-DETAIL-HAMMING-RESULT.
    if TXN-AMENDED-RESULT
        add 1 to WS-AMENDED-COUNT
        move "A" to WS-DETAIL-TYPE
        move TXN-RESULT-VERSION to WS-DETAIL-VERSION
        move TXN-RETEST-REASON to WS-DETAIL-RETEST-REASON
    else
        move "D" to WS-DETAIL-TYPE
        move spaces to WS-DETAIL-AMENDMENT
    end-if.
    move WS-DETAIL-RECORD to LIMS-FEED-RECORD.
    write LIMS-FEED-RECORD.
    move spaces to WS-REPORT-LINE.
    if TXN-AMENDED-RESULT
        string "SENT SAMPLE " WS-DETAIL-SAMPLE-ID
            " TS " WS-DETAIL-TIMESTAMP
            " AMENDED VERSION " WS-DETAIL-VERSION
            delimited by size into WS-REPORT-LINE
    else
        string "SENT SAMPLE " WS-DETAIL-SAMPLE-ID
            " TS " WS-DETAIL-TIMESTAMP
            delimited by size into WS-REPORT-LINE
    end-if.
    write WS-REPORT-LINE.

0320-REPORT-ONE-HELD.
    add 1 to WS-HELD-COUNT.
    move spaces to WS-REPORT-LINE.
    string "HELD SAMPLE " TXN-SAMPLE-ID
        " TS " TXN-TIMESTAMP
        " " WS-HELD-REASON
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.

0330-REPORT-ONE-WITHHELD.
    add 1 to WS-WITHHELD-COUNT.
    move spaces to WS-REPORT-LINE.
    string "WITHHELD SAMPLE " TXN-SAMPLE-ID
        " TS " TXN-TIMESTAMP
        " " WS-WITHHELD-REASON
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.

        move WS-TRAILER-RECORD to LIMS-FEED-RECORD
        write LIMS-FEED-RECORD
        close TRANSACTION-FILE
        if WS-INTAKE-OPEN
            close SAMPLE-INTAKE-FILE
        end-if
        close LIMS-FEED-FILE
        move spaces to WS-REPORT-LINE
        string "EXTRACT DATE " WS-EXTRACT-DATE
            "  FILE SEQUENCE " WS-FILE-SEQUENCE
            "  READ " WS-READ-COUNT
            "  SENT " WS-DETAIL-COUNT
            "  AMENDED " WS-AMENDED-COUNT
            "  HELD " WS-HELD-COUNT
            "  WITHHELD " WS-WITHHELD-COUNT
            "  HASH " WS-HASH-TOTAL
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
        perform 0930-POST-SENT-HISTORY
        display "Transacciones enviadas: " WS-DETAIL-COUNT
            " de " WS-READ-COUNT
        display "Transacciones retenidas en revision: " WS-HELD-COUNT
        display "Transacciones sin consentimiento de entrega: "
            WS-WITHHELD-COUNT
        display "Secuencia de archivo: " WS-FILE-SEQUENCE
    end-if.

    close SENT-HISTORY-FILE.


0095-REFUSE-CLOSED-DAY.
    display "El dia de negocio " WS-EXTRACT-DATE
        " esta cerrado - no se procesa.".
    move "FAILED" to WS-RUN-STATUS.
    perform 0920-LOG-RUN-END.
    move 8 to return-code.
    stop run.

0030-LOG-RUN-START.
    move "lims-extract" to RUN-LOG-PROGRAM.
    move "S" to RUN-LOG-EVENT.
