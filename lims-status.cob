       >>SOURCE FORMAT FREE
identification division.
program-id. lims-status.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> Nightly order status feed to the LIMS. The result feed (LIMSFEED)
*> and the correction feed (LIMSDELTA) only speak once there is a
*> result; in between the LIMS users had to ring the desk to learn
*> whether an order had arrived, been rejected, or was still with
*> the sequencer or under review. This extract walks every order on
*> the LIMSPENDING pending-order file kept by daily-orders.cob,
*> works out where the order stands now, and sends one record for
*> each order whose state has moved on since it was last sent:
*>   RECEIVED    - taken from the order file, not yet run
*>   REJECTED    - failed validation in daily-orders and left pending
*>                 for the LIMS to amend or cancel (the reason sent is
*>                 the one daily-orders gave)
*>   IN-PROGRESS - run, but no result yet: no DAILYTXN transaction,
*>                 or sent back for a retest - with the sequencer
*>                 reject reason when the sample's read is waiting in
*>                 the SEQREJECTS repair queue
*>   ON-HOLD     - the result is held in DAILYTXN, pending review or
*>                 rejected at review - or it is released but the
*>                 subject has not given (or has withdrawn) result
*>                 release consent on the SAMPLEINTAKE intake record,
*>                 so lims-extract.cob withholds it from LIMSFEED
*>   RESULTED    - the result is released (the reason carries the
*>                 result version, so a released retest is sent again)
*>   CANCELLED   - cancelled by the LIMS before it was run
*> An order is resent only when its state or reason differs from the
*> PEND-SENT-STATE / PEND-SENT-REASON last recorded on its
*> LIMSPENDING record, which is updated as each record is sent, so
*> running twice never repeats a change.
*> The file (LIMSSTATUS) has the same header/detail/trailer discipline
*> as LIMSFEED:
*>   header  "H" + run date + status file sequence (LIMSSTSEQ, its own
*>           one-record sequence file, seeded at 1, same pattern as
*>           LIMSSEQ)
*>   detail  "D" + LIMS order number + state + state timestamp +
*>           sample ID (zero until the order is run) + order kind
*>           ("N" new sample, "R" retest) + reason
*>   trailer "T" + detail count + hash total of the order numbers,
*>           kept to its low twelve digits
*> Every run appends what it sent to the LIMSSTSENT history (layout in
*> LIMS-SENT-REC, as LIMSSENT), so lims-ack.cob reconciles the LIMS's
*> acknowledgments of this feed the same way as the result feed's.
*> What was sent goes to the LIMSSTATRPT run report with a count per
*> state; start and end are posted to the shared batch run log
*> (HAMRUNLOG). An order whose LIMSPENDING record cannot be updated is
*> reported and the run ends with RETURN-CODE 4 - it will be sent
*> again on the next run.
*> The processing day comes from the BUSDATE business-date control
*> record (through the BUSDATE subprogram) rather than the machine
*> clock, so a rerun after midnight still works the day that failed; a
*> day marked closed is refused with RETURN-CODE 8.
*> LIMSPENDING is rewritten under the SAMPLESEQ advisory lock
*> (FILELOCK subprogram), the lock daily-orders.cob holds while it
*> maintains that file; a held lock sends nothing, is reported on
*> LIMSSTATRPT and ends the run with RETURN-CODE 8.

environment division.
input-output section.
file-control.
    select LIMS-PENDING-FILE assign to "LIMSPENDING"
        organization is indexed
        access mode is dynamic
        record key is PEND-ORDER-NUMBER
        file status is WS-PENDING-STATUS.
    select TRANSACTION-FILE assign to "DAILYTXN"
        organization is indexed
        access mode is random
        record key is TXN-SAMPLE-ID
        file status is WS-TXN-STATUS.
    select SAMPLE-INTAKE-FILE assign to "SAMPLEINTAKE"
        organization is indexed
        access mode is random
        record key is intake-sample-id
        file status is WS-INTAKE-STATUS.
    select SEQ-REJECT-FILE assign to "SEQREJECTS"
        organization is line sequential
        file status is WS-SEQ-REJECT-STATUS.
    select STATUS-FEED-FILE assign to "LIMSSTATUS"
        organization is line sequential.
    select STATUS-SEQUENCE-FILE assign to "LIMSSTSEQ"
        organization is line sequential
        file status is WS-SEQUENCE-STATUS.
    select STATUS-REPORT-FILE assign to "LIMSSTATRPT"
        organization is line sequential.
    select SENT-HISTORY-FILE assign to "LIMSSTSENT"
        organization is line sequential
        file status is WS-SENT-STATUS.
    select RUN-LOG-FILE assign to "HAMRUNLOG"
        organization is line sequential
        file status is WS-RUNLOG-STATUS.

data division.
file section.
fd  LIMS-PENDING-FILE.
    copy "lims-pending-rec.cpy".

fd  TRANSACTION-FILE.
    copy "transaction-rec.cpy".

fd  SAMPLE-INTAKE-FILE.
    copy "intake-rec.cpy".

fd  SEQ-REJECT-FILE.
    copy "seq-reject-rec.cpy".

fd  STATUS-FEED-FILE.
01  STATUS-FEED-RECORD        pic x(110).

fd  STATUS-SEQUENCE-FILE.
01  STATUS-SEQUENCE-RECORD.
    05  STATUS-SEQUENCE-NUMBER pic 9(06).

fd  STATUS-REPORT-FILE.
01  WS-REPORT-LINE            pic x(160).

fd  SENT-HISTORY-FILE.
    copy "lims-sent-rec.cpy".

fd  RUN-LOG-FILE.
    copy "run-log-rec.cpy".

working-storage section.
01 WS-RUNLOG-STATUS           pic x(02) value spaces.
01 WS-RUN-STATUS              pic x(10) value "SUCCESS".
01 WS-BUSDATE-DAY-STATUS      pic x(01) value space.
01 WS-BUSDATE-RESULT          pic x(02) value spaces.
01 WS-PENDING-STATUS          pic x(02) value spaces.
01 WS-TXN-STATUS              pic x(02) value spaces.
01 WS-INTAKE-STATUS           pic x(02) value spaces.
01 WS-SEQ-REJECT-STATUS       pic x(02) value spaces.
01 WS-SEQUENCE-STATUS         pic x(02) value spaces.
01 WS-SENT-STATUS             pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".
01 WS-LOCK-ACTION             pic x(01) value space.
01 WS-LOCK-NAME               pic x(12) value spaces.
01 WS-LOCK-RESULT             pic x(02) value spaces.
01 WS-SEQ-LOCKED-FLAG         pic x(01) value "N".
   88 WS-SEQ-LOCKED           value "Y".
01 WS-PENDING-OPEN-FLAG       pic x(01) value "N".
   88 WS-PENDING-OPEN         value "Y".
01 WS-TXN-OPEN-FLAG           pic x(01) value "N".
   88 WS-TXN-OPEN             value "Y".
01 WS-INTAKE-OPEN-FLAG        pic x(01) value "N".
   88 WS-INTAKE-OPEN          value "Y".
01 WS-FOUND-FLAG              pic x(01) value "N".
   88 WS-FOUND                value "Y".

01 WS-EXTRACT-DATE            pic 9(08) value 0.
01 WS-FILE-SEQUENCE           pic 9(06) value 1.

*> Sample IDs with a sequencer read waiting in the repair queue,
*> with the reject reason. A queue bigger than the table is called
*> out on the report; the samples past it are shown as awaiting the
*> sequencer without the reason.
01 WS-MAX-SEQ-REJECTS         pic 9(04) value 2000.
01 WS-SEQ-REJECT-COUNT        pic 9(04) value 0.
01 WS-SEQ-REJECT-OVERFLOW     pic 9(04) value 0.
01 WS-SEQ-REJECT-TABLE.
   05 WS-SR-ENTRY occurs 2000 times indexed by WS-SR-IDX.
      10 WS-SR-SAMPLE-ID      pic 9(06).
      10 WS-SR-REASON         pic x(60).

*> Where the order stands tonight.
01 WS-STATE                   pic x(11) value spaces.
01 WS-STATE-REASON            pic x(60) value spaces.
01 WS-STATE-TS                pic x(21) value spaces.

01 WS-READ-COUNT              pic 9(06) value 0.
01 WS-DETAIL-COUNT            pic 9(06) value 0.
01 WS-UNCHANGED-COUNT         pic 9(06) value 0.
01 WS-NOT-UPDATED-COUNT       pic 9(06) value 0.
01 WS-RECEIVED-COUNT          pic 9(06) value 0.
01 WS-REJECTED-COUNT          pic 9(06) value 0.
01 WS-IN-PROGRESS-COUNT       pic 9(06) value 0.
01 WS-ON-HOLD-COUNT           pic 9(06) value 0.
01 WS-RESULTED-COUNT          pic 9(06) value 0.
01 WS-CANCELLED-COUNT         pic 9(06) value 0.
*> Wider than the trailer field; the move to it keeps the low twelve
*> digits the LIMS checks.
01 WS-HASH-TOTAL              pic 9(16) value 0.

01 WS-HEADER-RECORD.
   05 WS-HEADER-TYPE          pic x(01) value "H".
   05 WS-HEADER-RUN-DATE      pic 9(08).
   05 WS-HEADER-SEQUENCE      pic 9(06).

01 WS-DETAIL-RECORD.
   05 WS-DETAIL-TYPE          pic x(01) value "D".
   05 WS-DETAIL-ORDER-NUMBER  pic 9(10).
   05 WS-DETAIL-STATE         pic x(11).
   05 WS-DETAIL-STATE-TS      pic x(21).
   05 WS-DETAIL-SAMPLE-ID     pic 9(06).
   05 WS-DETAIL-ORDER-KIND    pic x(01).
   05 WS-DETAIL-REASON        pic x(60).

01 WS-TRAILER-RECORD.
   05 WS-TRAILER-TYPE         pic x(01) value "T".
   05 WS-TRAILER-COUNT        pic 9(06).
   05 WS-TRAILER-HASH         pic 9(12).

procedure division.

0000-MAIN.
    perform 0030-LOG-RUN-START.
    perform 0100-INITIALIZE.
    if not WS-EOF
        perform 0300-PROCESS-ONE-ORDER until WS-EOF
    end-if.
    perform 0900-TERMINATE.
    perform 0920-LOG-RUN-END.
    stop run.

0100-INITIALIZE.
    call "BUSDATE" using WS-EXTRACT-DATE, WS-BUSDATE-DAY-STATUS,
        WS-BUSDATE-RESULT.
    if WS-BUSDATE-DAY-STATUS = "C"
        perform 0095-REFUSE-CLOSED-DAY
    end-if.
    move "L" to WS-LOCK-ACTION.
    move "SAMPLESEQ" to WS-LOCK-NAME.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.
    if WS-LOCK-RESULT = "00"
        set WS-SEQ-LOCKED to true
    else
        perform 0097-REFUSE-LOCK-HELD
    end-if.
    perform 0110-ADVANCE-FILE-SEQUENCE.
    perform 0120-LOAD-SEQ-REJECTS.
    open output STATUS-FEED-FILE.
    open output STATUS-REPORT-FILE.
    move WS-EXTRACT-DATE to WS-HEADER-RUN-DATE.
    move WS-FILE-SEQUENCE to WS-HEADER-SEQUENCE.
    move WS-HEADER-RECORD to STATUS-FEED-RECORD.
    write STATUS-FEED-RECORD.
    if WS-SEQ-REJECT-OVERFLOW > 0
        move spaces to WS-REPORT-LINE
        string "WARNING - SEQREJECTS EXCEEDS REJECT TABLE, "
            WS-SEQ-REJECT-OVERFLOW " READS SHOWN WITHOUT THEIR REASON"
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.
    open input TRANSACTION-FILE.
    if WS-TXN-STATUS = "00"
        set WS-TXN-OPEN to true
    end-if.
    open input SAMPLE-INTAKE-FILE.
    if WS-INTAKE-STATUS = "00"
        set WS-INTAKE-OPEN to true
    end-if.
    open i-o LIMS-PENDING-FILE.
    if WS-PENDING-STATUS = "00"
        set WS-PENDING-OPEN to true
        move 0 to PEND-ORDER-NUMBER
        start LIMS-PENDING-FILE key is not less than PEND-ORDER-NUMBER
            invalid key set WS-EOF to true
        end-start
        if not WS-EOF
            perform 0130-READ-NEXT-ORDER
        end-if
    else
        set WS-EOF to true
        if WS-PENDING-STATUS = "35"
            move "NO PENDING-ORDER FILE LIMSPENDING - NO ORDERS TO REPORT"
                to WS-REPORT-LINE
            write WS-REPORT-LINE
        else
            move "FAILED" to WS-RUN-STATUS
            move spaces to WS-REPORT-LINE
            string "LIMSPENDING COULD NOT BE OPENED - STATUS "
                WS-PENDING-STATUS " - NO ORDERS REPORTED"
                delimited by size into WS-REPORT-LINE
            write WS-REPORT-LINE
        end-if
    end-if.

0110-ADVANCE-FILE-SEQUENCE.
    move 1 to WS-FILE-SEQUENCE.
    open input STATUS-SEQUENCE-FILE.
    if WS-SEQUENCE-STATUS = "35"
        continue
    else
        read STATUS-SEQUENCE-FILE
            at end continue
            not at end
                if STATUS-SEQUENCE-NUMBER is numeric
                    compute WS-FILE-SEQUENCE =
                        STATUS-SEQUENCE-NUMBER + 1
                end-if
        end-read
        close STATUS-SEQUENCE-FILE
    end-if.
    open output STATUS-SEQUENCE-FILE.
    move WS-FILE-SEQUENCE to STATUS-SEQUENCE-NUMBER.
    write STATUS-SEQUENCE-RECORD.
    close STATUS-SEQUENCE-FILE.

0120-LOAD-SEQ-REJECTS.
    move "N" to WS-EOF-FLAG.
    open input SEQ-REJECT-FILE.
    if WS-SEQ-REJECT-STATUS = "35"
        continue
    else
        read SEQ-REJECT-FILE
            at end set WS-EOF to true
        end-read
        perform 0125-LOAD-ONE-SEQ-REJECT until WS-EOF
        close SEQ-REJECT-FILE
    end-if.
    move "N" to WS-EOF-FLAG.

*> A read whose sample ID is not numeric cannot belong to an order.
0125-LOAD-ONE-SEQ-REJECT.
    if SREJ-SAMPLE-ID is numeric
        if WS-SEQ-REJECT-COUNT < WS-MAX-SEQ-REJECTS
            add 1 to WS-SEQ-REJECT-COUNT
            set WS-SR-IDX to WS-SEQ-REJECT-COUNT
            move SREJ-SAMPLE-ID to WS-SR-SAMPLE-ID(WS-SR-IDX)
            move SREJ-REASON to WS-SR-REASON(WS-SR-IDX)
        else
            add 1 to WS-SEQ-REJECT-OVERFLOW
        end-if
    end-if.
    read SEQ-REJECT-FILE
        at end set WS-EOF to true
    end-read.

0130-READ-NEXT-ORDER.
    read LIMS-PENDING-FILE next
        at end set WS-EOF to true
    end-read.

*> ----------------------------------------------------------------
*> One pending-order record: work out its state and send it when it
*> has moved on from what the LIMS was last told.
*> ----------------------------------------------------------------
0300-PROCESS-ONE-ORDER.
    add 1 to WS-READ-COUNT.
    perform 0310-WORK-OUT-STATE.
    if WS-STATE = spaces
        continue
    else
        if WS-STATE = PEND-SENT-STATE
           and WS-STATE-REASON = PEND-SENT-REASON
            add 1 to WS-UNCHANGED-COUNT
        else
            perform 0350-WRITE-ONE-DETAIL
            perform 0360-MARK-ORDER-SENT
        end-if
    end-if.
    perform 0130-READ-NEXT-ORDER.

0310-WORK-OUT-STATE.
    move spaces to WS-STATE.
    move spaces to WS-STATE-REASON.
    move spaces to WS-STATE-TS.
    evaluate true
        when PEND-IS-CANCELLED
            move "CANCELLED" to WS-STATE
            move PEND-CHANGED-TS to WS-STATE-TS
        when PEND-IS-PENDING
            if PEND-LAST-REJECT = spaces
                move "RECEIVED" to WS-STATE
                move PEND-RECEIVED-TS to WS-STATE-TS
            else
                move "REJECTED" to WS-STATE
                move PEND-LAST-REJECT to WS-STATE-REASON
                move PEND-CHANGED-TS to WS-STATE-TS
            end-if
        when PEND-IS-RESULTED
            perform 0320-STATE-FROM-RESULT
        when other
            continue
    end-evaluate.
    if WS-STATE not = spaces and WS-STATE-TS = spaces
        move PEND-RECEIVED-TS to WS-STATE-TS
    end-if.

*> A run order follows its sample's transaction.
0320-STATE-FROM-RESULT.
    move "N" to WS-FOUND-FLAG.
    if WS-TXN-OPEN
        move PEND-SAMPLE-ID to TXN-SAMPLE-ID
        read TRANSACTION-FILE
            invalid key continue
            not invalid key set WS-FOUND to true
        end-read
    end-if.
    if not WS-FOUND
        move "IN-PROGRESS" to WS-STATE
        move "AWAITING RESULT" to WS-STATE-REASON
        move PEND-CHANGED-TS to WS-STATE-TS
        perform 0330-CHECK-SEQUENCER-REJECT
    else
        evaluate true
            when TXN-RELEASED
                move "RESULTED" to WS-STATE
                string "RESULT VERSION " TXN-RESULT-VERSION
                    delimited by size into WS-STATE-REASON
                if TXN-RELEASE-TS = spaces
                    move TXN-TIMESTAMP to WS-STATE-TS
                else
                    move TXN-RELEASE-TS to WS-STATE-TS
                end-if
                perform 0325-CHECK-RELEASE-CONSENT
            when TXN-PENDING-REVIEW
                move "ON-HOLD" to WS-STATE
                move "RESULT UNDER REVIEW" to WS-STATE-REASON
                move TXN-TIMESTAMP to WS-STATE-TS
            when TXN-REVIEW-REJECTED
                move "ON-HOLD" to WS-STATE
                move "RESULT REJECTED AT REVIEW" to WS-STATE-REASON
                move TXN-TIMESTAMP to WS-STATE-TS
            when other
                move "IN-PROGRESS" to WS-STATE
                move "RETEST REQUESTED - AWAITING SEQUENCER"
                    to WS-STATE-REASON
                move TXN-TIMESTAMP to WS-STATE-TS
                perform 0330-CHECK-SEQUENCER-REJECT
        end-evaluate
    end-if.

*> Same rule lims-extract.cob applies before sending the result.
0325-CHECK-RELEASE-CONSENT.
    move "N" to WS-FOUND-FLAG.
    if WS-INTAKE-OPEN
        move PEND-SAMPLE-ID to intake-sample-id
        read SAMPLE-INTAKE-FILE
            invalid key continue
            not invalid key set WS-FOUND to true
        end-read
    end-if.
    evaluate true
        when not WS-FOUND
            move "ON-HOLD" to WS-STATE
            move "RESULT WITHHELD - NO INTAKE RECORD"
                to WS-STATE-REASON
        when intake-release-given
            continue
        when intake-release-withdrawn
            move "ON-HOLD" to WS-STATE
            move "RESULT WITHHELD - RELEASE CONSENT WITHDRAWN"
                to WS-STATE-REASON
        when other
            move "ON-HOLD" to WS-STATE
            move "RESULT WITHHELD - NO RELEASE CONSENT"
                to WS-STATE-REASON
    end-evaluate.

0330-CHECK-SEQUENCER-REJECT.
    move "N" to WS-FOUND-FLAG.
    if WS-SEQ-REJECT-COUNT > 0
        set WS-SR-IDX to 1
        perform 0335-MATCH-ONE-SEQ-REJECT
            until WS-FOUND or WS-SR-IDX > WS-SEQ-REJECT-COUNT
    end-if.
    if WS-FOUND
        move spaces to WS-STATE-REASON
        string "SEQUENCER READ REJECTED: "
            WS-SR-REASON(WS-SR-IDX)
            delimited by size into WS-STATE-REASON
    end-if.

0335-MATCH-ONE-SEQ-REJECT.
    if WS-SR-SAMPLE-ID(WS-SR-IDX) = PEND-SAMPLE-ID
        set WS-FOUND to true
    else
        set WS-SR-IDX up by 1
    end-if.

0350-WRITE-ONE-DETAIL.
    add 1 to WS-DETAIL-COUNT.
    add PEND-ORDER-NUMBER to WS-HASH-TOTAL.
    evaluate WS-STATE
        when "RECEIVED"
            add 1 to WS-RECEIVED-COUNT
        when "REJECTED"
            add 1 to WS-REJECTED-COUNT
        when "IN-PROGRESS"
            add 1 to WS-IN-PROGRESS-COUNT
        when "ON-HOLD"
            add 1 to WS-ON-HOLD-COUNT
        when "RESULTED"
            add 1 to WS-RESULTED-COUNT
        when "CANCELLED"
            add 1 to WS-CANCELLED-COUNT
    end-evaluate.
    move PEND-ORDER-NUMBER to WS-DETAIL-ORDER-NUMBER.
    move WS-STATE to WS-DETAIL-STATE.
    move WS-STATE-TS to WS-DETAIL-STATE-TS.
    move PEND-SAMPLE-ID to WS-DETAIL-SAMPLE-ID.
    move PEND-ORDER-KIND to WS-DETAIL-ORDER-KIND.
    move WS-STATE-REASON to WS-DETAIL-REASON.
    move WS-DETAIL-RECORD to STATUS-FEED-RECORD.
    write STATUS-FEED-RECORD.
    move spaces to WS-REPORT-LINE.
    string "SENT ORDER " WS-DETAIL-ORDER-NUMBER
        " " WS-DETAIL-STATE
        " SAMPLE " WS-DETAIL-SAMPLE-ID
        " TS " WS-DETAIL-STATE-TS(1:14)
        " " function trim(WS-DETAIL-REASON)
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.

*> Should the mark fail to go on, the order is simply sent again on
*> the next run.
0360-MARK-ORDER-SENT.
    move WS-STATE to PEND-SENT-STATE.
    move WS-STATE-REASON to PEND-SENT-REASON.
    move WS-EXTRACT-DATE to PEND-SENT-DATE.
    rewrite LIMS-PENDING-RECORD
        invalid key
            add 1 to WS-NOT-UPDATED-COUNT
            move spaces to WS-REPORT-LINE
            string "ORDER " PEND-ORDER-NUMBER
                " LIMSPENDING NOT UPDATED - STATUS "
                WS-PENDING-STATUS " - WILL BE SENT AGAIN"
                delimited by size into WS-REPORT-LINE
            write WS-REPORT-LINE
    end-rewrite.

0900-TERMINATE.
    move WS-DETAIL-COUNT to WS-TRAILER-COUNT.
    move WS-HASH-TOTAL to WS-TRAILER-HASH.
    move WS-TRAILER-RECORD to STATUS-FEED-RECORD.
    write STATUS-FEED-RECORD.
    close STATUS-FEED-FILE.
    if WS-PENDING-OPEN
        close LIMS-PENDING-FILE
    end-if.
    if WS-SEQ-LOCKED
        move "U" to WS-LOCK-ACTION
        move "SAMPLESEQ" to WS-LOCK-NAME
        call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
            WS-LOCK-RESULT
    end-if.
    if WS-INTAKE-OPEN
        close SAMPLE-INTAKE-FILE
    end-if.
    if WS-TXN-OPEN
        close TRANSACTION-FILE
    else
        move "DAILY TRANSACTIONS (DAILYTXN) NOT AVAILABLE - RUN ORDERS SHOWN IN PROGRESS"
            to WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.
    move spaces to WS-REPORT-LINE.
    string "RECEIVED " WS-RECEIVED-COUNT
        "  REJECTED " WS-REJECTED-COUNT
        "  IN-PROGRESS " WS-IN-PROGRESS-COUNT
        "  ON-HOLD " WS-ON-HOLD-COUNT
        "  RESULTED " WS-RESULTED-COUNT
        "  CANCELLED " WS-CANCELLED-COUNT
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "EXTRACT DATE " WS-EXTRACT-DATE
        "  FILE SEQUENCE " WS-FILE-SEQUENCE
        "  ORDERS READ " WS-READ-COUNT
        "  SENT " WS-DETAIL-COUNT
        "  UNCHANGED " WS-UNCHANGED-COUNT
        "  NOT UPDATED " WS-NOT-UPDATED-COUNT
        "  HASH " WS-TRAILER-HASH
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    close STATUS-REPORT-FILE.
    perform 0930-POST-SENT-HISTORY.
    display "Estados de orden enviados: " WS-DETAIL-COUNT
        " de " WS-READ-COUNT.
    display "Secuencia de archivo: " WS-FILE-SEQUENCE.
    if WS-RUN-STATUS = "FAILED"
        move 8 to return-code
    else
        if WS-NOT-UPDATED-COUNT > 0
            move 4 to return-code
        end-if
    end-if.

0930-POST-SENT-HISTORY.
    move WS-FILE-SEQUENCE to SENT-SEQUENCE.
    move WS-EXTRACT-DATE to SENT-RUN-DATE.
    move WS-DETAIL-COUNT to SENT-COUNT.
    move WS-TRAILER-HASH to SENT-HASH.
    open extend SENT-HISTORY-FILE.
    if WS-SENT-STATUS = "35"
        open output SENT-HISTORY-FILE
    end-if.
    write LIMS-SENT-RECORD.
    close SENT-HISTORY-FILE.


0095-REFUSE-CLOSED-DAY.
    display "El dia de negocio " WS-EXTRACT-DATE
        " esta cerrado - no se procesa.".
    move "FAILED" to WS-RUN-STATUS.
    perform 0920-LOG-RUN-END.
    move 8 to return-code.
    stop run.

*> Nothing has been written yet: no status file goes out and the
*> status file sequence is not used up.
0097-REFUSE-LOCK-HELD.
    display "Otro usuario esta tomando IDs de muestra -"
        " no se envio ningun estado.".
    open output STATUS-REPORT-FILE.
    move "NOTHING SENT - SAMPLESEQ LOCK HELD" to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    close STATUS-REPORT-FILE.
    move "FAILED" to WS-RUN-STATUS.
    perform 0920-LOG-RUN-END.
    move 8 to return-code.
    stop run.

0030-LOG-RUN-START.
    move "lims-status" to RUN-LOG-PROGRAM.
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
    move "lims-status" to RUN-LOG-PROGRAM.
    move "E" to RUN-LOG-EVENT.
    move function current-date to RUN-LOG-TIMESTAMP.
    move WS-DETAIL-COUNT to RUN-LOG-RECORDS.
    move WS-RUN-STATUS to RUN-LOG-STATUS.
    perform 0040-WRITE-RUN-LOG.

end program lims-status.
