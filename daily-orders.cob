*> a 300-order night should not need 300 terminal sessions. Reads the
*> LIMSORDERS file (one requested sample per record, layout in
*> LIMS-ORDER-REC) and runs each order through exactly what the
*> interactive chain does: the date-of-birth check and GENDERCODES
*> lookup, the AGEBRACKETS classification, the HAMMING verification
*> with the HAMTHRESH MATCH/INCONCLUSIVE/MISMATCH decision, the
*> SAMPLEINTAKE and DAILYTXN writes under a shared SAMPLESEQ sample
*> held for the whole run; a held lock fails the run whole with
*> RETURN-CODE 8 so it can be rescheduled, never half-posted. Start
*> and end go to the shared batch run log (HAMRUNLOG).
*>
*> Modification history
*> 2026-10-15 MRP  New-sample orders now carry the subject's date of
*>                 birth and the collection date (ORDER-BIRTH-DATE,
*>                 ORDER-COLLECTION-DATE); the DOBCHK subprogram checks
*>                 them and works out the age on the collection date,
*>                 which replaces the keyed ORDER-AGE for the
*>                 classification, the consent check and the intake
*>                 record (age basis "D"). A bad date rejects the order
*>                 with its reason. The order record grows by the two
*>                 dates.
*> 2026-10-15 MRP  New-sample orders now carry the subject's consent to
*>                 result release, research use and specimen retention
*>                 (ORDER-CONSENT) and, for a minor, the guardian name
*>                 and relationship; the set is checked through the
*>                 CONSENTCHK subprogram after the site, a failure
*>                 rejects the order with its reason, and an accepted
*>                 order stores all of it on the intake record.
*> 2026-10-15 MRP  Every audit-log entry is now chained to the one before
*>                 it (AUDIT-CHAIN-VALUE, LOGCHAIN subprogram) while the
*>                 HAMMAUDIT lock is held, so an edited or deleted line
*>                 is caught by the nightly log-verify.cob.
*> 2026-10-15 MRP  A newly received order starts with no status sent to
*>                 the LIMS (PEND-SENT-STATE), for the LIMSSTATUS order
*>                 status feed written by lims-status.cob.
*> 2026-10-15 MRP  Orders carry a priority (ORDER-PRIORITY: STAT,
*>                 URGENT or ROUTINE). The pending orders are run in
*>                 three passes - every STAT order, then every URGENT
*>                 one, then the routine ones - so urgent work draws
*>                 its sample IDs and results first; an unknown
*>                 priority rejects the order. The priority is stored
*>                 on the intake record and shown on ORDERSRPT.
*> 2026-10-15 MRP  LIMSORDERS is now framed like our outbound feeds - a
*>                 header with the LIMS run date and file sequence, a
*>                 trailer with the detail count and a hash total of
*>                 the LIMS order numbers - and is refused whole on a
*>                 structural failure or a sequence already received
*>                 (LIMSORDSEQ keeps the last one accepted). Every
*>                 detail carries its LIMS order number and a type:
*>                 new, retest, cancel or amend. Orders are received
*>                 onto the new LIMSPENDING pending-order file (layout
*>                 in LIMS-PENDING-REC) and cancellations and
*>                 amendments are applied there before anything is
*>                 run; the pending orders are then run and marked
*>                 resulted. A cancel or amend of an order already
*>                 resulted, cancelled or never received, and a second
*>                 order under a number already received, is refused
*>                 onto the new ORDEREXCRPT exceptions report (RC 4),
*>                 so no order number is ever run twice. An order that
*>                 fails validation now stays pending - the LIMS may
*>                 amend or cancel it - and is tried again next run.
*>                 ORDERSRPT lines carry the LIMS order number.
*> 2026-10-15 MRP  Intake records now carry intake-keyed-by; LIMS order
*>                 intakes are written with it blank (no operator
*>                 keyed them).
*> 2026-10-15 MRP  Every strand saved to HAMSTRANDS is now checked
*>                 against the WATCHLIST watch list (WATCHCHK
*>                 subprogram); a hit writes an alert to WATCHALERTS
*>                 for the entry's owner to close in watch-ack.cob;
*>                 the hit is listed on ORDERSRPT and counted in the
*>                 end-of-run totals.
*> 2026-10-15 MRP  New retest order type (ORDER-TYPE "R"): a new
*>                 verification of the order's strand pair for a sample
*>                 already on DAILYTXN, with the retest reason on the
*>                 order. The new result replaces the current one on
*>                 the DAILYTXN record (rewritten under the DAILYTXN
*>                 lock, TXN-RESULT-VERSION advanced) and the replaced
*>                 result goes to the RESULTHIST history file with its
*>                 version, timestamp, operator and reason; replacing
*>                 a released result marks the record amended for
*>                 lims-extract.cob. A retest of a sample not on file,
*>                 pending second review, or with a voided intake is
*>                 rejected, as is one whose strands cannot be
*>                 compared - the current result stands. The totals
*>                 line counts the retests applied. New samples are
*>                 written as version 1.
*> 2026-10-15 MRP  Every order now carries the submitting site code
*>                 (ORDER-SITE-CODE), validated against the SITEMASTER
*>                 site master - an unknown or inactive site rejects
*>                 the order on ORDERSRPT - and stored on both the
*>                 SAMPLEINTAKE and the DAILYTXN record. Without a
*>                 SITEMASTER the only valid site is the default MAIN.
*> 2026-10-15 MRP  An INCONCLUSIVE decision is now written to DAILYTXN
*>                 pending second review (TXN-RELEASE-STATUS "P") and
*>                 held out of the LIMS feed until txn-review.cob
*>                 releases it; every other result is released as it
*>                 is written. TXN-VERIFIED-BY carries the batch user.
*>                 The ORDERSRPT totals line counts the held results.

environment division.
input-output section.
    select AGE-BRACKET-FILE assign to "AGEBRACKETS"
        organization is line sequential
        file status is WS-BRACKET-STATUS.
    select SITE-FILE assign to "SITEMASTER"
        organization is line sequential
        file status is WS-SITE-FILE-STATUS.
    select AUDIT-FILE assign to "HAMMAUDIT"
        organization is line sequential
        file status is WS-AUDIT-STATUS.
        file status is WS-TOTAL-STATUS.
    select ORDER-REPORT-FILE assign to "ORDERSRPT"
        organization is line sequential.
    select RESULT-HIST-FILE assign to "RESULTHIST"
        organization is indexed
        access mode is dynamic
        record key is HIST-KEY
        file status is WS-HIST-STATUS.
    select RUN-LOG-FILE assign to "HAMRUNLOG"
        organization is line sequential
        file status is WS-RUNLOG-STATUS.
    select LIMS-PENDING-FILE assign to "LIMSPENDING"
        organization is indexed
        access mode is dynamic
        record key is PEND-ORDER-NUMBER
        file status is WS-PENDING-STATUS.
    select ORDER-SEQUENCE-FILE assign to "LIMSORDSEQ"
        organization is line sequential
        file status is WS-ORDER-SEQ-STATUS.
    select ORDER-EXCEPTION-FILE assign to "ORDEREXCRPT"
        organization is line sequential.

data division.
file section.
fd  ORDER-FILE.
01  ORDER-FILE-RECORD         pic x(425).

fd  TRANSACTION-FILE.
    copy "transaction-rec.cpy".
fd  AGE-BRACKET-FILE.
    copy "age-bracket-rec.cpy".

fd  SITE-FILE.
    copy "site-rec.cpy".

fd  AUDIT-FILE.
    copy "audit-rec.cpy".

fd  ORDER-REPORT-FILE.
01  WS-REPORT-LINE            pic x(200).

fd  RESULT-HIST-FILE.
    copy "result-hist-rec.cpy".

fd  RUN-LOG-FILE.
    copy "run-log-rec.cpy".

fd  LIMS-PENDING-FILE.
    copy "lims-pending-rec.cpy".

fd  ORDER-SEQUENCE-FILE.
01  ORDER-SEQUENCE-RECORD.
    05  ORDER-SEQUENCE-NUMBER   pic 9(06).

fd  ORDER-EXCEPTION-FILE.
01  WS-EXCEPTION-LINE         pic x(200).

working-storage section.
01 WS-RUNLOG-STATUS           pic x(02) value spaces.
01 WS-RUN-STATUS              pic x(10) value "SUCCESS".
01 WS-SEQUENCE-STATUS         pic x(02) value spaces.
01 WS-GENDER-FILE-STATUS      pic x(02) value spaces.
01 WS-BRACKET-STATUS          pic x(02) value spaces.
01 WS-SITE-FILE-STATUS        pic x(02) value spaces.
01 WS-AUDIT-STATUS            pic x(02) value spaces.
01 WS-MASTER-STATUS           pic x(02) value spaces.
01 WS-XREF-STATUS             pic x(02) value spaces.
01 WS-THRESHOLD-STATUS        pic x(02) value spaces.
01 WS-TOTAL-STATUS            pic x(02) value spaces.
01 WS-HIST-STATUS             pic x(02) value spaces.
01 WS-PENDING-STATUS          pic x(02) value spaces.
01 WS-ORDER-SEQ-STATUS        pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".

*> The order being worked: read from LIMSORDERS, or rebuilt from its
*> LIMSPENDING record when the pending orders are run.
copy "lims-order-rec.cpy".

*> LIMSORDERS framing, checked whole before anything is applied.
01 WS-FEED-OK-FLAG            pic x(01) value "N".
   88 WS-FEED-OK              value "Y".
01 WS-FEED-REJECT-REASON      pic x(80) value spaces.
01 WS-FEED-RECORD-NUMBER      pic 9(06) value 0.
01 WS-HEADER-SEEN-FLAG        pic x(01) value "N".
   88 WS-HEADER-SEEN          value "Y".
01 WS-TRAILER-SEEN-FLAG       pic x(01) value "N".
   88 WS-TRAILER-SEEN         value "Y".
01 WS-FEED-DATE               pic 9(08) value 0.
01 WS-FEED-SEQUENCE           pic 9(06) value 0.
01 WS-LAST-FEED-SEQUENCE      pic 9(06) value 0.
01 WS-DETAIL-COUNT            pic 9(06) value 0.
01 WS-HASH-TOTAL              pic 9(15) value 0.
01 WS-TRAILER-COUNT           pic 9(06) value 0.
01 WS-TRAILER-HASH            pic 9(15) value 0.

01 WS-PENDING-OPEN-FLAG       pic x(01) value "N".
   88 WS-PENDING-OPEN         value "Y".
01 WS-PENDING-EOF-FLAG        pic x(01) value "N".
   88 WS-PENDING-EOF          value "Y".
01 WS-PENDING-FOUND-FLAG      pic x(01) value "N".
   88 WS-PENDING-FOUND        value "Y".
01 WS-ORDER-RESULTED-FLAG     pic x(01) value "N".
   88 WS-ORDER-RESULTED       value "Y".
01 WS-ORDER-ACTION            pic x(06) value spaces.
01 WS-RUN-PRIORITY            pic x(01) value space.
01 WS-ORDER-PRIORITY          pic x(01) value space.
01 WS-PRIORITY-WORD           pic x(07) value spaces.
01 WS-EXCEPTION-REASON        pic x(40) value spaces.
01 WS-RECEIVED-COUNT          pic 9(06) value 0.
01 WS-CANCELLED-COUNT         pic 9(06) value 0.
01 WS-AMENDED-COUNT           pic 9(06) value 0.
01 WS-EXCEPTION-COUNT         pic 9(06) value 0.

01 WS-USER-ID                 pic x(08) value spaces.

01 WS-LOCK-ACTION             pic x(01) value space.
01 WS-LOCK-NAME               pic x(12) value spaces.
01 WS-LOCK-RESULT             pic x(02) value spaces.
01 WS-CHAIN-ACTION            pic x(01) value space.
01 WS-CHAIN-LOG               pic x(14) value spaces.
01 WS-CHAIN-LENGTH            pic 9(04) value 0.
01 WS-CHAIN-VALUE             pic 9(15) value 0.
01 WS-CHAIN-COUNT             pic 9(09) value 0.
01 WS-CHAIN-RESULT            pic x(02) value spaces.
01 WS-SEQ-LOCKED-FLAG         pic x(01) value "N".
   88 WS-SEQ-LOCKED           value "Y".
01 WS-MASTER-LOCKED-FLAG      pic x(01) value "N".
01 WS-TXN-WRITE-COUNT         pic 9(06) value 0.
01 WS-REJECTED-COUNT          pic 9(06) value 0.
01 WS-VERIFY-ERROR-COUNT      pic 9(06) value 0.
01 WS-HELD-COUNT              pic 9(06) value 0.
01 WS-RETEST-COUNT            pic 9(06) value 0.

01 WS-RETEST-APPLIED-FLAG     pic x(01) value "N".
   88 WS-RETEST-APPLIED       value "Y".
01 WS-HIST-WRITTEN-FLAG       pic x(01) value "N".
   88 WS-HIST-WRITTEN         value "Y".
01 WS-OLD-VERSION             pic 9(03) value 0.
01 WS-NEW-VERSION             pic 9(03) value 0.

01 WS-AGE-NUM                 pic 9(03) value 0.
01 WS-TODAY                   pic 9(08) value 0.
01 WS-DOB-RESULT              pic x(02) value spaces.
01 WS-DOB-REASON              pic x(40) value spaces.
01 WS-REJECT-REASON           pic x(40) value spaces.
01 WS-RECORD-OK-FLAG          pic x(01) value "N".
   88 WS-RECORD-OK            value "Y".
01 WS-CONSENT-MINOR           pic x(01) value "N".
01 WS-CONSENT-RESULT          pic x(02) value spaces.
01 WS-CONSENT-REASON          pic x(40) value spaces.

01 WS-MAX-GENDER-CODES        pic 9(02) value 20.
01 WS-GENDER-CODE-COUNT       pic 9(02) value 0.
      10 WS-AB-HIGH           pic 9(03).
      10 WS-AB-LABEL          pic x(10).

copy "site-table.cpy".

01 WS-CLASSIFICATION          pic x(10) value spaces.

01 WS-DNA-1                   pic x(120) value spaces.
01 WS-SAVE-STRAND             pic x(120) value spaces.
01 WS-SAVE-ROLE               pic x(01) value space.
01 WS-STRANDS-POSTED          pic 9(06) value 0.
01 WS-WATCH-SOURCE            pic x(20) value "daily-orders".
01 WS-WATCH-HITS              pic 9(04) value 0.
01 WS-WATCH-RESULT            pic x(02) value spaces.
01 WS-WATCH-ALERT-COUNT       pic 9(06) value 0.
01 WS-AUDIT-WRITE-COUNT       pic 9(06) value 0.

01 WS-TOTAL-FILE              pic x(12) value spaces.
    perform 0100-LOAD-GENDER-CODES.
    perform 0200-LOAD-AGE-BRACKETS.
    perform 0250-LOAD-THRESHOLDS.
    perform 0270-LOAD-SITES.
    perform 0400-INITIALIZE.
    if WS-FEED-OK
        perform 0470-TAKE-ONE-ORDER until WS-EOF
        close ORDER-FILE
        perform 0490-RUN-PENDING-ORDERS
    end-if.
    perform 0900-TERMINATE.
    perform 0920-LOG-RUN-END.
        close THRESHOLD-FILE
    end-if.

0270-LOAD-SITES.
    move 0 to WS-SITE-COUNT.
    open input SITE-FILE.
    if WS-SITE-FILE-STATUS = "35"
        perform 0280-SEED-DEFAULT-SITE
    else
        read SITE-FILE
            at end set WS-EOF to true
        end-read
        perform 0290-LOAD-ONE-SITE until WS-EOF
        close SITE-FILE
        move "N" to WS-EOF-FLAG
    end-if.

0280-SEED-DEFAULT-SITE.
    move 1 to WS-SITE-COUNT.
    move "MAIN  " to WS-ST-CODE(1).
    move "LABORATORIO CENTRAL" to WS-ST-NAME(1).
    move spaces to WS-ST-CONTACT(1).
    move "Y" to WS-ST-ACTIVE(1).

0290-LOAD-ONE-SITE.
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

0400-INITIALIZE.
    open input ORDER-FILE.
    if WS-ORDER-STATUS = "35"
        if WS-SEQ-LOCKED and WS-MASTER-LOCKED
            perform 0430-READ-SAMPLE-SEQUENCE
            open output ORDER-REPORT-FILE
            open output ORDER-EXCEPTION-FILE
            move "LIMS ORDER EXCEPTIONS - LIMSORDERS"
                to WS-EXCEPTION-LINE
            write WS-EXCEPTION-LINE
            perform 0450-CHECK-ORDER-FEED
            if WS-FEED-OK
                perform 0460-OPEN-PENDING-FILE
            end-if
            if WS-FEED-OK
                perform 0465-OPEN-ORDER-DETAILS
            else
                set WS-EOF to true
                move "FAILED" to WS-RUN-STATUS
                move 8 to return-code
            end-if
        else
            close ORDER-FILE
            set WS-EOF to true
        at end set WS-EOF to true
    end-read.

*> ----------------------------------------------------------------
*> First pass over LIMSORDERS: header first, trailer last, and the
*> trailer's count and order-number hash agreeing with the details
*> actually there. Any structural failure refuses the file whole -
*> no order is received, cancelled or amended - and the run ends
*> FAILED so the LIMS can resend it. A file whose sequence number
*> is not past the last one accepted has been seen before and is
*> refused the same way; a skipped sequence is only noted.
*> ----------------------------------------------------------------
0450-CHECK-ORDER-FEED.
    set WS-FEED-OK to true.
    perform 0456-READ-FEED-SEQUENCE.
    move "N" to WS-EOF-FLAG.
    read ORDER-FILE into LIMS-ORDER-RECORD
        at end set WS-EOF to true
    end-read.
    if WS-EOF
        move "ORDER FILE IS EMPTY" to WS-FEED-REJECT-REASON
        perform 0459-FAIL-WHOLE-FEED
    else
        perform 0452-CHECK-ONE-FEED-RECORD
            until WS-EOF or not WS-FEED-OK
    end-if.
    close ORDER-FILE.
    move "N" to WS-EOF-FLAG.
    if WS-FEED-OK
        perform 0454-CHECK-FEED-TOTALS
    end-if.

0452-CHECK-ONE-FEED-RECORD.
    add 1 to WS-FEED-RECORD-NUMBER.
    evaluate true
        when ORDER-HEADER
            if WS-HEADER-SEEN
                move "SECOND HEADER RECORD FOUND"
                    to WS-FEED-REJECT-REASON
                perform 0459-FAIL-WHOLE-FEED
            else
                if WS-FEED-RECORD-NUMBER not = 1
                    move "HEADER IS NOT THE FIRST RECORD"
                        to WS-FEED-REJECT-REASON
                    perform 0459-FAIL-WHOLE-FEED
                else
                    set WS-HEADER-SEEN to true
                    if ORDER-HEADER-DATE is numeric
                       and ORDER-HEADER-SEQUENCE is numeric
                        move ORDER-HEADER-DATE to WS-FEED-DATE
                        move ORDER-HEADER-SEQUENCE to WS-FEED-SEQUENCE
                    else
                        move "HEADER DATE OR SEQUENCE NOT NUMERIC"
                            to WS-FEED-REJECT-REASON
                        perform 0459-FAIL-WHOLE-FEED
                    end-if
                end-if
            end-if
        when ORDER-DETAIL
            if not WS-HEADER-SEEN or WS-TRAILER-SEEN
                move "DETAIL RECORD OUT OF SEQUENCE"
                    to WS-FEED-REJECT-REASON
                perform 0459-FAIL-WHOLE-FEED
            else
                add 1 to WS-DETAIL-COUNT
                if ORDER-LIMS-NUMBER is not numeric
                   or ORDER-LIMS-NUMBER = 0
                    move spaces to WS-FEED-REJECT-REASON
                    string "ORDER NUMBER NOT NUMERIC ON RECORD "
                        WS-FEED-RECORD-NUMBER
                        delimited by size into WS-FEED-REJECT-REASON
                    perform 0459-FAIL-WHOLE-FEED
                else
                    add ORDER-LIMS-NUMBER to WS-HASH-TOTAL
                end-if
            end-if
        when ORDER-TRAILER
            if WS-TRAILER-SEEN
                move "SECOND TRAILER RECORD FOUND"
                    to WS-FEED-REJECT-REASON
                perform 0459-FAIL-WHOLE-FEED
            else
                set WS-TRAILER-SEEN to true
                if ORDER-TRAILER-COUNT is numeric
                   and ORDER-TRAILER-HASH is numeric
                    move ORDER-TRAILER-COUNT to WS-TRAILER-COUNT
                    move ORDER-TRAILER-HASH to WS-TRAILER-HASH
                else
                    move "TRAILER COUNT OR HASH NOT NUMERIC"
                        to WS-FEED-REJECT-REASON
                    perform 0459-FAIL-WHOLE-FEED
                end-if
            end-if
        when other
            move "UNRECOGNIZED RECORD TYPE" to WS-FEED-REJECT-REASON
            perform 0459-FAIL-WHOLE-FEED
    end-evaluate.
    read ORDER-FILE into LIMS-ORDER-RECORD
        at end set WS-EOF to true
    end-read.

0454-CHECK-FEED-TOTALS.
    evaluate true
        when not WS-HEADER-SEEN
            move "NO HEADER RECORD" to WS-FEED-REJECT-REASON
            perform 0459-FAIL-WHOLE-FEED
        when not WS-TRAILER-SEEN
            move "NO TRAILER RECORD" to WS-FEED-REJECT-REASON
            perform 0459-FAIL-WHOLE-FEED
        when WS-TRAILER-COUNT not = WS-DETAIL-COUNT
            move spaces to WS-FEED-REJECT-REASON
            string "COUNT MISMATCH - TRAILER " WS-TRAILER-COUNT
                " DETAILS " WS-DETAIL-COUNT
                delimited by size into WS-FEED-REJECT-REASON
            perform 0459-FAIL-WHOLE-FEED
        when WS-TRAILER-HASH not = WS-HASH-TOTAL
            move spaces to WS-FEED-REJECT-REASON
            string "HASH MISMATCH - TRAILER " WS-TRAILER-HASH
                " DETAILS " WS-HASH-TOTAL
                delimited by size into WS-FEED-REJECT-REASON
            perform 0459-FAIL-WHOLE-FEED
        when WS-FEED-SEQUENCE not > WS-LAST-FEED-SEQUENCE
            move spaces to WS-FEED-REJECT-REASON
            string "SEQUENCE " WS-FEED-SEQUENCE
                " ALREADY RECEIVED - LAST ACCEPTED "
                WS-LAST-FEED-SEQUENCE
                delimited by size into WS-FEED-REJECT-REASON
            perform 0459-FAIL-WHOLE-FEED
        when other
            move spaces to WS-EXCEPTION-LINE
            string "FEED OF " WS-FEED-DATE
                " SEQUENCE " WS-FEED-SEQUENCE
                " ACCEPTED: " WS-DETAIL-COUNT " ORDER RECORDS"
                delimited by size into WS-EXCEPTION-LINE
            write WS-EXCEPTION-LINE
            if WS-LAST-FEED-SEQUENCE > 0
               and WS-FEED-SEQUENCE > WS-LAST-FEED-SEQUENCE + 1
                add 1 to WS-EXCEPTION-COUNT
                move spaces to WS-EXCEPTION-LINE
                string "FEED SEQUENCE GAP - LAST ACCEPTED "
                    WS-LAST-FEED-SEQUENCE " THIS FILE "
                    WS-FEED-SEQUENCE
                    delimited by size into WS-EXCEPTION-LINE
                write WS-EXCEPTION-LINE
            end-if
    end-evaluate.

0456-READ-FEED-SEQUENCE.
    move 0 to WS-LAST-FEED-SEQUENCE.
    open input ORDER-SEQUENCE-FILE.
    if WS-ORDER-SEQ-STATUS = "00"
        read ORDER-SEQUENCE-FILE
            at end continue
            not at end
                if ORDER-SEQUENCE-NUMBER is numeric
                    move ORDER-SEQUENCE-NUMBER
                        to WS-LAST-FEED-SEQUENCE
                end-if
        end-read
        close ORDER-SEQUENCE-FILE
    end-if.

0459-FAIL-WHOLE-FEED.
    move "N" to WS-FEED-OK-FLAG.
    move spaces to WS-REPORT-LINE.
    string "ORDER FILE REJECTED - NOTHING APPLIED: "
        function trim(WS-FEED-REJECT-REASON)
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move WS-REPORT-LINE to WS-EXCEPTION-LINE.
    write WS-EXCEPTION-LINE.
    add 1 to WS-EXCEPTION-COUNT.
    display "Archivo de ordenes rechazado: "
        function trim(WS-FEED-REJECT-REASON).

0460-OPEN-PENDING-FILE.
    open i-o LIMS-PENDING-FILE.
    if WS-PENDING-STATUS = "35"
        open output LIMS-PENDING-FILE
        close LIMS-PENDING-FILE
        open i-o LIMS-PENDING-FILE
    end-if.
    if WS-PENDING-STATUS = "00"
        set WS-PENDING-OPEN to true
    else
        move spaces to WS-FEED-REJECT-REASON
        string "LIMSPENDING COULD NOT BE OPENED - STATUS "
            WS-PENDING-STATUS
            delimited by size into WS-FEED-REJECT-REASON
        perform 0459-FAIL-WHOLE-FEED
    end-if.

*> Second pass: skip the header; the trailer ends the details.
0465-OPEN-ORDER-DETAILS.
    move "N" to WS-EOF-FLAG.
    open input ORDER-FILE.
    read ORDER-FILE into LIMS-ORDER-RECORD
        at end set WS-EOF to true
    end-read.
    perform 0468-READ-NEXT-ORDER.

0468-READ-NEXT-ORDER.
    if not WS-EOF
        read ORDER-FILE into LIMS-ORDER-RECORD
            at end set WS-EOF to true
        end-read
    end-if.
    if ORDER-TRAILER
        set WS-EOF to true
    end-if.

*> ----------------------------------------------------------------
*> Each order record is applied to LIMSPENDING: a new or retest
*> order is received as pending, a cancellation or amendment
*> changes the pending order it names. Nothing is run yet, so a
*> cancellation later in the same file still stops the order.
*> Whatever cannot be applied goes to the ORDEREXCRPT exceptions
*> report for the LIMS team.
*> ----------------------------------------------------------------
0470-TAKE-ONE-ORDER.
    add 1 to WS-ORDER-NUMBER.
    move ORDER-LIMS-NUMBER to PEND-ORDER-NUMBER.
    read LIMS-PENDING-FILE
        invalid key move "N" to WS-PENDING-FOUND-FLAG
        not invalid key set WS-PENDING-FOUND to true
    end-read.
    evaluate true
        when ORDER-NEW-SAMPLE or ORDER-RETEST
            perform 0472-RECEIVE-NEW-ORDER
        when ORDER-CANCEL
            perform 0474-CANCEL-PENDING-ORDER
        when ORDER-AMEND
            perform 0476-AMEND-PENDING-ORDER
        when other
            move "ORDER TYPE IS NOT N, R, C OR A"
                to WS-EXCEPTION-REASON
            perform 0480-REPORT-ORDER-EXCEPTION
    end-evaluate.
    perform 0468-READ-NEXT-ORDER.

0472-RECEIVE-NEW-ORDER.
    if WS-PENDING-FOUND
        move "ORDER NUMBER ALREADY RECEIVED" to WS-EXCEPTION-REASON
        perform 0480-REPORT-ORDER-EXCEPTION
    else
        move ORDER-LIMS-NUMBER to PEND-ORDER-NUMBER
        set PEND-IS-PENDING to true
        if ORDER-RETEST
            move "R" to PEND-ORDER-KIND
        else
            move "N" to PEND-ORDER-KIND
        end-if
        move function current-date to PEND-RECEIVED-TS
        move WS-FEED-DATE to PEND-FEED-DATE
        move WS-FEED-SEQUENCE to PEND-FEED-SEQUENCE
        move spaces to PEND-CHANGED-TS
        move 0 to PEND-AMEND-COUNT
        move 0 to PEND-SAMPLE-ID
        move spaces to PEND-LAST-REJECT
        move spaces to PEND-SENT-STATE
        move spaces to PEND-SENT-REASON
        move 0 to PEND-SENT-DATE
        move ORDER-DATA to PEND-ORDER-DATA
        write LIMS-PENDING-RECORD
            invalid key
                move "LIMSPENDING WRITE FAILED" to WS-EXCEPTION-REASON
                move "N" to WS-PENDING-FOUND-FLAG
                perform 0480-REPORT-ORDER-EXCEPTION
            not invalid key
                add 1 to WS-RECEIVED-COUNT
        end-write
    end-if.

0474-CANCEL-PENDING-ORDER.
    perform 0478-CHECK-ORDER-STILL-PENDING.
    if WS-EXCEPTION-REASON = spaces
        set PEND-IS-CANCELLED to true
        move function current-date to PEND-CHANGED-TS
        rewrite LIMS-PENDING-RECORD
            invalid key
                move "LIMSPENDING REWRITE FAILED"
                    to WS-EXCEPTION-REASON
                perform 0480-REPORT-ORDER-EXCEPTION
            not invalid key
                add 1 to WS-CANCELLED-COUNT
                move spaces to WS-REPORT-LINE
                string "ORDER " ORDER-LIMS-NUMBER
                    " CANCELLED BY THE LIMS - NOT RUN"
                    delimited by size into WS-REPORT-LINE
                write WS-REPORT-LINE
        end-rewrite
    end-if.

*> The amendment is the order as the LIMS now holds it; the pending
*> order stays the kind it was received as, and a rejection it got
*> on an earlier run is cleared so it is judged again as amended.
0476-AMEND-PENDING-ORDER.
    perform 0478-CHECK-ORDER-STILL-PENDING.
    if WS-EXCEPTION-REASON = spaces
        move ORDER-DATA to PEND-ORDER-DATA
        if PEND-AMEND-COUNT < 999
            add 1 to PEND-AMEND-COUNT
        end-if
        move spaces to PEND-LAST-REJECT
        move function current-date to PEND-CHANGED-TS
        rewrite LIMS-PENDING-RECORD
            invalid key
                move "LIMSPENDING REWRITE FAILED"
                    to WS-EXCEPTION-REASON
                perform 0480-REPORT-ORDER-EXCEPTION
            not invalid key
                add 1 to WS-AMENDED-COUNT
                move spaces to WS-REPORT-LINE
                string "ORDER " ORDER-LIMS-NUMBER
                    " AMENDED BY THE LIMS (" function trim(ORDER-FIRST-NAME)
                    " " function trim(ORDER-LAST-NAME) ")"
                    delimited by size into WS-REPORT-LINE
                write WS-REPORT-LINE
        end-rewrite
    end-if.

0478-CHECK-ORDER-STILL-PENDING.
    move spaces to WS-EXCEPTION-REASON.
    evaluate true
        when not WS-PENDING-FOUND
            move "ORDER NUMBER NOT ON FILE" to WS-EXCEPTION-REASON
        when PEND-IS-RESULTED
            move "ORDER ALREADY RESULTED" to WS-EXCEPTION-REASON
        when PEND-IS-CANCELLED
            move "ORDER ALREADY CANCELLED" to WS-EXCEPTION-REASON
        when other
            continue
    end-evaluate.
    if WS-EXCEPTION-REASON not = spaces
        perform 0480-REPORT-ORDER-EXCEPTION
    end-if.

0480-REPORT-ORDER-EXCEPTION.
    add 1 to WS-EXCEPTION-COUNT.
    evaluate true
        when ORDER-NEW-SAMPLE
            move "NEW" to WS-ORDER-ACTION
        when ORDER-RETEST
            move "RETEST" to WS-ORDER-ACTION
        when ORDER-CANCEL
            move "CANCEL" to WS-ORDER-ACTION
        when ORDER-AMEND
            move "AMEND" to WS-ORDER-ACTION
        when other
            move "TYPE " to WS-ORDER-ACTION
            move ORDER-TYPE to WS-ORDER-ACTION(6:1)
    end-evaluate.
    move spaces to WS-EXCEPTION-LINE.
    if WS-PENDING-FOUND and PEND-IS-RESULTED
        string "ORDER " ORDER-LIMS-NUMBER " "
            function trim(WS-ORDER-ACTION) " REFUSED: "
            function trim(WS-EXCEPTION-REASON)
            " - SAMPLE " PEND-SAMPLE-ID
            " RESULTED " PEND-CHANGED-TS(1:8)
            delimited by size into WS-EXCEPTION-LINE
    else
        string "ORDER " ORDER-LIMS-NUMBER " "
            function trim(WS-ORDER-ACTION) " REFUSED: "
            function trim(WS-EXCEPTION-REASON)
            delimited by size into WS-EXCEPTION-LINE
    end-if.
    write WS-EXCEPTION-LINE.

*> ----------------------------------------------------------------
*> Every order still pending - tonight's and any earlier one left
*> pending by a rejection - is run, STAT orders first, then URGENT,
*> then routine, each in LIMS order-number order; then it is marked
*> resulted with its sample, or left pending with the reason.
*> ----------------------------------------------------------------
0490-RUN-PENDING-ORDERS.
    move "S" to WS-RUN-PRIORITY.
    perform 0492-RUN-ONE-PRIORITY.
    move "U" to WS-RUN-PRIORITY.
    perform 0492-RUN-ONE-PRIORITY.
    move "R" to WS-RUN-PRIORITY.
    perform 0492-RUN-ONE-PRIORITY.

0492-RUN-ONE-PRIORITY.
    move "N" to WS-PENDING-EOF-FLAG.
    move 0 to PEND-ORDER-NUMBER.
    start LIMS-PENDING-FILE
        key is not less than PEND-ORDER-NUMBER
        invalid key set WS-PENDING-EOF to true
    end-start.
    if not WS-PENDING-EOF
        read LIMS-PENDING-FILE next
            at end set WS-PENDING-EOF to true
        end-read
        perform 0495-RUN-NEXT-PENDING-ORDER until WS-PENDING-EOF
    end-if.

*> Anything but STAT or URGENT runs with the routine orders, where
*> an unknown priority is rejected.
0495-RUN-NEXT-PENDING-ORDER.
    if PEND-IS-PENDING
        move PEND-ORDER-DATA to ORDER-DATA
        set ORDER-DETAIL to true
        move PEND-ORDER-KIND to ORDER-TYPE
        if ORDER-STAT or ORDER-URGENT
            move ORDER-PRIORITY to WS-ORDER-PRIORITY
        else
            move "R" to WS-ORDER-PRIORITY
        end-if
        if WS-ORDER-PRIORITY = WS-RUN-PRIORITY
            perform 0500-PROCESS-ONE-ORDER
        end-if
    end-if.
    read LIMS-PENDING-FILE next
        at end set WS-PENDING-EOF to true
    end-read.

0500-PROCESS-ONE-ORDER.
    move "N" to WS-ORDER-RESULTED-FLAG.
    evaluate true
        when ORDER-STAT
            move "STAT" to WS-PRIORITY-WORD
        when ORDER-URGENT
            move "URGENT" to WS-PRIORITY-WORD
        when other
            move "ROUTINE" to WS-PRIORITY-WORD
    end-evaluate.
    perform 0510-VALIDATE-ORDER.
    if WS-RECORD-OK
        if ORDER-RETEST
            perform 0800-RUN-RETEST-ORDER
        else
            perform 0600-RUN-ONE-ORDER
        end-if
    else
        perform 0590-REPORT-REJECTED-ORDER
    end-if.
    perform 0580-UPDATE-PENDING-ORDER.

0510-VALIDATE-ORDER.
    move "N" to WS-RECORD-OK-FLAG.
    move spaces to WS-REJECT-REASON.
    evaluate true
        when not ORDER-STAT and not ORDER-URGENT
         and not ORDER-ROUTINE
            move "PRIORITY IS NOT STAT, URGENT OR ROUTINE"
                to WS-REJECT-REASON
        when ORDER-RETEST
            perform 0540-VALIDATE-RETEST-ORDER
        when ORDER-NEW-SAMPLE
            perform 0515-VALIDATE-NEW-ORDER
        when other
            move "ORDER TYPE IS NOT N OR R" to WS-REJECT-REASON
    end-evaluate.

0515-VALIDATE-NEW-ORDER.
    if ORDER-FIRST-NAME = spaces and ORDER-LAST-NAME = spaces
        move "NAME IS BLANK" to WS-REJECT-REASON
    else
        perform 0517-VALIDATE-BIRTH-DATE
    end-if.

*> The age is the subject's age on the collection date, worked out
*> by DOBCHK from the date of birth.
0517-VALIDATE-BIRTH-DATE.
    move function current-date(1:8) to WS-TODAY.
    call "DOBCHK" using ORDER-BIRTH-DATE, ORDER-COLLECTION-DATE,
        WS-TODAY, WS-AGE-NUM, WS-DOB-RESULT, WS-DOB-REASON.
    if WS-DOB-RESULT = "00"
        perform 0520-VALIDATE-GENDER
    else
        move WS-DOB-REASON to WS-REJECT-REASON
    end-if.

0520-VALIDATE-GENDER.
        at end
            move "GENDER IS NOT A VALID CODE" to WS-REJECT-REASON
        when ORDER-GENDER = WS-GENDER-CODE-ENTRY(WS-GC-IDX)
            perform 0530-VALIDATE-SITE
    end-search.

0530-VALIDATE-SITE.
    set WS-ST-IDX to 1.
    search WS-SITE-ENTRY
        at end
            move "SITE CODE UNKNOWN OR INACTIVE" to WS-REJECT-REASON
        when ORDER-SITE-CODE = WS-ST-CODE(WS-ST-IDX)
            if WS-ST-ACTIVE(WS-ST-IDX) = "Y"
                perform 0535-VALIDATE-CONSENT
            else
                move "SITE CODE UNKNOWN OR INACTIVE"
                    to WS-REJECT-REASON
            end-if
    end-search.

0535-VALIDATE-CONSENT.
    call "CONSENTCHK" using WS-AGE-NUM, ORDER-CONSENT,
        ORDER-GUARDIAN-NAME, ORDER-GUARDIAN-RELATION,
        WS-CONSENT-MINOR, WS-CONSENT-RESULT, WS-CONSENT-REASON.
    if WS-CONSENT-RESULT = "00"
        set WS-RECORD-OK to true
    else
        move WS-CONSENT-REASON to WS-REJECT-REASON
    end-if.

*> A retest order names a sample already on DAILYTXN. One still
*> waiting for its second reviewer is decided in txn-review.cob
*> first, and a voided intake is no longer a sample to report.
0540-VALIDATE-RETEST-ORDER.
    if ORDER-RETEST-SAMPLE-ID is not numeric
       or ORDER-RETEST-SAMPLE-ID = 0
        move "RETEST SAMPLE ID IS NOT NUMERIC" to WS-REJECT-REASON
    else
        if ORDER-RETEST-REASON = spaces
            move "RETEST REASON IS BLANK" to WS-REJECT-REASON
        else
            move ORDER-RETEST-SAMPLE-ID to WS-SAMPLE-ID
            perform 0545-CHECK-RETEST-SAMPLE
        end-if
    end-if.

0545-CHECK-RETEST-SAMPLE.
    move "RETEST SAMPLE NOT ON FILE" to WS-REJECT-REASON.
    open input TRANSACTION-FILE.
    if WS-TXN-STATUS = "00"
        move WS-SAMPLE-ID to TXN-SAMPLE-ID
        read TRANSACTION-FILE
            invalid key continue
            not invalid key
                if TXN-PENDING-REVIEW
                    move "RETEST SAMPLE PENDING REVIEW"
                        to WS-REJECT-REASON
                else
                    move spaces to WS-REJECT-REASON
                    set WS-RECORD-OK to true
                end-if
        end-read
        close TRANSACTION-FILE
    end-if.
    if WS-RECORD-OK
        open input SAMPLE-INTAKE-FILE
        if WS-INTAKE-STATUS = "00"
            move WS-SAMPLE-ID to intake-sample-id
            read SAMPLE-INTAKE-FILE
                invalid key continue
                not invalid key
                    if intake-voided
                        move "RETEST SAMPLE INTAKE IS VOIDED"
                            to WS-REJECT-REASON
                        move "N" to WS-RECORD-OK-FLAG
                    end-if
            end-read
            close SAMPLE-INTAKE-FILE
        end-if
    end-if.

*> A resulted order can never be run again. Should the mark fail to
*> go on, the exceptions report says so before the next run.
0580-UPDATE-PENDING-ORDER.
    if WS-ORDER-RESULTED
        set PEND-IS-RESULTED to true
        move WS-SAMPLE-ID to PEND-SAMPLE-ID
        move spaces to PEND-LAST-REJECT
    else
        move WS-REJECT-REASON to PEND-LAST-REJECT
    end-if.
    move function current-date to PEND-CHANGED-TS.
    rewrite LIMS-PENDING-RECORD
        invalid key
            add 1 to WS-EXCEPTION-COUNT
            move spaces to WS-EXCEPTION-LINE
            string "ORDER " PEND-ORDER-NUMBER
                " LIMSPENDING NOT UPDATED - STATUS "
                WS-PENDING-STATUS " - CORRECT BEFORE THE NEXT RUN"
                delimited by size into WS-EXCEPTION-LINE
            write WS-EXCEPTION-LINE
    end-rewrite.

0590-REPORT-REJECTED-ORDER.
    add 1 to WS-REJECTED-COUNT.
    move spaces to WS-REPORT-LINE.
    if ORDER-RETEST
        string "ORDER " ORDER-LIMS-NUMBER
            " RETEST OF SAMPLE " ORDER-RETEST-SAMPLE-ID
            " REJECTED: " function trim(WS-REJECT-REASON)
            " - LEFT PENDING"
            delimited by size into WS-REPORT-LINE
    else
        string "ORDER " ORDER-LIMS-NUMBER
            " REJECTED (" function trim(ORDER-FIRST-NAME)
            " " function trim(ORDER-LAST-NAME)
            "): " function trim(WS-REJECT-REASON)
            " - LEFT PENDING"
            delimited by size into WS-REPORT-LINE
    end-if.
    write WS-REPORT-LINE.

0600-RUN-ONE-ORDER.
    add 1 to WS-LAST-SAMPLE-ID.
    move WS-LAST-SAMPLE-ID to WS-SAMPLE-ID.
    perform 0640-WRITE-TRANSACTION.
    perform 0650-WRITE-AUDIT-RECORD.
    add 1 to WS-ACCEPTED-COUNT.
    set WS-ORDER-RESULTED to true.
    move spaces to WS-REPORT-LINE.
    string "ORDER " ORDER-LIMS-NUMBER
        " " function trim(WS-PRIORITY-WORD)
        " SAMPLE " WS-SAMPLE-ID
        " (" function trim(ORDER-FIRST-NAME)
        " " function trim(ORDER-LAST-NAME)
    move ORDER-LAST-NAME to lastName.
    move WS-AGE-NUM to Age.
    move ORDER-GENDER to Gender.
    move ORDER-SITE-CODE to intake-site-code.
    move function current-date to intake-timestamp.
    move space to intake-status.
    move spaces to intake-keyed-by.
    move WS-ORDER-PRIORITY to intake-priority.
    move ORDER-CONSENT to intake-consent.
    move ORDER-GUARDIAN-NAME to intake-guardian-name.
    move ORDER-GUARDIAN-RELATION to intake-guardian-relation.
    move ORDER-BIRTH-DATE to intake-birth-date.
    move ORDER-COLLECTION-DATE to intake-collection-date.
    move "D" to intake-age-basis.
    open i-o SAMPLE-INTAKE-FILE.
    if WS-INTAKE-STATUS = "35"
        open output SAMPLE-INTAKE-FILE
    move ORDER-LAST-NAME to TXN-LAST-NAME.
    move WS-AGE-NUM to TXN-AGE.
    move ORDER-GENDER to TXN-GENDER.
    move ORDER-SITE-CODE to TXN-SITE-CODE.
    move WS-CLASSIFICATION to TXN-CLASSIFICATION.
    move WS-DNA-1 to TXN-STRAND-1.
    move WS-DNA-2 to TXN-STRAND-2.
    move WS-HAMMING-RESULT to TXN-HAMMING-RESULT.
    move WS-USER-ID to TXN-VERIFIED-BY.
    move spaces to TXN-REVIEWED-BY.
    if WS-ERROR = spaces and WS-DECISION = "INCONCLUSIVE"
        set TXN-PENDING-REVIEW to true
        move spaces to TXN-RELEASE-TS
        add 1 to WS-HELD-COUNT
    else
        move "R" to TXN-RELEASE-STATUS
        move TXN-TIMESTAMP to TXN-RELEASE-TS
    end-if.
    move 1 to TXN-RESULT-VERSION.
    move space to TXN-AMENDED-FLAG.
    move spaces to TXN-RETEST-REASON.
    open i-o TRANSACTION-FILE.
    if WS-TXN-STATUS = "35"
        open output TRANSACTION-FILE
    move WS-DNA-1 to AUDIT-STRAND-1.
    move WS-DNA-2 to AUDIT-STRAND-2.
    move WS-HAMMING-RESULT to AUDIT-RESULT.
    perform 0657-SEAL-AUDIT-RECORD.
    open extend AUDIT-FILE.
    if WS-AUDIT-STATUS = "35"
        open output AUDIT-FILE
    close AUDIT-FILE.
    add 1 to WS-AUDIT-WRITE-COUNT.

*> Chained from the HAMMAUDIT head (LOGCHAIN) under the lock the
*> caller holds; a head that could not be updated still leaves the
*> entry written, and log-verify.cob reports the head out of step.
0657-SEAL-AUDIT-RECORD.
    move "S" to WS-CHAIN-ACTION.
    move "HAMMAUDIT" to WS-CHAIN-LOG.
    move 331 to WS-CHAIN-LENGTH.
    set AUDIT-CHAIN-SEALED to true.
    call "LOGCHAIN" using WS-CHAIN-ACTION, WS-CHAIN-LOG, AUDIT-RECORD,
        WS-CHAIN-LENGTH, WS-CHAIN-VALUE, WS-CHAIN-COUNT,
        WS-CHAIN-RESULT.
    move WS-CHAIN-VALUE to AUDIT-CHAIN-VALUE.
    if WS-CHAIN-RESULT not = "00" and WS-CHAIN-RESULT not = "35"
        display "AVISO: la cadena del log de auditoria no se"
            " actualizo (estado " WS-CHAIN-RESULT ")."
    end-if.

0700-SAVE-STRANDS-WITH-XREF.
    open i-o STRAND-MASTER-FILE.
    if WS-MASTER-STATUS = "35"
        not invalid key
            add 1 to WS-STRANDS-POSTED
            perform 0740-WRITE-XREF-RECORD
            perform 0745-CHECK-WATCH-LIST
    end-write.
    add 1 to WS-NEXT-STRAND-ID.

    write STRAND-XREF-RECORD.
    close STRAND-XREF-FILE.

0745-CHECK-WATCH-LIST.
    call "WATCHCHK" using STRAND-MASTER-ID, STRAND-MASTER-VALUE,
        WS-SAMPLE-ID, WS-WATCH-SOURCE, WS-WATCH-HITS,
        WS-WATCH-RESULT.
    if WS-WATCH-HITS > 0
        add WS-WATCH-HITS to WS-WATCH-ALERT-COUNT
        move spaces to WS-REPORT-LINE
        string "  WATCH-LIST ALERT: STRAND " STRAND-MASTER-ID
            " OF SAMPLE " WS-SAMPLE-ID " HIT " WS-WATCH-HITS
            " WATCH ENTRIES"
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.
    if WS-WATCH-RESULT not = "00" and WS-WATCH-RESULT not = "35"
        move spaces to WS-REPORT-LINE
        string "  WATCH-LIST NOT CHECKED FOR STRAND " STRAND-MASTER-ID
            " - FILE STATUS " WS-WATCH-RESULT
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.

*> A retest order draws no sample ID and writes no intake; the
*> strands are posted under the existing sample only once the new
*> result has actually replaced the old one.
0800-RUN-RETEST-ORDER.
    perform 0620-VERIFY-STRANDS.
    move "N" to WS-RETEST-APPLIED-FLAG.
    if WS-ERROR not = spaces
        move "STRANDS COULD NOT BE COMPARED" to WS-REJECT-REASON
    else
        perform 0810-APPLY-RETEST
    end-if.
    if WS-RETEST-APPLIED
        perform 0700-SAVE-STRANDS-WITH-XREF
        add 1 to WS-ACCEPTED-COUNT
        add 1 to WS-RETEST-COUNT
        set WS-ORDER-RESULTED to true
        move spaces to WS-REPORT-LINE
        string "ORDER " ORDER-LIMS-NUMBER
            " " function trim(WS-PRIORITY-WORD)
            " RETEST OF SAMPLE " WS-SAMPLE-ID
            " VERSION " WS-NEW-VERSION
            " " function trim(WS-HAMMING-RESULT)
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
    else
        perform 0590-REPORT-REJECTED-ORDER
    end-if.
    perform 0650-WRITE-AUDIT-RECORD.

0810-APPLY-RETEST.
    move "L" to WS-LOCK-ACTION.
    move "DAILYTXN" to WS-LOCK-NAME.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.
    if WS-LOCK-RESULT not = "00"
        move "DAILYTXN IN USE BY A REVIEWER" to WS-REJECT-REASON
    else
        perform 0815-APPLY-RETEST-LOCKED
        move "U" to WS-LOCK-ACTION
        call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
            WS-LOCK-RESULT
    end-if.

0815-APPLY-RETEST-LOCKED.
    open i-o TRANSACTION-FILE.
    if WS-TXN-STATUS not = "00"
        move "DAILYTXN COULD NOT BE OPENED" to WS-REJECT-REASON
    else
        move WS-SAMPLE-ID to TXN-SAMPLE-ID
        read TRANSACTION-FILE
            invalid key
                move "RETEST SAMPLE NOT ON FILE" to WS-REJECT-REASON
            not invalid key
                if TXN-PENDING-REVIEW
                    move "RETEST SAMPLE PENDING REVIEW"
                        to WS-REJECT-REASON
                else
                    perform 0820-WRITE-RESULT-HISTORY
                    if WS-HIST-WRITTEN
                        perform 0830-REWRITE-RETESTED-TXN
                    end-if
                end-if
        end-read
        close TRANSACTION-FILE
    end-if.

*> Records written before versions were kept carry zero or blank,
*> which is the original verification - version 1.
0820-WRITE-RESULT-HISTORY.
    move "N" to WS-HIST-WRITTEN-FLAG.
    if TXN-RESULT-VERSION is numeric
        move TXN-RESULT-VERSION to WS-OLD-VERSION
    else
        move 0 to WS-OLD-VERSION
    end-if.
    if WS-OLD-VERSION = 0
        move 1 to WS-OLD-VERSION
    end-if.
    move TXN-SAMPLE-ID to HIST-SAMPLE-ID.
    move WS-OLD-VERSION to HIST-VERSION.
    move TXN-TIMESTAMP to HIST-TIMESTAMP.
    move TXN-VERIFIED-BY to HIST-VERIFIED-BY.
    move TXN-STRAND-1 to HIST-STRAND-1.
    move TXN-STRAND-2 to HIST-STRAND-2.
    move TXN-HAMMING-RESULT to HIST-HAMMING-RESULT.
    move TXN-RELEASE-STATUS to HIST-RELEASE-STATUS.
    move TXN-REVIEWED-BY to HIST-REVIEWED-BY.
    move TXN-RELEASE-TS to HIST-RELEASE-TS.
    move function current-date to HIST-SUPERSEDED-TS.
    move WS-USER-ID to HIST-SUPERSEDED-BY.
    move ORDER-RETEST-REASON to HIST-RETEST-REASON.
    open i-o RESULT-HIST-FILE.
    if WS-HIST-STATUS = "35"
        open output RESULT-HIST-FILE
        close RESULT-HIST-FILE
        open i-o RESULT-HIST-FILE
    end-if.
    if WS-HIST-STATUS not = "00"
        move "RESULTHIST COULD NOT BE OPENED" to WS-REJECT-REASON
    else
        write RESULT-HIST-RECORD
            invalid key
                move "VERSION ALREADY IN RESULT HISTORY"
                    to WS-REJECT-REASON
            not invalid key
                set WS-HIST-WRITTEN to true
        end-write
        close RESULT-HIST-FILE
    end-if.

0830-REWRITE-RETESTED-TXN.
    if TXN-RELEASED
        set TXN-AMENDED-RESULT to true
    end-if.
    compute WS-NEW-VERSION = WS-OLD-VERSION + 1.
    move WS-NEW-VERSION to TXN-RESULT-VERSION.
    move ORDER-RETEST-REASON to TXN-RETEST-REASON.
    move function current-date to TXN-TIMESTAMP.
    move WS-DNA-1 to TXN-STRAND-1.
    move WS-DNA-2 to TXN-STRAND-2.
    move WS-HAMMING-RESULT to TXN-HAMMING-RESULT.
    move WS-USER-ID to TXN-VERIFIED-BY.
    move spaces to TXN-REVIEWED-BY.
    if WS-DECISION = "INCONCLUSIVE"
        set TXN-PENDING-REVIEW to true
        move spaces to TXN-RELEASE-TS
    else
        move "R" to TXN-RELEASE-STATUS
        move TXN-TIMESTAMP to TXN-RELEASE-TS
    end-if.
    rewrite TRANSACTION-RECORD
        invalid key
            move "DAILYTXN REWRITE FAILED" to WS-REJECT-REASON
        not invalid key
            set WS-RETEST-APPLIED to true
            if TXN-PENDING-REVIEW
                add 1 to WS-HELD-COUNT
            end-if
    end-rewrite.

0900-TERMINATE.
    if WS-ORDER-STATUS not = "35" and WS-SEQ-LOCKED
        move spaces to WS-REPORT-LINE
            "  PROCESSED: " WS-ACCEPTED-COUNT
            "  REJECTED: " WS-REJECTED-COUNT
            "  VERIFY ERRORS: " WS-VERIFY-ERROR-COUNT
            "  HELD FOR REVIEW: " WS-HELD-COUNT
            "  RETESTED: " WS-RETEST-COUNT
            "  WATCH ALERTS: " WS-WATCH-ALERT-COUNT
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
        move spaces to WS-REPORT-LINE
        string "ORDERS RECEIVED: " WS-RECEIVED-COUNT
            "  CANCELLED: " WS-CANCELLED-COUNT
            "  AMENDED: " WS-AMENDED-COUNT
            "  EXCEPTIONS: " WS-EXCEPTION-COUNT
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
        move spaces to WS-EXCEPTION-LINE
        string "EXCEPTIONS: " WS-EXCEPTION-COUNT
            delimited by size into WS-EXCEPTION-LINE
        write WS-EXCEPTION-LINE
        close ORDER-EXCEPTION-FILE
        if WS-PENDING-OPEN
            close LIMS-PENDING-FILE
        end-if
        close ORDER-REPORT-FILE
        perform 0930-WRITE-SAMPLE-SEQUENCE
        if WS-FEED-OK
            perform 0935-WRITE-FEED-SEQUENCE
        end-if
        perform 0940-RELEASE-RUN-LOCKS
        perform 0950-POST-CONTROL-TOTALS
        if WS-RUN-STATUS = "FAILED"
            move 8 to return-code
        else
            if WS-EXCEPTION-COUNT > 0
                move 4 to return-code
            end-if
        end-if
        display "Ordenes procesadas: " WS-ACCEPTED-COUNT
        display "Ordenes rechazadas: " WS-REJECTED-COUNT
        display "Resultados pendientes de revision: " WS-HELD-COUNT
        display "Repeticiones aplicadas: " WS-RETEST-COUNT
        display "Alertas de lista de vigilancia: " WS-WATCH-ALERT-COUNT
        display "Ordenes LIMS canceladas: " WS-CANCELLED-COUNT
            "  enmendadas: " WS-AMENDED-COUNT
        display "Excepciones de ordenes LIMS: " WS-EXCEPTION-COUNT
    end-if.

0930-WRITE-SAMPLE-SEQUENCE.
    write SAMPLE-SEQUENCE-RECORD.
    close SAMPLE-SEQUENCE-FILE.

0935-WRITE-FEED-SEQUENCE.
    open output ORDER-SEQUENCE-FILE.
    move WS-FEED-SEQUENCE to ORDER-SEQUENCE-NUMBER.
    write ORDER-SEQUENCE-RECORD.
    close ORDER-SEQUENCE-FILE.

0940-RELEASE-RUN-LOCKS.
    move "U" to WS-LOCK-ACTION.
    move "HAMSTRANDS" to WS-LOCK-NAME.
