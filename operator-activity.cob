       >>SOURCE FORMAT FREE
identification division.
program-id. operator-activity.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> Operator activity and productivity report for the lab manager: who
*> did what over a period. The period comes from the one-record
*> OPERCTL control file (OPACT-CTL-REC); without it the report covers
*> the business month to date, the business date coming from the
*> BUSDATE subprogram. Activity is gathered from the files each
*> program already keeps, charged to the operator named there:
*>   - HAMMAUDIT        verifications (option 3), those that ended in
*>                      ERROR, and strands saved - one for a generated
*>                      strand (options 1 and 2), two for a
*>                      verification that did not end in ERROR
*>   - SAMPLEINTAKE     intakes keyed (intake-keyed-by; intakes loaded
*>                      from drop files or LIMS orders carry no
*>                      operator and are not counted)
*>   - INTAKEMAINTLOG   corrections and voids made
*>   - TXNREVIEWLOG     second-review decisions: RELEASE counts as an
*>                      approval, RETEST and REJECT as declined
*>   - REFPENDING and REFHISTORY  reference-table change sets
*>                      requested, and approved or rejected
*>   - REPAIRLOG        rejects repaired in reject-repair.cob
*>   - SIGNONLOG        sign-ons
*> The report (OPERACTRPT) gives the counts per operator for the
*> period, then by operator and day and by operator and hour of day,
*> with each operator's error rate: verifications ending in ERROR plus
*> intakes they keyed in the period that were later corrected or
*> voided (at any time up to this run), over verifications plus
*> intakes. Two exception lists follow:
*>   - the same operator running and approving the same item - a
*>     reviewed verification the reviewer had run, or a reference set
*>     reviewed by the supervisor who requested it (both screens refuse
*>     this; a hit means the control was bypassed)
*>   - sign-ons after which the operator recorded nothing before their
*>     next sign-on or the end of that day (inquiry-only sessions show
*>     here by design)
*> The run ends RETURN-CODE 4 when the same-operator list is not
*> empty, 0 otherwise. Every OPEN is checked: an absent file counts as
*> no activity of that kind, any other unexpected status is reported,
*> a FAILED end is posted to the run log and the run stops with
*> RETURN-CODE 8. Table limits that are reached are called out on the
*> report rather than silently narrowing it. Start and end are posted
*> to the shared batch run log (HAMRUNLOG).

environment division.
input-output section.
file-control.
    select OPACT-CONTROL-FILE assign to "OPERCTL"
        organization is line sequential
        file status is WS-CONTROL-STATUS.
    select AUDIT-FILE assign to "HAMMAUDIT"
        organization is line sequential
        file status is WS-AUDIT-STATUS.
    select SAMPLE-INTAKE-FILE assign to "SAMPLEINTAKE"
        organization is indexed
        access mode is dynamic
        record key is intake-sample-id
        file status is WS-INTAKE-STATUS.
    select MAINT-LOG-FILE assign to "INTAKEMAINTLOG"
        organization is line sequential
        file status is WS-MAINT-STATUS.
    select REVIEW-LOG-FILE assign to "TXNREVIEWLOG"
        organization is line sequential
        file status is WS-REVIEW-STATUS.
    select PENDING-FILE assign to "REFPENDING"
        organization is line sequential
        file status is WS-PENDING-STATUS.
    select HISTORY-FILE assign to "REFHISTORY"
        organization is line sequential
        file status is WS-HISTORY-STATUS.
    select REPAIR-LOG-FILE assign to "REPAIRLOG"
        organization is line sequential
        file status is WS-REPAIR-STATUS.
    select SIGNON-LOG-FILE assign to "SIGNONLOG"
        organization is line sequential
        file status is WS-SIGNON-STATUS.
    select ACTIVITY-REPORT-FILE assign to "OPERACTRPT"
        organization is line sequential
        file status is WS-REPORT-STATUS.
    select RUN-LOG-FILE assign to "HAMRUNLOG"
        organization is line sequential
        file status is WS-RUNLOG-STATUS.

data division.
file section.
fd  OPACT-CONTROL-FILE.
    copy "opact-ctl-rec.cpy".

fd  AUDIT-FILE.
    copy "audit-rec.cpy".

fd  SAMPLE-INTAKE-FILE.
    copy "intake-rec.cpy".

fd  MAINT-LOG-FILE.
    copy "maint-log-rec.cpy".

fd  REVIEW-LOG-FILE.
    copy "review-log-rec.cpy".

fd  PENDING-FILE.
01  PENDING-LINE              pic x(180).

fd  HISTORY-FILE.
01  REF-HISTORY-RECORD        pic x(180).

fd  REPAIR-LOG-FILE.
    copy "repair-log-rec.cpy".

fd  SIGNON-LOG-FILE.
    copy "signon-log-rec.cpy".

fd  ACTIVITY-REPORT-FILE.
01  WS-REPORT-LINE            pic x(160).

fd  RUN-LOG-FILE.
    copy "run-log-rec.cpy".

working-storage section.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".

01 WS-CONTROL-STATUS          pic x(02) value spaces.
01 WS-AUDIT-STATUS            pic x(02) value spaces.
01 WS-INTAKE-STATUS           pic x(02) value spaces.
01 WS-MAINT-STATUS            pic x(02) value spaces.
01 WS-REVIEW-STATUS           pic x(02) value spaces.
01 WS-PENDING-STATUS          pic x(02) value spaces.
01 WS-HISTORY-STATUS          pic x(02) value spaces.
01 WS-REPAIR-STATUS           pic x(02) value spaces.
01 WS-SIGNON-STATUS           pic x(02) value spaces.
01 WS-REPORT-STATUS           pic x(02) value spaces.
01 WS-ABEND-FILE              pic x(14) value spaces.
01 WS-ABEND-STATUS            pic x(02) value spaces.
01 WS-RUNLOG-STATUS           pic x(02) value spaces.
01 WS-RUN-STATUS              pic x(10) value "SUCCESS".

01 WS-BUSDATE-DATE            pic 9(08) value 0.
01 WS-BUSDATE-DAY-STATUS      pic x(01) value space.
01 WS-BUSDATE-RESULT          pic x(02) value spaces.

01 WS-PERIOD-LOW              pic 9(08) value 0.
01 WS-PERIOD-HIGH             pic 9(08) value 0.
01 WS-CHECK-DATE              pic x(08) value spaces.
01 WS-IN-PERIOD-FLAG          pic x(01) value "N".
   88 WS-IN-PERIOD            value "Y".

*> REFPENDING and REFHISTORY lines are read into this copy of the
*> change-set layout.
copy "ref-pending-rec.cpy".

*> Action types - the column order on every section of the report.
01 WS-ACTION-COUNT            pic 9(02) value 10.
01 WS-ACT-INTAKE              pic 9(02) value 1.
01 WS-ACT-VERIFY              pic 9(02) value 2.
01 WS-ACT-VERIFY-ERROR        pic 9(02) value 3.
01 WS-ACT-STRAND              pic 9(02) value 4.
01 WS-ACT-CORRECT             pic 9(02) value 5.
01 WS-ACT-VOID                pic 9(02) value 6.
01 WS-ACT-REPAIR              pic 9(02) value 7.
01 WS-ACT-APPROVE             pic 9(02) value 8.
01 WS-ACT-DECLINE             pic 9(02) value 9.
01 WS-ACT-REF-REQUEST         pic 9(02) value 10.

*> One activity posting: who, when, which action and how many.
01 WS-EV-USER                 pic x(08) value spaces.
01 WS-EV-TIMESTAMP            pic x(21) value spaces.
01 WS-EV-ACTION               pic 9(02) value 0.
01 WS-EV-QTY                  pic 9(03) value 0.
01 WS-EV-HOUR                 pic 9(02) value 0.

*> One row per operator, in operator-ID order, with the period totals
*> and the hour-of-day breakdown.
01 WS-MAX-OPERS               pic 9(03) value 200.
01 WS-OPER-COUNT              pic 9(03) value 0.
01 WS-OPER-OVERFLOW-COUNT     pic 9(06) value 0.
01 WS-OPER-TABLE.
   05 WS-OPER-ENTRY occurs 200 times indexed by WS-OP-IDX.
      10 WS-OP-ID             pic x(08).
      10 WS-OP-TOTAL          pic 9(06) occurs 10 times.
      10 WS-OP-SIGNONS        pic 9(05).
      10 WS-OP-IDLE           pic 9(05).
      10 WS-OP-INTAKE-ERRORS  pic 9(05).
      10 WS-OP-HOUR occurs 24 times.
         15 WS-OP-HOUR-COUNT  pic 9(05) occurs 10 times.
01 WS-OPER-FOUND-FLAG         pic x(01) value "N".
   88 WS-OPER-FOUND           value "Y".
01 WS-OPER-SLOT               pic 9(03) value 0.
01 WS-FIND-OPER               pic x(08) value spaces.

*> One row per operator and day, kept in operator and date order.
01 WS-MAX-DAYS                pic 9(04) value 3000.
01 WS-DAY-COUNT               pic 9(04) value 0.
01 WS-DAY-OVERFLOW-COUNT      pic 9(06) value 0.
01 WS-DAY-TABLE.
   05 WS-DAY-ENTRY occurs 3000 times indexed by WS-DY-IDX.
      10 WS-DY-KEY.
         15 WS-DY-OPER        pic x(08).
         15 WS-DY-DATE        pic x(08).
      10 WS-DY-COUNT          pic 9(05) occurs 10 times.
01 WS-DAY-FOUND-FLAG          pic x(01) value "N".
   88 WS-DAY-FOUND            value "Y".
01 WS-DAY-SLOT                pic 9(04) value 0.
01 WS-FIND-DAY-KEY.
   05 WS-FIND-DAY-OPER        pic x(08).
   05 WS-FIND-DAY-DATE        pic x(08).
01 WS-SHIFT-NUMBER            pic 9(04) value 0.

*> Every timed posting (operator and yyyymmddhhmmss) for the idle
*> sign-on check.
01 WS-MAX-EVENTS              pic 9(05) value 20000.
01 WS-EVENT-COUNT             pic 9(05) value 0.
01 WS-EVENT-OVERFLOW-COUNT    pic 9(06) value 0.
01 WS-EVENT-TABLE.
   05 WS-EVENT-ENTRY occurs 1 to 20000 times
         depending on WS-EVENT-COUNT
         indexed by WS-EV-IDX.
      10 WS-EVT-USER          pic x(08).
      10 WS-EVT-TIME          pic x(14).

*> Sign-ons in the period, in SIGNONLOG order.
01 WS-MAX-SIGNONS             pic 9(04) value 5000.
01 WS-SIGNON-COUNT            pic 9(04) value 0.
01 WS-SIGNON-OVERFLOW-COUNT   pic 9(06) value 0.
01 WS-SIGNON-TABLE.
   05 WS-SIGNON-ENTRY occurs 5000 times indexed by WS-SG-IDX.
      10 WS-SG-USER           pic x(08).
      10 WS-SG-TIME           pic x(14).
01 WS-WINDOW-END              pic x(14) value spaces.
01 WS-EVENT-FOUND-FLAG        pic x(01) value "N".
   88 WS-EVENT-FOUND          value "Y".
01 WS-SIGNON-NUMBER           pic 9(04) value 0.
01 WS-NEXT-NUMBER             pic 9(04) value 0.

*> Samples already charged as an intake error, so a sample corrected
*> twice counts once.
01 WS-MAX-CHARGED             pic 9(04) value 5000.
01 WS-CHARGED-COUNT           pic 9(04) value 0.
01 WS-CHARGED-OVERFLOW-COUNT  pic 9(06) value 0.
01 WS-CHARGED-TABLE.
   05 WS-CHARGED-SAMPLE-ID    pic 9(06) occurs 1 to 5000 times
         depending on WS-CHARGED-COUNT
         indexed by WS-CH-IDX.
01 WS-CHARGED-FOUND-FLAG      pic x(01) value "N".
   88 WS-CHARGED-FOUND        value "Y".

*> Exception lines, held until the report is written.
01 WS-MAX-EXCEPTIONS          pic 9(03) value 500.
01 WS-SAME-COUNT              pic 9(05) value 0.
01 WS-SAME-TABLE.
   05 WS-SAME-LINE            pic x(100) occurs 500 times.
01 WS-IDLE-COUNT              pic 9(05) value 0.
01 WS-IDLE-TABLE.
   05 WS-IDLE-LINE            pic x(100) occurs 500 times.
01 WS-EXCEPTION-TEXT          pic x(100) value spaces.

*> Records read and postings without an operator.
01 WS-AUDIT-READ-COUNT        pic 9(06) value 0.
01 WS-INTAKE-READ-COUNT       pic 9(06) value 0.
01 WS-MAINT-READ-COUNT        pic 9(06) value 0.
01 WS-REVIEW-READ-COUNT       pic 9(06) value 0.
01 WS-REF-SET-READ-COUNT      pic 9(06) value 0.
01 WS-REPAIR-READ-COUNT       pic 9(06) value 0.
01 WS-SIGNON-READ-COUNT       pic 9(06) value 0.
01 WS-UNATTRIBUTED-COUNT      pic 9(06) value 0.
01 WS-RECORDS-READ            pic 9(07) value 0.

*> Report columns.
01 WS-COUNT-COLUMNS.
   05 WS-CC-ENTRY occurs 10 times.
      10 filler               pic x(01) value space.
      10 WS-CC-COUNT          pic zzzzz9.
01 WS-ACTION-NUMBER           pic 9(02) value 0.
01 WS-HOUR-NUMBER             pic 9(02) value 0.
01 WS-HOUR-TEXT               pic 9(02) value 0.
01 WS-HOUR-TOTAL              pic 9(06) value 0.
01 WS-ENTRY-NUMBER            pic 9(04) value 0.
01 WS-SEARCH-NUMBER           pic 9(04) value 0.
01 WS-SIGNON-EDIT             pic zzzzz9.
01 WS-IDLE-EDIT               pic zzzzz9.
01 WS-INTAKE-ERROR-EDIT       pic zzzzz9.
01 WS-ERROR-RATE              pic 9(03)v9 value 0.
01 WS-ERROR-RATE-EDIT         pic zz9.9.
01 WS-RATE-BASE               pic 9(07) value 0.
01 WS-RATE-ERRORS             pic 9(07) value 0.
01 WS-COLUMN-HEADINGS         pic x(69) value
   "INTAKE VERIFY VERERR STRAND CORRCT   VOID REPAIR APPRVD DECLND REFREQ".

procedure division.

0000-MAIN.
    perform 0030-LOG-RUN-START.
    perform 0100-SET-PERIOD.
    initialize WS-OPER-TABLE.
    initialize WS-DAY-TABLE.
    perform 0200-SCAN-AUDIT.
    perform 0300-SCAN-INTAKES.
    perform 0400-SCAN-REVIEW-LOG.
    perform 0450-SCAN-REF-PENDING.
    perform 0470-SCAN-REF-HISTORY.
    perform 0500-SCAN-REPAIR-LOG.
    perform 0550-SCAN-SIGNON-LOG.
    perform 0600-CHECK-IDLE-SIGNONS.
    perform 0700-WRITE-REPORT.
    perform 0910-LOG-RUN-END.
    display "Operadores: " WS-OPER-COUNT
        "  mismo operador ejecuto y aprobo: " WS-SAME-COUNT
        "  accesos sin actividad: " WS-IDLE-COUNT.
    if WS-SAME-COUNT > 0
        move 4 to return-code
    end-if.
    stop run.

0030-LOG-RUN-START.
    move "operator-activity" to RUN-LOG-PROGRAM.
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
    move "operator-activity" to RUN-LOG-PROGRAM.
    move "E" to RUN-LOG-EVENT.
    move function current-date to RUN-LOG-TIMESTAMP.
    compute WS-RECORDS-READ = WS-AUDIT-READ-COUNT
        + WS-INTAKE-READ-COUNT + WS-MAINT-READ-COUNT
        + WS-REVIEW-READ-COUNT + WS-REF-SET-READ-COUNT
        + WS-REPAIR-READ-COUNT + WS-SIGNON-READ-COUNT.
    move WS-RECORDS-READ to RUN-LOG-RECORDS.
    move WS-RUN-STATUS to RUN-LOG-STATUS.
    perform 0040-WRITE-RUN-LOG.

0090-ABORT-ON-IO-ERROR.
    display "ERROR DE E/S - ARCHIVO " WS-ABEND-FILE
        " ESTADO " WS-ABEND-STATUS.
    move "FAILED" to WS-RUN-STATUS.
    perform 0910-LOG-RUN-END.
    move 8 to return-code.
    stop run.

*> The period: OPERCTL when present, zero ends (or no file) taking
*> the business month to date.
0100-SET-PERIOD.
    call "BUSDATE" using WS-BUSDATE-DATE, WS-BUSDATE-DAY-STATUS,
        WS-BUSDATE-RESULT.
    move 0 to WS-PERIOD-LOW.
    move 0 to WS-PERIOD-HIGH.
    open input OPACT-CONTROL-FILE.
    if WS-CONTROL-STATUS = "35"
        continue
    else
        if WS-CONTROL-STATUS not = "00"
            move "OPERCTL" to WS-ABEND-FILE
            move WS-CONTROL-STATUS to WS-ABEND-STATUS
            perform 0090-ABORT-ON-IO-ERROR
        end-if
        read OPACT-CONTROL-FILE
            not at end
                if OPACT-DATE-LOW is numeric
                    move OPACT-DATE-LOW to WS-PERIOD-LOW
                end-if
                if OPACT-DATE-HIGH is numeric
                    move OPACT-DATE-HIGH to WS-PERIOD-HIGH
                end-if
        end-read
        close OPACT-CONTROL-FILE
    end-if.
    if WS-PERIOD-LOW = 0
        move WS-BUSDATE-DATE to WS-PERIOD-LOW
        move "01" to WS-PERIOD-LOW(7:2)
    end-if.
    if WS-PERIOD-HIGH = 0
        move WS-BUSDATE-DATE to WS-PERIOD-HIGH
    end-if.

0200-SCAN-AUDIT.
    move "N" to WS-EOF-FLAG.
    open input AUDIT-FILE.
    if WS-AUDIT-STATUS = "35"
        continue
    else
        if WS-AUDIT-STATUS not = "00"
            move "HAMMAUDIT" to WS-ABEND-FILE
            move WS-AUDIT-STATUS to WS-ABEND-STATUS
            perform 0090-ABORT-ON-IO-ERROR
        end-if
        read AUDIT-FILE
            at end set WS-EOF to true
        end-read
        perform 0210-TAKE-ONE-AUDIT until WS-EOF
        close AUDIT-FILE
    end-if.

0210-TAKE-ONE-AUDIT.
    add 1 to WS-AUDIT-READ-COUNT.
    move AUDIT-TIMESTAMP(1:8) to WS-CHECK-DATE.
    perform 0850-CHECK-PERIOD.
    if WS-IN-PERIOD
        move AUDIT-USER-ID to WS-EV-USER
        move AUDIT-TIMESTAMP to WS-EV-TIMESTAMP
        evaluate true
            when AUDIT-OPTION = 1 or AUDIT-OPTION = 2
                move WS-ACT-STRAND to WS-EV-ACTION
                move 1 to WS-EV-QTY
                perform 0800-POST-ACTIVITY
            when AUDIT-OPTION = 3
                move WS-ACT-VERIFY to WS-EV-ACTION
                move 1 to WS-EV-QTY
                perform 0800-POST-ACTIVITY
                if AUDIT-RESULT(1:6) = "ERROR:"
                    move WS-ACT-VERIFY-ERROR to WS-EV-ACTION
                    perform 0800-POST-ACTIVITY
                else
                    move WS-ACT-STRAND to WS-EV-ACTION
                    move 2 to WS-EV-QTY
                    perform 0800-POST-ACTIVITY
                end-if
            when other
                continue
        end-evaluate
    end-if.
    read AUDIT-FILE
        at end set WS-EOF to true
    end-read.

*> Intakes keyed in the period; the file stays open for the
*> maintenance-log pass, which looks each corrected sample up by ID.
0300-SCAN-INTAKES.
    move "N" to WS-EOF-FLAG.
    open input SAMPLE-INTAKE-FILE.
    if WS-INTAKE-STATUS = "35"
        continue
    else
        if WS-INTAKE-STATUS not = "00"
            move "SAMPLEINTAKE" to WS-ABEND-FILE
            move WS-INTAKE-STATUS to WS-ABEND-STATUS
            perform 0090-ABORT-ON-IO-ERROR
        end-if
        read SAMPLE-INTAKE-FILE next record
            at end set WS-EOF to true
        end-read
        perform 0310-TAKE-ONE-INTAKE until WS-EOF
    end-if.
    perform 0350-SCAN-MAINT-LOG.
    if WS-INTAKE-STATUS not = "35"
        close SAMPLE-INTAKE-FILE
    end-if.

0310-TAKE-ONE-INTAKE.
    add 1 to WS-INTAKE-READ-COUNT.
    move intake-timestamp(1:8) to WS-CHECK-DATE.
    perform 0850-CHECK-PERIOD.
    if WS-IN-PERIOD and intake-keyed-by not = spaces
        move intake-keyed-by to WS-EV-USER
        move intake-timestamp to WS-EV-TIMESTAMP
        move WS-ACT-INTAKE to WS-EV-ACTION
        move 1 to WS-EV-QTY
        perform 0800-POST-ACTIVITY
    end-if.
    read SAMPLE-INTAKE-FILE next record
        at end set WS-EOF to true
    end-read.

0350-SCAN-MAINT-LOG.
    move "N" to WS-EOF-FLAG.
    open input MAINT-LOG-FILE.
    if WS-MAINT-STATUS = "35"
        continue
    else
        if WS-MAINT-STATUS not = "00"
            move "INTAKEMAINTLOG" to WS-ABEND-FILE
            move WS-MAINT-STATUS to WS-ABEND-STATUS
            perform 0090-ABORT-ON-IO-ERROR
        end-if
        read MAINT-LOG-FILE
            at end set WS-EOF to true
        end-read
        perform 0360-TAKE-ONE-MAINT until WS-EOF
        close MAINT-LOG-FILE
    end-if.

*> A correction or void in the period is counted for whoever made
*> it; a correction or void at any time charges an intake error to
*> whoever keyed the sample, when that intake falls in the period.
0360-TAKE-ONE-MAINT.
    add 1 to WS-MAINT-READ-COUNT.
    move MAINT-LOG-TIMESTAMP(1:8) to WS-CHECK-DATE.
    perform 0850-CHECK-PERIOD.
    if WS-IN-PERIOD
        move MAINT-LOG-USER to WS-EV-USER
        move MAINT-LOG-TIMESTAMP to WS-EV-TIMESTAMP
        move 1 to WS-EV-QTY
        evaluate MAINT-LOG-ACTION
            when "CORRECT"
                move WS-ACT-CORRECT to WS-EV-ACTION
                perform 0800-POST-ACTIVITY
            when "VOID"
                move WS-ACT-VOID to WS-EV-ACTION
                perform 0800-POST-ACTIVITY
            when other
                continue
        end-evaluate
    end-if.
    if WS-INTAKE-STATUS not = "35"
        perform 0370-CHARGE-INTAKE-ERROR
    end-if.
    read MAINT-LOG-FILE
        at end set WS-EOF to true
    end-read.

0370-CHARGE-INTAKE-ERROR.
    move "N" to WS-CHARGED-FOUND-FLAG.
    if WS-CHARGED-COUNT > 0
        set WS-CH-IDX to 1
        search WS-CHARGED-SAMPLE-ID
            at end
                continue
            when WS-CHARGED-SAMPLE-ID(WS-CH-IDX) = MAINT-LOG-SAMPLE-ID
                set WS-CHARGED-FOUND to true
        end-search
    end-if.
    if not WS-CHARGED-FOUND
        move MAINT-LOG-SAMPLE-ID to intake-sample-id
        read SAMPLE-INTAKE-FILE key is intake-sample-id
            invalid key
                continue
            not invalid key
                perform 0380-CHARGE-KEYER
        end-read
    end-if.

0380-CHARGE-KEYER.
    move intake-timestamp(1:8) to WS-CHECK-DATE.
    perform 0850-CHECK-PERIOD.
    if WS-IN-PERIOD and intake-keyed-by not = spaces
        if WS-CHARGED-COUNT < WS-MAX-CHARGED
            add 1 to WS-CHARGED-COUNT
            move MAINT-LOG-SAMPLE-ID
                to WS-CHARGED-SAMPLE-ID(WS-CHARGED-COUNT)
        else
            add 1 to WS-CHARGED-OVERFLOW-COUNT
        end-if
        move intake-keyed-by to WS-FIND-OPER
        perform 0810-FIND-OPERATOR
        if WS-OPER-FOUND
            add 1 to WS-OP-INTAKE-ERRORS(WS-OPER-SLOT)
        end-if
    end-if.

0400-SCAN-REVIEW-LOG.
    move "N" to WS-EOF-FLAG.
    open input REVIEW-LOG-FILE.
    if WS-REVIEW-STATUS = "35"
        continue
    else
        if WS-REVIEW-STATUS not = "00"
            move "TXNREVIEWLOG" to WS-ABEND-FILE
            move WS-REVIEW-STATUS to WS-ABEND-STATUS
            perform 0090-ABORT-ON-IO-ERROR
        end-if
        read REVIEW-LOG-FILE
            at end set WS-EOF to true
        end-read
        perform 0410-TAKE-ONE-REVIEW until WS-EOF
        close REVIEW-LOG-FILE
    end-if.

0410-TAKE-ONE-REVIEW.
    add 1 to WS-REVIEW-READ-COUNT.
    move REVIEW-LOG-TIMESTAMP(1:8) to WS-CHECK-DATE.
    perform 0850-CHECK-PERIOD.
    if WS-IN-PERIOD
        move REVIEW-LOG-USER to WS-EV-USER
        move REVIEW-LOG-TIMESTAMP to WS-EV-TIMESTAMP
        move 1 to WS-EV-QTY
        if REVIEW-LOG-ACTION = "RELEASE"
            move WS-ACT-APPROVE to WS-EV-ACTION
        else
            move WS-ACT-DECLINE to WS-EV-ACTION
        end-if
        perform 0800-POST-ACTIVITY
        if REVIEW-LOG-USER = REVIEW-LOG-VERIFIED-BY
           and REVIEW-LOG-USER not = spaces
            move spaces to WS-EXCEPTION-TEXT
            string REVIEW-LOG-USER "  " REVIEW-LOG-TIMESTAMP(1:8) " "
                REVIEW-LOG-TIMESTAMP(9:4) "  SAMPLE "
                REVIEW-LOG-SAMPLE-ID " VERIFIED AND REVIEWED ("
                function trim(REVIEW-LOG-ACTION) ") BY THE SAME OPERATOR"
                delimited by size into WS-EXCEPTION-TEXT
            perform 0840-ADD-SAME-OPERATOR
        end-if
    end-if.
    read REVIEW-LOG-FILE
        at end set WS-EOF to true
    end-read.

*> A set still pending has only been requested.
0450-SCAN-REF-PENDING.
    move "N" to WS-EOF-FLAG.
    open input PENDING-FILE.
    if WS-PENDING-STATUS = "35"
        continue
    else
        if WS-PENDING-STATUS not = "00"
            move "REFPENDING" to WS-ABEND-FILE
            move WS-PENDING-STATUS to WS-ABEND-STATUS
            perform 0090-ABORT-ON-IO-ERROR
        end-if
        read PENDING-FILE into REF-PENDING-RECORD
            at end set WS-EOF to true
        end-read
        perform 0460-TAKE-ONE-PENDING until WS-EOF
        close PENDING-FILE
    end-if.

0460-TAKE-ONE-PENDING.
    if PEND-HEADER
        perform 0490-TAKE-REF-REQUEST
    end-if.
    read PENDING-FILE into REF-PENDING-RECORD
        at end set WS-EOF to true
    end-read.

0470-SCAN-REF-HISTORY.
    move "N" to WS-EOF-FLAG.
    open input HISTORY-FILE.
    if WS-HISTORY-STATUS = "35"
        continue
    else
        if WS-HISTORY-STATUS not = "00"
            move "REFHISTORY" to WS-ABEND-FILE
            move WS-HISTORY-STATUS to WS-ABEND-STATUS
            perform 0090-ABORT-ON-IO-ERROR
        end-if
        read HISTORY-FILE into REF-PENDING-RECORD
            at end set WS-EOF to true
        end-read
        perform 0480-TAKE-ONE-HISTORY until WS-EOF
        close HISTORY-FILE
    end-if.

0480-TAKE-ONE-HISTORY.
    if PEND-HEADER
        perform 0490-TAKE-REF-REQUEST
        perform 0495-TAKE-REF-REVIEW
    end-if.
    read HISTORY-FILE into REF-PENDING-RECORD
        at end set WS-EOF to true
    end-read.

0490-TAKE-REF-REQUEST.
    add 1 to WS-REF-SET-READ-COUNT.
    move PEND-REQUESTED-TS(1:8) to WS-CHECK-DATE.
    perform 0850-CHECK-PERIOD.
    if WS-IN-PERIOD
        move PEND-REQUESTED-BY to WS-EV-USER
        move PEND-REQUESTED-TS to WS-EV-TIMESTAMP
        move WS-ACT-REF-REQUEST to WS-EV-ACTION
        move 1 to WS-EV-QTY
        perform 0800-POST-ACTIVITY
    end-if.

0495-TAKE-REF-REVIEW.
    move PEND-REVIEWED-TS(1:8) to WS-CHECK-DATE.
    perform 0850-CHECK-PERIOD.
    if WS-IN-PERIOD
        move PEND-REVIEWED-BY to WS-EV-USER
        move PEND-REVIEWED-TS to WS-EV-TIMESTAMP
        move 1 to WS-EV-QTY
        if PEND-STATUS = "APPROVED"
            move WS-ACT-APPROVE to WS-EV-ACTION
        else
            move WS-ACT-DECLINE to WS-EV-ACTION
        end-if
        perform 0800-POST-ACTIVITY
        if PEND-REVIEWED-BY = PEND-REQUESTED-BY
           and PEND-REVIEWED-BY not = spaces
            move spaces to WS-EXCEPTION-TEXT
            string PEND-REVIEWED-BY "  " PEND-REVIEWED-TS(1:8) " "
                PEND-REVIEWED-TS(9:4) "  REFERENCE SET OF "
                PEND-REQUESTED-TS(1:8) " " PEND-REQUESTED-TS(9:4)
                " REQUESTED AND " function trim(PEND-STATUS)
                " BY THE SAME OPERATOR"
                delimited by size into WS-EXCEPTION-TEXT
            perform 0840-ADD-SAME-OPERATOR
        end-if
    end-if.

0500-SCAN-REPAIR-LOG.
    move "N" to WS-EOF-FLAG.
    open input REPAIR-LOG-FILE.
    if WS-REPAIR-STATUS = "35"
        continue
    else
        if WS-REPAIR-STATUS not = "00"
            move "REPAIRLOG" to WS-ABEND-FILE
            move WS-REPAIR-STATUS to WS-ABEND-STATUS
            perform 0090-ABORT-ON-IO-ERROR
        end-if
        read REPAIR-LOG-FILE
            at end set WS-EOF to true
        end-read
        perform 0510-TAKE-ONE-REPAIR until WS-EOF
        close REPAIR-LOG-FILE
    end-if.

0510-TAKE-ONE-REPAIR.
    add 1 to WS-REPAIR-READ-COUNT.
    move REPAIR-LOG-TIMESTAMP(1:8) to WS-CHECK-DATE.
    perform 0850-CHECK-PERIOD.
    if WS-IN-PERIOD
        move REPAIR-LOG-USER to WS-EV-USER
        move REPAIR-LOG-TIMESTAMP to WS-EV-TIMESTAMP
        move WS-ACT-REPAIR to WS-EV-ACTION
        move 1 to WS-EV-QTY
        perform 0800-POST-ACTIVITY
    end-if.
    read REPAIR-LOG-FILE
        at end set WS-EOF to true
    end-read.

0550-SCAN-SIGNON-LOG.
    move "N" to WS-EOF-FLAG.
    open input SIGNON-LOG-FILE.
    if WS-SIGNON-STATUS = "35"
        continue
    else
        if WS-SIGNON-STATUS not = "00"
            move "SIGNONLOG" to WS-ABEND-FILE
            move WS-SIGNON-STATUS to WS-ABEND-STATUS
            perform 0090-ABORT-ON-IO-ERROR
        end-if
        read SIGNON-LOG-FILE
            at end set WS-EOF to true
        end-read
        perform 0560-TAKE-ONE-SIGNON until WS-EOF
        close SIGNON-LOG-FILE
    end-if.

0560-TAKE-ONE-SIGNON.
    add 1 to WS-SIGNON-READ-COUNT.
    move SIGNON-LOG-TIMESTAMP(1:8) to WS-CHECK-DATE.
    perform 0850-CHECK-PERIOD.
    if WS-IN-PERIOD and SIGNON-LOG-USER not = spaces
        move SIGNON-LOG-USER to WS-FIND-OPER
        perform 0810-FIND-OPERATOR
        if WS-OPER-FOUND
            add 1 to WS-OP-SIGNONS(WS-OPER-SLOT)
        end-if
        if WS-SIGNON-COUNT < WS-MAX-SIGNONS
            add 1 to WS-SIGNON-COUNT
            move SIGNON-LOG-USER to WS-SG-USER(WS-SIGNON-COUNT)
            move SIGNON-LOG-TIMESTAMP(1:14)
                to WS-SG-TIME(WS-SIGNON-COUNT)
        else
            add 1 to WS-SIGNON-OVERFLOW-COUNT
        end-if
    end-if.
    read SIGNON-LOG-FILE
        at end set WS-EOF to true
    end-read.

*> A sign-on is idle when the operator posted nothing from that
*> moment until their next sign-on, or the end of that day.
0600-CHECK-IDLE-SIGNONS.
    perform 0610-CHECK-ONE-SIGNON
        varying WS-SIGNON-NUMBER from 1 by 1
        until WS-SIGNON-NUMBER > WS-SIGNON-COUNT.

0610-CHECK-ONE-SIGNON.
    set WS-SG-IDX to WS-SIGNON-NUMBER.
    move WS-SG-TIME(WS-SG-IDX)(1:8) to WS-WINDOW-END(1:8).
    move "999999" to WS-WINDOW-END(9:6).
    perform 0620-FIND-NEXT-SIGNON
        varying WS-NEXT-NUMBER from WS-SIGNON-NUMBER by 1
        until WS-NEXT-NUMBER > WS-SIGNON-COUNT.
    move "N" to WS-EVENT-FOUND-FLAG.
    if WS-EVENT-COUNT > 0
        set WS-EV-IDX to 1
        search WS-EVENT-ENTRY
            at end
                continue
            when WS-EVT-USER(WS-EV-IDX) = WS-SG-USER(WS-SG-IDX)
             and WS-EVT-TIME(WS-EV-IDX) >= WS-SG-TIME(WS-SG-IDX)
             and WS-EVT-TIME(WS-EV-IDX) < WS-WINDOW-END
                set WS-EVENT-FOUND to true
        end-search
    end-if.
    if not WS-EVENT-FOUND
        move WS-SG-USER(WS-SG-IDX) to WS-FIND-OPER
        perform 0810-FIND-OPERATOR
        if WS-OPER-FOUND
            add 1 to WS-OP-IDLE(WS-OPER-SLOT)
        end-if
        add 1 to WS-IDLE-COUNT
        if WS-IDLE-COUNT not > WS-MAX-EXCEPTIONS
            move spaces to WS-IDLE-LINE(WS-IDLE-COUNT)
            if WS-WINDOW-END(9:6) = "999999"
                string WS-SG-USER(WS-SG-IDX) "  "
                    WS-SG-TIME(WS-SG-IDX)(1:8) " "
                    WS-SG-TIME(WS-SG-IDX)(9:4)
                    "  NO ACTIVITY RECORDED BY THE END OF THE DAY"
                    delimited by size into WS-IDLE-LINE(WS-IDLE-COUNT)
            else
                string WS-SG-USER(WS-SG-IDX) "  "
                    WS-SG-TIME(WS-SG-IDX)(1:8) " "
                    WS-SG-TIME(WS-SG-IDX)(9:4)
                    "  NO ACTIVITY RECORDED BEFORE NEXT SIGN-ON AT "
                    WS-WINDOW-END(9:4)
                    delimited by size into WS-IDLE-LINE(WS-IDLE-COUNT)
            end-if
        end-if
    end-if.

*> The first later sign-on by the same operator closes the window.
0620-FIND-NEXT-SIGNON.
    if WS-NEXT-NUMBER > WS-SIGNON-NUMBER
       and WS-SG-USER(WS-NEXT-NUMBER) = WS-SG-USER(WS-SG-IDX)
       and WS-SG-TIME(WS-NEXT-NUMBER) > WS-SG-TIME(WS-SG-IDX)
       and WS-SG-TIME(WS-NEXT-NUMBER) < WS-WINDOW-END
        move WS-SG-TIME(WS-NEXT-NUMBER) to WS-WINDOW-END
    end-if.

0700-WRITE-REPORT.
    open output ACTIVITY-REPORT-FILE.
    if WS-REPORT-STATUS not = "00"
        move "OPERACTRPT" to WS-ABEND-FILE
        move WS-REPORT-STATUS to WS-ABEND-STATUS
        perform 0090-ABORT-ON-IO-ERROR
    end-if.
    move spaces to WS-REPORT-LINE.
    string "OPERATOR ACTIVITY REPORT   PERIOD " WS-PERIOD-LOW
        " TO " WS-PERIOD-HIGH
        "   BUSINESS DATE " WS-BUSDATE-DATE
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    perform 0720-WRITE-OPERATOR-SUMMARY.
    perform 0730-WRITE-DAY-SECTION.
    perform 0740-WRITE-HOUR-SECTION.
    perform 0750-WRITE-EXCEPTIONS.
    perform 0770-WRITE-TOTALS.
    close ACTIVITY-REPORT-FILE.

0720-WRITE-OPERATOR-SUMMARY.
    move "ACTIVITY BY OPERATOR" to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "OPERATOR " WS-COLUMN-HEADINGS
        " SIGNON   IDLE INTERR  ERR %"
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    if WS-OPER-COUNT = 0
        move "  NO OPERATOR ACTIVITY IN THE PERIOD" to WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.
    perform 0725-WRITE-ONE-OPERATOR
        varying WS-ENTRY-NUMBER from 1 by 1
        until WS-ENTRY-NUMBER > WS-OPER-COUNT.

0725-WRITE-ONE-OPERATOR.
    set WS-OP-IDX to WS-ENTRY-NUMBER.
    perform 0726-MOVE-ONE-TOTAL
        varying WS-ACTION-NUMBER from 1 by 1
        until WS-ACTION-NUMBER > WS-ACTION-COUNT.
    move WS-OP-SIGNONS(WS-OP-IDX) to WS-SIGNON-EDIT.
    move WS-OP-IDLE(WS-OP-IDX) to WS-IDLE-EDIT.
    move WS-OP-INTAKE-ERRORS(WS-OP-IDX) to WS-INTAKE-ERROR-EDIT.
    compute WS-RATE-BASE = WS-OP-TOTAL(WS-OP-IDX, WS-ACT-VERIFY)
        + WS-OP-TOTAL(WS-OP-IDX, WS-ACT-INTAKE).
    compute WS-RATE-ERRORS =
        WS-OP-TOTAL(WS-OP-IDX, WS-ACT-VERIFY-ERROR)
        + WS-OP-INTAKE-ERRORS(WS-OP-IDX).
    move 0 to WS-ERROR-RATE.
    if WS-RATE-BASE > 0
        compute WS-ERROR-RATE rounded =
            WS-RATE-ERRORS * 100 / WS-RATE-BASE
    end-if.
    move WS-ERROR-RATE to WS-ERROR-RATE-EDIT.
    move spaces to WS-REPORT-LINE.
    string WS-OP-ID(WS-OP-IDX) WS-COUNT-COLUMNS " "
        WS-SIGNON-EDIT " " WS-IDLE-EDIT " " WS-INTAKE-ERROR-EDIT
        "  " WS-ERROR-RATE-EDIT
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.

0726-MOVE-ONE-TOTAL.
    move WS-OP-TOTAL(WS-OP-IDX, WS-ACTION-NUMBER)
        to WS-CC-COUNT(WS-ACTION-NUMBER).

0730-WRITE-DAY-SECTION.
    move spaces to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move "ACTIVITY BY OPERATOR AND DAY" to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "OPERATOR DATE     " WS-COLUMN-HEADINGS
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    perform 0735-WRITE-ONE-DAY
        varying WS-ENTRY-NUMBER from 1 by 1
        until WS-ENTRY-NUMBER > WS-DAY-COUNT.

0735-WRITE-ONE-DAY.
    set WS-DY-IDX to WS-ENTRY-NUMBER.
    perform 0736-MOVE-ONE-DAY-COUNT
        varying WS-ACTION-NUMBER from 1 by 1
        until WS-ACTION-NUMBER > WS-ACTION-COUNT.
    move spaces to WS-REPORT-LINE.
    string WS-DY-OPER(WS-DY-IDX) " " WS-DY-DATE(WS-DY-IDX)
        WS-COUNT-COLUMNS
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.

0736-MOVE-ONE-DAY-COUNT.
    move WS-DY-COUNT(WS-DY-IDX, WS-ACTION-NUMBER)
        to WS-CC-COUNT(WS-ACTION-NUMBER).

0740-WRITE-HOUR-SECTION.
    move spaces to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move "ACTIVITY BY OPERATOR AND HOUR OF DAY" to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "OPERATOR HOUR     " WS-COLUMN-HEADINGS
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    perform 0745-WRITE-OPERATOR-HOURS
        varying WS-ENTRY-NUMBER from 1 by 1
        until WS-ENTRY-NUMBER > WS-OPER-COUNT.

0745-WRITE-OPERATOR-HOURS.
    set WS-OP-IDX to WS-ENTRY-NUMBER.
    perform 0746-WRITE-ONE-HOUR
        varying WS-HOUR-NUMBER from 1 by 1
        until WS-HOUR-NUMBER > 24.

*> Hours with nothing posted are left off.
0746-WRITE-ONE-HOUR.
    move 0 to WS-HOUR-TOTAL.
    perform 0747-MOVE-ONE-HOUR-COUNT
        varying WS-ACTION-NUMBER from 1 by 1
        until WS-ACTION-NUMBER > WS-ACTION-COUNT.
    if WS-HOUR-TOTAL > 0
        compute WS-HOUR-TEXT = WS-HOUR-NUMBER - 1
        move spaces to WS-REPORT-LINE
        string WS-OP-ID(WS-OP-IDX) " " WS-HOUR-TEXT ":00   "
            WS-COUNT-COLUMNS
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.

0747-MOVE-ONE-HOUR-COUNT.
    move WS-OP-HOUR-COUNT(WS-OP-IDX, WS-HOUR-NUMBER, WS-ACTION-NUMBER)
        to WS-CC-COUNT(WS-ACTION-NUMBER).
    add WS-OP-HOUR-COUNT(WS-OP-IDX, WS-HOUR-NUMBER, WS-ACTION-NUMBER)
        to WS-HOUR-TOTAL.

0750-WRITE-EXCEPTIONS.
    move spaces to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move "SAME OPERATOR RAN AND APPROVED THE SAME ITEM" to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    if WS-SAME-COUNT = 0
        move "  NONE" to WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.
    perform 0755-WRITE-ONE-SAME
        varying WS-ENTRY-NUMBER from 1 by 1
        until WS-ENTRY-NUMBER > WS-SAME-COUNT
           or WS-ENTRY-NUMBER > WS-MAX-EXCEPTIONS.
    move spaces to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move "SIGN-ONS WITH NO ACTIVITY" to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    if WS-IDLE-COUNT = 0
        move "  NONE" to WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.
    perform 0756-WRITE-ONE-IDLE
        varying WS-ENTRY-NUMBER from 1 by 1
        until WS-ENTRY-NUMBER > WS-IDLE-COUNT
           or WS-ENTRY-NUMBER > WS-MAX-EXCEPTIONS.

0755-WRITE-ONE-SAME.
    move WS-SAME-LINE(WS-ENTRY-NUMBER) to WS-REPORT-LINE.
    write WS-REPORT-LINE.

0756-WRITE-ONE-IDLE.
    move WS-IDLE-LINE(WS-ENTRY-NUMBER) to WS-REPORT-LINE.
    write WS-REPORT-LINE.

0770-WRITE-TOTALS.
    move spaces to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "RECORDS READ - AUDIT: " WS-AUDIT-READ-COUNT
        "  INTAKES: " WS-INTAKE-READ-COUNT
        "  MAINT LOG: " WS-MAINT-READ-COUNT
        "  REVIEW LOG: " WS-REVIEW-READ-COUNT
        "  REF SETS: " WS-REF-SET-READ-COUNT
        "  REPAIRS: " WS-REPAIR-READ-COUNT
        "  SIGN-ONS: " WS-SIGNON-READ-COUNT
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "OPERATORS: " WS-OPER-COUNT
        "  SAME-OPERATOR ITEMS: " WS-SAME-COUNT
        "  IDLE SIGN-ONS: " WS-IDLE-COUNT
        "  POSTINGS WITH NO OPERATOR: " WS-UNATTRIBUTED-COUNT
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    if WS-OPER-OVERFLOW-COUNT > 0
        move spaces to WS-REPORT-LINE
        string "POSTINGS NOT COUNTED (OVER " WS-MAX-OPERS
            " OPERATOR LIMIT): " WS-OPER-OVERFLOW-COUNT
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.
    if WS-DAY-OVERFLOW-COUNT > 0
        move spaces to WS-REPORT-LINE
        string "POSTINGS LEFT OFF THE DAY SECTION (OVER " WS-MAX-DAYS
            " OPERATOR-DAY LIMIT): " WS-DAY-OVERFLOW-COUNT
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.
    if WS-EVENT-OVERFLOW-COUNT > 0
        move spaces to WS-REPORT-LINE
        string "POSTINGS NOT HELD FOR THE IDLE CHECK (OVER "
            WS-MAX-EVENTS " LIMIT): " WS-EVENT-OVERFLOW-COUNT
            " - SOME SIGN-ONS MAY BE SHOWN IDLE IN ERROR"
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.
    if WS-SIGNON-OVERFLOW-COUNT > 0
        move spaces to WS-REPORT-LINE
        string "SIGN-ONS NOT CHECKED FOR ACTIVITY (OVER "
            WS-MAX-SIGNONS " LIMIT): " WS-SIGNON-OVERFLOW-COUNT
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.
    if WS-CHARGED-OVERFLOW-COUNT > 0
        move spaces to WS-REPORT-LINE
        string "CORRECTED SAMPLES NOT HELD (OVER " WS-MAX-CHARGED
            " LIMIT): " WS-CHARGED-OVERFLOW-COUNT
            " - A SAMPLE CORRECTED TWICE MAY COUNT TWICE"
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.
    if WS-SAME-COUNT > WS-MAX-EXCEPTIONS
       or WS-IDLE-COUNT > WS-MAX-EXCEPTIONS
        move spaces to WS-REPORT-LINE
        string "EXCEPTION LISTS SHOW THE FIRST " WS-MAX-EXCEPTIONS
            " LINES ONLY"
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.

*> Post WS-EV-QTY of action WS-EV-ACTION by WS-EV-USER at
*> WS-EV-TIMESTAMP to the operator, hour and day totals, and keep the
*> moment for the idle sign-on check.
0800-POST-ACTIVITY.
    if WS-EV-USER = spaces
        add 1 to WS-UNATTRIBUTED-COUNT
    else
        move WS-EV-USER to WS-FIND-OPER
        perform 0810-FIND-OPERATOR
        if WS-OPER-FOUND
            add WS-EV-QTY to WS-OP-TOTAL(WS-OPER-SLOT, WS-EV-ACTION)
            move 0 to WS-EV-HOUR
            if WS-EV-TIMESTAMP(9:2) is numeric
                move WS-EV-TIMESTAMP(9:2) to WS-EV-HOUR
            end-if
            if WS-EV-HOUR > 23
                move 0 to WS-EV-HOUR
            end-if
            add 1 to WS-EV-HOUR
            add WS-EV-QTY to
                WS-OP-HOUR-COUNT(WS-OPER-SLOT, WS-EV-HOUR, WS-EV-ACTION)
            perform 0820-POST-DAY
            perform 0830-KEEP-EVENT
        end-if
    end-if.

*> Find WS-FIND-OPER, adding it in ID order when it is new.
0810-FIND-OPERATOR.
    move "N" to WS-OPER-FOUND-FLAG.
    move 0 to WS-OPER-SLOT.
    perform 0811-COMPARE-ONE-OPERATOR
        varying WS-SEARCH-NUMBER from 1 by 1
        until WS-SEARCH-NUMBER > WS-OPER-COUNT
           or WS-OPER-SLOT > 0.
    if WS-OPER-SLOT = 0
        compute WS-OPER-SLOT = WS-OPER-COUNT + 1
    end-if.
    if WS-OPER-SLOT not > WS-OPER-COUNT
       and WS-OP-ID(WS-OPER-SLOT) = WS-FIND-OPER
        set WS-OPER-FOUND to true
    else
        if WS-OPER-COUNT < WS-MAX-OPERS
            perform 0812-SHIFT-ONE-OPERATOR
                varying WS-SHIFT-NUMBER from WS-OPER-COUNT by -1
                until WS-SHIFT-NUMBER < WS-OPER-SLOT
            add 1 to WS-OPER-COUNT
            initialize WS-OPER-ENTRY(WS-OPER-SLOT)
            move WS-FIND-OPER to WS-OP-ID(WS-OPER-SLOT)
            set WS-OPER-FOUND to true
        else
            add 1 to WS-OPER-OVERFLOW-COUNT
        end-if
    end-if.

0811-COMPARE-ONE-OPERATOR.
    if WS-OP-ID(WS-SEARCH-NUMBER) not < WS-FIND-OPER
        move WS-SEARCH-NUMBER to WS-OPER-SLOT
    end-if.

0812-SHIFT-ONE-OPERATOR.
    move WS-OPER-ENTRY(WS-SHIFT-NUMBER)
        to WS-OPER-ENTRY(WS-SHIFT-NUMBER + 1).

*> Add to the operator-day row, adding it in order when it is new.
0820-POST-DAY.
    move WS-EV-USER to WS-FIND-DAY-OPER.
    move WS-EV-TIMESTAMP(1:8) to WS-FIND-DAY-DATE.
    move "N" to WS-DAY-FOUND-FLAG.
    move 0 to WS-DAY-SLOT.
    perform 0821-COMPARE-ONE-DAY
        varying WS-SEARCH-NUMBER from 1 by 1
        until WS-SEARCH-NUMBER > WS-DAY-COUNT
           or WS-DAY-SLOT > 0.
    if WS-DAY-SLOT = 0
        compute WS-DAY-SLOT = WS-DAY-COUNT + 1
    end-if.
    if WS-DAY-SLOT not > WS-DAY-COUNT
       and WS-DY-KEY(WS-DAY-SLOT) = WS-FIND-DAY-KEY
        set WS-DAY-FOUND to true
    else
        if WS-DAY-COUNT < WS-MAX-DAYS
            perform 0822-SHIFT-ONE-DAY
                varying WS-SHIFT-NUMBER from WS-DAY-COUNT by -1
                until WS-SHIFT-NUMBER < WS-DAY-SLOT
            add 1 to WS-DAY-COUNT
            initialize WS-DAY-ENTRY(WS-DAY-SLOT)
            move WS-FIND-DAY-KEY to WS-DY-KEY(WS-DAY-SLOT)
            set WS-DAY-FOUND to true
        else
            add 1 to WS-DAY-OVERFLOW-COUNT
        end-if
    end-if.
    if WS-DAY-FOUND
        add WS-EV-QTY to WS-DY-COUNT(WS-DAY-SLOT, WS-EV-ACTION)
    end-if.

0821-COMPARE-ONE-DAY.
    if WS-DY-KEY(WS-SEARCH-NUMBER) not < WS-FIND-DAY-KEY
        move WS-SEARCH-NUMBER to WS-DAY-SLOT
    end-if.

0822-SHIFT-ONE-DAY.
    move WS-DAY-ENTRY(WS-SHIFT-NUMBER)
        to WS-DAY-ENTRY(WS-SHIFT-NUMBER + 1).

0830-KEEP-EVENT.
    if WS-EVENT-COUNT < WS-MAX-EVENTS
        add 1 to WS-EVENT-COUNT
        move WS-EV-USER to WS-EVT-USER(WS-EVENT-COUNT)
        move WS-EV-TIMESTAMP(1:14) to WS-EVT-TIME(WS-EVENT-COUNT)
    else
        add 1 to WS-EVENT-OVERFLOW-COUNT
    end-if.

0840-ADD-SAME-OPERATOR.
    add 1 to WS-SAME-COUNT.
    if WS-SAME-COUNT not > WS-MAX-EXCEPTIONS
        move WS-EXCEPTION-TEXT to WS-SAME-LINE(WS-SAME-COUNT)
    end-if.

0850-CHECK-PERIOD.
    move "N" to WS-IN-PERIOD-FLAG.
    if WS-CHECK-DATE is numeric
        if WS-CHECK-DATE not < WS-PERIOD-LOW
           and WS-CHECK-DATE not > WS-PERIOD-HIGH
            set WS-IN-PERIOD to true
        end-if
    end-if.

end program operator-activity.
