       >>SOURCE FORMAT FREE
identification division.
program-id. log-verify.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> Nightly verification of the hash chains on the two logs the
*> accreditation audit asked us to make tamper-evident (see LOGCHAIN).
*> Each log is walked front to back, recomputing every entry's chain
*> value from its contents and the value of the entry before it:
*>   HAMMAUDIT       every generation in the AUDITGENS catalog, in
*>                   catalog order (the order audit-roll.cob wrote
*>                   them), then the live log - one unbroken chain
*>   INTAKEMAINTLOG  the intake maintenance log
*> The first broken link in each log is reported on LOGVERIFYRPT with
*> the file, the entry's position in it, its user and timestamp and
*> what was wrong: an entry never sealed, a chain value that is not
*> numeric or does not match (the entry was edited, or one was
*> inserted or removed just above it), or a generation the catalog
*> names that is no longer on disk. Everything after the first break
*> is counted but not checked - one edit breaks every link below it.
*> A log with no break is then checked against its chain head
*> (AUDITCHAIN / MAINTCHAIN), which must hold the same entry count
*> and last value - entries cut off the end leave the links above
*> them intact and are caught only here.
*> An INTAKEMAINTLOG entry anonymized by subject-erase.cob ("E") no
*> longer hashes to its stored value; the stored value is taken as
*> its link, and the entry passes only when an ERASE entry for the
*> same sample follows it in the log.
*> Each log is walked under its appenders' advisory lock (HAMMAUDIT,
*> and SAMPLEINTAKE for INTAKEMAINTLOG; FILELOCK subprogram) so an
*> entry and its head are never caught half-written. A broken link,
*> a head out of step or a log that could not be walked (lock held)
*> ends the run with RETURN-CODE 8 - run as a halt ("H") step in the
*> JOBTABLE so chain-driver.cob stops the window there; 4 when the
*> only finding is a warning. Start and end are posted to the shared
*> batch run log (HAMRUNLOG).

environment division.
input-output section.
file-control.
    select AUDIT-FILE assign to dynamic WS-AUDIT-FILE-NAME
        organization is line sequential
        file status is WS-AUDIT-STATUS.
    select GEN-CATALOG-FILE assign to "AUDITGENS"
        organization is line sequential
        file status is WS-CATALOG-STATUS.
    select MAINT-LOG-FILE assign to "INTAKEMAINTLOG"
        organization is line sequential
        file status is WS-LOG-STATUS.
    select VERIFY-REPORT-FILE assign to "LOGVERIFYRPT"
        organization is line sequential.
    select RUN-LOG-FILE assign to "HAMRUNLOG"
        organization is line sequential
        file status is WS-RUNLOG-STATUS.

data division.
file section.
fd  AUDIT-FILE.
    copy "audit-rec.cpy".

fd  GEN-CATALOG-FILE.
    copy "audit-gen-rec.cpy".

fd  MAINT-LOG-FILE.
    copy "maint-log-rec.cpy".

fd  VERIFY-REPORT-FILE.
01  WS-REPORT-LINE            pic x(160).

fd  RUN-LOG-FILE.
    copy "run-log-rec.cpy".

working-storage section.
01 WS-RUNLOG-STATUS           pic x(02) value spaces.
01 WS-RUN-STATUS              pic x(10) value "SUCCESS".
01 WS-BUSDATE-DAY-STATUS      pic x(01) value space.
01 WS-BUSDATE-RESULT          pic x(02) value spaces.
01 WS-AUDIT-STATUS            pic x(02) value spaces.
01 WS-CATALOG-STATUS          pic x(02) value spaces.
01 WS-LOG-STATUS              pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".
01 WS-WARNING-FLAG            pic x(01) value "N".
   88 WS-WARNING              value "Y".

01 WS-TODAY-DATE              pic 9(08) value 0.
01 WS-AUDIT-FILE-NAME         pic x(16) value spaces.

01 WS-LOCK-ACTION             pic x(01) value space.
01 WS-LOCK-NAME               pic x(12) value spaces.
01 WS-LOCK-RESULT             pic x(02) value spaces.

01 WS-CHAIN-ACTION            pic x(01) value space.
01 WS-CHAIN-LOG               pic x(14) value spaces.
01 WS-CHAIN-LENGTH            pic 9(04) value 0.
01 WS-CHAIN-VALUE             pic 9(15) value 0.
01 WS-CHAIN-COUNT             pic 9(09) value 0.
01 WS-CHAIN-RESULT            pic x(02) value spaces.

*> Generations in catalog order.
01 WS-MAX-GENERATIONS         pic 9(03) value 120.
01 WS-GENERATION-COUNT        pic 9(03) value 0.
01 WS-GENERATION-OVERFLOW     pic 9(03) value 0.
01 WS-GENERATION-TABLE.
   05 WS-GENERATION-ENTRY     pic x(16) occurs 120 times
                              indexed by WS-GEN-IDX.
01 WS-FILE-NUMBER             pic 9(03) value 0.

*> The walk of the log in hand. WS-CHECK-RECORD holds the entry
*> being checked, WS-CHECK-KIND and WS-CHECK-VALUE its chain fields.
01 WS-WALK-FILE-NAME          pic x(16) value spaces.
01 WS-FILE-ENTRY-NUMBER       pic 9(09) value 0.
01 WS-LOG-ENTRY-COUNT         pic 9(09) value 0.
01 WS-BASELINE-COUNT          pic 9(09) value 0.
01 WS-SEALED-COUNT            pic 9(09) value 0.
01 WS-ERASED-COUNT            pic 9(09) value 0.
01 WS-UNCHECKED-COUNT         pic 9(09) value 0.
01 WS-PREVIOUS-VALUE          pic 9(15) value 0.
01 WS-CHECK-RECORD            pic x(400) value spaces.
01 WS-CHECK-KIND              pic x(01) value space.
01 WS-CHECK-VALUE             pic x(15) value spaces.
01 WS-CHECK-VALUE-N redefines WS-CHECK-VALUE
                              pic 9(15).
01 WS-CHECK-USER              pic x(08) value spaces.
01 WS-CHECK-TIMESTAMP         pic x(21) value spaces.
01 WS-BREAK-FLAG              pic x(01) value "N".
   88 WS-BREAK-FOUND          value "Y".
01 WS-BREAK-REASON            pic x(100) value spaces.
01 WS-BREAK-COUNT             pic 9(02) value 0.

*> Anonymized maintenance-log entries still waiting for the ERASE
*> entry that accounts for them.
01 WS-MAX-ERASED              pic 9(03) value 500.
01 WS-ERASED-PENDING-COUNT    pic 9(03) value 0.
01 WS-ERASED-OVERFLOW         pic 9(06) value 0.
01 WS-ERASED-TABLE.
   05 WS-ERASED-ENTRY occurs 500 times indexed by WS-EP-IDX.
      10 WS-EP-SAMPLE-ID      pic 9(06).
      10 WS-EP-ENTRY-NUMBER   pic 9(09).
      10 WS-EP-USER           pic x(08).
      10 WS-EP-TIMESTAMP      pic x(21).
      10 WS-EP-CLEARED        pic x(01).
01 WS-ENTRY-NUMBER            pic 9(03) value 0.

01 WS-LOGS-VERIFIED           pic 9(02) value 0.

procedure division.

0000-MAIN.
    perform 0030-LOG-RUN-START.
    open output VERIFY-REPORT-FILE.
    perform 0100-INITIALIZE.
    perform 0200-VERIFY-AUDIT-LOG.
    perform 0300-VERIFY-MAINT-LOG.
    perform 0900-TERMINATE.
    perform 0920-LOG-RUN-END.
    stop run.

0100-INITIALIZE.
    call "BUSDATE" using WS-TODAY-DATE, WS-BUSDATE-DAY-STATUS,
        WS-BUSDATE-RESULT.
    move spaces to WS-REPORT-LINE.
    string "AUDIT AND MAINTENANCE LOG CHAIN VERIFICATION  RUN "
        WS-TODAY-DATE
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.

*> ----------------------------------------------------------------
*> HAMMAUDIT: the generations, then the live log, as one chain.
*> ----------------------------------------------------------------
0200-VERIFY-AUDIT-LOG.
    move "L" to WS-LOCK-ACTION.
    move "HAMMAUDIT" to WS-LOCK-NAME.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.
    if WS-LOCK-RESULT not = "00"
        move "HAMMAUDIT NOT VERIFIED - HAMMAUDIT LOCK HELD"
            to WS-REPORT-LINE
        write WS-REPORT-LINE
        move "FAILED" to WS-RUN-STATUS
    else
        perform 0210-VERIFY-AUDIT-LOCKED
        move "U" to WS-LOCK-ACTION
        call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
            WS-LOCK-RESULT
    end-if.

0210-VERIFY-AUDIT-LOCKED.
    move "HAMMAUDIT" to WS-CHAIN-LOG.
    perform 0400-START-LOG-WALK.
    perform 0220-LOAD-GENERATIONS.
    perform 0230-WALK-ONE-GENERATION
        varying WS-FILE-NUMBER from 1 by 1
        until WS-FILE-NUMBER > WS-GENERATION-COUNT.
    move "HAMMAUDIT" to WS-AUDIT-FILE-NAME.
    perform 0240-WALK-AUDIT-FILE.
    perform 0450-CHECK-CHAIN-HEAD.
    perform 0480-REPORT-LOG-RESULT.

0220-LOAD-GENERATIONS.
    move 0 to WS-GENERATION-COUNT.
    move 0 to WS-GENERATION-OVERFLOW.
    move "N" to WS-EOF-FLAG.
    open input GEN-CATALOG-FILE.
    if WS-CATALOG-STATUS = "35"
        continue
    else
        read GEN-CATALOG-FILE
            at end set WS-EOF to true
        end-read
        perform 0225-LOAD-ONE-GENERATION until WS-EOF
        close GEN-CATALOG-FILE
    end-if.
    move "N" to WS-EOF-FLAG.
    if WS-GENERATION-OVERFLOW > 0
        move spaces to WS-REPORT-LINE
        string "HAMMAUDIT NOT VERIFIED - CATALOG EXCEEDS TABLE, "
            WS-GENERATION-OVERFLOW " GENERATIONS WOULD BE SKIPPED"
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
        move "FAILED" to WS-RUN-STATUS
        set WS-BREAK-FOUND to true
    end-if.

0225-LOAD-ONE-GENERATION.
    if WS-GENERATION-COUNT < WS-MAX-GENERATIONS
        add 1 to WS-GENERATION-COUNT
        set WS-GEN-IDX to WS-GENERATION-COUNT
        move GEN-FILE-NAME to WS-GENERATION-ENTRY(WS-GEN-IDX)
    else
        add 1 to WS-GENERATION-OVERFLOW
    end-if.
    read GEN-CATALOG-FILE
        at end set WS-EOF to true
    end-read.

0230-WALK-ONE-GENERATION.
    set WS-GEN-IDX to WS-FILE-NUMBER.
    move WS-GENERATION-ENTRY(WS-GEN-IDX) to WS-AUDIT-FILE-NAME.
    perform 0240-WALK-AUDIT-FILE.

*> The live log may be absent (nothing written since the last
*> rollover); a cataloged generation may not.
0240-WALK-AUDIT-FILE.
    move WS-AUDIT-FILE-NAME to WS-WALK-FILE-NAME.
    move 0 to WS-FILE-ENTRY-NUMBER.
    move "N" to WS-EOF-FLAG.
    open input AUDIT-FILE.
    if WS-AUDIT-STATUS = "35"
        if WS-AUDIT-FILE-NAME not = "HAMMAUDIT"
           and not WS-BREAK-FOUND
            move spaces to WS-CHECK-USER
            move spaces to WS-CHECK-TIMESTAMP
            move "GENERATION IN THE AUDITGENS CATALOG IS NOT ON DISK"
                to WS-BREAK-REASON
            perform 0440-REPORT-BREAK
        end-if
    else
        read AUDIT-FILE
            at end set WS-EOF to true
        end-read
        perform 0250-CHECK-ONE-AUDIT-ENTRY until WS-EOF
        close AUDIT-FILE
    end-if.
    move "N" to WS-EOF-FLAG.

0250-CHECK-ONE-AUDIT-ENTRY.
    add 1 to WS-FILE-ENTRY-NUMBER.
    add 1 to WS-LOG-ENTRY-COUNT.
    if WS-BREAK-FOUND
        add 1 to WS-UNCHECKED-COUNT
    else
        move AUDIT-RECORD to WS-CHECK-RECORD
        move AUDIT-CHAIN-KIND to WS-CHECK-KIND
        move AUDIT-CHAIN-VALUE to WS-CHECK-VALUE
        move AUDIT-USER-ID to WS-CHECK-USER
        move AUDIT-TIMESTAMP to WS-CHECK-TIMESTAMP
        move 331 to WS-CHAIN-LENGTH
        perform 0410-CHECK-ONE-LINK
    end-if.
    read AUDIT-FILE
        at end set WS-EOF to true
    end-read.

*> ----------------------------------------------------------------
*> INTAKEMAINTLOG, appended under the SAMPLEINTAKE lock.
*> ----------------------------------------------------------------
0300-VERIFY-MAINT-LOG.
    move "L" to WS-LOCK-ACTION.
    move "SAMPLEINTAKE" to WS-LOCK-NAME.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.
    if WS-LOCK-RESULT not = "00"
        move "INTAKEMAINTLOG NOT VERIFIED - SAMPLEINTAKE LOCK HELD"
            to WS-REPORT-LINE
        write WS-REPORT-LINE
        move "FAILED" to WS-RUN-STATUS
    else
        perform 0310-VERIFY-MAINT-LOCKED
        move "U" to WS-LOCK-ACTION
        call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
            WS-LOCK-RESULT
    end-if.

0310-VERIFY-MAINT-LOCKED.
    move "INTAKEMAINTLOG" to WS-CHAIN-LOG.
    perform 0400-START-LOG-WALK.
    move "INTAKEMAINTLOG" to WS-WALK-FILE-NAME.
    move 0 to WS-FILE-ENTRY-NUMBER.
    move 0 to WS-ERASED-PENDING-COUNT.
    move 0 to WS-ERASED-OVERFLOW.
    move "N" to WS-EOF-FLAG.
    open input MAINT-LOG-FILE.
    if WS-LOG-STATUS not = "35"
        read MAINT-LOG-FILE
            at end set WS-EOF to true
        end-read
        perform 0320-CHECK-ONE-MAINT-ENTRY until WS-EOF
        close MAINT-LOG-FILE
    end-if.
    move "N" to WS-EOF-FLAG.
    if not WS-BREAK-FOUND
        perform 0340-CHECK-ERASED-ENTRIES
    end-if.
    perform 0450-CHECK-CHAIN-HEAD.
    perform 0480-REPORT-LOG-RESULT.

0320-CHECK-ONE-MAINT-ENTRY.
    add 1 to WS-FILE-ENTRY-NUMBER.
    add 1 to WS-LOG-ENTRY-COUNT.
    if WS-BREAK-FOUND
        add 1 to WS-UNCHECKED-COUNT
    else
        move MAINT-LOG-RECORD to WS-CHECK-RECORD
        move MAINT-LOG-CHAIN-KIND to WS-CHECK-KIND
        move MAINT-LOG-CHAIN-VALUE to WS-CHECK-VALUE
        move MAINT-LOG-USER to WS-CHECK-USER
        move MAINT-LOG-TIMESTAMP to WS-CHECK-TIMESTAMP
        move 204 to WS-CHAIN-LENGTH
        if MAINT-LOG-ACTION = "ERASE"
            perform 0330-CLEAR-ERASED-SAMPLE
        end-if
        perform 0410-CHECK-ONE-LINK
    end-if.
    read MAINT-LOG-FILE
        at end set WS-EOF to true
    end-read.

*> An ERASE entry accounts for every anonymized entry of its sample
*> above it.
0330-CLEAR-ERASED-SAMPLE.
    perform 0335-CLEAR-ONE-ERASED
        varying WS-ENTRY-NUMBER from 1 by 1
        until WS-ENTRY-NUMBER > WS-ERASED-PENDING-COUNT.

0335-CLEAR-ONE-ERASED.
    set WS-EP-IDX to WS-ENTRY-NUMBER.
    if WS-EP-SAMPLE-ID(WS-EP-IDX) = MAINT-LOG-SAMPLE-ID
        move "Y" to WS-EP-CLEARED(WS-EP-IDX)
    end-if.

0340-CHECK-ERASED-ENTRIES.
    move 1 to WS-ENTRY-NUMBER.
    perform 0345-CHECK-ONE-ERASED
        until WS-BREAK-FOUND
           or WS-ENTRY-NUMBER > WS-ERASED-PENDING-COUNT.
    if WS-ERASED-OVERFLOW > 0
        move spaces to WS-REPORT-LINE
        string "WARNING - " WS-ERASED-OVERFLOW
            " ANONYMIZED ENTRIES BEYOND THE TABLE WERE NOT MATCHED"
            " TO AN ERASE ENTRY"
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
        set WS-WARNING to true
    end-if.

0345-CHECK-ONE-ERASED.
    set WS-EP-IDX to WS-ENTRY-NUMBER.
    if WS-EP-CLEARED(WS-EP-IDX) not = "Y"
        move WS-EP-ENTRY-NUMBER(WS-EP-IDX) to WS-FILE-ENTRY-NUMBER
        move WS-EP-USER(WS-EP-IDX) to WS-CHECK-USER
        move WS-EP-TIMESTAMP(WS-EP-IDX) to WS-CHECK-TIMESTAMP
        move "ANONYMIZED ENTRY WITH NO ERASE ENTRY FOR ITS SAMPLE AFTER IT"
            to WS-BREAK-REASON
        perform 0440-REPORT-BREAK
    end-if.
    add 1 to WS-ENTRY-NUMBER.

*> ----------------------------------------------------------------
*> The chain checks shared by both logs.
*> ----------------------------------------------------------------
0400-START-LOG-WALK.
    move "N" to WS-BREAK-FLAG.
    move 0 to WS-PREVIOUS-VALUE.
    move 0 to WS-LOG-ENTRY-COUNT.
    move 0 to WS-BASELINE-COUNT.
    move 0 to WS-SEALED-COUNT.
    move 0 to WS-ERASED-COUNT.
    move 0 to WS-UNCHECKED-COUNT.

0410-CHECK-ONE-LINK.
    evaluate true
        when WS-CHECK-KIND not = "B" and WS-CHECK-KIND not = "C"
             and WS-CHECK-KIND not = "E"
            move "ENTRY IS NOT SEALED" to WS-BREAK-REASON
            perform 0440-REPORT-BREAK
        when WS-CHECK-KIND = "E" and WS-CHAIN-LOG not = "INTAKEMAINTLOG"
            move "ENTRY IS NOT SEALED" to WS-BREAK-REASON
            perform 0440-REPORT-BREAK
        when WS-CHECK-VALUE-N is not numeric
            move "CHAIN VALUE IS NOT NUMERIC" to WS-BREAK-REASON
            perform 0440-REPORT-BREAK
        when WS-CHECK-KIND = "E"
            add 1 to WS-ERASED-COUNT
            perform 0420-HOLD-ERASED-ENTRY
            move WS-CHECK-VALUE-N to WS-PREVIOUS-VALUE
        when other
            move "C" to WS-CHAIN-ACTION
            move WS-PREVIOUS-VALUE to WS-CHAIN-VALUE
            call "LOGCHAIN" using WS-CHAIN-ACTION, WS-CHAIN-LOG,
                WS-CHECK-RECORD, WS-CHAIN-LENGTH, WS-CHAIN-VALUE,
                WS-CHAIN-COUNT, WS-CHAIN-RESULT
            if WS-CHAIN-VALUE not = WS-CHECK-VALUE-N
                move spaces to WS-BREAK-REASON
                string "CHAIN VALUE DOES NOT MATCH - ENTRY CHANGED, OR AN"
                    " ENTRY ADDED OR REMOVED JUST ABOVE IT"
                    delimited by size into WS-BREAK-REASON
                perform 0440-REPORT-BREAK
            else
                if WS-CHECK-KIND = "B"
                    add 1 to WS-BASELINE-COUNT
                else
                    add 1 to WS-SEALED-COUNT
                end-if
                move WS-CHECK-VALUE-N to WS-PREVIOUS-VALUE
            end-if
    end-evaluate.

0420-HOLD-ERASED-ENTRY.
    if WS-ERASED-PENDING-COUNT < WS-MAX-ERASED
        add 1 to WS-ERASED-PENDING-COUNT
        set WS-EP-IDX to WS-ERASED-PENDING-COUNT
        move MAINT-LOG-SAMPLE-ID to WS-EP-SAMPLE-ID(WS-EP-IDX)
        move WS-FILE-ENTRY-NUMBER to WS-EP-ENTRY-NUMBER(WS-EP-IDX)
        move WS-CHECK-USER to WS-EP-USER(WS-EP-IDX)
        move WS-CHECK-TIMESTAMP to WS-EP-TIMESTAMP(WS-EP-IDX)
        move "N" to WS-EP-CLEARED(WS-EP-IDX)
    else
        add 1 to WS-ERASED-OVERFLOW
    end-if.

0440-REPORT-BREAK.
    set WS-BREAK-FOUND to true.
    add 1 to WS-BREAK-COUNT.
    move "FAILED" to WS-RUN-STATUS.
    move spaces to WS-REPORT-LINE.
    evaluate true
        when WS-FILE-ENTRY-NUMBER = 0
            string "BROKEN LINK  " function trim(WS-WALK-FILE-NAME)
                delimited by size into WS-REPORT-LINE
        when WS-CHECK-TIMESTAMP = spaces
            string "BROKEN LINK  " function trim(WS-WALK-FILE-NAME)
                "  AFTER ENTRY " WS-FILE-ENTRY-NUMBER
                delimited by size into WS-REPORT-LINE
        when other
            string "BROKEN LINK  " function trim(WS-WALK-FILE-NAME)
                "  ENTRY " WS-FILE-ENTRY-NUMBER
                "  USER " WS-CHECK-USER
                "  AT " WS-CHECK-TIMESTAMP(1:14)
                delimited by size into WS-REPORT-LINE
    end-evaluate.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "    " function trim(WS-BREAK-REASON)
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    display "CADENA ROTA: " function trim(WS-WALK-FILE-NAME)
        " entrada " WS-FILE-ENTRY-NUMBER.

*> Only a log whose links all held is compared with its head - after
*> a break the last value means nothing.
0450-CHECK-CHAIN-HEAD.
    if not WS-BREAK-FOUND
        move "R" to WS-CHAIN-ACTION
        call "LOGCHAIN" using WS-CHAIN-ACTION, WS-CHAIN-LOG,
            WS-CHECK-RECORD, WS-CHAIN-LENGTH, WS-CHAIN-VALUE,
            WS-CHAIN-COUNT, WS-CHAIN-RESULT
        move spaces to WS-CHECK-USER
        move spaces to WS-CHECK-TIMESTAMP
        move WS-LOG-ENTRY-COUNT to WS-FILE-ENTRY-NUMBER
        evaluate true
            when WS-CHAIN-RESULT = "35" and WS-LOG-ENTRY-COUNT = 0
                continue
            when WS-CHAIN-RESULT not = "00"
                move spaces to WS-BREAK-REASON
                string "CHAIN HEAD COULD NOT BE READ (STATUS "
                    WS-CHAIN-RESULT ")"
                    delimited by size into WS-BREAK-REASON
                perform 0440-REPORT-BREAK
            when WS-CHAIN-COUNT not = WS-LOG-ENTRY-COUNT
                move spaces to WS-BREAK-REASON
                string "CHAIN HEAD COUNTS " WS-CHAIN-COUNT
                    " ENTRIES BUT THE LOG HOLDS " WS-LOG-ENTRY-COUNT
                    delimited by size into WS-BREAK-REASON
                perform 0440-REPORT-BREAK
            when WS-CHAIN-VALUE not = WS-PREVIOUS-VALUE
                move "CHAIN HEAD DOES NOT MATCH THE LAST ENTRY"
                    to WS-BREAK-REASON
                perform 0440-REPORT-BREAK
        end-evaluate
    end-if.

0480-REPORT-LOG-RESULT.
    add 1 to WS-LOGS-VERIFIED.
    move spaces to WS-REPORT-LINE.
    if WS-BREAK-FOUND
        string function trim(WS-CHAIN-LOG) " CHAIN BROKEN - "
            WS-LOG-ENTRY-COUNT " ENTRIES, " WS-UNCHECKED-COUNT
            " BELOW THE BREAK NOT CHECKED"
            delimited by size into WS-REPORT-LINE
    else
        string function trim(WS-CHAIN-LOG) " CHAIN INTACT - "
            WS-LOG-ENTRY-COUNT " ENTRIES ("
            WS-BASELINE-COUNT " BASELINE, "
            WS-SEALED-COUNT " CHAINED, "
            WS-ERASED-COUNT " ANONYMIZED)"
            delimited by size into WS-REPORT-LINE
    end-if.
    write WS-REPORT-LINE.

0900-TERMINATE.
    move spaces to WS-REPORT-LINE.
    string "LOGS VERIFIED: " WS-LOGS-VERIFIED
        "  BROKEN LINKS: " WS-BREAK-COUNT
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    close VERIFY-REPORT-FILE.
    display "Logs verificados: " WS-LOGS-VERIFIED
        " enlaces rotos: " WS-BREAK-COUNT.
    if WS-RUN-STATUS = "FAILED"
        move 8 to return-code
    else
        if WS-WARNING
            move 4 to return-code
        end-if
    end-if.


0030-LOG-RUN-START.
    move "log-verify" to RUN-LOG-PROGRAM.
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
    move "log-verify" to RUN-LOG-PROGRAM.
    move "E" to RUN-LOG-EVENT.
    move function current-date to RUN-LOG-TIMESTAMP.
    move WS-BREAK-COUNT to RUN-LOG-RECORDS.
    move WS-RUN-STATUS to RUN-LOG-STATUS.
    perform 0040-WRITE-RUN-LOG.

end program log-verify.
