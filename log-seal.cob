       >>SOURCE FORMAT FREE
identification division.
program-id. log-seal.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> One-time baseline for the hash chains on HAMMAUDIT and
*> INTAKEMAINTLOG (see LOGCHAIN). Entries written before the chain
*> went in carry no chain value, so log-verify.cob would stop at the
*> first of them. This job seals them where they stand:
*>   HAMMAUDIT       every generation in the AUDITGENS catalog, in
*>                   catalog order, then the live log
*>   INTAKEMAINTLOG  the intake maintenance log
*> Each file is copied through the LOGSEALWORK scratch file with every
*> entry chained from the one before it - unsealed entries are marked
*> "B" (baseline); entries already chained "C" since the new programs
*> went in keep their kind but are re-chained behind the baseline,
*> and an entry anonymized since ("E") keeps its stored value - and
*> copied back. The log's chain head (AUDITCHAIN / MAINTCHAIN) is
*> then set to the last value and the entry count, so the next
*> append chains on from the baseline.
*> A log is sealed once: one that already holds a baseline entry is
*> refused, as is one with nothing unsealed in it, and one whose
*> catalog names a generation no longer on disk (the chain would be
*> sealed across the hole). Each log is sealed under its appenders'
*> advisory lock (HAMMAUDIT, and SAMPLEINTAKE for INTAKEMAINTLOG;
*> FILELOCK subprogram). A refusal for a log already sealed is
*> reported and is not a failure; a held lock, a missing generation
*> or a head that could not be written ends the run with
*> RETURN-CODE 8. Everything goes to the LOGSEALRPT report; start and
*> end are posted to the shared batch run log (HAMRUNLOG).

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
    select SEAL-WORK-FILE assign to "LOGSEALWORK"
        organization is line sequential
        file status is WS-WORK-STATUS.
    select SEAL-REPORT-FILE assign to "LOGSEALRPT"
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

fd  SEAL-WORK-FILE.
01  SEAL-WORK-RECORD          pic x(400).

fd  SEAL-REPORT-FILE.
01  WS-REPORT-LINE            pic x(132).

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
01 WS-WORK-STATUS             pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".
01 WS-WORK-EOF-FLAG           pic x(01) value "N".
   88 WS-WORK-EOF             value "Y".

01 WS-TODAY-DATE              pic 9(08) value 0.
01 WS-AUDIT-FILE-NAME         pic x(16) value spaces.
01 WS-SEAL-FILE-NAME          pic x(16) value spaces.

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

*> What the survey of a log found, and the sealing of it.
01 WS-MISSING-COUNT           pic 9(03) value 0.
01 WS-UNSEALED-COUNT          pic 9(09) value 0.
01 WS-BASELINE-FOUND-COUNT    pic 9(09) value 0.
01 WS-LOG-ENTRY-COUNT         pic 9(09) value 0.
01 WS-FILE-ENTRY-COUNT        pic 9(09) value 0.
01 WS-FILE-BASELINE-COUNT     pic 9(09) value 0.
01 WS-LOG-BASELINE-COUNT      pic 9(09) value 0.
01 WS-PREVIOUS-VALUE          pic 9(15) value 0.
01 WS-SEAL-FLAG               pic x(01) value "N".
   88 WS-SEAL-THE-LOG         value "Y".

01 WS-LOGS-SEALED             pic 9(02) value 0.
01 WS-TOTAL-BASELINE-COUNT    pic 9(09) value 0.

procedure division.

0000-MAIN.
    perform 0030-LOG-RUN-START.
    open output SEAL-REPORT-FILE.
    perform 0100-INITIALIZE.
    perform 0200-SEAL-AUDIT-LOG.
    perform 0300-SEAL-MAINT-LOG.
    perform 0900-TERMINATE.
    perform 0920-LOG-RUN-END.
    stop run.

0100-INITIALIZE.
    call "BUSDATE" using WS-TODAY-DATE, WS-BUSDATE-DAY-STATUS,
        WS-BUSDATE-RESULT.
    move spaces to WS-REPORT-LINE.
    string "AUDIT AND MAINTENANCE LOG CHAIN BASELINE  RUN "
        WS-TODAY-DATE
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.

*> ----------------------------------------------------------------
*> HAMMAUDIT: the generations, then the live log, as one chain.
*> ----------------------------------------------------------------
0200-SEAL-AUDIT-LOG.
    move "L" to WS-LOCK-ACTION.
    move "HAMMAUDIT" to WS-LOCK-NAME.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.
    if WS-LOCK-RESULT not = "00"
        move "HAMMAUDIT NOT SEALED - HAMMAUDIT LOCK HELD"
            to WS-REPORT-LINE
        write WS-REPORT-LINE
        move "FAILED" to WS-RUN-STATUS
    else
        perform 0210-SEAL-AUDIT-LOCKED
        move "U" to WS-LOCK-ACTION
        call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
            WS-LOCK-RESULT
    end-if.

0210-SEAL-AUDIT-LOCKED.
    move "HAMMAUDIT" to WS-CHAIN-LOG.
    perform 0220-LOAD-GENERATIONS.
    move 0 to WS-MISSING-COUNT.
    move 0 to WS-UNSEALED-COUNT.
    move 0 to WS-BASELINE-FOUND-COUNT.
    perform 0230-SURVEY-ONE-GENERATION
        varying WS-FILE-NUMBER from 1 by 1
        until WS-FILE-NUMBER > WS-GENERATION-COUNT.
    move "HAMMAUDIT" to WS-AUDIT-FILE-NAME.
    perform 0240-SURVEY-AUDIT-FILE.
    perform 0400-DECIDE-TO-SEAL.
    if WS-SEAL-THE-LOG
        move 0 to WS-PREVIOUS-VALUE
        move 0 to WS-LOG-ENTRY-COUNT
        move 0 to WS-LOG-BASELINE-COUNT
        perform 0250-SEAL-ONE-GENERATION
            varying WS-FILE-NUMBER from 1 by 1
            until WS-FILE-NUMBER > WS-GENERATION-COUNT
        move "HAMMAUDIT" to WS-AUDIT-FILE-NAME
        perform 0260-SEAL-AUDIT-FILE
        perform 0450-SET-CHAIN-HEAD
    end-if.

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

0230-SURVEY-ONE-GENERATION.
    set WS-GEN-IDX to WS-FILE-NUMBER.
    move WS-GENERATION-ENTRY(WS-GEN-IDX) to WS-AUDIT-FILE-NAME.
    perform 0240-SURVEY-AUDIT-FILE.

*> The live log may be absent (nothing written since the last
*> rollover); a cataloged generation may not.
0240-SURVEY-AUDIT-FILE.
    move "N" to WS-EOF-FLAG.
    open input AUDIT-FILE.
    if WS-AUDIT-STATUS = "35"
        if WS-AUDIT-FILE-NAME not = "HAMMAUDIT"
            add 1 to WS-MISSING-COUNT
            move spaces to WS-REPORT-LINE
            string "GENERATION " function trim(WS-AUDIT-FILE-NAME)
                " IS IN THE AUDITGENS CATALOG BUT NOT ON DISK"
                delimited by size into WS-REPORT-LINE
            write WS-REPORT-LINE
        end-if
    else
        read AUDIT-FILE
            at end set WS-EOF to true
        end-read
        perform 0245-SURVEY-ONE-AUDIT-ENTRY until WS-EOF
        close AUDIT-FILE
    end-if.
    move "N" to WS-EOF-FLAG.

0245-SURVEY-ONE-AUDIT-ENTRY.
    evaluate true
        when AUDIT-CHAIN-BASELINE
            add 1 to WS-BASELINE-FOUND-COUNT
        when AUDIT-CHAIN-SEALED
            continue
        when other
            add 1 to WS-UNSEALED-COUNT
    end-evaluate.
    read AUDIT-FILE
        at end set WS-EOF to true
    end-read.

0250-SEAL-ONE-GENERATION.
    set WS-GEN-IDX to WS-FILE-NUMBER.
    move WS-GENERATION-ENTRY(WS-GEN-IDX) to WS-AUDIT-FILE-NAME.
    perform 0260-SEAL-AUDIT-FILE.

0260-SEAL-AUDIT-FILE.
    move 0 to WS-FILE-ENTRY-COUNT.
    move 0 to WS-FILE-BASELINE-COUNT.
    move "N" to WS-EOF-FLAG.
    open input AUDIT-FILE.
    if WS-AUDIT-STATUS not = "35"
        open output SEAL-WORK-FILE
        read AUDIT-FILE
            at end set WS-EOF to true
        end-read
        perform 0265-SEAL-ONE-AUDIT-ENTRY until WS-EOF
        close AUDIT-FILE
        close SEAL-WORK-FILE
        open input SEAL-WORK-FILE
        open output AUDIT-FILE
        move "N" to WS-WORK-EOF-FLAG
        perform 0980-READ-WORK-RECORD
        perform 0270-RESTORE-ONE-AUDIT-ENTRY until WS-WORK-EOF
        close SEAL-WORK-FILE
        close AUDIT-FILE
        move WS-AUDIT-FILE-NAME to WS-SEAL-FILE-NAME
        perform 0470-REPORT-ONE-FILE
    end-if.
    move "N" to WS-EOF-FLAG.

0265-SEAL-ONE-AUDIT-ENTRY.
    add 1 to WS-FILE-ENTRY-COUNT.
    add 1 to WS-LOG-ENTRY-COUNT.
    if not AUDIT-CHAIN-SEALED
        set AUDIT-CHAIN-BASELINE to true
        add 1 to WS-FILE-BASELINE-COUNT
        add 1 to WS-LOG-BASELINE-COUNT
    end-if.
    move "C" to WS-CHAIN-ACTION.
    move 331 to WS-CHAIN-LENGTH.
    move WS-PREVIOUS-VALUE to WS-CHAIN-VALUE.
    call "LOGCHAIN" using WS-CHAIN-ACTION, WS-CHAIN-LOG, AUDIT-RECORD,
        WS-CHAIN-LENGTH, WS-CHAIN-VALUE, WS-CHAIN-COUNT,
        WS-CHAIN-RESULT.
    move WS-CHAIN-VALUE to AUDIT-CHAIN-VALUE.
    move WS-CHAIN-VALUE to WS-PREVIOUS-VALUE.
    move AUDIT-RECORD to SEAL-WORK-RECORD.
    write SEAL-WORK-RECORD.
    read AUDIT-FILE
        at end set WS-EOF to true
    end-read.

0270-RESTORE-ONE-AUDIT-ENTRY.
    move SEAL-WORK-RECORD to AUDIT-RECORD.
    write AUDIT-RECORD.
    perform 0980-READ-WORK-RECORD.

*> ----------------------------------------------------------------
*> INTAKEMAINTLOG, appended under the SAMPLEINTAKE lock.
*> ----------------------------------------------------------------
0300-SEAL-MAINT-LOG.
    move "L" to WS-LOCK-ACTION.
    move "SAMPLEINTAKE" to WS-LOCK-NAME.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.
    if WS-LOCK-RESULT not = "00"
        move "INTAKEMAINTLOG NOT SEALED - SAMPLEINTAKE LOCK HELD"
            to WS-REPORT-LINE
        write WS-REPORT-LINE
        move "FAILED" to WS-RUN-STATUS
    else
        perform 0310-SEAL-MAINT-LOCKED
        move "U" to WS-LOCK-ACTION
        call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
            WS-LOCK-RESULT
    end-if.

0310-SEAL-MAINT-LOCKED.
    move "INTAKEMAINTLOG" to WS-CHAIN-LOG.
    move 0 to WS-GENERATION-OVERFLOW.
    move 0 to WS-MISSING-COUNT.
    move 0 to WS-UNSEALED-COUNT.
    move 0 to WS-BASELINE-FOUND-COUNT.
    move "N" to WS-EOF-FLAG.
    open input MAINT-LOG-FILE.
    if WS-LOG-STATUS not = "35"
        read MAINT-LOG-FILE
            at end set WS-EOF to true
        end-read
        perform 0320-SURVEY-ONE-MAINT-ENTRY until WS-EOF
        close MAINT-LOG-FILE
    end-if.
    move "N" to WS-EOF-FLAG.
    perform 0400-DECIDE-TO-SEAL.
    if WS-SEAL-THE-LOG
        move 0 to WS-PREVIOUS-VALUE
        move 0 to WS-LOG-ENTRY-COUNT
        move 0 to WS-LOG-BASELINE-COUNT
        perform 0330-SEAL-MAINT-FILE
        perform 0450-SET-CHAIN-HEAD
    end-if.

0320-SURVEY-ONE-MAINT-ENTRY.
    evaluate true
        when MAINT-LOG-CHAIN-BASELINE
            add 1 to WS-BASELINE-FOUND-COUNT
        when MAINT-LOG-CHAIN-SEALED
        when MAINT-LOG-CHAIN-ERASED
            continue
        when other
            add 1 to WS-UNSEALED-COUNT
    end-evaluate.
    read MAINT-LOG-FILE
        at end set WS-EOF to true
    end-read.

0330-SEAL-MAINT-FILE.
    move 0 to WS-FILE-ENTRY-COUNT.
    move 0 to WS-FILE-BASELINE-COUNT.
    move "N" to WS-EOF-FLAG.
    open input MAINT-LOG-FILE.
    open output SEAL-WORK-FILE.
    read MAINT-LOG-FILE
        at end set WS-EOF to true
    end-read.
    perform 0335-SEAL-ONE-MAINT-ENTRY until WS-EOF.
    close MAINT-LOG-FILE.
    close SEAL-WORK-FILE.
    open input SEAL-WORK-FILE.
    open output MAINT-LOG-FILE.
    move "N" to WS-WORK-EOF-FLAG.
    perform 0980-READ-WORK-RECORD.
    perform 0340-RESTORE-ONE-MAINT-ENTRY until WS-WORK-EOF.
    close SEAL-WORK-FILE.
    close MAINT-LOG-FILE.
    move "INTAKEMAINTLOG" to WS-SEAL-FILE-NAME.
    perform 0470-REPORT-ONE-FILE.
    move "N" to WS-EOF-FLAG.

*> An anonymized entry no longer hashes to its value; it keeps the
*> value it was sealed with, as log-verify.cob expects.
0335-SEAL-ONE-MAINT-ENTRY.
    add 1 to WS-FILE-ENTRY-COUNT.
    add 1 to WS-LOG-ENTRY-COUNT.
    if MAINT-LOG-CHAIN-ERASED and MAINT-LOG-CHAIN-VALUE is numeric
        move MAINT-LOG-CHAIN-VALUE to WS-PREVIOUS-VALUE
    else
        if not MAINT-LOG-CHAIN-SEALED
            set MAINT-LOG-CHAIN-BASELINE to true
            add 1 to WS-FILE-BASELINE-COUNT
            add 1 to WS-LOG-BASELINE-COUNT
        end-if
        move "C" to WS-CHAIN-ACTION
        move 204 to WS-CHAIN-LENGTH
        move WS-PREVIOUS-VALUE to WS-CHAIN-VALUE
        call "LOGCHAIN" using WS-CHAIN-ACTION, WS-CHAIN-LOG,
            MAINT-LOG-RECORD, WS-CHAIN-LENGTH, WS-CHAIN-VALUE,
            WS-CHAIN-COUNT, WS-CHAIN-RESULT
        move WS-CHAIN-VALUE to MAINT-LOG-CHAIN-VALUE
        move WS-CHAIN-VALUE to WS-PREVIOUS-VALUE
    end-if.
    move MAINT-LOG-RECORD to SEAL-WORK-RECORD.
    write SEAL-WORK-RECORD.
    read MAINT-LOG-FILE
        at end set WS-EOF to true
    end-read.

0340-RESTORE-ONE-MAINT-ENTRY.
    move SEAL-WORK-RECORD to MAINT-LOG-RECORD.
    write MAINT-LOG-RECORD.
    perform 0980-READ-WORK-RECORD.

*> ----------------------------------------------------------------
*> Shared by both logs.
*> ----------------------------------------------------------------
0400-DECIDE-TO-SEAL.
    move "N" to WS-SEAL-FLAG.
    move spaces to WS-REPORT-LINE.
    evaluate true
        when WS-GENERATION-OVERFLOW > 0
            string function trim(WS-CHAIN-LOG)
                " NOT SEALED - CATALOG EXCEEDS TABLE, "
                WS-GENERATION-OVERFLOW " GENERATIONS WOULD BE SKIPPED"
                delimited by size into WS-REPORT-LINE
            move "FAILED" to WS-RUN-STATUS
        when WS-MISSING-COUNT > 0
            string function trim(WS-CHAIN-LOG)
                " NOT SEALED - " WS-MISSING-COUNT
                " CATALOGED GENERATIONS ARE MISSING"
                delimited by size into WS-REPORT-LINE
            move "FAILED" to WS-RUN-STATUS
        when WS-BASELINE-FOUND-COUNT > 0
            string function trim(WS-CHAIN-LOG)
                " NOT SEALED - ALREADY HOLDS " WS-BASELINE-FOUND-COUNT
                " BASELINE ENTRIES, THE BASELINE IS DONE ONCE"
                delimited by size into WS-REPORT-LINE
        when WS-UNSEALED-COUNT = 0
            string function trim(WS-CHAIN-LOG)
                " NOT SEALED - NO UNSEALED ENTRIES ON FILE"
                delimited by size into WS-REPORT-LINE
        when other
            set WS-SEAL-THE-LOG to true
    end-evaluate.
    if not WS-SEAL-THE-LOG
        write WS-REPORT-LINE
        display function trim(WS-REPORT-LINE)
    end-if.

0450-SET-CHAIN-HEAD.
    move "W" to WS-CHAIN-ACTION.
    move WS-PREVIOUS-VALUE to WS-CHAIN-VALUE.
    move WS-LOG-ENTRY-COUNT to WS-CHAIN-COUNT.
    call "LOGCHAIN" using WS-CHAIN-ACTION, WS-CHAIN-LOG,
        SEAL-WORK-RECORD, WS-CHAIN-LENGTH, WS-CHAIN-VALUE,
        WS-CHAIN-COUNT, WS-CHAIN-RESULT.
    move spaces to WS-REPORT-LINE.
    if WS-CHAIN-RESULT not = "00"
        string function trim(WS-CHAIN-LOG)
            " SEALED BUT THE CHAIN HEAD COULD NOT BE WRITTEN (STATUS "
            WS-CHAIN-RESULT ") - LOG-VERIFY WILL FAIL UNTIL IT IS"
            delimited by size into WS-REPORT-LINE
        move "FAILED" to WS-RUN-STATUS
    else
        add 1 to WS-LOGS-SEALED
        add WS-LOG-BASELINE-COUNT to WS-TOTAL-BASELINE-COUNT
        string function trim(WS-CHAIN-LOG) " SEALED - "
            WS-LOG-ENTRY-COUNT " ENTRIES CHAINED, "
            WS-LOG-BASELINE-COUNT " SEALED AS BASELINE"
            delimited by size into WS-REPORT-LINE
    end-if.
    write WS-REPORT-LINE.
    display function trim(WS-REPORT-LINE).

0470-REPORT-ONE-FILE.
    move spaces to WS-REPORT-LINE.
    string "  " WS-SEAL-FILE-NAME "  " WS-FILE-ENTRY-COUNT " ENTRIES, "
        WS-FILE-BASELINE-COUNT " SEALED AS BASELINE"
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.

0900-TERMINATE.
    move spaces to WS-REPORT-LINE.
    string "LOGS SEALED: " WS-LOGS-SEALED
        "  BASELINE ENTRIES: " WS-TOTAL-BASELINE-COUNT
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    close SEAL-REPORT-FILE.
    display "Logs sellados: " WS-LOGS-SEALED
        " entradas de linea base: " WS-TOTAL-BASELINE-COUNT.
    if WS-RUN-STATUS = "FAILED"
        move 8 to return-code
    end-if.

0980-READ-WORK-RECORD.
    read SEAL-WORK-FILE
        at end set WS-WORK-EOF to true
    end-read.


0030-LOG-RUN-START.
    move "log-seal" to RUN-LOG-PROGRAM.
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
    move "log-seal" to RUN-LOG-PROGRAM.
    move "E" to RUN-LOG-EVENT.
    move function current-date to RUN-LOG-TIMESTAMP.
    move WS-TOTAL-BASELINE-COUNT to RUN-LOG-RECORDS.
    move WS-RUN-STATUS to RUN-LOG-STATUS.
    perform 0040-WRITE-RUN-LOG.

end program log-seal.
