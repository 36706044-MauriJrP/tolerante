       >>SOURCE FORMAT FREE
identification division.
program-id. report-purge.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> Retention job for the dated report archive. Reads every kept
*> generation in the REPORTCAT catalog (written by
*> report-archive.cob) and removes those older than their report's
*> retention in the maintained REPORTDEFS table
*> (report-def-maint.cob): a generation whose run date is more than
*> RPTDEF-RETENTION-DAYS before today has its dated file deleted and
*> its catalog record dropped. A generation whose report is no
*> longer on the table has no retention and is kept, and listed, so
*> it is not lost silently; one whose file is already gone is
*> dropped from the catalog; one whose file cannot be deleted stays
*> cataloged and ends the run with RETURN-CODE 4. The surviving
*> catalog records are written to the REPORTCATWK work file and
*> copied back over REPORTCAT, all under the REPORTS advisory lock
*> (FILELOCK subprogram) the archive programs share; a held lock
*> ends the run with RETURN-CODE 8. Every purged generation goes to
*> the RPTPURGERPT report; start and end go to the shared batch run
*> log (HAMRUNLOG).
*> The run date comes from the BUSDATE business-date control record
*> (through the BUSDATE subprogram) rather than the machine clock, so a
*> rerun after midnight still reports on the right processing day.

environment division.
input-output section.
file-control.
    select REPORT-DEF-FILE assign to "REPORTDEFS"
        organization is line sequential
        file status is WS-REPORT-DEF-STATUS.
    select REPORT-CAT-FILE assign to "REPORTCAT"
        organization is line sequential
        file status is WS-CATALOG-STATUS.
    select CATALOG-WORK-FILE assign to "REPORTCATWK"
        organization is line sequential
        file status is WS-WORK-STATUS.
    select PURGE-REPORT-FILE assign to "RPTPURGERPT"
        organization is line sequential.
    select RUN-LOG-FILE assign to "HAMRUNLOG"
        organization is line sequential
        file status is WS-RUNLOG-STATUS.

data division.
file section.
fd  REPORT-DEF-FILE.
    copy "report-def-rec.cpy".

fd  REPORT-CAT-FILE.
    copy "report-cat-rec.cpy".

fd  CATALOG-WORK-FILE.
01  CATALOG-WORK-RECORD       pic x(126).

fd  PURGE-REPORT-FILE.
01  WS-REPORT-LINE            pic x(132).

fd  RUN-LOG-FILE.
    copy "run-log-rec.cpy".

working-storage section.
01 WS-RUNLOG-STATUS           pic x(02) value spaces.
01 WS-RUN-STATUS              pic x(10) value "SUCCESS".
01 WS-BUSDATE-DAY-STATUS      pic x(01) value space.
01 WS-BUSDATE-RESULT          pic x(02) value spaces.
01 WS-REPORT-DEF-STATUS       pic x(02) value spaces.
01 WS-CATALOG-STATUS          pic x(02) value spaces.
01 WS-WORK-STATUS             pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".
01 WS-FOUND-FLAG              pic x(01) value "N".
   88 WS-FOUND                value "Y".
01 WS-KEEP-FLAG               pic x(01) value "Y".
   88 WS-KEEP                 value "Y".

01 WS-LOCK-ACTION             pic x(01) value space.
01 WS-LOCK-NAME               pic x(12) value spaces.
01 WS-LOCK-RESULT             pic x(02) value spaces.

01 WS-RUN-DATE                pic 9(08) value 0.
01 WS-RUN-TIME                pic 9(08) value 0.
01 WS-TODAY-DAYS              pic 9(07) value 0.
01 WS-GEN-DATE                pic x(08) value spaces.
01 WS-GEN-DATE-NUM redefines WS-GEN-DATE pic 9(08).
01 WS-GEN-DAYS                pic 9(07) value 0.
01 WS-GEN-AGE                 pic 9(07) value 0.

copy "report-def-table.cpy".

01 WS-DELETE-FILE-NAME        pic x(31) value spaces.
01 WS-DELETE-RESULT           pic s9(09) comp-5 value 0.
01 WS-FILE-INFO.
   05 WS-FILE-SIZE            pic x(08) comp-x.
   05 WS-FILE-DATE            pic x(04) comp-x.
   05 WS-FILE-TIME            pic x(04) comp-x.

01 WS-GENERATIONS-READ        pic 9(06) value 0.
01 WS-PURGED-COUNT            pic 9(06) value 0.
01 WS-KEPT-COUNT              pic 9(06) value 0.
01 WS-NO-RETENTION-COUNT      pic 9(06) value 0.
01 WS-GONE-COUNT              pic 9(06) value 0.
01 WS-NOT-DELETED-COUNT       pic 9(06) value 0.

procedure division.

0000-MAIN.
    perform 0030-LOG-RUN-START.
    open output PURGE-REPORT-FILE.
    perform 0100-INITIALIZE.
    perform 0200-PURGE-GENERATIONS.
    perform 0800-WRITE-TOTALS.
    perform 0900-TERMINATE.
    perform 0920-LOG-RUN-END.
    stop run.

0100-INITIALIZE.
    call "BUSDATE" using WS-RUN-DATE, WS-BUSDATE-DAY-STATUS,
        WS-BUSDATE-RESULT.
    accept WS-RUN-TIME from time.
    compute WS-TODAY-DAYS = function integer-of-date(WS-RUN-DATE).
    move spaces to WS-REPORT-LINE.
    string "REPORT ARCHIVE PURGE   RUN " WS-RUN-DATE " "
        WS-RUN-TIME(1:2) ":" WS-RUN-TIME(3:2)
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move "REPORT        RUN             AGE     RESULT"
        to WS-REPORT-LINE.
    write WS-REPORT-LINE.

0200-PURGE-GENERATIONS.
    move "L" to WS-LOCK-ACTION.
    move "REPORTS" to WS-LOCK-NAME.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.
    if WS-LOCK-RESULT not = "00"
        move "NOTHING PURGED - REPORTS LOCK HELD" to WS-REPORT-LINE
        write WS-REPORT-LINE
        move "FAILED" to WS-RUN-STATUS
    else
        perform 0210-PURGE-LOCKED
        move "U" to WS-LOCK-ACTION
        call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
            WS-LOCK-RESULT
    end-if.

0210-PURGE-LOCKED.
    perform 0300-LOAD-REPORT-TABLE.
    move "N" to WS-EOF-FLAG.
    open input REPORT-CAT-FILE.
    if WS-CATALOG-STATUS not = "00"
        move "NO REPORT CATALOG (REPORTCAT) - NOTHING TO PURGE"
            to WS-REPORT-LINE
        write WS-REPORT-LINE
    else
        open output CATALOG-WORK-FILE
        read REPORT-CAT-FILE
            at end set WS-EOF to true
        end-read
        perform 0400-CHECK-ONE-GENERATION until WS-EOF
        close REPORT-CAT-FILE
        close CATALOG-WORK-FILE
        if WS-PURGED-COUNT > 0 or WS-GONE-COUNT > 0
            perform 0500-REPLACE-CATALOG
        end-if
    end-if.

0300-LOAD-REPORT-TABLE.
    move 0 to WS-REPORT-COUNT.
    move "N" to WS-EOF-FLAG.
    open input REPORT-DEF-FILE.
    if WS-REPORT-DEF-STATUS = "00"
        read REPORT-DEF-FILE
            at end set WS-EOF to true
        end-read
        perform 0310-LOAD-ONE-REPORT until WS-EOF
        close REPORT-DEF-FILE
    end-if.

0310-LOAD-ONE-REPORT.
    if WS-REPORT-COUNT < WS-MAX-REPORTS
        add 1 to WS-REPORT-COUNT
        set WS-RP-IDX to WS-REPORT-COUNT
        move RPTDEF-REPORT-NAME to WS-RP-REPORT-NAME(WS-RP-IDX)
        move RPTDEF-PROGRAM to WS-RP-PROGRAM(WS-RP-IDX)
        move RPTDEF-RETENTION-DAYS to WS-RP-RETENTION-DAYS(WS-RP-IDX)
        move RPTDEF-DESCRIPTION to WS-RP-DESCRIPTION(WS-RP-IDX)
    end-if.
    read REPORT-DEF-FILE
        at end set WS-EOF to true
    end-read.

*> ----------------------------------------------------------------
*> One kept generation: past its report's retention, or not.
*> ----------------------------------------------------------------
0400-CHECK-ONE-GENERATION.
    add 1 to WS-GENERATIONS-READ.
    set WS-KEEP to true.
    move 0 to WS-GEN-AGE.
    move RPTCAT-RUN-TS(1:8) to WS-GEN-DATE.
    if WS-GEN-DATE is numeric and WS-GEN-DATE-NUM > 16010101
        compute WS-GEN-DAYS = function integer-of-date(WS-GEN-DATE-NUM)
        if WS-TODAY-DAYS > WS-GEN-DAYS
            compute WS-GEN-AGE = WS-TODAY-DAYS - WS-GEN-DAYS
        end-if
    end-if.
    perform 0410-FIND-REPORT.
    if not WS-FOUND
        add 1 to WS-NO-RETENTION-COUNT
        move spaces to WS-REPORT-LINE
        string RPTCAT-REPORT-NAME "  " RPTCAT-RUN-TS(1:14)
            "  " WS-GEN-AGE
            "  KEPT - REPORT NOT ON THE ARCHIVE TABLE, NO RETENTION"
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
    else
        if WS-GEN-AGE > WS-RP-RETENTION-DAYS(WS-RP-IDX)
            perform 0420-DELETE-GENERATION
        end-if
    end-if.
    if WS-KEEP
        add 1 to WS-KEPT-COUNT
        move REPORT-CAT-RECORD to CATALOG-WORK-RECORD
        write CATALOG-WORK-RECORD
    end-if.
    read REPORT-CAT-FILE
        at end set WS-EOF to true
    end-read.

0410-FIND-REPORT.
    move "N" to WS-FOUND-FLAG.
    if WS-REPORT-COUNT > 0
        set WS-RP-IDX to 1
        search WS-REPORT-ENTRY
            at end continue
            when WS-RP-REPORT-NAME(WS-RP-IDX) = RPTCAT-REPORT-NAME
                set WS-FOUND to true
        end-search
    end-if.

0420-DELETE-GENERATION.
    move spaces to WS-DELETE-FILE-NAME.
    move RPTCAT-GEN-FILE-NAME to WS-DELETE-FILE-NAME.
    move spaces to WS-REPORT-LINE.
    call "CBL_CHECK_FILE_EXIST" using WS-DELETE-FILE-NAME,
        WS-FILE-INFO
        returning WS-DELETE-RESULT.
    if WS-DELETE-RESULT not = 0
        add 1 to WS-GONE-COUNT
        move "N" to WS-KEEP-FLAG
        string RPTCAT-REPORT-NAME "  " RPTCAT-RUN-TS(1:14)
            "  " WS-GEN-AGE
            "  FILE ALREADY GONE - DROPPED FROM THE CATALOG"
            delimited by size into WS-REPORT-LINE
    else
        call "CBL_DELETE_FILE" using WS-DELETE-FILE-NAME
            returning WS-DELETE-RESULT
        if WS-DELETE-RESULT = 0
            add 1 to WS-PURGED-COUNT
            move "N" to WS-KEEP-FLAG
            string RPTCAT-REPORT-NAME "  " RPTCAT-RUN-TS(1:14)
                "  " WS-GEN-AGE
                "  PURGED " RPTCAT-GEN-FILE-NAME
                delimited by size into WS-REPORT-LINE
        else
            add 1 to WS-NOT-DELETED-COUNT
            string RPTCAT-REPORT-NAME "  " RPTCAT-RUN-TS(1:14)
                "  " WS-GEN-AGE
                "  NOT PURGED - " RPTCAT-GEN-FILE-NAME
                " COULD NOT BE DELETED"
                delimited by size into WS-REPORT-LINE
        end-if
    end-if.
    write WS-REPORT-LINE.

0500-REPLACE-CATALOG.
    move "N" to WS-EOF-FLAG.
    open input CATALOG-WORK-FILE.
    open output REPORT-CAT-FILE.
    read CATALOG-WORK-FILE
        at end set WS-EOF to true
    end-read.
    perform 0510-COPY-ONE-SURVIVOR until WS-EOF.
    close CATALOG-WORK-FILE.
    close REPORT-CAT-FILE.

0510-COPY-ONE-SURVIVOR.
    move CATALOG-WORK-RECORD to REPORT-CAT-RECORD.
    write REPORT-CAT-RECORD.
    read CATALOG-WORK-FILE
        at end set WS-EOF to true
    end-read.

0800-WRITE-TOTALS.
    move spaces to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "GENERATIONS READ: " WS-GENERATIONS-READ
        "  PURGED: " WS-PURGED-COUNT
        "  ALREADY GONE: " WS-GONE-COUNT
        "  KEPT: " WS-KEPT-COUNT
        "  NO RETENTION: " WS-NO-RETENTION-COUNT
        "  NOT DELETED: " WS-NOT-DELETED-COUNT
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.

0900-TERMINATE.
    close PURGE-REPORT-FILE.
    display "Generaciones eliminadas: " WS-PURGED-COUNT.
    if WS-RUN-STATUS = "FAILED"
        move 8 to return-code
    else
        if WS-NOT-DELETED-COUNT > 0
            move 4 to return-code
        end-if
    end-if.

0030-LOG-RUN-START.
    move "report-purge" to RUN-LOG-PROGRAM.
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
    move "report-purge" to RUN-LOG-PROGRAM.
    move "E" to RUN-LOG-EVENT.
    move function current-date to RUN-LOG-TIMESTAMP.
    move WS-PURGED-COUNT to RUN-LOG-RECORDS.
    move WS-RUN-STATUS to RUN-LOG-STATUS.
    perform 0040-WRITE-RUN-LOG.

end program report-purge.
