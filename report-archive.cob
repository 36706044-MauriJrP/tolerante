       >>SOURCE FORMAT FREE
identification division.
program-id. report-archive.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> Dated report archive. Every report program overwrites its output
*> file on each run, so last week's balancing report is gone by the
*> time anyone asks for it. This job, run after the report steps of
*> the chain (and again after any daytime rerun), keeps a copy of
*> each new run of every report listed in the REPORTDEFS table
*> (report-def-maint.cob):
*>   1) reads the shared batch run log (HAMRUNLOG) for the latest
*>      run of each listed report's program - its end record, or its
*>      start record when the run never posted an end (status
*>      NOT ENDED)
*>   2) skips a report whose latest run is already in the REPORTCAT
*>      catalog, or that has no run on the log at all
*>   3) copies the report file line for line into the dated
*>      generation <report>.yyyymmddhhmmss (the run's timestamp) and
*>      counts its lines and pages - a page is a heading carrying
*>      "   PAGE ", and a report without page headings is one page
*>   4) appends the catalog record (REPORT-CAT-REC): report,
*>      program, run timestamp, pages, lines, run-log status,
*>      generation file and when it was copied
*> The catalog is written under the REPORTS advisory lock (FILELOCK
*> subprogram) that report-purge.cob and the report-view.cob archive
*> screen also take. What was kept goes to the RPTARCHRPT report; a
*> listed report whose file is missing ends the run with RETURN-CODE
*> 4, a held lock with RETURN-CODE 8. Start and end are posted to the
*> shared batch run log.

environment division.
input-output section.
file-control.
    select REPORT-DEF-FILE assign to "REPORTDEFS"
        organization is line sequential
        file status is WS-REPORT-DEF-STATUS.
    select RUN-LOG-IN-FILE assign to "HAMRUNLOG"
        organization is line sequential
        file status is WS-RUNLOG-IN-STATUS.
    select REPORT-CAT-FILE assign to "REPORTCAT"
        organization is line sequential
        file status is WS-CATALOG-STATUS.
    select KEPT-REPORT-FILE assign to dynamic WS-KEPT-REPORT-NAME
        organization is line sequential
        file status is WS-KEPT-STATUS.
    select GENERATION-FILE assign to dynamic WS-GENERATION-NAME
        organization is line sequential
        file status is WS-GENERATION-STATUS.
    select ARCHIVE-REPORT-FILE assign to "RPTARCHRPT"
        organization is line sequential.
    select RUN-LOG-FILE assign to "HAMRUNLOG"
        organization is line sequential
        file status is WS-RUNLOG-STATUS.

data division.
file section.
fd  REPORT-DEF-FILE.
    copy "report-def-rec.cpy".

fd  RUN-LOG-IN-FILE.
01  RUN-LOG-IN-RECORD.
    05  RUN-LOG-IN-PROGRAM    pic x(20).
    05  RUN-LOG-IN-EVENT      pic x(01).
    05  RUN-LOG-IN-TIMESTAMP  pic x(21).
    05  RUN-LOG-IN-RECORDS    pic 9(06).
    05  RUN-LOG-IN-STATUS     pic x(10).

fd  REPORT-CAT-FILE.
    copy "report-cat-rec.cpy".

fd  KEPT-REPORT-FILE.
01  KEPT-REPORT-LINE          pic x(256).

fd  GENERATION-FILE.
01  GENERATION-LINE           pic x(256).

fd  ARCHIVE-REPORT-FILE.
01  WS-REPORT-LINE            pic x(132).

fd  RUN-LOG-FILE.
    copy "run-log-rec.cpy".

working-storage section.
01 WS-RUNLOG-STATUS           pic x(02) value spaces.
01 WS-RUN-STATUS              pic x(10) value "SUCCESS".
01 WS-REPORT-DEF-STATUS       pic x(02) value spaces.
01 WS-RUNLOG-IN-STATUS        pic x(02) value spaces.
01 WS-CATALOG-STATUS          pic x(02) value spaces.
01 WS-KEPT-STATUS             pic x(02) value spaces.
01 WS-GENERATION-STATUS       pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".
01 WS-FOUND-FLAG              pic x(01) value "N".
   88 WS-FOUND                value "Y".

01 WS-LOCK-ACTION             pic x(01) value space.
01 WS-LOCK-NAME               pic x(12) value spaces.
01 WS-LOCK-RESULT             pic x(02) value spaces.

01 WS-RUN-DATE                pic 9(08) value 0.
01 WS-RUN-TIME                pic 9(08) value 0.

copy "report-def-table.cpy".

*> Latest run of each listed report's program on the run log and
*> the latest run already in the catalog, entry for entry with the
*> report table.
01 WS-RUN-INFO-TABLE.
   05 WS-RUN-INFO occurs 100 times.
      10 WS-RI-RUN-TS         pic x(21).
      10 WS-RI-RUN-STATUS     pic x(10).
      10 WS-RI-CATALOG-TS     pic x(21).

01 WS-ENTRY-NUMBER            pic 9(03) value 0.
01 WS-KEPT-REPORT-NAME        pic x(12) value spaces.
01 WS-GENERATION-NAME         pic x(30) value spaces.
01 WS-PAGE-TALLY              pic 9(03) value 0.
01 WS-PAGE-COUNT              pic 9(05) value 0.
01 WS-LINE-TOTAL              pic 9(07) value 0.

01 WS-REPORTS-LISTED          pic 9(03) value 0.
01 WS-ARCHIVED-COUNT          pic 9(05) value 0.
01 WS-CURRENT-COUNT           pic 9(05) value 0.
01 WS-NO-RUN-COUNT            pic 9(05) value 0.
01 WS-MISSING-COUNT           pic 9(05) value 0.

procedure division.

0000-MAIN.
    perform 0030-LOG-RUN-START.
    open output ARCHIVE-REPORT-FILE.
    perform 0100-INITIALIZE.
    perform 0200-ARCHIVE-REPORTS.
    perform 0800-WRITE-TOTALS.
    perform 0900-TERMINATE.
    perform 0920-LOG-RUN-END.
    stop run.

0100-INITIALIZE.
    accept WS-RUN-DATE from date yyyymmdd.
    accept WS-RUN-TIME from time.
    move spaces to WS-REPORT-LINE.
    string "REPORT ARCHIVE   RUN " WS-RUN-DATE " "
        WS-RUN-TIME(1:2) ":" WS-RUN-TIME(3:2)
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move "REPORT        RESULT" to WS-REPORT-LINE.
    write WS-REPORT-LINE.

0200-ARCHIVE-REPORTS.
    move "L" to WS-LOCK-ACTION.
    move "REPORTS" to WS-LOCK-NAME.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.
    if WS-LOCK-RESULT not = "00"
        move "NOTHING ARCHIVED - REPORTS LOCK HELD" to WS-REPORT-LINE
        write WS-REPORT-LINE
        move "FAILED" to WS-RUN-STATUS
    else
        perform 0210-ARCHIVE-LOCKED
        move "U" to WS-LOCK-ACTION
        call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
            WS-LOCK-RESULT
    end-if.

0210-ARCHIVE-LOCKED.
    perform 0300-LOAD-REPORT-TABLE.
    if WS-REPORT-COUNT = 0
        move "NO REPORTS ON THE ARCHIVE TABLE (REPORTDEFS) - NOTHING KEPT"
            to WS-REPORT-LINE
        write WS-REPORT-LINE
    else
        perform 0400-SCAN-RUN-LOG
        perform 0450-SCAN-CATALOG
        perform 0500-ARCHIVE-ONE-REPORT
            varying WS-ENTRY-NUMBER from 1 by 1
            until WS-ENTRY-NUMBER > WS-REPORT-COUNT
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
    move WS-REPORT-COUNT to WS-REPORTS-LISTED.

0310-LOAD-ONE-REPORT.
    if WS-REPORT-COUNT < WS-MAX-REPORTS
        add 1 to WS-REPORT-COUNT
        set WS-RP-IDX to WS-REPORT-COUNT
        move RPTDEF-REPORT-NAME to WS-RP-REPORT-NAME(WS-RP-IDX)
        move RPTDEF-PROGRAM to WS-RP-PROGRAM(WS-RP-IDX)
        move RPTDEF-RETENTION-DAYS to WS-RP-RETENTION-DAYS(WS-RP-IDX)
        move RPTDEF-DESCRIPTION to WS-RP-DESCRIPTION(WS-RP-IDX)
        move spaces to WS-RI-RUN-TS(WS-REPORT-COUNT)
        move spaces to WS-RI-RUN-STATUS(WS-REPORT-COUNT)
        move spaces to WS-RI-CATALOG-TS(WS-REPORT-COUNT)
    end-if.
    read REPORT-DEF-FILE
        at end set WS-EOF to true
    end-read.

*> ----------------------------------------------------------------
*> The run log is in time order, so the last start or end record
*> seen for a program is its latest run.
*> ----------------------------------------------------------------
0400-SCAN-RUN-LOG.
    move "N" to WS-EOF-FLAG.
    open input RUN-LOG-IN-FILE.
    if WS-RUNLOG-IN-STATUS = "00"
        read RUN-LOG-IN-FILE
            at end set WS-EOF to true
        end-read
        perform 0410-TAKE-ONE-RUN-LOG-ENTRY until WS-EOF
        close RUN-LOG-IN-FILE
    end-if.

0410-TAKE-ONE-RUN-LOG-ENTRY.
    perform 0415-TAKE-FOR-ONE-REPORT
        varying WS-ENTRY-NUMBER from 1 by 1
        until WS-ENTRY-NUMBER > WS-REPORT-COUNT.
    read RUN-LOG-IN-FILE
        at end set WS-EOF to true
    end-read.

0415-TAKE-FOR-ONE-REPORT.
    set WS-RP-IDX to WS-ENTRY-NUMBER.
    if WS-RP-PROGRAM(WS-RP-IDX) = RUN-LOG-IN-PROGRAM
        move RUN-LOG-IN-TIMESTAMP to WS-RI-RUN-TS(WS-ENTRY-NUMBER)
        if RUN-LOG-IN-EVENT = "E"
            move RUN-LOG-IN-STATUS to WS-RI-RUN-STATUS(WS-ENTRY-NUMBER)
        else
            move "NOT ENDED" to WS-RI-RUN-STATUS(WS-ENTRY-NUMBER)
        end-if
    end-if.

0450-SCAN-CATALOG.
    move "N" to WS-EOF-FLAG.
    open input REPORT-CAT-FILE.
    if WS-CATALOG-STATUS = "00"
        read REPORT-CAT-FILE
            at end set WS-EOF to true
        end-read
        perform 0460-TAKE-ONE-CATALOG-ENTRY until WS-EOF
        close REPORT-CAT-FILE
    end-if.

0460-TAKE-ONE-CATALOG-ENTRY.
    set WS-RP-IDX to 1.
    search WS-REPORT-ENTRY
        at end continue
        when WS-RP-REPORT-NAME(WS-RP-IDX) = RPTCAT-REPORT-NAME
            set WS-ENTRY-NUMBER to WS-RP-IDX
            if RPTCAT-RUN-TS > WS-RI-CATALOG-TS(WS-ENTRY-NUMBER)
                move RPTCAT-RUN-TS to WS-RI-CATALOG-TS(WS-ENTRY-NUMBER)
            end-if
    end-search.
    read REPORT-CAT-FILE
        at end set WS-EOF to true
    end-read.

*> ----------------------------------------------------------------
*> One listed report: copy its latest run if it is not kept yet.
*> ----------------------------------------------------------------
0500-ARCHIVE-ONE-REPORT.
    set WS-RP-IDX to WS-ENTRY-NUMBER.
    move spaces to WS-REPORT-LINE.
    evaluate true
        when WS-RI-RUN-TS(WS-ENTRY-NUMBER) = spaces
            add 1 to WS-NO-RUN-COUNT
            string WS-RP-REPORT-NAME(WS-RP-IDX)
                "  NO RUN OF " delimited by size
                WS-RP-PROGRAM(WS-RP-IDX) delimited by space
                " ON THE RUN LOG - NOT KEPT" delimited by size
                into WS-REPORT-LINE
        when WS-RI-RUN-TS(WS-ENTRY-NUMBER)
             not > WS-RI-CATALOG-TS(WS-ENTRY-NUMBER)
            add 1 to WS-CURRENT-COUNT
            string WS-RP-REPORT-NAME(WS-RP-IDX)
                "  RUN " WS-RI-RUN-TS(WS-ENTRY-NUMBER)(1:14)
                " ALREADY KEPT"
                delimited by size into WS-REPORT-LINE
        when other
            perform 0510-COPY-REPORT
    end-evaluate.
    write WS-REPORT-LINE.

0510-COPY-REPORT.
    move WS-RP-REPORT-NAME(WS-RP-IDX) to WS-KEPT-REPORT-NAME.
    move spaces to WS-GENERATION-NAME.
    string WS-KEPT-REPORT-NAME delimited by space
        "." WS-RI-RUN-TS(WS-ENTRY-NUMBER)(1:14) delimited by size
        into WS-GENERATION-NAME.
    move 0 to WS-LINE-TOTAL.
    move 0 to WS-PAGE-COUNT.
    move "N" to WS-EOF-FLAG.
    open input KEPT-REPORT-FILE.
    if WS-KEPT-STATUS not = "00"
        add 1 to WS-MISSING-COUNT
        string WS-RP-REPORT-NAME(WS-RP-IDX)
            "  REPORT FILE NOT FOUND - RUN "
            WS-RI-RUN-TS(WS-ENTRY-NUMBER)(1:14) " NOT KEPT"
            delimited by size into WS-REPORT-LINE
    else
        open output GENERATION-FILE
        read KEPT-REPORT-FILE
            at end set WS-EOF to true
        end-read
        perform 0520-COPY-ONE-LINE until WS-EOF
        close KEPT-REPORT-FILE
        close GENERATION-FILE
        if WS-PAGE-COUNT = 0 and WS-LINE-TOTAL > 0
            move 1 to WS-PAGE-COUNT
        end-if
        perform 0530-CATALOG-GENERATION
        add 1 to WS-ARCHIVED-COUNT
        string WS-RP-REPORT-NAME(WS-RP-IDX)
            "  KEPT AS " delimited by size
            WS-GENERATION-NAME delimited by space
            " PAGES " WS-PAGE-COUNT
            " LINES " WS-LINE-TOTAL
            " STATUS " WS-RI-RUN-STATUS(WS-ENTRY-NUMBER)
            delimited by size into WS-REPORT-LINE
    end-if.

0520-COPY-ONE-LINE.
    move KEPT-REPORT-LINE to GENERATION-LINE.
    write GENERATION-LINE.
    add 1 to WS-LINE-TOTAL.
    move 0 to WS-PAGE-TALLY.
    inspect KEPT-REPORT-LINE tallying WS-PAGE-TALLY
        for all "   PAGE ".
    if WS-PAGE-TALLY > 0
        add 1 to WS-PAGE-COUNT
    end-if.
    read KEPT-REPORT-FILE
        at end set WS-EOF to true
    end-read.

0530-CATALOG-GENERATION.
    move WS-RP-REPORT-NAME(WS-RP-IDX) to RPTCAT-REPORT-NAME.
    move WS-RP-PROGRAM(WS-RP-IDX) to RPTCAT-PROGRAM.
    move WS-RI-RUN-TS(WS-ENTRY-NUMBER) to RPTCAT-RUN-TS.
    move WS-PAGE-COUNT to RPTCAT-PAGE-COUNT.
    move WS-LINE-TOTAL to RPTCAT-LINE-COUNT.
    move WS-RI-RUN-STATUS(WS-ENTRY-NUMBER) to RPTCAT-RUN-STATUS.
    move WS-GENERATION-NAME to RPTCAT-GEN-FILE-NAME.
    move function current-date to RPTCAT-ARCHIVED-TS.
    open extend REPORT-CAT-FILE.
    if WS-CATALOG-STATUS = "35"
        open output REPORT-CAT-FILE
    end-if.
    write REPORT-CAT-RECORD.
    close REPORT-CAT-FILE.

0800-WRITE-TOTALS.
    move spaces to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "REPORTS LISTED: " WS-REPORTS-LISTED
        "  KEPT: " WS-ARCHIVED-COUNT
        "  ALREADY KEPT: " WS-CURRENT-COUNT
        "  NO RUN: " WS-NO-RUN-COUNT
        "  FILE NOT FOUND: " WS-MISSING-COUNT
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.

0900-TERMINATE.
    close ARCHIVE-REPORT-FILE.
    display "Reportes archivados: " WS-ARCHIVED-COUNT.
    if WS-RUN-STATUS = "FAILED"
        move 8 to return-code
    else
        if WS-MISSING-COUNT > 0
            move 4 to return-code
        end-if
    end-if.

0030-LOG-RUN-START.
    move "report-archive" to RUN-LOG-PROGRAM.
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
    move "report-archive" to RUN-LOG-PROGRAM.
    move "E" to RUN-LOG-EVENT.
    move function current-date to RUN-LOG-TIMESTAMP.
    move WS-ARCHIVED-COUNT to RUN-LOG-RECORDS.
    move WS-RUN-STATUS to RUN-LOG-STATUS.
    perform 0040-WRITE-RUN-LOG.

end program report-archive.
