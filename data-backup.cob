       >>SOURCE FORMAT FREE
identification division.
program-id. data-backup.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> Pre-batch backup set, the first step of the nightly window. If a
*> step corrupts SAMPLEINTAKE, DAILYTXN or HAMSTRANDS halfway through
*> the night, the rebuild utilities only help when somebody happened
*> to unload recently; this step takes the unload every night, for
*> every live data file listed in BACKUP-FILES (the indexed masters,
*> HAMMAUDIT, STRANDXREF, RUNTOTALS, the logs and histories, the
*> reference and control tables and the sequence files):
*>   1) takes every advisory lock in LOCK-NAMES, so no maintenance
*>      screen can save halfway through the copy - a lock that is
*>      held means no set is taken at all
*>   2) sums the RUNTOTALS postings per file (written minus removed),
*>      the same totals balance-check.cob proves
*>   3) copies each file to <file>.B<set id>, the set id being the
*>      yyyymmddhhmmss the set was started - an indexed master is
*>      read in key order and written out one record per line, the
*>      rest line for line - and counts the records copied
*>   4) confirms each count against the file's RUNTOTALS postings
*>      (BALANCED or MISMATCH; NO TOTALS for files RUNTOTALS does not
*>      carry) and appends the file's record to the BACKUPCAT catalog
*>      (layout in BACKUP-CAT-REC) with the business date of the set
*> A file that is not there is cataloged as ABSENT, so restoring the
*> set removes it again. Everything goes to the BACKUPRPT report. A
*> mismatch, a file that will not open or a held lock ends the run
*> FAILED with RETURN-CODE 8 - the set is then not verified, and
*> data-restore.cob says so before putting it back. Start and end are
*> posted to the shared batch run log.

environment division.
input-output section.
file-control.
    select SAMPLE-INTAKE-FILE assign to "SAMPLEINTAKE"
        organization is indexed
        access mode is dynamic
        record key is intake-sample-id
        file status is WS-INDEXED-STATUS.
    select TRANSACTION-FILE assign to "DAILYTXN"
        organization is indexed
        access mode is dynamic
        record key is TXN-SAMPLE-ID
        file status is WS-INDEXED-STATUS.
    select STRAND-MASTER-FILE assign to "HAMSTRANDS"
        organization is indexed
        access mode is dynamic
        record key is STRAND-MASTER-ID
        file status is WS-INDEXED-STATUS.
    select RESULT-HIST-FILE assign to "RESULTHIST"
        organization is indexed
        access mode is dynamic
        record key is HIST-KEY
        file status is WS-INDEXED-STATUS.
    select CUSTODY-EVENT-FILE assign to "CUSTODYEVENTS"
        organization is indexed
        access mode is dynamic
        record key is CUSTODY-KEY
        file status is WS-INDEXED-STATUS.
    select STORAGE-INV-FILE assign to "STORAGEINV"
        organization is indexed
        access mode is dynamic
        record key is INV-SAMPLE-ID
        file status is WS-INDEXED-STATUS.
    select BILL-HIST-FILE assign to "BILLHIST"
        organization is indexed
        access mode is dynamic
        record key is BILL-HIST-KEY
        file status is WS-INDEXED-STATUS.
    select LIMS-PENDING-FILE assign to "LIMSPENDING"
        organization is indexed
        access mode is dynamic
        record key is PEND-ORDER-NUMBER
        file status is WS-INDEXED-STATUS.
    select LIVE-SEQ-FILE assign to dynamic WS-LIVE-FILE-NAME
        organization is line sequential
        file status is WS-LIVE-STATUS.
    select BACKUP-COPY-FILE assign to dynamic WS-COPY-FILE-NAME
        organization is line sequential
        file status is WS-COPY-STATUS.
    select CONTROL-TOTAL-FILE assign to "RUNTOTALS"
        organization is line sequential
        file status is WS-TOTAL-STATUS.
    select BACKUP-CAT-FILE assign to "BACKUPCAT"
        organization is line sequential
        file status is WS-CATALOG-STATUS.
    select BACKUP-REPORT-FILE assign to "BACKUPRPT"
        organization is line sequential.
    select RUN-LOG-FILE assign to "HAMRUNLOG"
        organization is line sequential
        file status is WS-RUNLOG-STATUS.

data division.
file section.
fd  SAMPLE-INTAKE-FILE.
    copy "intake-rec.cpy".

fd  TRANSACTION-FILE.
    copy "transaction-rec.cpy".

fd  STRAND-MASTER-FILE.
    copy "strand-master-rec.cpy".

fd  RESULT-HIST-FILE.
    copy "result-hist-rec.cpy".

fd  CUSTODY-EVENT-FILE.
    copy "custody-event-rec.cpy".

fd  STORAGE-INV-FILE.
    copy "storage-inv-rec.cpy".

fd  BILL-HIST-FILE.
    copy "bill-hist-rec.cpy".

fd  LIMS-PENDING-FILE.
    copy "lims-pending-rec.cpy".

fd  LIVE-SEQ-FILE.
01  LIVE-SEQ-LINE             pic x(2000).

fd  BACKUP-COPY-FILE.
01  BACKUP-COPY-LINE          pic x(2000).

fd  CONTROL-TOTAL-FILE.
    copy "control-total-rec.cpy".

fd  BACKUP-CAT-FILE.
    copy "backup-cat-rec.cpy".

fd  BACKUP-REPORT-FILE.
01  WS-REPORT-LINE            pic x(132).

fd  RUN-LOG-FILE.
    copy "run-log-rec.cpy".

working-storage section.
01 WS-RUNLOG-STATUS           pic x(02) value spaces.
01 WS-RUN-STATUS              pic x(10) value "SUCCESS".
01 WS-INDEXED-STATUS          pic x(02) value spaces.
01 WS-LIVE-STATUS             pic x(02) value spaces.
01 WS-COPY-STATUS             pic x(02) value spaces.
01 WS-TOTAL-STATUS            pic x(02) value spaces.
01 WS-CATALOG-STATUS          pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".

copy "backup-files.cpy".
copy "lock-names.cpy".

01 WS-LOCK-ACTION             pic x(01) value space.
01 WS-LOCK-NAME               pic x(12) value spaces.
01 WS-LOCK-RESULT             pic x(02) value spaces.
01 WS-LOCK-NUMBER             pic 9(02) value 0.
01 WS-LOCKS-TAKEN             pic 9(02) value 0.
01 WS-ALL-LOCKED-FLAG         pic x(01) value "N".
   88 WS-ALL-LOCKED           value "Y".

01 WS-BUSDATE-DATE            pic 9(08) value 0.
01 WS-BUSDATE-DAY-STATUS      pic x(01) value space.
01 WS-BUSDATE-RESULT          pic x(02) value spaces.

01 WS-SET-ID                  pic x(14) value spaces.
01 WS-LIVE-FILE-NAME          pic x(14) value spaces.
01 WS-COPY-FILE-NAME          pic x(30) value spaces.

*> RUNTOTALS postings summed per data file.
01 WS-MAX-POSTED              pic 9(02) value 20.
01 WS-POSTED-COUNT            pic 9(02) value 0.
01 WS-POSTED-TABLE.
   05 WS-POSTED-ENTRY occurs 1 to 20 times
         depending on WS-POSTED-COUNT indexed by WS-PT-IDX.
      10 WS-PT-FILE-NAME      pic x(12).
      10 WS-PT-TOTAL          pic s9(08).

01 WS-ENTRY-NUMBER            pic 9(02) value 0.
01 WS-FOUND-FLAG              pic x(01) value "N".
   88 WS-FOUND                value "Y".
01 WS-FILE-OPEN-FLAG          pic x(01) value "N".
   88 WS-FILE-ABSENT          value "A".
   88 WS-FILE-UNREADABLE      value "U".
   88 WS-FILE-COPIED          value "Y".
01 WS-FILE-POSTED-FLAG        pic x(01) value "N".
   88 WS-FILE-HAS-POSTINGS    value "Y".
01 WS-FILE-RECORDS            pic 9(07) value 0.
01 WS-FILE-POSTED             pic s9(08) value 0.
01 WS-POSTED-EDIT             pic -(07)9.
01 WS-CHECK                   pic x(10) value spaces.

01 WS-COPIED-COUNT            pic 9(02) value 0.
01 WS-ABSENT-COUNT            pic 9(02) value 0.
01 WS-BALANCED-COUNT          pic 9(02) value 0.
01 WS-MISMATCH-COUNT          pic 9(02) value 0.
01 WS-UNREADABLE-COUNT        pic 9(02) value 0.
01 WS-RECORD-TOTAL            pic 9(09) value 0.

procedure division.

0000-MAIN.
    perform 0030-LOG-RUN-START.
    open output BACKUP-REPORT-FILE.
    perform 0100-INITIALIZE.
    perform 0150-TAKE-ALL-LOCKS.
    if WS-ALL-LOCKED
        perform 0200-SUM-POSTED-TOTALS
        perform 0300-BACKUP-ONE-FILE
            varying WS-ENTRY-NUMBER from 1 by 1
            until WS-ENTRY-NUMBER > WS-BACKUP-FILE-COUNT
        perform 0800-WRITE-TOTALS
    end-if.
    perform 0180-RELEASE-ALL-LOCKS.
    perform 0900-TERMINATE.
    perform 0920-LOG-RUN-END.
    stop run.

0100-INITIALIZE.
    move function current-date(1:14) to WS-SET-ID.
    call "BUSDATE" using WS-BUSDATE-DATE, WS-BUSDATE-DAY-STATUS,
        WS-BUSDATE-RESULT.
    move spaces to WS-REPORT-LINE.
    string "PRE-BATCH BACKUP SET " WS-SET-ID
        "   BUSINESS DATE " WS-BUSDATE-DATE
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move "FILE           TYPE  RECORDS    POSTED  CHECK       COPY"
        to WS-REPORT-LINE.
    write WS-REPORT-LINE.

*> ----------------------------------------------------------------
*> Every lock or none: a lock already held means an operator is
*> mid-save somewhere, and a set taken around it would not be a
*> point in time. Locks taken so far are given back by 0180.
*> ----------------------------------------------------------------
0150-TAKE-ALL-LOCKS.
    move 0 to WS-LOCKS-TAKEN.
    set WS-ALL-LOCKED to true.
    perform 0160-TAKE-ONE-LOCK
        varying WS-LOCK-NUMBER from 1 by 1
        until WS-LOCK-NUMBER > WS-KNOWN-LOCK-COUNT
           or not WS-ALL-LOCKED.

0160-TAKE-ONE-LOCK.
    move "L" to WS-LOCK-ACTION.
    move WS-KNOWN-LOCK-NAME(WS-LOCK-NUMBER) to WS-LOCK-NAME.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.
    if WS-LOCK-RESULT = "00"
        add 1 to WS-LOCKS-TAKEN
    else
        move "N" to WS-ALL-LOCKED-FLAG
        move spaces to WS-REPORT-LINE
        string "NO BACKUP TAKEN - " delimited by size
            WS-LOCK-NAME delimited by space
            " LOCK HELD" delimited by size
            into WS-REPORT-LINE
        write WS-REPORT-LINE
        move "FAILED" to WS-RUN-STATUS
    end-if.

0180-RELEASE-ALL-LOCKS.
    perform 0190-RELEASE-ONE-LOCK
        varying WS-LOCK-NUMBER from 1 by 1
        until WS-LOCK-NUMBER > WS-LOCKS-TAKEN.

0190-RELEASE-ONE-LOCK.
    move "U" to WS-LOCK-ACTION.
    move WS-KNOWN-LOCK-NAME(WS-LOCK-NUMBER) to WS-LOCK-NAME.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.

0200-SUM-POSTED-TOTALS.
    move 0 to WS-POSTED-COUNT.
    move "N" to WS-EOF-FLAG.
    open input CONTROL-TOTAL-FILE.
    if WS-TOTAL-STATUS = "00"
        read CONTROL-TOTAL-FILE
            at end set WS-EOF to true
        end-read
        perform 0210-SUM-ONE-POSTING until WS-EOF
        close CONTROL-TOTAL-FILE
    end-if.

0210-SUM-ONE-POSTING.
    move "N" to WS-FOUND-FLAG.
    if WS-POSTED-COUNT > 0
        set WS-PT-IDX to 1
        search WS-POSTED-ENTRY
            at end continue
            when WS-PT-FILE-NAME(WS-PT-IDX) = TOTAL-FILE-NAME
                set WS-FOUND to true
        end-search
    end-if.
    if not WS-FOUND and WS-POSTED-COUNT < WS-MAX-POSTED
        add 1 to WS-POSTED-COUNT
        set WS-PT-IDX to WS-POSTED-COUNT
        move TOTAL-FILE-NAME to WS-PT-FILE-NAME(WS-PT-IDX)
        move 0 to WS-PT-TOTAL(WS-PT-IDX)
        set WS-FOUND to true
    end-if.
    if WS-FOUND
        if TOTAL-WRITTEN is numeric
            add TOTAL-WRITTEN to WS-PT-TOTAL(WS-PT-IDX)
        end-if
        if TOTAL-REMOVED is numeric
            subtract TOTAL-REMOVED from WS-PT-TOTAL(WS-PT-IDX)
        end-if
    end-if.
    read CONTROL-TOTAL-FILE
        at end set WS-EOF to true
    end-read.

*> ----------------------------------------------------------------
*> One listed data file: copy it, confirm it, catalog it.
*> ----------------------------------------------------------------
0300-BACKUP-ONE-FILE.
    move WS-BACKUP-FILE-NAME(WS-ENTRY-NUMBER) to WS-LIVE-FILE-NAME.
    move spaces to WS-COPY-FILE-NAME.
    string WS-LIVE-FILE-NAME delimited by space
        ".B" WS-SET-ID delimited by size
        into WS-COPY-FILE-NAME.
    move 0 to WS-FILE-RECORDS.
    move "N" to WS-FILE-OPEN-FLAG.
    if WS-BACKUP-INDEXED(WS-ENTRY-NUMBER)
        perform 0400-COPY-INDEXED
    else
        perform 0500-COPY-SEQUENTIAL
    end-if.
    perform 0600-CHECK-AGAINST-TOTALS.
    perform 0650-CATALOG-COPY.
    perform 0700-REPORT-ONE-FILE.

0400-COPY-INDEXED.
    perform 0410-OPEN-INDEXED.
    evaluate WS-INDEXED-STATUS
        when "00"
            set WS-FILE-COPIED to true
        when "35"
            set WS-FILE-ABSENT to true
        when other
            set WS-FILE-UNREADABLE to true
    end-evaluate.
    if WS-FILE-COPIED
        move "N" to WS-EOF-FLAG
        open output BACKUP-COPY-FILE
        perform 0420-READ-INDEXED
        perform 0430-COPY-ONE-INDEXED until WS-EOF
        close BACKUP-COPY-FILE
        perform 0440-CLOSE-INDEXED
    end-if.

0410-OPEN-INDEXED.
    evaluate WS-LIVE-FILE-NAME
        when "SAMPLEINTAKE"
            open input SAMPLE-INTAKE-FILE
        when "DAILYTXN"
            open input TRANSACTION-FILE
        when "HAMSTRANDS"
            open input STRAND-MASTER-FILE
        when "RESULTHIST"
            open input RESULT-HIST-FILE
        when "CUSTODYEVENTS"
            open input CUSTODY-EVENT-FILE
        when "STORAGEINV"
            open input STORAGE-INV-FILE
        when "BILLHIST"
            open input BILL-HIST-FILE
        when "LIMSPENDING"
            open input LIMS-PENDING-FILE
        when other
            move "99" to WS-INDEXED-STATUS
    end-evaluate.

0420-READ-INDEXED.
    move spaces to BACKUP-COPY-LINE.
    evaluate WS-LIVE-FILE-NAME
        when "SAMPLEINTAKE"
            read SAMPLE-INTAKE-FILE next
                at end set WS-EOF to true
                not at end move myInput to BACKUP-COPY-LINE
            end-read
        when "DAILYTXN"
            read TRANSACTION-FILE next
                at end set WS-EOF to true
                not at end move TRANSACTION-RECORD to BACKUP-COPY-LINE
            end-read
        when "HAMSTRANDS"
            read STRAND-MASTER-FILE next
                at end set WS-EOF to true
                not at end
                    move STRAND-MASTER-RECORD to BACKUP-COPY-LINE
            end-read
        when "RESULTHIST"
            read RESULT-HIST-FILE next
                at end set WS-EOF to true
                not at end move RESULT-HIST-RECORD to BACKUP-COPY-LINE
            end-read
        when "CUSTODYEVENTS"
            read CUSTODY-EVENT-FILE next
                at end set WS-EOF to true
                not at end
                    move CUSTODY-EVENT-RECORD to BACKUP-COPY-LINE
            end-read
        when "STORAGEINV"
            read STORAGE-INV-FILE next
                at end set WS-EOF to true
                not at end move STORAGE-INV-RECORD to BACKUP-COPY-LINE
            end-read
        when "BILLHIST"
            read BILL-HIST-FILE next
                at end set WS-EOF to true
                not at end move BILL-HIST-RECORD to BACKUP-COPY-LINE
            end-read
        when "LIMSPENDING"
            read LIMS-PENDING-FILE next
                at end set WS-EOF to true
                not at end
                    move LIMS-PENDING-RECORD to BACKUP-COPY-LINE
            end-read
    end-evaluate.

0430-COPY-ONE-INDEXED.
    write BACKUP-COPY-LINE.
    add 1 to WS-FILE-RECORDS.
    perform 0420-READ-INDEXED.

0440-CLOSE-INDEXED.
    evaluate WS-LIVE-FILE-NAME
        when "SAMPLEINTAKE"
            close SAMPLE-INTAKE-FILE
        when "DAILYTXN"
            close TRANSACTION-FILE
        when "HAMSTRANDS"
            close STRAND-MASTER-FILE
        when "RESULTHIST"
            close RESULT-HIST-FILE
        when "CUSTODYEVENTS"
            close CUSTODY-EVENT-FILE
        when "STORAGEINV"
            close STORAGE-INV-FILE
        when "BILLHIST"
            close BILL-HIST-FILE
        when "LIMSPENDING"
            close LIMS-PENDING-FILE
    end-evaluate.

0500-COPY-SEQUENTIAL.
    open input LIVE-SEQ-FILE.
    evaluate WS-LIVE-STATUS
        when "00"
            set WS-FILE-COPIED to true
        when "35"
            set WS-FILE-ABSENT to true
        when other
            set WS-FILE-UNREADABLE to true
    end-evaluate.
    if WS-FILE-COPIED
        move "N" to WS-EOF-FLAG
        open output BACKUP-COPY-FILE
        read LIVE-SEQ-FILE
            at end set WS-EOF to true
        end-read
        perform 0510-COPY-ONE-LINE until WS-EOF
        close BACKUP-COPY-FILE
        close LIVE-SEQ-FILE
    end-if.

0510-COPY-ONE-LINE.
    move LIVE-SEQ-LINE to BACKUP-COPY-LINE.
    write BACKUP-COPY-LINE.
    add 1 to WS-FILE-RECORDS.
    read LIVE-SEQ-FILE
        at end set WS-EOF to true
    end-read.

*> ----------------------------------------------------------------
*> A file RUNTOTALS carries must hold exactly its net postings - an
*> absent file with postings is a mismatch too.
*> ----------------------------------------------------------------
0600-CHECK-AGAINST-TOTALS.
    move "N" to WS-FILE-POSTED-FLAG.
    move 0 to WS-FILE-POSTED.
    if WS-POSTED-COUNT > 0
        set WS-PT-IDX to 1
        search WS-POSTED-ENTRY
            at end continue
            when WS-PT-FILE-NAME(WS-PT-IDX) = WS-LIVE-FILE-NAME
                set WS-FILE-HAS-POSTINGS to true
                move WS-PT-TOTAL(WS-PT-IDX) to WS-FILE-POSTED
        end-search
    end-if.
    evaluate true
        when WS-FILE-UNREADABLE
            move "UNREADABLE" to WS-CHECK
            add 1 to WS-UNREADABLE-COUNT
            move "FAILED" to WS-RUN-STATUS
        when WS-FILE-HAS-POSTINGS
             and WS-FILE-POSTED not = WS-FILE-RECORDS
            move "MISMATCH" to WS-CHECK
            add 1 to WS-MISMATCH-COUNT
            move "FAILED" to WS-RUN-STATUS
        when WS-FILE-ABSENT
            move "ABSENT" to WS-CHECK
            add 1 to WS-ABSENT-COUNT
        when WS-FILE-HAS-POSTINGS
            move "BALANCED" to WS-CHECK
            add 1 to WS-BALANCED-COUNT
        when other
            move "NO TOTALS" to WS-CHECK
    end-evaluate.
    if WS-FILE-COPIED
        add 1 to WS-COPIED-COUNT
        add WS-FILE-RECORDS to WS-RECORD-TOTAL
    end-if.

0650-CATALOG-COPY.
    move WS-SET-ID to BKCAT-SET-ID.
    move WS-BUSDATE-DATE to BKCAT-BUS-DATE.
    move WS-LIVE-FILE-NAME to BKCAT-FILE-NAME.
    move WS-BACKUP-FILE-TYPE(WS-ENTRY-NUMBER) to BKCAT-FILE-TYPE.
    if WS-FILE-COPIED
        move WS-COPY-FILE-NAME to BKCAT-COPY-NAME
    else
        move spaces to BKCAT-COPY-NAME
    end-if.
    move WS-FILE-RECORDS to BKCAT-RECORD-COUNT.
    if WS-FILE-POSTED < 0
        move 0 to BKCAT-POSTED-TOTAL
    else
        move WS-FILE-POSTED to BKCAT-POSTED-TOTAL
    end-if.
    move WS-CHECK to BKCAT-CHECK.
    move function current-date to BKCAT-TIMESTAMP.
    open extend BACKUP-CAT-FILE.
    if WS-CATALOG-STATUS = "35"
        open output BACKUP-CAT-FILE
    end-if.
    write BACKUP-CAT-RECORD.
    close BACKUP-CAT-FILE.

0700-REPORT-ONE-FILE.
    move spaces to WS-REPORT-LINE.
    move WS-LIVE-FILE-NAME to WS-REPORT-LINE(1:14).
    move WS-BACKUP-FILE-TYPE(WS-ENTRY-NUMBER) to WS-REPORT-LINE(18:1).
    move WS-FILE-RECORDS to WS-REPORT-LINE(22:7).
    if WS-FILE-HAS-POSTINGS
        move WS-FILE-POSTED to WS-POSTED-EDIT
        move WS-POSTED-EDIT to WS-REPORT-LINE(30:8)
    end-if.
    move WS-CHECK to WS-REPORT-LINE(40:10).
    move BKCAT-COPY-NAME to WS-REPORT-LINE(52:30).
    write WS-REPORT-LINE.

0800-WRITE-TOTALS.
    move spaces to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "FILES LISTED: " WS-BACKUP-FILE-COUNT
        "  COPIED: " WS-COPIED-COUNT
        "  ABSENT: " WS-ABSENT-COUNT
        "  BALANCED: " WS-BALANCED-COUNT
        "  MISMATCHED: " WS-MISMATCH-COUNT
        "  UNREADABLE: " WS-UNREADABLE-COUNT
        "  RECORDS: " WS-RECORD-TOTAL
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    if WS-RUN-STATUS = "SUCCESS"
        string "BACKUP SET " WS-SET-ID " VERIFIED"
            delimited by size into WS-REPORT-LINE
    else
        string "BACKUP SET " WS-SET-ID
            " *** NOT VERIFIED - SEE MISMATCHED/UNREADABLE FILES ***"
            delimited by size into WS-REPORT-LINE
    end-if.
    write WS-REPORT-LINE.

0900-TERMINATE.
    close BACKUP-REPORT-FILE.
    display "Juego de respaldo " WS-SET-ID " - archivos copiados: "
        WS-COPIED-COUNT.
    if WS-RUN-STATUS = "FAILED"
        display "El juego de respaldo NO quedo verificado."
        move 8 to return-code
    end-if.

0030-LOG-RUN-START.
    move "data-backup" to RUN-LOG-PROGRAM.
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
    move "data-backup" to RUN-LOG-PROGRAM.
    move "E" to RUN-LOG-EVENT.
    move function current-date to RUN-LOG-TIMESTAMP.
    move WS-COPIED-COUNT to RUN-LOG-RECORDS.
    move WS-RUN-STATUS to RUN-LOG-STATUS.
    perform 0040-WRITE-RUN-LOG.

end program data-backup.
