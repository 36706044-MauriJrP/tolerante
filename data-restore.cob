       >>SOURCE FORMAT FREE
identification division.
program-id. data-restore.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> Point-in-time restore of a backup set taken by data-backup.cob.
*> Supervisors only, through the shared SIGNON subprogram. The sets
*> are listed from the BACKUPCAT catalog (layout in BACKUP-CAT-REC)
*> with their business date, file and record counts and whether
*> every copy was confirmed against RUNTOTALS. A set is put back as
*> a whole, never file by file - restoring one master from last
*> night next to everything else from today is how cross-file
*> damage starts:
*>   1) every advisory lock in LOCK-NAMES is taken first; a lock that
*>      is held means nothing is restored
*>   2) every copy the set needs must still be on disk, and no file
*>      in the set may be UNREADABLE - otherwise nothing is restored
*>   3) each file listed in BACKUP-FILES is then rewritten from its
*>      copy: an indexed master is recreated and reloaded through its
*>      key, the others are copied back line for line, and a file the
*>      set found ABSENT is removed (an indexed master is left empty)
*>   4) each restored file is recounted from the live file and
*>      checked against the count the catalog holds for it
*> A set that was not verified when it was taken is restored only
*> after a second warning. The result goes to the RESTORERPT report
*> and the restore is posted to the shared batch run log under this
*> program's name, SUCCESS or FAILED, with the number of files put
*> back. balance-check.cob should be run before the nightly chain
*> is released again.

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
    select BACKUP-CAT-FILE assign to "BACKUPCAT"
        organization is line sequential
        file status is WS-CATALOG-STATUS.
    select RESTORE-REPORT-FILE assign to "RESTORERPT"
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

fd  BACKUP-CAT-FILE.
    copy "backup-cat-rec.cpy".

fd  RESTORE-REPORT-FILE.
01  WS-REPORT-LINE            pic x(132).

fd  RUN-LOG-FILE.
    copy "run-log-rec.cpy".

working-storage section.
01 ws-opt                     pic 9(1) value 1.
   88 ws-opt-1 value 1.
   88 ws-opt-2 value 2.
   88 ws-opt-3 value 3.

01 WS-RUNLOG-STATUS           pic x(02) value spaces.
01 WS-RUN-STATUS              pic x(10) value "SUCCESS".
01 WS-INDEXED-STATUS          pic x(02) value spaces.
01 WS-LIVE-STATUS             pic x(02) value spaces.
01 WS-COPY-STATUS             pic x(02) value spaces.
01 WS-CATALOG-STATUS          pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".

01 WS-USER-ID                 pic x(08) value spaces.
01 WS-USER-ROLE               pic x(01) value space.
01 WS-SIGNON-RESULT           pic x(02) value spaces.

copy "backup-files.cpy".
copy "lock-names.cpy".

01 WS-LOCK-ACTION             pic x(01) value space.
01 WS-LOCK-NAME               pic x(12) value spaces.
01 WS-LOCK-RESULT             pic x(02) value spaces.
01 WS-LOCK-NUMBER             pic 9(02) value 0.
01 WS-LOCKS-TAKEN             pic 9(02) value 0.
01 WS-ALL-LOCKED-FLAG         pic x(01) value "N".
   88 WS-ALL-LOCKED           value "Y".

*> Backup sets on the catalog, oldest first; the newest 100 are kept.
01 WS-MAX-SETS                pic 9(03) value 100.
01 WS-SET-COUNT               pic 9(03) value 0.
01 WS-SET-TABLE.
   05 WS-SET-ENTRY occurs 100 times.
      10 WS-SE-SET-ID         pic x(14).
      10 WS-SE-BUS-DATE       pic 9(08).
      10 WS-SE-FILE-COUNT     pic 9(03).
      10 WS-SE-RECORD-TOTAL   pic 9(09).
      10 WS-SE-VERIFIED       pic x(01).
      10 WS-SE-RESTORABLE     pic x(01).

*> The catalog records of the set being restored.
01 WS-MAX-SET-FILES           pic 9(02) value 80.
01 WS-SET-FILE-COUNT          pic 9(02) value 0.
01 WS-SET-FILE-TABLE.
   05 WS-SET-FILE-ENTRY occurs 1 to 80 times
         depending on WS-SET-FILE-COUNT indexed by WS-SF-IDX.
      10 WS-SF-FILE-NAME      pic x(14).
      10 WS-SF-FILE-TYPE      pic x(01).
      10 WS-SF-COPY-NAME      pic x(30).
      10 WS-SF-RECORD-COUNT   pic 9(07).
      10 WS-SF-CHECK          pic x(10).

01 WS-ENTRY-NUMBER            pic 9(03) value 0.
01 WS-PICK-NUMBER             pic 9(03) value 0.
01 WS-CONFIRM                 pic x(01) value space.
01 WS-FOUND-FLAG              pic x(01) value "N".
   88 WS-FOUND                value "Y".
01 WS-SET-ID                  pic x(14) value spaces.
01 WS-SET-BUS-DATE            pic 9(08) value 0.
01 WS-LIVE-FILE-NAME          pic x(14) value spaces.
01 WS-COPY-FILE-NAME          pic x(30) value spaces.
01 WS-FILE-RECORDS            pic 9(07) value 0.
01 WS-RECOUNT                 pic 9(07) value 0.
01 WS-REJECTED                pic 9(07) value 0.
01 WS-RESULT-TEXT             pic x(10) value spaces.

01 WS-CHECK-FILE-NAME         pic x(31) value spaces.
01 WS-FILE-RESULT             pic s9(09) comp-5 value 0.
01 WS-FILE-INFO.
   05 WS-FILE-SIZE            pic x(08) comp-x.
   05 WS-FILE-DATE            pic x(04) comp-x.
   05 WS-FILE-TIME            pic x(04) comp-x.

01 WS-MISSING-COUNT           pic 9(02) value 0.
01 WS-RESTORED-COUNT          pic 9(02) value 0.
01 WS-REMOVED-COUNT           pic 9(02) value 0.
01 WS-COUNT-OFF-COUNT         pic 9(02) value 0.

procedure division.

0000-MAIN.
    call "SIGNON" using WS-USER-ID, WS-USER-ROLE,
        WS-SIGNON-RESULT.
    if WS-SIGNON-RESULT not = "00"
        stop run
    end-if.
    if WS-USER-ROLE not = "S"
        display "Solo un supervisor puede restaurar un juego de"
            " respaldo."
        stop run
    end-if.
    perform 0100-LOAD-SETS.
    perform 0300-MENU until ws-opt-3.
    stop run.

*> ----------------------------------------------------------------
*> A set's catalog records are written together, so a change of
*> set id starts the next set.
*> ----------------------------------------------------------------
0100-LOAD-SETS.
    move 0 to WS-SET-COUNT.
    move "N" to WS-EOF-FLAG.
    open input BACKUP-CAT-FILE.
    if WS-CATALOG-STATUS = "00"
        read BACKUP-CAT-FILE
            at end set WS-EOF to true
        end-read
        perform 0110-TAKE-ONE-CATALOG-ENTRY until WS-EOF
        close BACKUP-CAT-FILE
    end-if.

0110-TAKE-ONE-CATALOG-ENTRY.
    if WS-SET-COUNT = 0
        perform 0120-START-SET
    else
        if WS-SE-SET-ID(WS-SET-COUNT) not = BKCAT-SET-ID
            perform 0120-START-SET
        end-if
    end-if.
    add 1 to WS-SE-FILE-COUNT(WS-SET-COUNT).
    add BKCAT-RECORD-COUNT to WS-SE-RECORD-TOTAL(WS-SET-COUNT).
    if BKCAT-MISMATCH or BKCAT-UNREADABLE
        move "N" to WS-SE-VERIFIED(WS-SET-COUNT)
    end-if.
    if BKCAT-UNREADABLE
        move "N" to WS-SE-RESTORABLE(WS-SET-COUNT)
    end-if.
    read BACKUP-CAT-FILE
        at end set WS-EOF to true
    end-read.

0120-START-SET.
    if WS-SET-COUNT >= WS-MAX-SETS
        perform 0130-DROP-OLDEST-SET
            varying WS-ENTRY-NUMBER from 1 by 1
            until WS-ENTRY-NUMBER >= WS-SET-COUNT
    else
        add 1 to WS-SET-COUNT
    end-if.
    move BKCAT-SET-ID to WS-SE-SET-ID(WS-SET-COUNT).
    move BKCAT-BUS-DATE to WS-SE-BUS-DATE(WS-SET-COUNT).
    move 0 to WS-SE-FILE-COUNT(WS-SET-COUNT).
    move 0 to WS-SE-RECORD-TOTAL(WS-SET-COUNT).
    move "Y" to WS-SE-VERIFIED(WS-SET-COUNT).
    move "Y" to WS-SE-RESTORABLE(WS-SET-COUNT).

0130-DROP-OLDEST-SET.
    move WS-SET-ENTRY(WS-ENTRY-NUMBER + 1)
        to WS-SET-ENTRY(WS-ENTRY-NUMBER).

0300-MENU.
    display "1) Ver juegos de respaldo"
    display "2) Restaurar un juego completo"
    display "3) Salir"
    accept ws-opt
    evaluate true
        when ws-opt-1
            perform 0400-LIST-SETS
        when ws-opt-2
            perform 0450-CHOOSE-SET
        when ws-opt-3
            display "Saliendo..."
        when other
            display "Opcion invalida"
    end-evaluate.

0400-LIST-SETS.
    if WS-SET-COUNT = 0
        display "No hay juegos de respaldo en el catalogo BACKUPCAT."
    end-if.
    perform 0410-LIST-ONE-SET
        varying WS-ENTRY-NUMBER from 1 by 1
        until WS-ENTRY-NUMBER > WS-SET-COUNT.

0410-LIST-ONE-SET.
    move spaces to WS-RESULT-TEXT.
    evaluate true
        when WS-SE-RESTORABLE(WS-ENTRY-NUMBER) = "N"
            move "INCOMPLETO" to WS-RESULT-TEXT
        when WS-SE-VERIFIED(WS-ENTRY-NUMBER) = "N"
            move "SIN VERIF." to WS-RESULT-TEXT
        when other
            move "VERIFICADO" to WS-RESULT-TEXT
    end-evaluate.
    display WS-ENTRY-NUMBER ") " WS-SE-SET-ID(WS-ENTRY-NUMBER)
        " DIA " WS-SE-BUS-DATE(WS-ENTRY-NUMBER)
        " ARCHIVOS " WS-SE-FILE-COUNT(WS-ENTRY-NUMBER)
        " REGISTROS " WS-SE-RECORD-TOTAL(WS-ENTRY-NUMBER)
        " " WS-RESULT-TEXT.

0450-CHOOSE-SET.
    perform 0400-LIST-SETS.
    move 0 to WS-PICK-NUMBER.
    display "Numero de juego a restaurar: " with no advancing.
    accept WS-PICK-NUMBER.
    if WS-PICK-NUMBER = 0 or WS-PICK-NUMBER > WS-SET-COUNT
        display "Numero de juego invalido."
    else
        perform 0460-CONFIRM-AND-RESTORE
    end-if.

0460-CONFIRM-AND-RESTORE.
    move WS-SE-SET-ID(WS-PICK-NUMBER) to WS-SET-ID.
    move WS-SE-BUS-DATE(WS-PICK-NUMBER) to WS-SET-BUS-DATE.
    if WS-SE-RESTORABLE(WS-PICK-NUMBER) = "N"
        display "El juego " WS-SET-ID " tiene archivos que no se"
            " pudieron copiar - no se puede restaurar completo."
    else
        move space to WS-CONFIRM
        display "Se reemplazan TODOS los archivos de datos con el"
            " juego " WS-SET-ID " (dia " WS-SET-BUS-DATE
            "). Continuar? (S/N): " with no advancing
        accept WS-CONFIRM
        if (WS-CONFIRM = "S" or WS-CONFIRM = "s")
           and WS-SE-VERIFIED(WS-PICK-NUMBER) = "N"
            move space to WS-CONFIRM
            display "ATENCION: este juego NO cuadro contra RUNTOTALS"
                " cuando se tomo. Restaurarlo igual? (S/N): "
                with no advancing
            accept WS-CONFIRM
        end-if
        if WS-CONFIRM = "S" or WS-CONFIRM = "s"
            perform 0500-RESTORE-SET
        else
            display "Restauracion cancelada."
        end-if
    end-if.

*> ----------------------------------------------------------------
*> The restore proper: all locks, all copies present, then every
*> file of the set, then the recount.
*> ----------------------------------------------------------------
0500-RESTORE-SET.
    move "SUCCESS" to WS-RUN-STATUS.
    move 0 to WS-RESTORED-COUNT.
    move 0 to WS-REMOVED-COUNT.
    move 0 to WS-COUNT-OFF-COUNT.
    move 0 to WS-MISSING-COUNT.
    perform 0030-LOG-RUN-START.
    open output RESTORE-REPORT-FILE.
    move spaces to WS-REPORT-LINE.
    string "RESTORE OF BACKUP SET " WS-SET-ID
        "   BUSINESS DATE " WS-SET-BUS-DATE
        "   BY " WS-USER-ID
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    perform 0150-TAKE-ALL-LOCKS.
    if WS-ALL-LOCKED
        perform 0510-LOAD-SET-FILES
        perform 0530-CHECK-ONE-COPY
            varying WS-ENTRY-NUMBER from 1 by 1
            until WS-ENTRY-NUMBER > WS-SET-FILE-COUNT
        if WS-MISSING-COUNT > 0
            move "NOTHING RESTORED - THE SET IS NOT COMPLETE ON DISK"
                to WS-REPORT-LINE
            write WS-REPORT-LINE
            move "FAILED" to WS-RUN-STATUS
        else
            move "FILE           TYPE  CATALOG  RESTORED  RESULT"
                to WS-REPORT-LINE
            write WS-REPORT-LINE
            perform 0600-RESTORE-ONE-FILE
                varying WS-ENTRY-NUMBER from 1 by 1
                until WS-ENTRY-NUMBER > WS-SET-FILE-COUNT
            perform 0800-WRITE-TOTALS
        end-if
    end-if.
    perform 0180-RELEASE-ALL-LOCKS.
    close RESTORE-REPORT-FILE.
    perform 0920-LOG-RUN-END.
    if WS-RUN-STATUS = "SUCCESS"
        display "Juego " WS-SET-ID " restaurado - archivos: "
            WS-RESTORED-COUNT " quitados: " WS-REMOVED-COUNT
        display "Corra balance-check antes de liberar la cadena"
            " nocturna."
    else
        display "La restauracion NO termino bien - vea RESTORERPT."
    end-if.

0510-LOAD-SET-FILES.
    move 0 to WS-SET-FILE-COUNT.
    move "N" to WS-EOF-FLAG.
    open input BACKUP-CAT-FILE.
    if WS-CATALOG-STATUS = "00"
        read BACKUP-CAT-FILE
            at end set WS-EOF to true
        end-read
        perform 0520-TAKE-ONE-SET-FILE until WS-EOF
        close BACKUP-CAT-FILE
    end-if.

0520-TAKE-ONE-SET-FILE.
    if BKCAT-SET-ID = WS-SET-ID
       and WS-SET-FILE-COUNT < WS-MAX-SET-FILES
        add 1 to WS-SET-FILE-COUNT
        set WS-SF-IDX to WS-SET-FILE-COUNT
        move BKCAT-FILE-NAME to WS-SF-FILE-NAME(WS-SF-IDX)
        move BKCAT-FILE-TYPE to WS-SF-FILE-TYPE(WS-SF-IDX)
        move BKCAT-COPY-NAME to WS-SF-COPY-NAME(WS-SF-IDX)
        move BKCAT-RECORD-COUNT to WS-SF-RECORD-COUNT(WS-SF-IDX)
        move BKCAT-CHECK to WS-SF-CHECK(WS-SF-IDX)
    end-if.
    read BACKUP-CAT-FILE
        at end set WS-EOF to true
    end-read.

0530-CHECK-ONE-COPY.
    set WS-SF-IDX to WS-ENTRY-NUMBER.
    if WS-SF-CHECK(WS-SF-IDX) = "UNREADABLE"
        add 1 to WS-MISSING-COUNT
        move spaces to WS-REPORT-LINE
        string WS-SF-FILE-NAME(WS-SF-IDX)
            " WAS UNREADABLE WHEN THE SET WAS TAKEN - NO COPY"
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
    else
        if WS-SF-CHECK(WS-SF-IDX) not = "ABSENT"
            move WS-SF-COPY-NAME(WS-SF-IDX) to WS-CHECK-FILE-NAME
            call "CBL_CHECK_FILE_EXIST" using WS-CHECK-FILE-NAME,
                WS-FILE-INFO
                returning WS-FILE-RESULT
            if WS-FILE-RESULT not = 0
                add 1 to WS-MISSING-COUNT
                move spaces to WS-REPORT-LINE
                string WS-SF-FILE-NAME(WS-SF-IDX) " COPY "
                    WS-SF-COPY-NAME(WS-SF-IDX) " IS NOT ON DISK"
                    delimited by size into WS-REPORT-LINE
                write WS-REPORT-LINE
            end-if
        end-if
    end-if.

*> ----------------------------------------------------------------
*> One file of the set: put it back, recount it, report it.
*> ----------------------------------------------------------------
0600-RESTORE-ONE-FILE.
    set WS-SF-IDX to WS-ENTRY-NUMBER.
    move WS-SF-FILE-NAME(WS-SF-IDX) to WS-LIVE-FILE-NAME.
    move WS-SF-COPY-NAME(WS-SF-IDX) to WS-COPY-FILE-NAME.
    move 0 to WS-FILE-RECORDS.
    move 0 to WS-REJECTED.
    evaluate true
        when WS-SF-CHECK(WS-SF-IDX) = "ABSENT"
             and WS-SF-FILE-TYPE(WS-SF-IDX) = "I"
            perform 0610-OPEN-INDEXED-OUTPUT
            perform 0640-CLOSE-INDEXED
            add 1 to WS-REMOVED-COUNT
        when WS-SF-CHECK(WS-SF-IDX) = "ABSENT"
            move WS-LIVE-FILE-NAME to WS-CHECK-FILE-NAME
            call "CBL_DELETE_FILE" using WS-CHECK-FILE-NAME
                returning WS-FILE-RESULT
            add 1 to WS-REMOVED-COUNT
        when WS-SF-FILE-TYPE(WS-SF-IDX) = "I"
            perform 0620-RELOAD-INDEXED
            add 1 to WS-RESTORED-COUNT
        when other
            perform 0650-COPY-BACK-SEQUENTIAL
            add 1 to WS-RESTORED-COUNT
    end-evaluate.
    perform 0700-RECOUNT-ONE-FILE.
    if WS-RECOUNT = WS-SF-RECORD-COUNT(WS-SF-IDX)
       and WS-REJECTED = 0
        if WS-SF-CHECK(WS-SF-IDX) = "ABSENT"
            move "REMOVED" to WS-RESULT-TEXT
        else
            move "RESTORED" to WS-RESULT-TEXT
        end-if
    else
        move "COUNT OFF" to WS-RESULT-TEXT
        add 1 to WS-COUNT-OFF-COUNT
        move "FAILED" to WS-RUN-STATUS
    end-if.
    move spaces to WS-REPORT-LINE.
    move WS-LIVE-FILE-NAME to WS-REPORT-LINE(1:14).
    move WS-SF-FILE-TYPE(WS-SF-IDX) to WS-REPORT-LINE(18:1).
    move WS-SF-RECORD-COUNT(WS-SF-IDX) to WS-REPORT-LINE(22:7).
    move WS-RECOUNT to WS-REPORT-LINE(32:7).
    move WS-RESULT-TEXT to WS-REPORT-LINE(41:10).
    if WS-REJECTED > 0
        string "DUPLICATE KEYS REJECTED " WS-REJECTED
            delimited by size into WS-REPORT-LINE(52:40)
    end-if.
    write WS-REPORT-LINE.

0610-OPEN-INDEXED-OUTPUT.
    evaluate WS-LIVE-FILE-NAME
        when "SAMPLEINTAKE"
            open output SAMPLE-INTAKE-FILE
        when "DAILYTXN"
            open output TRANSACTION-FILE
        when "HAMSTRANDS"
            open output STRAND-MASTER-FILE
        when "RESULTHIST"
            open output RESULT-HIST-FILE
        when "CUSTODYEVENTS"
            open output CUSTODY-EVENT-FILE
        when "STORAGEINV"
            open output STORAGE-INV-FILE
        when "BILLHIST"
            open output BILL-HIST-FILE
        when "LIMSPENDING"
            open output LIMS-PENDING-FILE
    end-evaluate.

0620-RELOAD-INDEXED.
    perform 0610-OPEN-INDEXED-OUTPUT.
    move "N" to WS-EOF-FLAG.
    open input BACKUP-COPY-FILE.
    read BACKUP-COPY-FILE
        at end set WS-EOF to true
    end-read.
    perform 0630-RELOAD-ONE-RECORD until WS-EOF.
    close BACKUP-COPY-FILE.
    perform 0640-CLOSE-INDEXED.

0630-RELOAD-ONE-RECORD.
    add 1 to WS-FILE-RECORDS.
    evaluate WS-LIVE-FILE-NAME
        when "SAMPLEINTAKE"
            move BACKUP-COPY-LINE to myInput
            write myInput
                invalid key add 1 to WS-REJECTED
            end-write
        when "DAILYTXN"
            move BACKUP-COPY-LINE to TRANSACTION-RECORD
            write TRANSACTION-RECORD
                invalid key add 1 to WS-REJECTED
            end-write
        when "HAMSTRANDS"
            move BACKUP-COPY-LINE to STRAND-MASTER-RECORD
            write STRAND-MASTER-RECORD
                invalid key add 1 to WS-REJECTED
            end-write
        when "RESULTHIST"
            move BACKUP-COPY-LINE to RESULT-HIST-RECORD
            write RESULT-HIST-RECORD
                invalid key add 1 to WS-REJECTED
            end-write
        when "CUSTODYEVENTS"
            move BACKUP-COPY-LINE to CUSTODY-EVENT-RECORD
            write CUSTODY-EVENT-RECORD
                invalid key add 1 to WS-REJECTED
            end-write
        when "STORAGEINV"
            move BACKUP-COPY-LINE to STORAGE-INV-RECORD
            write STORAGE-INV-RECORD
                invalid key add 1 to WS-REJECTED
            end-write
        when "BILLHIST"
            move BACKUP-COPY-LINE to BILL-HIST-RECORD
            write BILL-HIST-RECORD
                invalid key add 1 to WS-REJECTED
            end-write
        when "LIMSPENDING"
            move BACKUP-COPY-LINE to LIMS-PENDING-RECORD
            write LIMS-PENDING-RECORD
                invalid key add 1 to WS-REJECTED
            end-write
    end-evaluate.
    read BACKUP-COPY-FILE
        at end set WS-EOF to true
    end-read.

0640-CLOSE-INDEXED.
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

0650-COPY-BACK-SEQUENTIAL.
    move "N" to WS-EOF-FLAG.
    open input BACKUP-COPY-FILE.
    open output LIVE-SEQ-FILE.
    read BACKUP-COPY-FILE
        at end set WS-EOF to true
    end-read.
    perform 0660-COPY-BACK-ONE-LINE until WS-EOF.
    close LIVE-SEQ-FILE.
    close BACKUP-COPY-FILE.

0660-COPY-BACK-ONE-LINE.
    move BACKUP-COPY-LINE to LIVE-SEQ-LINE.
    write LIVE-SEQ-LINE.
    add 1 to WS-FILE-RECORDS.
    read BACKUP-COPY-FILE
        at end set WS-EOF to true
    end-read.

*> ----------------------------------------------------------------
*> The recount reads the live file back, not the copy.
*> ----------------------------------------------------------------
0700-RECOUNT-ONE-FILE.
    move 0 to WS-RECOUNT.
    move "N" to WS-EOF-FLAG.
    if WS-SF-FILE-TYPE(WS-SF-IDX) = "I"
        perform 0710-OPEN-INDEXED-INPUT
        if WS-INDEXED-STATUS = "00"
            perform 0720-RECOUNT-INDEXED-RECORD until WS-EOF
            perform 0640-CLOSE-INDEXED
        end-if
    else
        open input LIVE-SEQ-FILE
        if WS-LIVE-STATUS = "00"
            read LIVE-SEQ-FILE
                at end set WS-EOF to true
            end-read
            perform 0730-RECOUNT-SEQ-LINE until WS-EOF
            close LIVE-SEQ-FILE
        end-if
    end-if.

0710-OPEN-INDEXED-INPUT.
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
    end-evaluate.

0720-RECOUNT-INDEXED-RECORD.
    evaluate WS-LIVE-FILE-NAME
        when "SAMPLEINTAKE"
            read SAMPLE-INTAKE-FILE next
                at end set WS-EOF to true
            end-read
        when "DAILYTXN"
            read TRANSACTION-FILE next
                at end set WS-EOF to true
            end-read
        when "HAMSTRANDS"
            read STRAND-MASTER-FILE next
                at end set WS-EOF to true
            end-read
        when "RESULTHIST"
            read RESULT-HIST-FILE next
                at end set WS-EOF to true
            end-read
        when "CUSTODYEVENTS"
            read CUSTODY-EVENT-FILE next
                at end set WS-EOF to true
            end-read
        when "STORAGEINV"
            read STORAGE-INV-FILE next
                at end set WS-EOF to true
            end-read
        when "BILLHIST"
            read BILL-HIST-FILE next
                at end set WS-EOF to true
            end-read
        when "LIMSPENDING"
            read LIMS-PENDING-FILE next
                at end set WS-EOF to true
            end-read
    end-evaluate.
    if not WS-EOF
        add 1 to WS-RECOUNT
    end-if.

0730-RECOUNT-SEQ-LINE.
    add 1 to WS-RECOUNT.
    read LIVE-SEQ-FILE
        at end set WS-EOF to true
    end-read.

0800-WRITE-TOTALS.
    move spaces to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "FILES IN SET: " WS-SET-FILE-COUNT
        "  RESTORED: " WS-RESTORED-COUNT
        "  REMOVED (ABSENT IN SET): " WS-REMOVED-COUNT
        "  COUNT OFF: " WS-COUNT-OFF-COUNT
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.

*> ----------------------------------------------------------------
*> Every lock or none, the same as the backup step.
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
        string "NOTHING RESTORED - " delimited by size
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

0030-LOG-RUN-START.
    move "data-restore" to RUN-LOG-PROGRAM.
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
    move "data-restore" to RUN-LOG-PROGRAM.
    move "E" to RUN-LOG-EVENT.
    move function current-date to RUN-LOG-TIMESTAMP.
    move WS-RESTORED-COUNT to RUN-LOG-RECORDS.
    move WS-RUN-STATUS to RUN-LOG-STATUS.
    perform 0040-WRITE-RUN-LOG.

end program data-restore.
