       >>SOURCE FORMAT FREE
identification division.
program-id. report-def-maint.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> Maintenance screen for the REPORTDEFS table of reports kept in
*> the dated report archive (layout in REPORT-DEF-REC). Supervisors
*> only, through the shared SIGNON subprogram. A report is added
*> with the file name its program writes, the program name as it
*> posts itself to the batch run log (HAMRUNLOG - that is how
*> report-archive.cob knows a new run has ended), how many days its
*> generations are kept (1 to 36500) and a description. The
*> retention can be changed at any time - report-purge.cob applies
*> the current value to every kept generation. A report taken off
*> the table is no longer archived, and its generations already
*> kept stay until it is put back with a retention. The file is
*> rewritten in full on save under the REPORTS advisory lock that
*> the archive, purge and archive-screen programs take, the same
*> pattern control-maint.cob uses for the control table.

environment division.
input-output section.
file-control.
    select REPORT-DEF-FILE assign to "REPORTDEFS"
        organization is line sequential
        file status is WS-REPORT-DEF-STATUS.

data division.
file section.
fd  REPORT-DEF-FILE.
    copy "report-def-rec.cpy".

working-storage section.
01 ws-opt                     pic 9(1) value 1.
   88 ws-opt-1 value 1.
   88 ws-opt-2 value 2.
   88 ws-opt-3 value 3.
   88 ws-opt-4 value 4.
   88 ws-opt-5 value 5.
   88 ws-opt-6 value 6.

01 WS-REPORT-DEF-STATUS       pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".

01 WS-USER-ID                 pic x(08) value spaces.
01 WS-USER-ROLE               pic x(01) value space.
01 WS-SIGNON-RESULT           pic x(02) value spaces.

01 WS-LOCK-ACTION             pic x(01) value space.
01 WS-LOCK-NAME               pic x(12) value spaces.
01 WS-LOCK-RESULT             pic x(02) value spaces.

copy "report-def-table.cpy".

01 WS-ENTRY-NUMBER            pic 9(03) value 0.
01 WS-PICK-NUMBER             pic 9(03) value 0.
01 WS-VALID-FLAG              pic x(01) value "N".
   88 WS-VALID                value "Y".
01 WS-CHANGED-FLAG            pic x(01) value "N".
   88 WS-CHANGED              value "Y".

01 WS-NEW-REPORT-NAME         pic x(12) value spaces.
01 WS-NEW-PROGRAM             pic x(20) value spaces.
01 WS-NEW-DESCRIPTION         pic x(30) value spaces.
01 WS-DAYS-INPUT              pic x(05) justified right value spaces.
01 WS-DAYS-NUM redefines WS-DAYS-INPUT pic 9(05).
01 WS-NEW-RETENTION           pic 9(05) value 0.
01 WS-CONFIRM                 pic x(01) value space.

procedure division.

0000-MAIN.
    call "SIGNON" using WS-USER-ID, WS-USER-ROLE,
        WS-SIGNON-RESULT.
    if WS-SIGNON-RESULT not = "00"
        stop run
    end-if.
    if WS-USER-ROLE not = "S"
        display "Solo un supervisor puede mantener el archivo de"
            " reportes."
        stop run
    end-if.
    perform 0100-LOAD-REPORTS.
    perform 0300-MENU until ws-opt-6.
    stop run.

0100-LOAD-REPORTS.
    move 0 to WS-REPORT-COUNT.
    move "N" to WS-EOF-FLAG.
    open input REPORT-DEF-FILE.
    if WS-REPORT-DEF-STATUS = "35"
        display "No hay tabla de reportes todavia - el primer"
            " guardado la crea."
    else
        read REPORT-DEF-FILE
            at end set WS-EOF to true
        end-read
        perform 0110-LOAD-ONE-REPORT until WS-EOF
        close REPORT-DEF-FILE
        display "Reportes cargados: " WS-REPORT-COUNT
    end-if.

0110-LOAD-ONE-REPORT.
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

0300-MENU.
    display "1) Ver reportes archivados"
    display "2) Agregar reporte"
    display "3) Cambiar dias de retencion"
    display "4) Quitar reporte"
    display "5) Guardar cambios"
    display "6) Salir"
    accept ws-opt
    evaluate true
        when ws-opt-1
            perform 0400-VIEW-REPORTS
        when ws-opt-2
            perform 0500-ADD-REPORT
        when ws-opt-3
            perform 0600-CHANGE-RETENTION
        when ws-opt-4
            perform 0650-REMOVE-REPORT
        when ws-opt-5
            perform 0700-SAVE-REPORTS
        when ws-opt-6
            if WS-CHANGED
                display "Hay cambios sin guardar - se descartan."
            end-if
            display "Saliendo..."
        when other
            display "Opcion invalida"
    end-evaluate.

0400-VIEW-REPORTS.
    if WS-REPORT-COUNT = 0
        display "No hay reportes en la tabla."
    end-if.
    perform 0410-VIEW-ONE-REPORT
        varying WS-ENTRY-NUMBER from 1 by 1
        until WS-ENTRY-NUMBER > WS-REPORT-COUNT.

0410-VIEW-ONE-REPORT.
    set WS-RP-IDX to WS-ENTRY-NUMBER.
    display WS-ENTRY-NUMBER ") " WS-RP-REPORT-NAME(WS-RP-IDX)
        " " WS-RP-PROGRAM(WS-RP-IDX)
        " " WS-RP-RETENTION-DAYS(WS-RP-IDX) " DIAS "
        WS-RP-DESCRIPTION(WS-RP-IDX).

0500-ADD-REPORT.
    if WS-REPORT-COUNT >= WS-MAX-REPORTS
        display "Tabla de reportes llena."
    else
        move "N" to WS-VALID-FLAG
        perform 0510-ACCEPT-REPORT-NAME until WS-VALID
        move spaces to WS-NEW-PROGRAM
        perform 0520-ACCEPT-PROGRAM until WS-NEW-PROGRAM not = spaces
        move "N" to WS-VALID-FLAG
        perform 0530-ACCEPT-RETENTION until WS-VALID
        move spaces to WS-NEW-DESCRIPTION
        display "Descripcion: " with no advancing
        accept WS-NEW-DESCRIPTION
        add 1 to WS-REPORT-COUNT
        set WS-RP-IDX to WS-REPORT-COUNT
        move WS-NEW-REPORT-NAME to WS-RP-REPORT-NAME(WS-RP-IDX)
        move WS-NEW-PROGRAM to WS-RP-PROGRAM(WS-RP-IDX)
        move WS-NEW-RETENTION to WS-RP-RETENTION-DAYS(WS-RP-IDX)
        move WS-NEW-DESCRIPTION to WS-RP-DESCRIPTION(WS-RP-IDX)
        set WS-CHANGED to true
        display "Reporte agregado (use Guardar cambios)."
    end-if.

0510-ACCEPT-REPORT-NAME.
    move spaces to WS-NEW-REPORT-NAME.
    display "Archivo del reporte (ej. BALANCERPT): "
        with no advancing.
    accept WS-NEW-REPORT-NAME.
    move function upper-case(WS-NEW-REPORT-NAME)
        to WS-NEW-REPORT-NAME.
    if WS-NEW-REPORT-NAME = spaces
       or WS-NEW-REPORT-NAME(1:1) = space
        display "El nombre es obligatorio, intente de nuevo."
    else
        set WS-VALID to true
        if WS-REPORT-COUNT > 0
            set WS-RP-IDX to 1
            search WS-REPORT-ENTRY
                at end continue
                when WS-RP-REPORT-NAME(WS-RP-IDX) = WS-NEW-REPORT-NAME
                    display "Ese reporte ya esta en la tabla."
                    move "N" to WS-VALID-FLAG
            end-search
        end-if
    end-if.

0520-ACCEPT-PROGRAM.
    display "Programa (como figura en el log de corridas): "
        with no advancing.
    accept WS-NEW-PROGRAM.
    if WS-NEW-PROGRAM = spaces
        display "El programa es obligatorio, intente de nuevo."
    end-if.

0530-ACCEPT-RETENTION.
    move spaces to WS-DAYS-INPUT.
    display "Dias de retencion (1-36500): " with no advancing.
    accept WS-DAYS-INPUT.
    inspect WS-DAYS-INPUT replacing leading space by "0".
    if WS-DAYS-INPUT is not numeric
       or WS-DAYS-NUM = 0 or WS-DAYS-NUM > 36500
        display "Dias invalidos - 1 a 36500, intente de nuevo."
    else
        move WS-DAYS-NUM to WS-NEW-RETENTION
        set WS-VALID to true
    end-if.

0600-CHANGE-RETENTION.
    perform 0400-VIEW-REPORTS.
    move 0 to WS-PICK-NUMBER.
    display "Numero de reporte: " with no advancing.
    accept WS-PICK-NUMBER.
    if WS-PICK-NUMBER = 0 or WS-PICK-NUMBER > WS-REPORT-COUNT
        display "Numero de reporte invalido."
    else
        set WS-RP-IDX to WS-PICK-NUMBER
        move "N" to WS-VALID-FLAG
        perform 0530-ACCEPT-RETENTION until WS-VALID
        set WS-RP-IDX to WS-PICK-NUMBER
        move WS-NEW-RETENTION to WS-RP-RETENTION-DAYS(WS-RP-IDX)
        set WS-CHANGED to true
        display "Retencion cambiada (use Guardar cambios)."
    end-if.

0650-REMOVE-REPORT.
    perform 0400-VIEW-REPORTS.
    move 0 to WS-PICK-NUMBER.
    display "Numero de reporte: " with no advancing.
    accept WS-PICK-NUMBER.
    if WS-PICK-NUMBER = 0 or WS-PICK-NUMBER > WS-REPORT-COUNT
        display "Numero de reporte invalido."
    else
        set WS-RP-IDX to WS-PICK-NUMBER
        move space to WS-CONFIRM
        display "Dejar de archivar " WS-RP-REPORT-NAME(WS-RP-IDX)
            "? Las generaciones guardadas se conservan (S/N): "
            with no advancing
        accept WS-CONFIRM
        if WS-CONFIRM = "S" or WS-CONFIRM = "s"
            perform 0660-CLOSE-UP-ONE-ENTRY
                varying WS-ENTRY-NUMBER from WS-PICK-NUMBER by 1
                until WS-ENTRY-NUMBER >= WS-REPORT-COUNT
            subtract 1 from WS-REPORT-COUNT
            set WS-CHANGED to true
            display "Reporte quitado (use Guardar cambios)."
        end-if
    end-if.

0660-CLOSE-UP-ONE-ENTRY.
    move WS-REPORT-ENTRY(WS-ENTRY-NUMBER + 1)
        to WS-REPORT-ENTRY(WS-ENTRY-NUMBER).

0700-SAVE-REPORTS.
    move "L" to WS-LOCK-ACTION.
    move "REPORTS" to WS-LOCK-NAME.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.
    if WS-LOCK-RESULT not = "00"
        display "El archivo de reportes esta en uso - intente de"
            " nuevo."
    else
        open output REPORT-DEF-FILE
        perform 0710-WRITE-ONE-REPORT
            varying WS-ENTRY-NUMBER from 1 by 1
            until WS-ENTRY-NUMBER > WS-REPORT-COUNT
        close REPORT-DEF-FILE
        move "N" to WS-CHANGED-FLAG
        display "Cambios guardados."
        move "U" to WS-LOCK-ACTION
        call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
            WS-LOCK-RESULT
    end-if.

0710-WRITE-ONE-REPORT.
    set WS-RP-IDX to WS-ENTRY-NUMBER.
    move WS-RP-REPORT-NAME(WS-RP-IDX) to RPTDEF-REPORT-NAME.
    move WS-RP-PROGRAM(WS-RP-IDX) to RPTDEF-PROGRAM.
    move WS-RP-RETENTION-DAYS(WS-RP-IDX) to RPTDEF-RETENTION-DAYS.
    move WS-RP-DESCRIPTION(WS-RP-IDX) to RPTDEF-DESCRIPTION.
    write REPORT-DEF-RECORD.

end program report-def-maint.
