       >>SOURCE FORMAT FREE
identification division.
program-id. control-maint.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> Maintenance screen for the CONTROLSTRANDS table of known
*> positive-control strands (layout in CONTROL-STRAND-REC) that
*> strand-import.cob checks every sequencer run's positive control
*> against. Supervisors only, through the shared SIGNON subprogram.
*> A control is added with its ID (the value the sequencer puts in
*> the sample-ID field of the control's SEQDROP detail), a
*> description of the control material, and the strand it is
*> expected to read as - A/C/G/T only, the control material is
*> known exactly. A control is never deleted or re-keyed once runs
*> may have been checked against it; a spent lot is retired (and
*> can be reinstated), and a run carrying a retired control fails
*> its controls. The file is rewritten in full on save under the
*> CONTROLS advisory lock, which strand-import takes while it loads
*> the table, the same pattern fee-maint.cob uses for the fee
*> schedule.

environment division.
input-output section.
file-control.
    select CONTROL-STRAND-FILE assign to "CONTROLSTRANDS"
        organization is line sequential
        file status is WS-CONTROL-STATUS.

data division.
file section.
fd  CONTROL-STRAND-FILE.
    copy "control-strand-rec.cpy".

working-storage section.
01 ws-opt                     pic 9(1) value 1.
   88 ws-opt-1 value 1.
   88 ws-opt-2 value 2.
   88 ws-opt-3 value 3.
   88 ws-opt-4 value 4.
   88 ws-opt-5 value 5.

01 WS-CONTROL-STATUS          pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".

01 WS-USER-ID                 pic x(08) value spaces.
01 WS-USER-ROLE               pic x(01) value space.
01 WS-SIGNON-RESULT           pic x(02) value spaces.

01 WS-LOCK-ACTION             pic x(01) value space.
01 WS-LOCK-NAME               pic x(12) value spaces.
01 WS-LOCK-RESULT             pic x(02) value spaces.

copy "control-table.cpy".

01 WS-ENTRY-NUMBER            pic 9(03) value 0.
01 WS-PICK-NUMBER             pic 9(03) value 0.
01 WS-VALID-FLAG              pic x(01) value "N".
   88 WS-VALID                value "Y".
01 WS-CHANGED-FLAG            pic x(01) value "N".
   88 WS-CHANGED              value "Y".

01 WS-ID-INPUT                pic x(06) value spaces.
01 WS-ID-NUM redefines WS-ID-INPUT pic 9(06).
01 WS-NEW-DESCRIPTION         pic x(30) value spaces.
01 WS-NEW-STRAND              pic x(120) value spaces.
01 WS-STRAND-LENGTH           pic 9(03) value 0.
01 WS-BASE-TALLY              pic 9(03) value 0.
01 WS-ACTIVE-TEXT             pic x(08) value spaces.
01 WS-CONFIRM                 pic x(01) value space.

procedure division.

0000-MAIN.
    call "SIGNON" using WS-USER-ID, WS-USER-ROLE,
        WS-SIGNON-RESULT.
    if WS-SIGNON-RESULT not = "00"
        stop run
    end-if.
    if WS-USER-ROLE not = "S"
        display "Solo un supervisor puede mantener los controles."
        stop run
    end-if.
    perform 0100-LOAD-CONTROLS.
    perform 0300-MENU until ws-opt-5.
    stop run.

0100-LOAD-CONTROLS.
    move 0 to WS-CONTROL-COUNT.
    move "N" to WS-EOF-FLAG.
    open input CONTROL-STRAND-FILE.
    if WS-CONTROL-STATUS = "35"
        display "No hay tabla de controles todavia - el primer"
            " guardado la crea."
    else
        read CONTROL-STRAND-FILE
            at end set WS-EOF to true
        end-read
        perform 0110-LOAD-ONE-CONTROL until WS-EOF
        close CONTROL-STRAND-FILE
        display "Controles cargados: " WS-CONTROL-COUNT
    end-if.

0110-LOAD-ONE-CONTROL.
    if WS-CONTROL-COUNT < WS-MAX-CONTROLS
        add 1 to WS-CONTROL-COUNT
        set WS-CT-IDX to WS-CONTROL-COUNT
        move CTL-ID to WS-CT-ID(WS-CT-IDX)
        move CTL-DESCRIPTION to WS-CT-DESCRIPTION(WS-CT-IDX)
        move CTL-STRAND to WS-CT-STRAND(WS-CT-IDX)
        move CTL-ACTIVE to WS-CT-ACTIVE(WS-CT-IDX)
    end-if.
    read CONTROL-STRAND-FILE
        at end set WS-EOF to true
    end-read.

0300-MENU.
    display "1) Ver controles"
    display "2) Agregar control"
    display "3) Retirar / reactivar control"
    display "4) Guardar cambios"
    display "5) Salir"
    accept ws-opt
    evaluate true
        when ws-opt-1
            perform 0400-VIEW-CONTROLS
        when ws-opt-2
            perform 0500-ADD-CONTROL
        when ws-opt-3
            perform 0600-TOGGLE-ACTIVE
        when ws-opt-4
            perform 0700-SAVE-CONTROLS
        when ws-opt-5
            if WS-CHANGED
                display "Hay cambios sin guardar - se descartan."
            end-if
            display "Saliendo..."
        when other
            display "Opcion invalida"
    end-evaluate.

0400-VIEW-CONTROLS.
    if WS-CONTROL-COUNT = 0
        display "No hay controles cargados."
    end-if.
    perform 0410-VIEW-ONE-CONTROL
        varying WS-ENTRY-NUMBER from 1 by 1
        until WS-ENTRY-NUMBER > WS-CONTROL-COUNT.

0410-VIEW-ONE-CONTROL.
    set WS-CT-IDX to WS-ENTRY-NUMBER.
    if WS-CT-ACTIVE(WS-CT-IDX) = "Y"
        move "ACTIVO" to WS-ACTIVE-TEXT
    else
        move "RETIRADO" to WS-ACTIVE-TEXT
    end-if.
    display WS-ENTRY-NUMBER ") " WS-CT-ID(WS-CT-IDX)
        " " WS-CT-DESCRIPTION(WS-CT-IDX)
        " " WS-ACTIVE-TEXT.
    display "     " function trim(WS-CT-STRAND(WS-CT-IDX)).

0500-ADD-CONTROL.
    if WS-CONTROL-COUNT >= WS-MAX-CONTROLS
        display "Tabla de controles llena."
    else
        move "N" to WS-VALID-FLAG
        perform 0510-ACCEPT-ID until WS-VALID
        move spaces to WS-NEW-DESCRIPTION
        display "Descripcion (material / lote): " with no advancing
        accept WS-NEW-DESCRIPTION
        move "N" to WS-VALID-FLAG
        perform 0520-ACCEPT-STRAND until WS-VALID
        add 1 to WS-CONTROL-COUNT
        set WS-CT-IDX to WS-CONTROL-COUNT
        move WS-ID-NUM to WS-CT-ID(WS-CT-IDX)
        move WS-NEW-DESCRIPTION to WS-CT-DESCRIPTION(WS-CT-IDX)
        move WS-NEW-STRAND to WS-CT-STRAND(WS-CT-IDX)
        move "Y" to WS-CT-ACTIVE(WS-CT-IDX)
        set WS-CHANGED to true
        display "Control agregado (use Guardar cambios)."
    end-if.

0510-ACCEPT-ID.
    move spaces to WS-ID-INPUT.
    display "ID del control (6 digitos): " with no advancing.
    accept WS-ID-INPUT.
    if WS-ID-INPUT is not numeric or WS-ID-NUM = 0
        display "ID invalido - 6 digitos, intente de nuevo."
    else
        set WS-VALID to true
        if WS-CONTROL-COUNT > 0
            set WS-CT-IDX to 1
            search WS-CONTROL-ENTRY
                at end continue
                when WS-CT-ID(WS-CT-IDX) = WS-ID-NUM
                    display "Ese control ya existe - retirelo o"
                        " reactivelo con la opcion 3."
                    move "N" to WS-VALID-FLAG
            end-search
        end-if
    end-if.

0520-ACCEPT-STRAND.
    move spaces to WS-NEW-STRAND.
    display "Cadena esperada (A/C/G/T): " with no advancing.
    accept WS-NEW-STRAND.
    if WS-NEW-STRAND = spaces
        display "La cadena no puede estar vacia, intente de nuevo."
    else
        compute WS-STRAND-LENGTH =
            function length(function trim(WS-NEW-STRAND))
        move 0 to WS-BASE-TALLY
        inspect WS-NEW-STRAND(1:WS-STRAND-LENGTH)
            tallying WS-BASE-TALLY for all "A" "C" "G" "T"
        if WS-BASE-TALLY not = WS-STRAND-LENGTH
           or WS-NEW-STRAND(1:1) = space
            display "Solo A, C, G o T, sin espacios - intente de"
                " nuevo."
        else
            set WS-VALID to true
        end-if
    end-if.

0600-TOGGLE-ACTIVE.
    perform 0400-VIEW-CONTROLS.
    move 0 to WS-PICK-NUMBER.
    display "Numero de control: " with no advancing.
    accept WS-PICK-NUMBER.
    if WS-PICK-NUMBER = 0 or WS-PICK-NUMBER > WS-CONTROL-COUNT
        display "Numero de control invalido."
    else
        set WS-CT-IDX to WS-PICK-NUMBER
        move space to WS-CONFIRM
        if WS-CT-ACTIVE(WS-CT-IDX) = "Y"
            display "Retirar el control " WS-CT-ID(WS-CT-IDX)
                "? (S/N): " with no advancing
            accept WS-CONFIRM
            if WS-CONFIRM = "S" or WS-CONFIRM = "s"
                move "N" to WS-CT-ACTIVE(WS-CT-IDX)
                set WS-CHANGED to true
                display "Control retirado (use Guardar cambios)."
            end-if
        else
            display "Reactivar el control " WS-CT-ID(WS-CT-IDX)
                "? (S/N): " with no advancing
            accept WS-CONFIRM
            if WS-CONFIRM = "S" or WS-CONFIRM = "s"
                move "Y" to WS-CT-ACTIVE(WS-CT-IDX)
                set WS-CHANGED to true
                display "Control reactivado (use Guardar cambios)."
            end-if
        end-if
    end-if.

0700-SAVE-CONTROLS.
    move "L" to WS-LOCK-ACTION.
    move "CONTROLS" to WS-LOCK-NAME.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.
    if WS-LOCK-RESULT not = "00"
        display "Una carga del secuenciador u otro usuario tiene la"
            " tabla en uso - intente de nuevo."
    else
        open output CONTROL-STRAND-FILE
        perform 0710-WRITE-ONE-CONTROL
            varying WS-ENTRY-NUMBER from 1 by 1
            until WS-ENTRY-NUMBER > WS-CONTROL-COUNT
        close CONTROL-STRAND-FILE
        move "N" to WS-CHANGED-FLAG
        display "Cambios guardados."
        move "U" to WS-LOCK-ACTION
        call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
            WS-LOCK-RESULT
    end-if.

0710-WRITE-ONE-CONTROL.
    set WS-CT-IDX to WS-ENTRY-NUMBER.
    move WS-CT-ID(WS-CT-IDX) to CTL-ID.
    move WS-CT-DESCRIPTION(WS-CT-IDX) to CTL-DESCRIPTION.
    move WS-CT-STRAND(WS-CT-IDX) to CTL-STRAND.
    move WS-CT-ACTIVE(WS-CT-IDX) to CTL-ACTIVE.
    write CONTROL-STRAND-RECORD.

end program control-maint.
