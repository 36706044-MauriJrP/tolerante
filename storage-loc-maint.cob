       >>SOURCE FORMAT FREE
identification division.
program-id. storage-loc-maint.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> Maintenance screen for the STORAGELOCS storage-location master
*> (layout in STORAGE-LOC-REC): one entry per specimen box, named
*> by its freezer, rack and box, with the number of positions it
*> holds. Supervisors only, through the shared SIGNON subprogram.
*> A box is added once and never deleted or renamed; its capacity
*> can only be raised (a lower one could strand specimens already
*> in the top positions), and a box taken out of service is retired
*> - storage-entry.cob puts nothing new in a retired box, and it can
*> be reinstated. The file is rewritten in full on save under the
*> STORAGE advisory lock, which storage-entry.cob holds while it
*> places specimens, the same pattern control-maint.cob uses for
*> the control table.

environment division.
input-output section.
file-control.
    select STORAGE-LOC-FILE assign to "STORAGELOCS"
        organization is line sequential
        file status is WS-LOC-STATUS.

data division.
file section.
fd  STORAGE-LOC-FILE.
    copy "storage-loc-rec.cpy".

working-storage section.
01 ws-opt                     pic 9(1) value 1.
   88 ws-opt-1 value 1.
   88 ws-opt-2 value 2.
   88 ws-opt-3 value 3.
   88 ws-opt-4 value 4.
   88 ws-opt-5 value 5.
   88 ws-opt-6 value 6.

01 WS-LOC-STATUS              pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".

01 WS-USER-ID                 pic x(08) value spaces.
01 WS-USER-ROLE               pic x(01) value space.
01 WS-SIGNON-RESULT           pic x(02) value spaces.

01 WS-LOCK-ACTION             pic x(01) value space.
01 WS-LOCK-NAME               pic x(12) value spaces.
01 WS-LOCK-RESULT             pic x(02) value spaces.

copy "storage-loc-table.cpy".

01 WS-ENTRY-NUMBER            pic 9(03) value 0.
01 WS-PICK-NUMBER             pic 9(03) value 0.
01 WS-VALID-FLAG              pic x(01) value "N".
   88 WS-VALID                value "Y".
01 WS-CHANGED-FLAG            pic x(01) value "N".
   88 WS-CHANGED              value "Y".

01 WS-NEW-FREEZER             pic x(06) value spaces.
01 WS-NEW-RACK                pic x(03) value spaces.
01 WS-NEW-BOX                 pic x(03) value spaces.
01 WS-NEW-DESCRIPTION         pic x(30) value spaces.
01 WS-CAPACITY-INPUT          pic x(03) justified right value spaces.
01 WS-CAPACITY-NUM redefines WS-CAPACITY-INPUT pic 9(03).
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
        display "Solo un supervisor puede mantener las ubicaciones."
        stop run
    end-if.
    perform 0100-LOAD-LOCATIONS.
    perform 0300-MENU until ws-opt-6.
    stop run.

0100-LOAD-LOCATIONS.
    move 0 to WS-LOC-COUNT.
    move "N" to WS-EOF-FLAG.
    open input STORAGE-LOC-FILE.
    if WS-LOC-STATUS = "35"
        display "No hay ubicaciones todavia - el primer guardado"
            " crea el maestro."
    else
        read STORAGE-LOC-FILE
            at end set WS-EOF to true
        end-read
        perform 0110-LOAD-ONE-LOCATION until WS-EOF
        close STORAGE-LOC-FILE
        display "Cajas cargadas: " WS-LOC-COUNT
    end-if.

0110-LOAD-ONE-LOCATION.
    if WS-LOC-COUNT < WS-MAX-LOCS
        add 1 to WS-LOC-COUNT
        set WS-LC-IDX to WS-LOC-COUNT
        move LOC-FREEZER to WS-LC-FREEZER(WS-LC-IDX)
        move LOC-RACK to WS-LC-RACK(WS-LC-IDX)
        move LOC-BOX to WS-LC-BOX(WS-LC-IDX)
        move LOC-CAPACITY to WS-LC-CAPACITY(WS-LC-IDX)
        move LOC-ACTIVE to WS-LC-ACTIVE(WS-LC-IDX)
        move LOC-DESCRIPTION to WS-LC-DESCRIPTION(WS-LC-IDX)
    end-if.
    read STORAGE-LOC-FILE
        at end set WS-EOF to true
    end-read.

0300-MENU.
    display "1) Ver cajas"
    display "2) Agregar caja"
    display "3) Ampliar capacidad de una caja"
    display "4) Retirar / reactivar caja"
    display "5) Guardar cambios"
    display "6) Salir"
    accept ws-opt
    evaluate true
        when ws-opt-1
            perform 0400-VIEW-LOCATIONS
        when ws-opt-2
            perform 0500-ADD-LOCATION
        when ws-opt-3
            perform 0550-RAISE-CAPACITY
        when ws-opt-4
            perform 0600-TOGGLE-ACTIVE
        when ws-opt-5
            perform 0700-SAVE-LOCATIONS
        when ws-opt-6
            if WS-CHANGED
                display "Hay cambios sin guardar - se descartan."
            end-if
            display "Saliendo..."
        when other
            display "Opcion invalida"
    end-evaluate.

0400-VIEW-LOCATIONS.
    if WS-LOC-COUNT = 0
        display "No hay cajas cargadas."
    end-if.
    perform 0410-VIEW-ONE-LOCATION
        varying WS-ENTRY-NUMBER from 1 by 1
        until WS-ENTRY-NUMBER > WS-LOC-COUNT.

0410-VIEW-ONE-LOCATION.
    set WS-LC-IDX to WS-ENTRY-NUMBER.
    if WS-LC-ACTIVE(WS-LC-IDX) = "Y"
        move "ACTIVA" to WS-ACTIVE-TEXT
    else
        move "RETIRADA" to WS-ACTIVE-TEXT
    end-if.
    display WS-ENTRY-NUMBER ") CONGELADOR " WS-LC-FREEZER(WS-LC-IDX)
        " RACK " WS-LC-RACK(WS-LC-IDX)
        " CAJA " WS-LC-BOX(WS-LC-IDX)
        " POSICIONES " WS-LC-CAPACITY(WS-LC-IDX)
        " " WS-ACTIVE-TEXT.
    if WS-LC-DESCRIPTION(WS-LC-IDX) not = spaces
        display "     " WS-LC-DESCRIPTION(WS-LC-IDX)
    end-if.

0500-ADD-LOCATION.
    if WS-LOC-COUNT >= WS-MAX-LOCS
        display "Maestro de ubicaciones lleno."
    else
        move "N" to WS-VALID-FLAG
        perform 0510-ACCEPT-BOX-NAME until WS-VALID
        move "N" to WS-VALID-FLAG
        perform 0520-ACCEPT-CAPACITY until WS-VALID
        move spaces to WS-NEW-DESCRIPTION
        display "Descripcion (contenido / uso): " with no advancing
        accept WS-NEW-DESCRIPTION
        add 1 to WS-LOC-COUNT
        set WS-LC-IDX to WS-LOC-COUNT
        move WS-NEW-FREEZER to WS-LC-FREEZER(WS-LC-IDX)
        move WS-NEW-RACK to WS-LC-RACK(WS-LC-IDX)
        move WS-NEW-BOX to WS-LC-BOX(WS-LC-IDX)
        move WS-CAPACITY-NUM to WS-LC-CAPACITY(WS-LC-IDX)
        move "Y" to WS-LC-ACTIVE(WS-LC-IDX)
        move WS-NEW-DESCRIPTION to WS-LC-DESCRIPTION(WS-LC-IDX)
        set WS-CHANGED to true
        display "Caja agregada (use Guardar cambios)."
    end-if.

0510-ACCEPT-BOX-NAME.
    move spaces to WS-NEW-FREEZER.
    move spaces to WS-NEW-RACK.
    move spaces to WS-NEW-BOX.
    display "Congelador: " with no advancing.
    accept WS-NEW-FREEZER.
    display "Rack: " with no advancing.
    accept WS-NEW-RACK.
    display "Caja: " with no advancing.
    accept WS-NEW-BOX.
    if WS-NEW-FREEZER = spaces or WS-NEW-RACK = spaces
       or WS-NEW-BOX = spaces
        display "Congelador, rack y caja son obligatorios - intente"
            " de nuevo."
    else
        set WS-VALID to true
        if WS-LOC-COUNT > 0
            set WS-LC-IDX to 1
            search WS-LOC-ENTRY
                at end continue
                when WS-LC-FREEZER(WS-LC-IDX) = WS-NEW-FREEZER
                 and WS-LC-RACK(WS-LC-IDX) = WS-NEW-RACK
                 and WS-LC-BOX(WS-LC-IDX) = WS-NEW-BOX
                    display "Esa caja ya existe - amplie, retire o"
                        " reactive con las opciones 3 y 4."
                    move "N" to WS-VALID-FLAG
            end-search
        end-if
    end-if.

0520-ACCEPT-CAPACITY.
    move spaces to WS-CAPACITY-INPUT.
    display "Numero de posiciones (1-999): " with no advancing.
    accept WS-CAPACITY-INPUT.
    inspect WS-CAPACITY-INPUT replacing leading space by "0".
    if WS-CAPACITY-INPUT is not numeric or WS-CAPACITY-NUM = 0
        display "Capacidad invalida - de 1 a 999, intente de nuevo."
    else
        set WS-VALID to true
    end-if.

0550-RAISE-CAPACITY.
    perform 0400-VIEW-LOCATIONS.
    move 0 to WS-PICK-NUMBER.
    display "Numero de caja: " with no advancing.
    accept WS-PICK-NUMBER.
    if WS-PICK-NUMBER = 0 or WS-PICK-NUMBER > WS-LOC-COUNT
        display "Numero de caja invalido."
    else
        set WS-LC-IDX to WS-PICK-NUMBER
        move "N" to WS-VALID-FLAG
        perform 0520-ACCEPT-CAPACITY until WS-VALID
        if WS-CAPACITY-NUM <= WS-LC-CAPACITY(WS-LC-IDX)
            display "La capacidad solo puede aumentar - la caja"
                " sigue con " WS-LC-CAPACITY(WS-LC-IDX)
                " posiciones."
        else
            move WS-CAPACITY-NUM to WS-LC-CAPACITY(WS-LC-IDX)
            set WS-CHANGED to true
            display "Capacidad ampliada (use Guardar cambios)."
        end-if
    end-if.

0600-TOGGLE-ACTIVE.
    perform 0400-VIEW-LOCATIONS.
    move 0 to WS-PICK-NUMBER.
    display "Numero de caja: " with no advancing.
    accept WS-PICK-NUMBER.
    if WS-PICK-NUMBER = 0 or WS-PICK-NUMBER > WS-LOC-COUNT
        display "Numero de caja invalido."
    else
        set WS-LC-IDX to WS-PICK-NUMBER
        move space to WS-CONFIRM
        if WS-LC-ACTIVE(WS-LC-IDX) = "Y"
            display "Retirar la caja " WS-LC-FREEZER(WS-LC-IDX)
                "/" WS-LC-RACK(WS-LC-IDX) "/" WS-LC-BOX(WS-LC-IDX)
                "? (S/N): " with no advancing
            accept WS-CONFIRM
            if WS-CONFIRM = "S" or WS-CONFIRM = "s"
                move "N" to WS-LC-ACTIVE(WS-LC-IDX)
                set WS-CHANGED to true
                display "Caja retirada (use Guardar cambios)."
            end-if
        else
            display "Reactivar la caja " WS-LC-FREEZER(WS-LC-IDX)
                "/" WS-LC-RACK(WS-LC-IDX) "/" WS-LC-BOX(WS-LC-IDX)
                "? (S/N): " with no advancing
            accept WS-CONFIRM
            if WS-CONFIRM = "S" or WS-CONFIRM = "s"
                move "Y" to WS-LC-ACTIVE(WS-LC-IDX)
                set WS-CHANGED to true
                display "Caja reactivada (use Guardar cambios)."
            end-if
        end-if
    end-if.

0700-SAVE-LOCATIONS.
    move "L" to WS-LOCK-ACTION.
    move "STORAGE" to WS-LOCK-NAME.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.
    if WS-LOCK-RESULT not = "00"
        display "Otro usuario esta ubicando muestras - intente de"
            " nuevo."
    else
        open output STORAGE-LOC-FILE
        perform 0710-WRITE-ONE-LOCATION
            varying WS-ENTRY-NUMBER from 1 by 1
            until WS-ENTRY-NUMBER > WS-LOC-COUNT
        close STORAGE-LOC-FILE
        move "N" to WS-CHANGED-FLAG
        display "Cambios guardados."
        move "U" to WS-LOCK-ACTION
        call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
            WS-LOCK-RESULT
    end-if.

0710-WRITE-ONE-LOCATION.
    set WS-LC-IDX to WS-ENTRY-NUMBER.
    move WS-LC-FREEZER(WS-LC-IDX) to LOC-FREEZER.
    move WS-LC-RACK(WS-LC-IDX) to LOC-RACK.
    move WS-LC-BOX(WS-LC-IDX) to LOC-BOX.
    move WS-LC-CAPACITY(WS-LC-IDX) to LOC-CAPACITY.
    move WS-LC-ACTIVE(WS-LC-IDX) to LOC-ACTIVE.
    move WS-LC-DESCRIPTION(WS-LC-IDX) to LOC-DESCRIPTION.
    write STORAGE-LOC-RECORD.

end program storage-loc-maint.
