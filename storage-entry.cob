       >>SOURCE FORMAT FREE
identification division.
program-id. storage-entry.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> Specimen storage screen. Where each verified specimen sits in the
*> freezers used to live only on a paper log; this screen keeps it
*> in the indexed STORAGEINV inventory (layout in STORAGE-INV-REC),
*> one record per sample, against the boxes of the STORAGELOCS
*> location master (kept by storage-loc-maint.cob):
*>   check in     put a specimen into a free position of an active
*>                box (position 0 takes the first free one)
*>   move         put a stored specimen into another free position
*>   pull         take it out for a retest - its position stays
*>                reserved for it
*>   return       put a pulled specimen back in its position
*>   destroy      mark it destroyed and free its position - refused
*>                while the sample's DAILYTXN result is not released
*>                (pending review, sent for retest or rejected)
*>   locate       show where a specimen is
*> The sample must be on SAMPLEINTAKE to be checked in. Every
*> movement is written under the STORAGE advisory lock (FILELOCK
*> subprogram) with the signed-on operator (SIGNON subprogram): the
*> inventory record and the box occupancy are read again under the
*> lock before anything is written, so two operators cannot fill the
*> same position, and each movement is appended to the STORAGELOG
*> movement log (STORAGE-LOG-REC). The box map is box-map.cob; the
*> retention list is disposal-due.cob.

environment division.
input-output section.
file-control.
    select STORAGE-INV-FILE assign to "STORAGEINV"
        organization is indexed
        access mode is dynamic
        record key is INV-SAMPLE-ID
        file status is WS-INV-STATUS.
    select STORAGE-LOC-FILE assign to "STORAGELOCS"
        organization is line sequential
        file status is WS-LOC-STATUS.
    select STORAGE-LOG-FILE assign to "STORAGELOG"
        organization is line sequential
        file status is WS-STGLOG-STATUS.
    select SAMPLE-INTAKE-FILE assign to "SAMPLEINTAKE"
        organization is indexed
        access mode is dynamic
        record key is intake-sample-id
        file status is WS-INTAKE-STATUS.
    select TRANSACTION-FILE assign to "DAILYTXN"
        organization is indexed
        access mode is dynamic
        record key is TXN-SAMPLE-ID
        file status is WS-TXN-STATUS.

data division.
file section.
fd  STORAGE-INV-FILE.
    copy "storage-inv-rec.cpy".

fd  STORAGE-LOC-FILE.
    copy "storage-loc-rec.cpy".

fd  STORAGE-LOG-FILE.
    copy "storage-log-rec.cpy".

fd  SAMPLE-INTAKE-FILE.
    copy "intake-rec.cpy".

fd  TRANSACTION-FILE.
    copy "transaction-rec.cpy".

working-storage section.
01 ws-opt                     pic 9(1) value 1.
   88 ws-opt-1 value 1.
   88 ws-opt-2 value 2.
   88 ws-opt-3 value 3.
   88 ws-opt-4 value 4.
   88 ws-opt-5 value 5.
   88 ws-opt-6 value 6.
   88 ws-opt-7 value 7.

01 WS-USER-ID                 pic x(08) value spaces.
01 WS-USER-ROLE               pic x(01) value space.
01 WS-SIGNON-RESULT           pic x(02) value spaces.
01 WS-INV-STATUS              pic x(02) value spaces.
01 WS-LOC-STATUS              pic x(02) value spaces.
01 WS-STGLOG-STATUS           pic x(02) value spaces.
01 WS-INTAKE-STATUS           pic x(02) value spaces.
01 WS-TXN-STATUS              pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".
01 WS-FOUND-FLAG              pic x(01) value "N".
   88 WS-FOUND                value "Y".
01 WS-INV-FOUND-FLAG          pic x(01) value "N".
   88 WS-INV-FOUND            value "Y".
01 WS-INV-OPEN-FLAG           pic x(01) value "N".
   88 WS-INV-OPEN             value "Y".
01 WS-VALID-FLAG              pic x(01) value "N".
   88 WS-VALID                value "Y".

01 WS-LOCK-ACTION             pic x(01) value space.
01 WS-LOCK-NAME               pic x(12) value spaces.
01 WS-LOCK-RESULT             pic x(02) value spaces.

copy "storage-loc-table.cpy".

*> Positions of the target box already holding (or reserved for) a
*> specimen, built from the inventory under the lock.
01 WS-POSITION-TABLE.
   05 WS-POSITION-TAKEN       pic x(01) occurs 999 times.
01 WS-POSITION-NUMBER         pic 9(03) value 0.
01 WS-FREE-POSITION           pic 9(03) value 0.

01 WS-SEARCH-SAMPLE-ID        pic 9(06) value 0.
01 WS-ACTION                  pic x(08) value spaces.
01 WS-TARGET-FREEZER          pic x(06) value spaces.
01 WS-TARGET-RACK             pic x(03) value spaces.
01 WS-TARGET-BOX              pic x(03) value spaces.
01 WS-POSITION-INPUT          pic x(03) justified right value spaces.
01 WS-POSITION-NUM redefines WS-POSITION-INPUT pic 9(03).
01 WS-TARGET-POSITION         pic 9(03) value 0.
01 WS-TARGET-CAPACITY         pic 9(03) value 0.
01 WS-FROM-LOCATION           pic x(18) value spaces.
01 WS-TO-LOCATION             pic x(18) value spaces.
01 WS-LOCATION-TEXT           pic x(18) value spaces.
01 WS-REASON                  pic x(40) value spaces.
01 WS-STATUS-TEXT             pic x(22) value spaces.
01 WS-CONFIRM                 pic x(01) value space.
01 WS-NOW                     pic x(21) value spaces.

procedure division.

0000-MAIN.
    perform 0010-IDENTIFY-USER.
    perform 0100-MENU until ws-opt-7.
    stop run.

0010-IDENTIFY-USER.
    call "SIGNON" using WS-USER-ID, WS-USER-ROLE,
        WS-SIGNON-RESULT.
    if WS-SIGNON-RESULT not = "00"
        stop run
    end-if.

0100-MENU.
    display "1) Ingresar muestra en una posicion"
    display "2) Mover muestra"
    display "3) Retirar muestra para repeticion"
    display "4) Devolver muestra a su posicion"
    display "5) Marcar muestra como destruida"
    display "6) Ubicar una muestra"
    display "7) Salir"
    accept ws-opt
    evaluate true
        when ws-opt-1
            perform 0300-CHECK-IN
        when ws-opt-2
            perform 0400-MOVE-SPECIMEN
        when ws-opt-3
            perform 0500-PULL-SPECIMEN
        when ws-opt-4
            perform 0550-RETURN-SPECIMEN
        when ws-opt-5
            perform 0600-DESTROY-SPECIMEN
        when ws-opt-6
            perform 0700-LOCATE-SPECIMEN
        when ws-opt-7
            display "Saliendo..."
        when other
            display "Opcion invalida"
    end-evaluate.

0200-ACCEPT-SAMPLE-ID.
    move 0 to WS-SEARCH-SAMPLE-ID.
    display "ID de muestra: " with no advancing.
    accept WS-SEARCH-SAMPLE-ID.

*> ----------------------------------------------------------------
*> Check in: a specimen with no inventory record goes into a free
*> position of an active box.
*> ----------------------------------------------------------------
0300-CHECK-IN.
    perform 0200-ACCEPT-SAMPLE-ID.
    perform 0310-CHECK-INTAKE.
    if WS-FOUND
        perform 0900-READ-INVENTORY
        if WS-INV-FOUND
            perform 0950-DESCRIBE-STATUS
            display "La muestra ya esta en el inventario: "
                function trim(WS-STATUS-TEXT) " " WS-LOCATION-TEXT
        else
            perform 0320-ACCEPT-TARGET
            move "CHECK-IN" to WS-ACTION
            perform 0800-PLACE-SPECIMEN
        end-if
    end-if.

0310-CHECK-INTAKE.
    move "N" to WS-FOUND-FLAG.
    open input SAMPLE-INTAKE-FILE.
    if WS-INTAKE-STATUS not = "00"
        display "El archivo de admision no esta disponible."
    else
        move WS-SEARCH-SAMPLE-ID to intake-sample-id
        read SAMPLE-INTAKE-FILE
            invalid key
                display "No existe una admision con ese ID de muestra."
            not invalid key
                set WS-FOUND to true
                if intake-voided
                    display "AVISO: la admision de esta muestra esta"
                        " anulada."
                end-if
        end-read
        close SAMPLE-INTAKE-FILE
    end-if.

0320-ACCEPT-TARGET.
    move spaces to WS-TARGET-FREEZER.
    move spaces to WS-TARGET-RACK.
    move spaces to WS-TARGET-BOX.
    display "Congelador: " with no advancing.
    accept WS-TARGET-FREEZER.
    display "Rack: " with no advancing.
    accept WS-TARGET-RACK.
    display "Caja: " with no advancing.
    accept WS-TARGET-BOX.
    move "N" to WS-VALID-FLAG.
    perform 0330-ACCEPT-POSITION until WS-VALID.

0330-ACCEPT-POSITION.
    move spaces to WS-POSITION-INPUT.
    display "Posicion (0 = primera libre): " with no advancing.
    accept WS-POSITION-INPUT.
    inspect WS-POSITION-INPUT replacing leading space by "0".
    if WS-POSITION-INPUT is not numeric
        display "Posicion invalida - solo digitos, intente de nuevo."
    else
        move WS-POSITION-NUM to WS-TARGET-POSITION
        set WS-VALID to true
    end-if.

*> ----------------------------------------------------------------
*> Move: a specimen in its position goes to another free one.
*> ----------------------------------------------------------------
0400-MOVE-SPECIMEN.
    perform 0200-ACCEPT-SAMPLE-ID.
    perform 0900-READ-INVENTORY.
    evaluate true
        when not WS-INV-FOUND
            display "La muestra no esta en el inventario."
        when not INV-IN-PLACE
            perform 0950-DESCRIBE-STATUS
            display "Solo se mueve una muestra que esta en su"
                " posicion - esta " function trim(WS-STATUS-TEXT) "."
        when other
            perform 0950-DESCRIBE-STATUS
            display "Ubicacion actual: " WS-LOCATION-TEXT
            perform 0320-ACCEPT-TARGET
            move "MOVE" to WS-ACTION
            perform 0800-PLACE-SPECIMEN
    end-evaluate.

*> ----------------------------------------------------------------
*> Pull for retest / return: the position stays the specimen's.
*> ----------------------------------------------------------------
0500-PULL-SPECIMEN.
    perform 0200-ACCEPT-SAMPLE-ID.
    perform 0900-READ-INVENTORY.
    evaluate true
        when not WS-INV-FOUND
            display "La muestra no esta en el inventario."
        when not INV-IN-PLACE
            perform 0950-DESCRIBE-STATUS
            display "La muestra no esta en su posicion - esta "
                function trim(WS-STATUS-TEXT) "."
        when other
            move spaces to WS-REASON
            perform 0510-ACCEPT-REASON until WS-REASON not = spaces
            move "PULL" to WS-ACTION
            perform 0850-CHANGE-STATUS
    end-evaluate.

0510-ACCEPT-REASON.
    display "Motivo: " with no advancing.
    accept WS-REASON.
    if WS-REASON = spaces
        display "El motivo es obligatorio, intente de nuevo."
    end-if.

0550-RETURN-SPECIMEN.
    perform 0200-ACCEPT-SAMPLE-ID.
    perform 0900-READ-INVENTORY.
    evaluate true
        when not WS-INV-FOUND
            display "La muestra no esta en el inventario."
        when not INV-OUT-FOR-RETEST
            perform 0950-DESCRIBE-STATUS
            display "La muestra no fue retirada - esta "
                function trim(WS-STATUS-TEXT) "."
        when other
            move spaces to WS-REASON
            move "RETURN" to WS-ACTION
            perform 0850-CHANGE-STATUS
    end-evaluate.

*> ----------------------------------------------------------------
*> Destroy: never while the sample's result is still unreleased.
*> ----------------------------------------------------------------
0600-DESTROY-SPECIMEN.
    perform 0200-ACCEPT-SAMPLE-ID.
    perform 0900-READ-INVENTORY.
    evaluate true
        when not WS-INV-FOUND
            display "La muestra no esta en el inventario."
        when INV-DESTROYED
            display "La muestra ya fue destruida."
        when other
            perform 0610-CHECK-RESULT-RELEASED
            if WS-VALID
                move spaces to WS-REASON
                perform 0510-ACCEPT-REASON
                    until WS-REASON not = spaces
                move space to WS-CONFIRM
                display "Destruir la muestra " WS-SEARCH-SAMPLE-ID
                    " (S/N)? " with no advancing
                accept WS-CONFIRM
                if WS-CONFIRM = "S" or WS-CONFIRM = "s"
                    move "DESTROY" to WS-ACTION
                    perform 0850-CHANGE-STATUS
                else
                    display "La muestra no se marco como destruida."
                end-if
            end-if
    end-evaluate.

0610-CHECK-RESULT-RELEASED.
    set WS-VALID to true.
    open input TRANSACTION-FILE.
    if WS-TXN-STATUS = "00"
        move WS-SEARCH-SAMPLE-ID to TXN-SAMPLE-ID
        read TRANSACTION-FILE
            invalid key continue
            not invalid key
                if not TXN-RELEASED
                    move "N" to WS-VALID-FLAG
                    display "La muestra tiene un resultado sin liberar"
                        " - no se puede destruir."
                end-if
        end-read
        close TRANSACTION-FILE
    end-if.

0700-LOCATE-SPECIMEN.
    perform 0200-ACCEPT-SAMPLE-ID.
    perform 0900-READ-INVENTORY.
    if not WS-INV-FOUND
        display "La muestra no esta en el inventario."
    else
        perform 0950-DESCRIBE-STATUS
        display "MUESTRA:        " INV-SAMPLE-ID
        display "ESTADO:         " WS-STATUS-TEXT
        display "UBICACION:      CONGELADOR " INV-FREEZER
            " RACK " INV-RACK " CAJA " INV-BOX
            " POSICION " INV-POSITION
        display "INGRESADA:      " INV-STORED-TS(1:8)
        display "ULTIMO MOV.:    " INV-LAST-TS(1:8) " "
            INV-LAST-TS(9:2) ":" INV-LAST-TS(11:2)
            " POR " INV-LAST-OPERATOR
    end-if.

*> ----------------------------------------------------------------
*> Placing a specimen (check in or move) under the STORAGE lock.
*> ----------------------------------------------------------------
0800-PLACE-SPECIMEN.
    move "L" to WS-LOCK-ACTION.
    move "STORAGE" to WS-LOCK-NAME.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.
    if WS-LOCK-RESULT not = "00"
        display "Otro usuario esta ubicando muestras - intente de"
            " nuevo."
    else
        perform 0805-PLACE-SPECIMEN-LOCKED
        move "U" to WS-LOCK-ACTION
        call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
            WS-LOCK-RESULT
    end-if.

*> The box list, the box occupancy and the specimen's record are all
*> read again here - another operator may have filled the position
*> or a supervisor retired the box since the operator was asked. The
*> occupancy scan runs first since it leaves the last record read in
*> the record area.
0805-PLACE-SPECIMEN-LOCKED.
    perform 0810-LOAD-LOCATIONS.
    perform 0820-FIND-TARGET-BOX.
    if WS-VALID
        perform 0910-OPEN-INVENTORY
    end-if.
    if WS-VALID and WS-INV-OPEN
        perform 0830-LOAD-BOX-OCCUPANCY
        move WS-SEARCH-SAMPLE-ID to INV-SAMPLE-ID
        read STORAGE-INV-FILE
            invalid key move "N" to WS-INV-FOUND-FLAG
            not invalid key set WS-INV-FOUND to true
        end-read
        evaluate true
            when WS-ACTION = "CHECK-IN" and WS-INV-FOUND
                display "La muestra fue ingresada mientras tanto -"
                    " revise su ubicacion."
            when WS-ACTION = "MOVE" and not WS-INV-FOUND
                display "La muestra ya no esta en el inventario."
            when WS-ACTION = "MOVE" and not INV-IN-PLACE
                display "La muestra ya no esta en su posicion."
            when other
                perform 0840-CHOOSE-POSITION
                if WS-VALID
                    perform 0845-WRITE-PLACEMENT
                end-if
        end-evaluate
    end-if.
    if WS-INV-OPEN
        close STORAGE-INV-FILE
        move "N" to WS-INV-OPEN-FLAG
    end-if.

0810-LOAD-LOCATIONS.
    move 0 to WS-LOC-COUNT.
    move "N" to WS-EOF-FLAG.
    open input STORAGE-LOC-FILE.
    if WS-LOC-STATUS = "00"
        read STORAGE-LOC-FILE
            at end set WS-EOF to true
        end-read
        perform 0815-LOAD-ONE-LOCATION until WS-EOF
        close STORAGE-LOC-FILE
    end-if.

0815-LOAD-ONE-LOCATION.
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

0820-FIND-TARGET-BOX.
    move "N" to WS-VALID-FLAG.
    move 0 to WS-TARGET-CAPACITY.
    if WS-LOC-COUNT = 0
        display "No hay cajas en el maestro de ubicaciones."
    else
        set WS-LC-IDX to 1
        search WS-LOC-ENTRY
            at end
                display "Esa caja no existe en el maestro de"
                    " ubicaciones."
            when WS-LC-FREEZER(WS-LC-IDX) = WS-TARGET-FREEZER
             and WS-LC-RACK(WS-LC-IDX) = WS-TARGET-RACK
             and WS-LC-BOX(WS-LC-IDX) = WS-TARGET-BOX
                if WS-LC-ACTIVE(WS-LC-IDX) = "Y"
                    move WS-LC-CAPACITY(WS-LC-IDX)
                        to WS-TARGET-CAPACITY
                    set WS-VALID to true
                else
                    display "Esa caja esta retirada - no recibe"
                        " muestras."
                end-if
        end-search
    end-if.

0830-LOAD-BOX-OCCUPANCY.
    move all "N" to WS-POSITION-TABLE.
    move "N" to WS-EOF-FLAG.
    move 0 to INV-SAMPLE-ID.
    start STORAGE-INV-FILE key is >= INV-SAMPLE-ID
        invalid key set WS-EOF to true
    end-start.
    if not WS-EOF
        read STORAGE-INV-FILE next
            at end set WS-EOF to true
        end-read
    end-if.
    perform 0835-MARK-ONE-OCCUPANT until WS-EOF.

0835-MARK-ONE-OCCUPANT.
    if INV-FREEZER = WS-TARGET-FREEZER
       and INV-RACK = WS-TARGET-RACK
       and INV-BOX = WS-TARGET-BOX
       and not INV-DESTROYED
       and INV-POSITION > 0
       and INV-POSITION <= 999
        move "Y" to WS-POSITION-TAKEN(INV-POSITION)
    end-if.
    read STORAGE-INV-FILE next
        at end set WS-EOF to true
    end-read.

0840-CHOOSE-POSITION.
    move "N" to WS-VALID-FLAG.
    if WS-TARGET-POSITION = 0
        move 0 to WS-FREE-POSITION
        perform 0842-CHECK-ONE-FREE
            varying WS-POSITION-NUMBER from 1 by 1
            until WS-POSITION-NUMBER > WS-TARGET-CAPACITY
               or WS-FREE-POSITION > 0
        if WS-FREE-POSITION = 0
            display "La caja esta llena."
        else
            move WS-FREE-POSITION to WS-TARGET-POSITION
            set WS-VALID to true
        end-if
    else
        if WS-TARGET-POSITION > WS-TARGET-CAPACITY
            display "La caja solo tiene " WS-TARGET-CAPACITY
                " posiciones."
        else
            if WS-POSITION-TAKEN(WS-TARGET-POSITION) = "Y"
                display "La posicion " WS-TARGET-POSITION
                    " esta ocupada."
            else
                set WS-VALID to true
            end-if
        end-if
    end-if.

0842-CHECK-ONE-FREE.
    if WS-POSITION-TAKEN(WS-POSITION-NUMBER) not = "Y"
        move WS-POSITION-NUMBER to WS-FREE-POSITION
    end-if.

0845-WRITE-PLACEMENT.
    move function current-date to WS-NOW.
    move spaces to WS-FROM-LOCATION.
    if WS-ACTION = "MOVE"
        perform 0960-FORMAT-LOCATION
        move WS-LOCATION-TEXT to WS-FROM-LOCATION
    else
        move WS-SEARCH-SAMPLE-ID to INV-SAMPLE-ID
        move WS-NOW to INV-STORED-TS
    end-if.
    move WS-TARGET-FREEZER to INV-FREEZER.
    move WS-TARGET-RACK to INV-RACK.
    move WS-TARGET-BOX to INV-BOX.
    move WS-TARGET-POSITION to INV-POSITION.
    set INV-IN-PLACE to true.
    move WS-NOW to INV-LAST-TS.
    move WS-USER-ID to INV-LAST-OPERATOR.
    perform 0960-FORMAT-LOCATION.
    move WS-LOCATION-TEXT to WS-TO-LOCATION.
    move spaces to WS-REASON.
    if WS-ACTION = "MOVE"
        rewrite STORAGE-INV-RECORD
            invalid key
                display "No se pudo guardar el movimiento."
            not invalid key
                perform 0870-WRITE-STORAGE-LOG
                display "Muestra movida a " WS-TO-LOCATION
        end-rewrite
    else
        write STORAGE-INV-RECORD
            invalid key
                display "No se pudo guardar el ingreso."
            not invalid key
                perform 0870-WRITE-STORAGE-LOG
                display "Muestra ingresada en " WS-TO-LOCATION
        end-write
    end-if.

*> ----------------------------------------------------------------
*> Pull, return and destroy change only the status, under the lock.
*> ----------------------------------------------------------------
0850-CHANGE-STATUS.
    move "L" to WS-LOCK-ACTION.
    move "STORAGE" to WS-LOCK-NAME.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.
    if WS-LOCK-RESULT not = "00"
        display "Otro usuario esta ubicando muestras - intente de"
            " nuevo."
    else
        perform 0855-CHANGE-STATUS-LOCKED
        move "U" to WS-LOCK-ACTION
        call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
            WS-LOCK-RESULT
    end-if.

0855-CHANGE-STATUS-LOCKED.
    set WS-VALID to true.
    perform 0910-OPEN-INVENTORY.
    if WS-INV-OPEN
        move WS-SEARCH-SAMPLE-ID to INV-SAMPLE-ID
        read STORAGE-INV-FILE
            invalid key
                display "La muestra ya no esta en el inventario."
            not invalid key
                perform 0860-APPLY-STATUS
        end-read
        close STORAGE-INV-FILE
        move "N" to WS-INV-OPEN-FLAG
    end-if.

0860-APPLY-STATUS.
    evaluate true
        when WS-ACTION = "PULL" and not INV-IN-PLACE
            display "La muestra ya no esta en su posicion."
        when WS-ACTION = "RETURN" and not INV-OUT-FOR-RETEST
            display "La muestra ya no esta retirada."
        when WS-ACTION = "DESTROY" and INV-DESTROYED
            display "La muestra ya fue destruida."
        when other
            move function current-date to WS-NOW
            perform 0960-FORMAT-LOCATION
            evaluate WS-ACTION
                when "PULL"
                    move WS-LOCATION-TEXT to WS-FROM-LOCATION
                    move spaces to WS-TO-LOCATION
                    set INV-OUT-FOR-RETEST to true
                when "RETURN"
                    move spaces to WS-FROM-LOCATION
                    move WS-LOCATION-TEXT to WS-TO-LOCATION
                    set INV-IN-PLACE to true
                when other
                    move WS-LOCATION-TEXT to WS-FROM-LOCATION
                    move spaces to WS-TO-LOCATION
                    set INV-DESTROYED to true
            end-evaluate
            move WS-NOW to INV-LAST-TS
            move WS-USER-ID to INV-LAST-OPERATOR
            rewrite STORAGE-INV-RECORD
                invalid key
                    display "No se pudo guardar el movimiento."
                not invalid key
                    perform 0870-WRITE-STORAGE-LOG
                    display "Movimiento registrado: " WS-ACTION
            end-rewrite
    end-evaluate.

0870-WRITE-STORAGE-LOG.
    move WS-SEARCH-SAMPLE-ID to STGLOG-SAMPLE-ID.
    move WS-ACTION to STGLOG-ACTION.
    move WS-FROM-LOCATION to STGLOG-FROM-LOCATION.
    move WS-TO-LOCATION to STGLOG-TO-LOCATION.
    move WS-USER-ID to STGLOG-OPERATOR.
    move WS-NOW to STGLOG-TIMESTAMP.
    move WS-REASON to STGLOG-REASON.
    open extend STORAGE-LOG-FILE.
    if WS-STGLOG-STATUS = "35"
        open output STORAGE-LOG-FILE
    end-if.
    write STORAGE-LOG-RECORD.
    close STORAGE-LOG-FILE.

*> ----------------------------------------------------------------
*> Shared inventory reads.
*> ----------------------------------------------------------------
0900-READ-INVENTORY.
    move "N" to WS-INV-FOUND-FLAG.
    open input STORAGE-INV-FILE.
    if WS-INV-STATUS = "00"
        move WS-SEARCH-SAMPLE-ID to INV-SAMPLE-ID
        read STORAGE-INV-FILE
            invalid key continue
            not invalid key set WS-INV-FOUND to true
        end-read
        close STORAGE-INV-FILE
    end-if.

0910-OPEN-INVENTORY.
    move "N" to WS-INV-OPEN-FLAG.
    open i-o STORAGE-INV-FILE.
    if WS-INV-STATUS = "35"
        open output STORAGE-INV-FILE
        close STORAGE-INV-FILE
        open i-o STORAGE-INV-FILE
    end-if.
    if WS-INV-STATUS not = "00"
        display "ERROR DE E/S - ARCHIVO STORAGEINV ESTADO "
            WS-INV-STATUS
    else
        set WS-INV-OPEN to true
    end-if.

0950-DESCRIBE-STATUS.
    evaluate true
        when INV-IN-PLACE
            move "EN SU POSICION" to WS-STATUS-TEXT
        when INV-OUT-FOR-RETEST
            move "RETIRADA PARA REPETIR" to WS-STATUS-TEXT
        when INV-DESTROYED
            move "DESTRUIDA" to WS-STATUS-TEXT
        when other
            move "DESCONOCIDO" to WS-STATUS-TEXT
    end-evaluate.
    perform 0960-FORMAT-LOCATION.

0960-FORMAT-LOCATION.
    move spaces to WS-LOCATION-TEXT.
    string INV-FREEZER delimited by space
        "-" INV-RACK delimited by space
        "-" INV-BOX delimited by space
        "-" INV-POSITION delimited by size
        into WS-LOCATION-TEXT.

end program storage-entry.
