       >>SOURCE FORMAT FREE
identification division.
program-id. custody-entry.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> Chain-of-custody entry screen for the physical specimen. STRANDXREF
*> says which strands came from a sample but not where the tube was
*> or who had it; this screen records each movement - RECEIVED,
*> EXTRACTED, SENT-TO-SEQUENCER, RETURNED, STORED, DESTROYED - with
*> the signed-on operator (SIGNON subprogram), the time and the
*> location, in the indexed CUSTODYEVENTS file (layout in
*> CUSTODY-EVENT-REC) under the sample ID and a per-sample sequence.
*> Only the events legal after the sample's last one are offered:
*>   no events yet      RECEIVED
*>   RECEIVED           EXTRACTED, STORED, DESTROYED
*>   EXTRACTED          SENT-TO-SEQUENCER, STORED, DESTROYED
*>   SENT-TO-SEQUENCER  RETURNED
*>   RETURNED           SENT-TO-SEQUENCER, STORED, DESTROYED
*>   STORED             EXTRACTED, SENT-TO-SEQUENCER, DESTROYED
*>   DESTROYED          nothing
*> The sample must be on SAMPLEINTAKE. The last event is read again
*> under the CUSTODY advisory lock (FILELOCK subprogram) before the
*> new one is written, so two operators moving the same specimen at
*> once cannot break the order. The chain is shown next to the
*> strands in strand-trace.cob; gaps go to custody-exceptions.cob.

environment division.
input-output section.
file-control.
    select CUSTODY-EVENT-FILE assign to "CUSTODYEVENTS"
        organization is indexed
        access mode is dynamic
        record key is CUSTODY-KEY
        file status is WS-CUSTODY-STATUS.
    select SAMPLE-INTAKE-FILE assign to "SAMPLEINTAKE"
        organization is indexed
        access mode is dynamic
        record key is intake-sample-id
        file status is WS-INTAKE-STATUS.

data division.
file section.
fd  CUSTODY-EVENT-FILE.
    copy "custody-event-rec.cpy".

fd  SAMPLE-INTAKE-FILE.
    copy "intake-rec.cpy".

working-storage section.
01 ws-opt                     pic 9(1) value 1.
   88 ws-opt-1 value 1.
   88 ws-opt-2 value 2.
   88 ws-opt-3 value 3.

01 WS-USER-ID                 pic x(08) value spaces.
01 WS-USER-ROLE               pic x(01) value space.
01 WS-SIGNON-RESULT           pic x(02) value spaces.
01 WS-CUSTODY-STATUS          pic x(02) value spaces.
01 WS-INTAKE-STATUS           pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".
01 WS-FOUND-FLAG              pic x(01) value "N".
   88 WS-FOUND                value "Y".

01 WS-LOCK-ACTION             pic x(01) value space.
01 WS-LOCK-NAME               pic x(12) value spaces.
01 WS-LOCK-RESULT             pic x(02) value spaces.

*> Event names in their legal order; the position is the event code.
01 WS-EVENT-VALUES.
   05 FILLER                  pic x(18) value "RECEIVED".
   05 FILLER                  pic x(18) value "EXTRACTED".
   05 FILLER                  pic x(18) value "SENT-TO-SEQUENCER".
   05 FILLER                  pic x(18) value "RETURNED".
   05 FILLER                  pic x(18) value "STORED".
   05 FILLER                  pic x(18) value "DESTROYED".
01 WS-EVENT-TABLE redefines WS-EVENT-VALUES.
   05 WS-EVENT-NAME           pic x(18) occurs 6 times.
01 WS-EVENT-COUNT             pic 9(01) value 6.

*> One row per last event (row 1 = no events yet, row n+1 = event
*> code n); column m is "Y" when event code m may follow it.
01 WS-RULE-VALUES.
   05 FILLER                  pic x(06) value "YNNNNN".
   05 FILLER                  pic x(06) value "NYNNYY".
   05 FILLER                  pic x(06) value "NNYNYY".
   05 FILLER                  pic x(06) value "NNNYNN".
   05 FILLER                  pic x(06) value "NNYNYY".
   05 FILLER                  pic x(06) value "NYYNNY".
   05 FILLER                  pic x(06) value "NNNNNN".
01 WS-RULE-TABLE redefines WS-RULE-VALUES.
   05 WS-RULE-ROW occurs 7 times.
      10 WS-RULE-ALLOWED      pic x(01) occurs 6 times.

01 WS-SEARCH-SAMPLE-ID        pic 9(06) value 0.
01 WS-LAST-EVENT-CODE         pic 9(01) value 0.
01 WS-SHOWN-EVENT-CODE        pic 9(01) value 0.
01 WS-LAST-SEQUENCE           pic 9(03) value 0.
01 WS-LAST-TIMESTAMP          pic x(21) value spaces.
01 WS-RULE-ROW-NUMBER         pic 9(01) value 0.
01 WS-EVENT-NUMBER            pic 9(01) value 0.
01 WS-PICK-NUMBER             pic 9(01) value 0.
01 WS-CHOSEN-EVENT-CODE       pic 9(01) value 0.
01 WS-ALLOWED-COUNT           pic 9(01) value 0.
01 WS-EVENT-LIST-COUNT        pic 9(03) value 0.
01 WS-LOCATION                pic x(20) value spaces.
01 WS-CONFIRM                 pic x(01) value space.

procedure division.

0000-MAIN.
    perform 0010-IDENTIFY-USER.
    perform 0100-MENU until ws-opt-3.
    stop run.

0010-IDENTIFY-USER.
    call "SIGNON" using WS-USER-ID, WS-USER-ROLE,
        WS-SIGNON-RESULT.
    if WS-SIGNON-RESULT not = "00"
        stop run
    end-if.

0100-MENU.
    display "1) Registrar evento de custodia"
    display "2) Ver cadena de custodia de una muestra"
    display "3) Salir"
    accept ws-opt
    evaluate true
        when ws-opt-1
            perform 0300-RECORD-EVENT
        when ws-opt-2
            display "ID de muestra: " with no advancing
            accept WS-SEARCH-SAMPLE-ID
            perform 0200-SHOW-CHAIN
        when ws-opt-3
            display "Saliendo..."
        when other
            display "Opcion invalida"
    end-evaluate.

0200-SHOW-CHAIN.
    move 0 to WS-EVENT-LIST-COUNT.
    open input CUSTODY-EVENT-FILE.
    if WS-CUSTODY-STATUS = "35"
        display "No hay eventos de custodia todavia."
    else
        perform 0210-START-AT-SAMPLE
        perform 0220-SHOW-ONE-EVENT until WS-EOF
        close CUSTODY-EVENT-FILE
        if WS-EVENT-LIST-COUNT = 0
            display "La muestra no tiene eventos de custodia."
        end-if
    end-if.

0210-START-AT-SAMPLE.
    move "N" to WS-EOF-FLAG.
    move WS-SEARCH-SAMPLE-ID to CUSTODY-SAMPLE-ID.
    move 0 to CUSTODY-SEQUENCE.
    start CUSTODY-EVENT-FILE key is >= CUSTODY-KEY
        invalid key set WS-EOF to true
    end-start.
    if not WS-EOF
        perform 0230-READ-NEXT-EVENT
    end-if.

0220-SHOW-ONE-EVENT.
    add 1 to WS-EVENT-LIST-COUNT.
    display CUSTODY-SEQUENCE ") " CUSTODY-EVENT
        " " CUSTODY-TIMESTAMP(1:8) " " CUSTODY-TIMESTAMP(9:2)
        ":" CUSTODY-TIMESTAMP(11:2)
        " POR " CUSTODY-OPERATOR
        " EN " CUSTODY-LOCATION.
    perform 0230-READ-NEXT-EVENT.

0230-READ-NEXT-EVENT.
    read CUSTODY-EVENT-FILE next
        at end set WS-EOF to true
    end-read.
    if not WS-EOF
       and CUSTODY-SAMPLE-ID not = WS-SEARCH-SAMPLE-ID
        set WS-EOF to true
    end-if.

0300-RECORD-EVENT.
    display "ID de muestra: " with no advancing.
    accept WS-SEARCH-SAMPLE-ID.
    perform 0310-CHECK-SAMPLE.
    if WS-FOUND
        perform 0200-SHOW-CHAIN
        perform 0400-FIND-LAST-EVENT
        perform 0320-CHOOSE-EVENT
        if WS-CHOSEN-EVENT-CODE > 0
            perform 0330-CONFIRM-AND-WRITE
        end-if
    end-if.

0310-CHECK-SAMPLE.
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
                    display "AVISO: la admision de esta muestra esta anulada."
                end-if
        end-read
        close SAMPLE-INTAKE-FILE
    end-if.

0320-CHOOSE-EVENT.
    move 0 to WS-CHOSEN-EVENT-CODE.
    move 0 to WS-ALLOWED-COUNT.
    compute WS-RULE-ROW-NUMBER = WS-LAST-EVENT-CODE + 1.
    perform 0321-LIST-ONE-ALLOWED
        varying WS-EVENT-NUMBER from 1 by 1
        until WS-EVENT-NUMBER > WS-EVENT-COUNT.
    if WS-ALLOWED-COUNT = 0
        display "La muestra fue destruida - no se admiten mas eventos."
    else
        move 0 to WS-PICK-NUMBER
        display "Evento: " with no advancing
        accept WS-PICK-NUMBER
        if WS-PICK-NUMBER = 0 or WS-PICK-NUMBER > WS-EVENT-COUNT
            display "Evento invalido."
        else
            if WS-RULE-ALLOWED(WS-RULE-ROW-NUMBER, WS-PICK-NUMBER) = "Y"
                move WS-PICK-NUMBER to WS-CHOSEN-EVENT-CODE
            else
                if WS-LAST-EVENT-CODE = 0
                    display "Ese evento no puede ser el primero -"
                        " la muestra esta sin eventos registrados."
                else
                    display "Ese evento no puede seguir a "
                        function trim(WS-EVENT-NAME(WS-LAST-EVENT-CODE))
                        " - la custodia debe seguir el orden."
                end-if
            end-if
        end-if
    end-if.

0321-LIST-ONE-ALLOWED.
    if WS-RULE-ALLOWED(WS-RULE-ROW-NUMBER, WS-EVENT-NUMBER) = "Y"
        add 1 to WS-ALLOWED-COUNT
        display WS-EVENT-NUMBER ") " WS-EVENT-NAME(WS-EVENT-NUMBER)
    end-if.

0330-CONFIRM-AND-WRITE.
    move spaces to WS-LOCATION.
    display "Ubicacion: " with no advancing.
    accept WS-LOCATION.
    if WS-LOCATION = spaces
        display "Se requiere la ubicacion - el evento no se registro."
    else
        display "Registrar " function trim(WS-EVENT-NAME(WS-CHOSEN-EVENT-CODE))
            " para la muestra " WS-SEARCH-SAMPLE-ID
            " (S/N)? " with no advancing
        accept WS-CONFIRM
        if WS-CONFIRM = "S" or WS-CONFIRM = "s"
            perform 0340-WRITE-EVENT
        else
            display "El evento no se registro."
        end-if
    end-if.

0340-WRITE-EVENT.
    move "L" to WS-LOCK-ACTION.
    move "CUSTODY" to WS-LOCK-NAME.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.
    if WS-LOCK-RESULT not = "00"
        display "Otro usuario esta registrando custodia"
            " - intente de nuevo."
    else
        perform 0350-WRITE-EVENT-LOCKED
        move "U" to WS-LOCK-ACTION
        call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
            WS-LOCK-RESULT
    end-if.

*> The last event is read again under the lock: another operator may
*> have moved the specimen since the chain was shown.
0350-WRITE-EVENT-LOCKED.
    move WS-LAST-EVENT-CODE to WS-SHOWN-EVENT-CODE.
    perform 0400-FIND-LAST-EVENT.
    if WS-LAST-EVENT-CODE not = WS-SHOWN-EVENT-CODE
        display "La custodia de la muestra cambio mientras tanto"
            " - revise la cadena e intente de nuevo."
    else
        open i-o CUSTODY-EVENT-FILE
        if WS-CUSTODY-STATUS = "35"
            open output CUSTODY-EVENT-FILE
            close CUSTODY-EVENT-FILE
            open i-o CUSTODY-EVENT-FILE
        end-if
        move WS-SEARCH-SAMPLE-ID to CUSTODY-SAMPLE-ID
        compute CUSTODY-SEQUENCE = WS-LAST-SEQUENCE + 1
        move WS-EVENT-NAME(WS-CHOSEN-EVENT-CODE) to CUSTODY-EVENT
        move function current-date to CUSTODY-TIMESTAMP
        move WS-USER-ID to CUSTODY-OPERATOR
        move WS-LOCATION to CUSTODY-LOCATION
        write CUSTODY-EVENT-RECORD
            invalid key
                display "ERROR DE E/S - ARCHIVO CUSTODYEVENTS ESTADO "
                    WS-CUSTODY-STATUS
            not invalid key
                display "Evento " CUSTODY-SEQUENCE " registrado."
        end-write
        close CUSTODY-EVENT-FILE
    end-if.

*> Leaves the sample's last event code (0 when it has none), its
*> sequence and its timestamp.
0400-FIND-LAST-EVENT.
    move 0 to WS-LAST-EVENT-CODE.
    move 0 to WS-LAST-SEQUENCE.
    move spaces to WS-LAST-TIMESTAMP.
    open input CUSTODY-EVENT-FILE.
    if WS-CUSTODY-STATUS not = "35"
        perform 0210-START-AT-SAMPLE
        perform 0410-TAKE-ONE-EVENT until WS-EOF
        close CUSTODY-EVENT-FILE
    end-if.

0410-TAKE-ONE-EVENT.
    move CUSTODY-SEQUENCE to WS-LAST-SEQUENCE.
    move CUSTODY-TIMESTAMP to WS-LAST-TIMESTAMP.
    perform 0420-CODE-ONE-EVENT
        varying WS-EVENT-NUMBER from 1 by 1
        until WS-EVENT-NUMBER > WS-EVENT-COUNT.
    perform 0230-READ-NEXT-EVENT.

0420-CODE-ONE-EVENT.
    if CUSTODY-EVENT = WS-EVENT-NAME(WS-EVENT-NUMBER)
        move WS-EVENT-NUMBER to WS-LAST-EVENT-CODE
    end-if.

end program custody-entry.
