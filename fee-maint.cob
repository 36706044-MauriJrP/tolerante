       >>SOURCE FORMAT FREE
identification division.
program-id. fee-maint.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> Maintenance screen for the FEESCHED fee schedule (layout in
*> FEE-REC) that billing-run.cob prices the month's work from: one
*> price per billable event (verification, retest, sequencer-import
*> strand, certificate), either the standard price (blank site) or a
*> site's own price, each in force over an effective-date range.
*> Supervisors only, through the shared SIGNON subprogram. A price is
*> never changed in place once it may have been billed - the
*> supervisor ends the old price's range and adds the new one, so a
*> month run again later still prices each event at the price that
*> was in force on its date. An added price or a changed end date
*> whose range would overlap another price for the same event and
*> site is refused. A site code must be on the SITEMASTER site
*> master. The file is rewritten in full on save under the BILLING
*> advisory lock, which billing-run holds for its whole run, the
*> same pattern oper-maint.cob uses for the operator file.

environment division.
input-output section.
file-control.
    select FEE-SCHEDULE-FILE assign to "FEESCHED"
        organization is line sequential
        file status is WS-FEE-STATUS.
    select SITE-FILE assign to "SITEMASTER"
        organization is line sequential
        file status is WS-SITE-FILE-STATUS.

data division.
file section.
fd  FEE-SCHEDULE-FILE.
    copy "fee-rec.cpy".

fd  SITE-FILE.
    copy "site-rec.cpy".

working-storage section.
01 ws-opt                     pic 9(1) value 1.
   88 ws-opt-1 value 1.
   88 ws-opt-2 value 2.
   88 ws-opt-3 value 3.
   88 ws-opt-4 value 4.
   88 ws-opt-5 value 5.

01 WS-FEE-STATUS              pic x(02) value spaces.
01 WS-SITE-FILE-STATUS        pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".

01 WS-USER-ID                 pic x(08) value spaces.
01 WS-USER-ROLE               pic x(01) value space.
01 WS-SIGNON-RESULT           pic x(02) value spaces.

01 WS-LOCK-ACTION             pic x(01) value space.
01 WS-LOCK-NAME               pic x(12) value spaces.
01 WS-LOCK-RESULT             pic x(02) value spaces.

copy "fee-table.cpy".
copy "site-table.cpy".

01 WS-ENTRY-NUMBER            pic 9(03) value 0.
01 WS-PICK-NUMBER             pic 9(03) value 0.
01 WS-OVERLAP-FLAG            pic x(01) value "N".
   88 WS-OVERLAP              value "Y".
01 WS-VALID-FLAG              pic x(01) value "N".
   88 WS-VALID                value "Y".

01 WS-NEW-EVENT               pic x(01) value space.
01 WS-NEW-SITE                pic x(06) value spaces.
01 WS-NEW-FROM                pic 9(08) value 0.
01 WS-NEW-TO                  pic 9(08) value 0.
01 WS-NEW-AMOUNT              pic 9(05)v99 value 0.

01 WS-DATE-INPUT              pic x(08) value spaces.
01 WS-DATE-NUM redefines WS-DATE-INPUT pic 9(08).
01 WS-DATE-RESULT             pic 9(08) value 0.

01 WS-AMOUNT-INPUT            pic x(09) value spaces.
01 WS-AMOUNT-WHOLE            pic x(05) justified right value spaces.
01 WS-AMOUNT-WHOLE-NUM redefines WS-AMOUNT-WHOLE pic 9(05).
01 WS-AMOUNT-CENTS            pic x(02) value spaces.
01 WS-AMOUNT-CENTS-NUM redefines WS-AMOUNT-CENTS pic 9(02).
01 WS-AMOUNT-WHOLE-LENGTH     pic 9(02) value 0.
01 WS-AMOUNT-CENTS-LENGTH     pic 9(02) value 0.
01 WS-AMOUNT-PARTS            pic 9(02) value 0.

01 WS-EVENT-TEXT              pic x(16) value spaces.
01 WS-SITE-TEXT               pic x(06) value spaces.
01 WS-TO-TEXT                 pic x(08) value spaces.
01 WS-AMOUNT-EDIT             pic zz,zz9.99.

procedure division.

0000-MAIN.
    call "SIGNON" using WS-USER-ID, WS-USER-ROLE,
        WS-SIGNON-RESULT.
    if WS-SIGNON-RESULT not = "00"
        stop run
    end-if.
    if WS-USER-ROLE not = "S"
        display "Solo un supervisor puede mantener las tarifas."
        stop run
    end-if.
    perform 0100-LOAD-FEES.
    perform 0150-LOAD-SITES.
    perform 0300-MENU until ws-opt-5.
    stop run.

0100-LOAD-FEES.
    move 0 to WS-FEE-COUNT.
    move "N" to WS-EOF-FLAG.
    open input FEE-SCHEDULE-FILE.
    if WS-FEE-STATUS = "35"
        display "No hay tarifario todavia - el primer guardado lo crea."
    else
        read FEE-SCHEDULE-FILE
            at end set WS-EOF to true
        end-read
        perform 0110-LOAD-ONE-FEE until WS-EOF
        close FEE-SCHEDULE-FILE
        display "Tarifas cargadas: " WS-FEE-COUNT
    end-if.

0110-LOAD-ONE-FEE.
    if WS-FEE-COUNT < WS-MAX-FEES
        add 1 to WS-FEE-COUNT
        set WS-FE-IDX to WS-FEE-COUNT
        move FEE-EVENT-TYPE to WS-FE-EVENT(WS-FE-IDX)
        move FEE-SITE-CODE to WS-FE-SITE(WS-FE-IDX)
        move FEE-EFFECTIVE-FROM to WS-FE-FROM(WS-FE-IDX)
        move FEE-EFFECTIVE-TO to WS-FE-TO(WS-FE-IDX)
        move FEE-AMOUNT to WS-FE-AMOUNT(WS-FE-IDX)
    end-if.
    read FEE-SCHEDULE-FILE
        at end set WS-EOF to true
    end-read.

0150-LOAD-SITES.
    move 0 to WS-SITE-COUNT.
    move "N" to WS-EOF-FLAG.
    open input SITE-FILE.
    if WS-SITE-FILE-STATUS = "35"
        perform 0160-SEED-DEFAULT-SITE
    else
        read SITE-FILE
            at end set WS-EOF to true
        end-read
        perform 0170-LOAD-ONE-SITE until WS-EOF
        close SITE-FILE
    end-if.

0160-SEED-DEFAULT-SITE.
    move 1 to WS-SITE-COUNT.
    move "MAIN  " to WS-ST-CODE(1).
    move "LABORATORIO CENTRAL" to WS-ST-NAME(1).
    move spaces to WS-ST-CONTACT(1).
    move "Y" to WS-ST-ACTIVE(1).

0170-LOAD-ONE-SITE.
    if WS-SITE-COUNT < WS-MAX-SITES
        add 1 to WS-SITE-COUNT
        set WS-ST-IDX to WS-SITE-COUNT
        move SITE-CODE to WS-ST-CODE(WS-ST-IDX)
        move SITE-NAME to WS-ST-NAME(WS-ST-IDX)
        move SITE-CONTACT to WS-ST-CONTACT(WS-ST-IDX)
        move SITE-ACTIVE to WS-ST-ACTIVE(WS-ST-IDX)
    end-if.
    read SITE-FILE
        at end set WS-EOF to true
    end-read.

0300-MENU.
    display "1) Ver tarifas"
    display "2) Agregar tarifa"
    display "3) Cambiar fin de vigencia"
    display "4) Guardar cambios"
    display "5) Salir"
    accept ws-opt
    evaluate true
        when ws-opt-1
            perform 0400-VIEW-FEES
        when ws-opt-2
            perform 0500-ADD-FEE
        when ws-opt-3
            perform 0600-CHANGE-END-DATE
        when ws-opt-4
            perform 0700-SAVE-FEES
        when ws-opt-5
            display "Saliendo..."
        when other
            display "Opcion invalida"
    end-evaluate.

0400-VIEW-FEES.
    if WS-FEE-COUNT = 0
        display "No hay tarifas cargadas."
    end-if.
    perform 0410-VIEW-ONE-FEE
        varying WS-ENTRY-NUMBER from 1 by 1
        until WS-ENTRY-NUMBER > WS-FEE-COUNT.

0410-VIEW-ONE-FEE.
    set WS-FE-IDX to WS-ENTRY-NUMBER.
    evaluate WS-FE-EVENT(WS-FE-IDX)
        when "V"
            move "VERIFICACION" to WS-EVENT-TEXT
        when "R"
            move "REPETICION" to WS-EVENT-TEXT
        when "I"
            move "HEBRA IMPORTADA" to WS-EVENT-TEXT
        when "C"
            move "CERTIFICADO" to WS-EVENT-TEXT
        when other
            move WS-FE-EVENT(WS-FE-IDX) to WS-EVENT-TEXT
    end-evaluate.
    if WS-FE-SITE(WS-FE-IDX) = spaces
        move "TODOS" to WS-SITE-TEXT
    else
        move WS-FE-SITE(WS-FE-IDX) to WS-SITE-TEXT
    end-if.
    if WS-FE-TO(WS-FE-IDX) = 99999999
        move "ABIERTA" to WS-TO-TEXT
    else
        move WS-FE-TO(WS-FE-IDX) to WS-TO-TEXT
    end-if.
    move WS-FE-AMOUNT(WS-FE-IDX) to WS-AMOUNT-EDIT.
    display WS-ENTRY-NUMBER ") " WS-EVENT-TEXT
        " SITIO " WS-SITE-TEXT
        " DESDE " WS-FE-FROM(WS-FE-IDX)
        " HASTA " WS-TO-TEXT
        " IMPORTE " WS-AMOUNT-EDIT.

0500-ADD-FEE.
    if WS-FEE-COUNT >= WS-MAX-FEES
        display "Tarifario lleno."
    else
        move space to WS-NEW-EVENT
        perform 0510-ACCEPT-EVENT
            until WS-NEW-EVENT = "V" or WS-NEW-EVENT = "R"
               or WS-NEW-EVENT = "I" or WS-NEW-EVENT = "C"
        move "N" to WS-VALID-FLAG
        perform 0520-ACCEPT-SITE until WS-VALID
        move "N" to WS-VALID-FLAG
        perform 0530-ACCEPT-FROM-DATE until WS-VALID
        move "N" to WS-VALID-FLAG
        perform 0540-ACCEPT-TO-DATE until WS-VALID
        move "N" to WS-VALID-FLAG
        perform 0550-ACCEPT-AMOUNT until WS-VALID
        move 0 to WS-PICK-NUMBER
        perform 0800-CHECK-OVERLAP
        if WS-OVERLAP
            display "La vigencia se cruza con la tarifa "
                WS-ENTRY-NUMBER " - cambie primero su fin de"
                " vigencia. Tarifa no agregada."
        else
            add 1 to WS-FEE-COUNT
            set WS-FE-IDX to WS-FEE-COUNT
            move WS-NEW-EVENT to WS-FE-EVENT(WS-FE-IDX)
            move WS-NEW-SITE to WS-FE-SITE(WS-FE-IDX)
            move WS-NEW-FROM to WS-FE-FROM(WS-FE-IDX)
            move WS-NEW-TO to WS-FE-TO(WS-FE-IDX)
            move WS-NEW-AMOUNT to WS-FE-AMOUNT(WS-FE-IDX)
            display "Tarifa agregada (use Guardar cambios)."
        end-if
    end-if.

0510-ACCEPT-EVENT.
    display "Evento (V=verificacion, R=repeticion,"
        " I=hebra importada, C=certificado): " with no advancing.
    accept WS-NEW-EVENT.
    if WS-NEW-EVENT not = "V" and WS-NEW-EVENT not = "R"
       and WS-NEW-EVENT not = "I" and WS-NEW-EVENT not = "C"
        display "Evento invalido, intente de nuevo."
    end-if.

0520-ACCEPT-SITE.
    move spaces to WS-NEW-SITE.
    display "Sitio (en blanco = tarifa general): " with no advancing.
    accept WS-NEW-SITE.
    if WS-NEW-SITE = spaces
        set WS-VALID to true
    else
        set WS-ST-IDX to 1
        search WS-SITE-ENTRY
            at end
                display "Sitio no registrado en el maestro de sitios,"
                    " intente de nuevo."
            when WS-ST-CODE(WS-ST-IDX) = WS-NEW-SITE
                set WS-VALID to true
        end-search
    end-if.

0530-ACCEPT-FROM-DATE.
    move spaces to WS-DATE-INPUT.
    display "Vigente desde (AAAAMMDD): " with no advancing.
    accept WS-DATE-INPUT.
    perform 0560-CHECK-DATE.
    if WS-VALID
        move WS-DATE-NUM to WS-NEW-FROM
    end-if.

0540-ACCEPT-TO-DATE.
    move spaces to WS-DATE-INPUT.
    display "Vigente hasta (AAAAMMDD, en blanco = sin fin): "
        with no advancing.
    accept WS-DATE-INPUT.
    if WS-DATE-INPUT = spaces
        move 99999999 to WS-NEW-TO
        set WS-VALID to true
    else
        perform 0560-CHECK-DATE
        if WS-VALID
            if WS-DATE-NUM < WS-NEW-FROM
                display "La fecha final no puede ser anterior a "
                    WS-NEW-FROM ", intente de nuevo."
                move "N" to WS-VALID-FLAG
            else
                move WS-DATE-NUM to WS-NEW-TO
            end-if
        end-if
    end-if.

0550-ACCEPT-AMOUNT.
    move spaces to WS-AMOUNT-INPUT.
    move spaces to WS-AMOUNT-WHOLE.
    move spaces to WS-AMOUNT-CENTS.
    move 0 to WS-AMOUNT-WHOLE-LENGTH.
    move 0 to WS-AMOUNT-CENTS-LENGTH.
    move 0 to WS-AMOUNT-PARTS.
    display "Importe por evento (ej. 125.50): " with no advancing.
    accept WS-AMOUNT-INPUT.
    unstring WS-AMOUNT-INPUT delimited by "." or space
        into WS-AMOUNT-WHOLE count in WS-AMOUNT-WHOLE-LENGTH
             WS-AMOUNT-CENTS count in WS-AMOUNT-CENTS-LENGTH
        tallying in WS-AMOUNT-PARTS
    end-unstring.
    inspect WS-AMOUNT-WHOLE replacing leading space by "0".
    inspect WS-AMOUNT-CENTS replacing all space by "0".
    if WS-AMOUNT-WHOLE-LENGTH = 0 or WS-AMOUNT-WHOLE-LENGTH > 5
       or WS-AMOUNT-CENTS-LENGTH > 2
       or WS-AMOUNT-WHOLE is not numeric
       or WS-AMOUNT-CENTS is not numeric
        display "Importe invalido - hasta 5 enteros y 2 decimales,"
            " intente de nuevo."
    else
        compute WS-NEW-AMOUNT =
            WS-AMOUNT-WHOLE-NUM + WS-AMOUNT-CENTS-NUM / 100
        set WS-VALID to true
    end-if.

0560-CHECK-DATE.
    move "N" to WS-VALID-FLAG.
    if WS-DATE-INPUT is not numeric
        display "Fecha invalida - use AAAAMMDD, intente de nuevo."
    else
        move function test-date-yyyymmdd(WS-DATE-NUM)
            to WS-DATE-RESULT
        if WS-DATE-RESULT not = 0
            display "Fecha invalida - use AAAAMMDD, intente de nuevo."
        else
            set WS-VALID to true
        end-if
    end-if.

0600-CHANGE-END-DATE.
    perform 0400-VIEW-FEES.
    move 0 to WS-PICK-NUMBER.
    display "Numero de tarifa: " with no advancing.
    accept WS-PICK-NUMBER.
    if WS-PICK-NUMBER = 0 or WS-PICK-NUMBER > WS-FEE-COUNT
        display "Numero de tarifa invalido."
    else
        set WS-FE-IDX to WS-PICK-NUMBER
        move WS-FE-EVENT(WS-FE-IDX) to WS-NEW-EVENT
        move WS-FE-SITE(WS-FE-IDX) to WS-NEW-SITE
        move WS-FE-FROM(WS-FE-IDX) to WS-NEW-FROM
        move "N" to WS-VALID-FLAG
        perform 0540-ACCEPT-TO-DATE until WS-VALID
        perform 0800-CHECK-OVERLAP
        if WS-OVERLAP
            display "La vigencia se cruza con la tarifa "
                WS-ENTRY-NUMBER " - fin de vigencia no cambiado."
        else
            set WS-FE-IDX to WS-PICK-NUMBER
            move WS-NEW-TO to WS-FE-TO(WS-FE-IDX)
            display "Fin de vigencia cambiado (use Guardar cambios)."
        end-if
    end-if.

0700-SAVE-FEES.
    move "L" to WS-LOCK-ACTION.
    move "BILLING" to WS-LOCK-NAME.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.
    if WS-LOCK-RESULT not = "00"
        display "La facturacion o otro usuario tiene el tarifario"
            " en uso - intente de nuevo."
    else
        open output FEE-SCHEDULE-FILE
        perform 0710-WRITE-ONE-FEE
            varying WS-ENTRY-NUMBER from 1 by 1
            until WS-ENTRY-NUMBER > WS-FEE-COUNT
        close FEE-SCHEDULE-FILE
        display "Cambios guardados."
        move "U" to WS-LOCK-ACTION
        call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
            WS-LOCK-RESULT
    end-if.

0710-WRITE-ONE-FEE.
    set WS-FE-IDX to WS-ENTRY-NUMBER.
    move WS-FE-EVENT(WS-FE-IDX) to FEE-EVENT-TYPE.
    move WS-FE-SITE(WS-FE-IDX) to FEE-SITE-CODE.
    move WS-FE-FROM(WS-FE-IDX) to FEE-EFFECTIVE-FROM.
    move WS-FE-TO(WS-FE-IDX) to FEE-EFFECTIVE-TO.
    move WS-FE-AMOUNT(WS-FE-IDX) to FEE-AMOUNT.
    write FEE-SCHEDULE-RECORD.

*> Two ranges for the same event and site overlap when each starts
*> on or before the other ends. WS-PICK-NUMBER names the entry being
*> changed (0 when adding), which is not compared with itself; on an
*> overlap WS-ENTRY-NUMBER is left on the entry it overlaps.
0800-CHECK-OVERLAP.
    move "N" to WS-OVERLAP-FLAG.
    move 1 to WS-ENTRY-NUMBER.
    perform 0810-CHECK-ONE-OVERLAP
        until WS-OVERLAP or WS-ENTRY-NUMBER > WS-FEE-COUNT.

0810-CHECK-ONE-OVERLAP.
    set WS-FE-IDX to WS-ENTRY-NUMBER.
    if WS-ENTRY-NUMBER not = WS-PICK-NUMBER
       and WS-FE-EVENT(WS-FE-IDX) = WS-NEW-EVENT
       and WS-FE-SITE(WS-FE-IDX) = WS-NEW-SITE
       and WS-FE-FROM(WS-FE-IDX) <= WS-NEW-TO
       and WS-NEW-FROM <= WS-FE-TO(WS-FE-IDX)
        set WS-OVERLAP to true
    else
        add 1 to WS-ENTRY-NUMBER
    end-if.

end program fee-maint.
