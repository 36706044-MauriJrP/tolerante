       >>SOURCE FORMAT FREE
identification division.
program-id. busdate-maint.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> Maintenance screen for the BUSDATE business-date control record
*> (layout in BUSINESS-DATE-REC) - the processing day the date-driven
*> batch programs work on. Supervisors only, through the shared
*> SIGNON subprogram. From here a supervisor can:
*>   - see the business date, whether it is open or closed, and the
*>     last day balance-check.cob passed for
*>   - set the date by hand (to rerun a prior processing day, or to
*>     start the record on a new site); the day set is opened
*>   - close the day, so the posting programs (lims-extract,
*>     lims-delta, strand-archive, billing-run) refuse to run for it,
*>     and reopen it again
*>   - roll to the next day by hand, under the same rule as the
*>     chain-driver.cob roll: not while balance-check has not passed
*>     for the current business date
*> Every change is applied at once: the record is re-read and
*> rewritten under the BUSDATE advisory lock that balance-check and
*> chain-driver take, and the new image is appended to the
*> BUSDATELOG history with the supervisor's operator ID.

environment division.
input-output section.
file-control.
    select BUSINESS-DATE-FILE assign to "BUSDATE"
        organization is line sequential
        file status is WS-BUSDATE-FILE-STATUS.
    select BUSINESS-DATE-LOG assign to "BUSDATELOG"
        organization is line sequential
        file status is WS-BUSDATE-LOG-STATUS.

data division.
file section.
fd  BUSINESS-DATE-FILE.
    copy "business-date-rec.cpy".

fd  BUSINESS-DATE-LOG.
01  BUSINESS-DATE-LOG-RECORD   pic x(75).

working-storage section.
01 ws-opt                     pic 9(1) value 1.
   88 ws-opt-1 value 1.
   88 ws-opt-2 value 2.
   88 ws-opt-3 value 3.
   88 ws-opt-4 value 4.
   88 ws-opt-5 value 5.
   88 ws-opt-6 value 6.

01 WS-BUSDATE-FILE-STATUS     pic x(02) value spaces.
01 WS-BUSDATE-LOG-STATUS      pic x(02) value spaces.
01 WS-BUSDATE-FOUND           pic x(01) value "N".
   88 WS-BUSDATE-ON-FILE      value "Y".

01 WS-USER-ID                 pic x(08) value spaces.
01 WS-USER-ROLE               pic x(01) value space.
01 WS-SIGNON-RESULT           pic x(02) value spaces.

01 WS-LOCK-ACTION             pic x(01) value space.
01 WS-LOCK-NAME               pic x(12) value spaces.
01 WS-LOCK-RESULT             pic x(02) value spaces.

01 WS-VALID-FLAG              pic x(01) value "N".
   88 WS-VALID                value "Y".
01 WS-DATE-INPUT              pic x(08) value spaces.
01 WS-DATE-NUM redefines WS-DATE-INPUT pic 9(08).
01 WS-DATE-RESULT             pic 9(08) value 0.
01 WS-NEW-DATE                pic 9(08) value 0.
01 WS-CHANGE-ACTION           pic x(08) value spaces.
01 WS-CONFIRM                 pic x(01) value space.

procedure division.

0000-MAIN.
    call "SIGNON" using WS-USER-ID, WS-USER-ROLE,
        WS-SIGNON-RESULT.
    if WS-SIGNON-RESULT not = "00"
        stop run
    end-if.
    if WS-USER-ROLE not = "S"
        display "Solo un supervisor puede mantener la fecha de"
            " negocio."
        stop run
    end-if.
    perform 0100-READ-BUSINESS-DATE.
    perform 0400-SHOW-BUSINESS-DATE.
    perform 0300-MENU until ws-opt-6.
    stop run.

0100-READ-BUSINESS-DATE.
    move "N" to WS-BUSDATE-FOUND.
    open input BUSINESS-DATE-FILE.
    if WS-BUSDATE-FILE-STATUS = "00"
        read BUSINESS-DATE-FILE
            at end continue
            not at end set WS-BUSDATE-ON-FILE to true
        end-read
        close BUSINESS-DATE-FILE
    end-if.

0300-MENU.
    display "1) Ver fecha de negocio"
    display "2) Fijar fecha de negocio"
    display "3) Cerrar el dia"
    display "4) Reabrir el dia"
    display "5) Avanzar al dia siguiente"
    display "6) Salir"
    accept ws-opt
    evaluate true
        when ws-opt-1
            perform 0100-READ-BUSINESS-DATE
            perform 0400-SHOW-BUSINESS-DATE
        when ws-opt-2
            perform 0500-SET-DATE
        when ws-opt-3
            move "CLOSE" to WS-CHANGE-ACTION
            perform 0700-APPLY-CHANGE
        when ws-opt-4
            move "REOPEN" to WS-CHANGE-ACTION
            perform 0700-APPLY-CHANGE
        when ws-opt-5
            move "ROLL" to WS-CHANGE-ACTION
            perform 0700-APPLY-CHANGE
        when ws-opt-6
            display "Saliendo..."
        when other
            display "Opcion invalida"
    end-evaluate.

0400-SHOW-BUSINESS-DATE.
    if not WS-BUSDATE-ON-FILE
        display "No hay fecha de negocio registrada - los programas"
            " usan la fecha del sistema."
    else
        if BUS-DAY-CLOSED
            display "Fecha de negocio: " BUS-DATE " CERRADO"
        else
            display "Fecha de negocio: " BUS-DATE " ABIERTO"
        end-if
        display "Ultimo dia balanceado: " BUS-BALANCED-DATE
            " (" BUS-BALANCED-TS(1:14) ")"
        display "Ultimo cambio: " BUS-LAST-ACTION " "
            BUS-CHANGED-TS(1:14) " por " BUS-CHANGED-BY
    end-if.

0500-SET-DATE.
    move "N" to WS-VALID-FLAG.
    perform 0510-ACCEPT-DATE until WS-VALID.
    move space to WS-CONFIRM.
    display "Fijar la fecha de negocio en " WS-NEW-DATE
        " y abrir el dia? (S/N): " with no advancing.
    accept WS-CONFIRM.
    if WS-CONFIRM = "S" or WS-CONFIRM = "s"
        move "SET" to WS-CHANGE-ACTION
        perform 0700-APPLY-CHANGE
    end-if.

0510-ACCEPT-DATE.
    move spaces to WS-DATE-INPUT.
    display "Nueva fecha de negocio (AAAAMMDD): " with no advancing.
    accept WS-DATE-INPUT.
    if WS-DATE-INPUT is not numeric
        display "Fecha invalida - use AAAAMMDD, intente de nuevo."
    else
        move function test-date-yyyymmdd(WS-DATE-NUM)
            to WS-DATE-RESULT
        if WS-DATE-RESULT not = 0
            display "Fecha invalida - use AAAAMMDD, intente de nuevo."
        else
            move WS-DATE-NUM to WS-NEW-DATE
            set WS-VALID to true
        end-if
    end-if.

0700-APPLY-CHANGE.
    move "L" to WS-LOCK-ACTION.
    move "BUSDATE" to WS-LOCK-NAME.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.
    if WS-LOCK-RESULT not = "00"
        display "La fecha de negocio esta en uso - intente de nuevo."
    else
        perform 0710-APPLY-CHANGE-LOCKED
        move "U" to WS-LOCK-ACTION
        call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
            WS-LOCK-RESULT
    end-if.

*> The record is re-read under the lock so a balance-check or chain
*> roll that ran while the screen was open is not written over.
0710-APPLY-CHANGE-LOCKED.
    perform 0100-READ-BUSINESS-DATE.
    move "N" to WS-VALID-FLAG.
    evaluate true
        when WS-CHANGE-ACTION = "SET"
            if not WS-BUSDATE-ON-FILE
                move 0 to BUS-BALANCED-DATE
                move spaces to BUS-BALANCED-TS
            end-if
            move WS-NEW-DATE to BUS-DATE
            set BUS-DAY-OPEN to true
            set WS-VALID to true
        when not WS-BUSDATE-ON-FILE
            display "No hay fecha de negocio registrada - use Fijar"
                " fecha de negocio."
        when WS-CHANGE-ACTION = "CLOSE"
            if BUS-DAY-CLOSED
                display "El dia " BUS-DATE " ya esta cerrado."
            else
                set BUS-DAY-CLOSED to true
                set WS-VALID to true
            end-if
        when WS-CHANGE-ACTION = "REOPEN"
            if BUS-DAY-OPEN
                display "El dia " BUS-DATE " ya esta abierto."
            else
                set BUS-DAY-OPEN to true
                set WS-VALID to true
            end-if
        when BUS-BALANCED-DATE not = BUS-DATE
            display "No se puede avanzar - el balance no ha pasado"
                " para el dia " BUS-DATE "."
        when other
            compute BUS-DATE = function date-of-integer
                (function integer-of-date(BUS-DATE) + 1)
            set BUS-DAY-OPEN to true
            set WS-VALID to true
    end-evaluate.
    if WS-VALID
        move WS-CHANGE-ACTION to BUS-LAST-ACTION
        move function current-date to BUS-CHANGED-TS
        move WS-USER-ID to BUS-CHANGED-BY
        perform 0720-WRITE-BUSINESS-DATE
        set WS-BUSDATE-ON-FILE to true
        display "Cambio registrado."
        perform 0400-SHOW-BUSINESS-DATE
    end-if.

0720-WRITE-BUSINESS-DATE.
    open output BUSINESS-DATE-FILE.
    write BUSINESS-DATE-RECORD.
    close BUSINESS-DATE-FILE.
    move BUSINESS-DATE-RECORD to BUSINESS-DATE-LOG-RECORD.
    open extend BUSINESS-DATE-LOG.
    if WS-BUSDATE-LOG-STATUS = "35"
        open output BUSINESS-DATE-LOG
    end-if.
    write BUSINESS-DATE-LOG-RECORD.
    close BUSINESS-DATE-LOG.

end program busdate-maint.
