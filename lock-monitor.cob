       >>SOURCE FORMAT FREE
identification division.
program-id. lock-monitor.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> Supervisor screen over the FILELOCK advisory locks. A session that
*> dies holding HAMSTRANDS, HAMMAUDIT, RUNTOTALS, REFDATA, OPERATORS
*> or any other lock leaves its <name>.LCK file saying LOCKED, and
*> every writer after it skips its posting or refuses its run until
*> the file is cleared - which used to mean editing it by hand.
*> Lists every lock named in LOCK-NAMES.CPY with its state, holder,
*> acquisition time and age (read through the LOCKINFO subprogram),
*> flagging as STALE any lock held longer than the LOCK-MAX-MINUTES
*> run parameter (HAMPARAMS, default 120). A supervisor can
*> force-release a held lock, giving a reason; the release goes
*> through FILELOCK itself and every one is appended to LOCKAUDIT
*> (layout in LOCK-AUDIT-REC) with the holder and age it had.
*> The same check runs unattended in the feed-check.cob pre-flight.

environment division.
input-output section.
file-control.
    select RUN-PARAM-FILE assign to "HAMPARAMS"
        organization is line sequential
        file status is WS-PARAM-STATUS.
    select LOCK-AUDIT-FILE assign to "LOCKAUDIT"
        organization is line sequential
        file status is WS-LOCK-AUDIT-STATUS.

data division.
file section.
fd  RUN-PARAM-FILE.
    copy "run-param-rec.cpy".

fd  LOCK-AUDIT-FILE.
    copy "lock-audit-rec.cpy".

working-storage section.
01 ws-opt                     pic 9(1) value 1.
   88 ws-opt-1 value 1.
   88 ws-opt-2 value 2.
   88 ws-opt-3 value 3.

01 WS-USER-ID                 pic x(08) value spaces.
01 WS-USER-ROLE               pic x(01) value space.
01 WS-SIGNON-RESULT           pic x(02) value spaces.
01 WS-PARAM-STATUS            pic x(02) value spaces.
01 WS-PARAM-EOF-FLAG          pic x(01) value "N".
   88 WS-PARAM-EOF            value "Y".
01 WS-LOCK-AUDIT-STATUS       pic x(02) value spaces.

copy "lock-names.cpy".

01 WS-LOCK-MAX-MINUTES        pic 9(07) value 120.
01 WS-ENTRY-NUMBER            pic 9(02) value 0.
01 WS-PICK-NUMBER             pic 9(02) value 0.
01 WS-HELD-COUNT              pic 9(02) value 0.
01 WS-STALE-COUNT             pic 9(02) value 0.

01 WS-LOCK-ACTION             pic x(01) value space.
01 WS-LOCK-NAME               pic x(12) value spaces.
01 WS-LOCK-RESULT             pic x(02) value spaces.

01 WS-INFO-STATE              pic x(06) value spaces.
01 WS-INFO-HOLDER             pic x(08) value spaces.
01 WS-INFO-SINCE              pic x(21) value spaces.
01 WS-INFO-AGE-MINUTES        pic 9(07) value 0.
01 WS-STALE-FLAG              pic x(01) value "N".
   88 WS-STALE                value "Y".
01 WS-STALE-TEXT              pic x(05) value spaces.

01 WS-REASON                  pic x(60) value spaces.
01 WS-CONFIRM                 pic x(01) value space.

procedure division.

0000-MAIN.
    perform 0010-IDENTIFY-USER.
    perform 0050-LOAD-RUN-PARAMS.
    perform 0100-MENU until ws-opt-3.
    stop run.

0010-IDENTIFY-USER.
    call "SIGNON" using WS-USER-ID, WS-USER-ROLE,
        WS-SIGNON-RESULT.
    if WS-SIGNON-RESULT not = "00"
        stop run
    end-if.
    if WS-USER-ROLE not = "S"
        display "Solo un supervisor puede administrar los candados."
        stop run
    end-if.

0050-LOAD-RUN-PARAMS.
    move "N" to WS-PARAM-EOF-FLAG.
    open input RUN-PARAM-FILE.
    if WS-PARAM-STATUS = "35"
        continue
    else
        read RUN-PARAM-FILE
            at end set WS-PARAM-EOF to true
        end-read
        perform 0060-APPLY-ONE-PARAM until WS-PARAM-EOF
        close RUN-PARAM-FILE
    end-if.

0060-APPLY-ONE-PARAM.
    if RUN-PARAM-NAME = "LOCK-MAX-MINUTES"
       and RUN-PARAM-VALUE is numeric
       and RUN-PARAM-VALUE > 0
        move RUN-PARAM-VALUE to WS-LOCK-MAX-MINUTES
    end-if.
    read RUN-PARAM-FILE
        at end set WS-PARAM-EOF to true
    end-read.

0100-MENU.
    display "1) Ver candados"
    display "2) Liberar un candado a la fuerza"
    display "3) Salir"
    accept ws-opt
    evaluate true
        when ws-opt-1
            perform 0200-LIST-LOCKS
        when ws-opt-2
            perform 0300-FORCE-RELEASE
        when ws-opt-3
            display "Saliendo..."
        when other
            display "Opcion invalida"
    end-evaluate.

0200-LIST-LOCKS.
    move 0 to WS-HELD-COUNT.
    move 0 to WS-STALE-COUNT.
    display "Antiguedad maxima antes de considerar un candado"
        " vencido: " WS-LOCK-MAX-MINUTES " minutos".
    perform 0210-LIST-ONE-LOCK
        varying WS-ENTRY-NUMBER from 1 by 1
        until WS-ENTRY-NUMBER > WS-KNOWN-LOCK-COUNT.
    display "Candados tomados: " WS-HELD-COUNT
        "  vencidos: " WS-STALE-COUNT.

0210-LIST-ONE-LOCK.
    move WS-KNOWN-LOCK-NAME(WS-ENTRY-NUMBER) to WS-LOCK-NAME.
    perform 0250-READ-LOCK-INFO.
    if WS-INFO-STATE = "LOCKED"
        add 1 to WS-HELD-COUNT
        if WS-STALE
            add 1 to WS-STALE-COUNT
        end-if
        display WS-ENTRY-NUMBER ") " WS-LOCK-NAME
            " LOCKED  POR " WS-INFO-HOLDER
            " DESDE " WS-INFO-SINCE(1:8)
            " " WS-INFO-SINCE(9:2) ":" WS-INFO-SINCE(11:2)
            "  " WS-INFO-AGE-MINUTES " MIN " WS-STALE-TEXT
    else
        display WS-ENTRY-NUMBER ") " WS-LOCK-NAME
            " " WS-INFO-STATE
    end-if.

0250-READ-LOCK-INFO.
    call "LOCKINFO" using WS-LOCK-NAME, WS-INFO-STATE,
        WS-INFO-HOLDER, WS-INFO-SINCE, WS-INFO-AGE-MINUTES.
    if WS-INFO-HOLDER = spaces
        move "UNKNOWN" to WS-INFO-HOLDER
    end-if.
    move "N" to WS-STALE-FLAG.
    move spaces to WS-STALE-TEXT.
    if WS-INFO-STATE = "LOCKED"
       and WS-INFO-AGE-MINUTES > WS-LOCK-MAX-MINUTES
        set WS-STALE to true
        move "STALE" to WS-STALE-TEXT
    end-if.

0300-FORCE-RELEASE.
    perform 0200-LIST-LOCKS.
    move 0 to WS-PICK-NUMBER.
    display "Numero de candado: " with no advancing.
    accept WS-PICK-NUMBER.
    if WS-PICK-NUMBER = 0 or WS-PICK-NUMBER > WS-KNOWN-LOCK-COUNT
        display "Numero de candado invalido."
    else
        move WS-KNOWN-LOCK-NAME(WS-PICK-NUMBER) to WS-LOCK-NAME
        perform 0250-READ-LOCK-INFO
        if WS-INFO-STATE not = "LOCKED"
            display "El candado " function trim(WS-LOCK-NAME)
                " no esta tomado."
        else
            perform 0310-CONFIRM-FORCE-RELEASE
        end-if
    end-if.

0310-CONFIRM-FORCE-RELEASE.
    if not WS-STALE
        display "AVISO: el candado no esta vencido - "
            function trim(WS-INFO-HOLDER)
            " puede seguir trabajando con el archivo."
    end-if.
    move spaces to WS-REASON.
    display "Motivo de la liberacion: " with no advancing.
    accept WS-REASON.
    if WS-REASON = spaces
        display "Se requiere un motivo - el candado no se libero."
    else
        display "Liberar " function trim(WS-LOCK-NAME)
            " tomado por " function trim(WS-INFO-HOLDER)
            " (S/N)? " with no advancing
        accept WS-CONFIRM
        if WS-CONFIRM = "S" or WS-CONFIRM = "s"
            perform 0320-RELEASE-AND-AUDIT
        else
            display "El candado no se libero."
        end-if
    end-if.

0320-RELEASE-AND-AUDIT.
    move "U" to WS-LOCK-ACTION.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.
    if WS-LOCK-RESULT not = "00"
        display "No se pudo liberar el candado, resultado "
            WS-LOCK-RESULT
    else
        move WS-USER-ID to LOCK-AUDIT-USER
        move function current-date to LOCK-AUDIT-TIMESTAMP
        move WS-LOCK-NAME to LOCK-AUDIT-NAME
        move WS-INFO-HOLDER to LOCK-AUDIT-HOLDER
        move WS-INFO-SINCE to LOCK-AUDIT-LOCKED-AT
        move WS-INFO-AGE-MINUTES to LOCK-AUDIT-AGE-MINUTES
        move WS-STALE-FLAG to LOCK-AUDIT-STALE
        move WS-REASON to LOCK-AUDIT-REASON
        open extend LOCK-AUDIT-FILE
        if WS-LOCK-AUDIT-STATUS = "35"
            open output LOCK-AUDIT-FILE
        end-if
        write LOCK-AUDIT-RECORD
        close LOCK-AUDIT-FILE
        display "Candado " function trim(WS-LOCK-NAME)
            " liberado y registrado en LOCKAUDIT."
    end-if.

end program lock-monitor.
