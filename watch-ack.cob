       >>SOURCE FORMAT FREE
identification division.
program-id. watch-ack.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> Acknowledgement screen for the strand watch-list alerts. The
*> WATCHCHK subprogram appends an alert to WATCHALERTS
*> (WATCH-ALERT-REC) whenever a strand saved to HAMSTRANDS is within
*> tolerance of a WATCHLIST entry; the alert belongs to the entry's
*> owner. Here the owner lists the alerts still open against their
*> entries and closes each one with a note. Closing appends an
*> acknowledgement (WATCH-ACK-REC) to WATCHACKS - who, when and the
*> note - and never rewrites WATCHALERTS, so the alert itself stays on
*> file for the auditors and for watch-alert-report.cob. A supervisor
*> sees and may close every open alert (an owner on leave should not
*> hold an alert open); any other operator only their own.
*> The acknowledgements are re-read just before a close is written,
*> so an alert closed meanwhile from another terminal is not closed
*> twice.

environment division.
input-output section.
file-control.
    select WATCH-ALERT-FILE assign to "WATCHALERTS"
        organization is line sequential
        file status is WS-ALERT-STATUS.
    select WATCH-ACK-FILE assign to "WATCHACKS"
        organization is line sequential
        file status is WS-ACK-STATUS.

data division.
file section.
fd  WATCH-ALERT-FILE.
    copy "watch-alert-rec.cpy".

fd  WATCH-ACK-FILE.
    copy "watch-ack-rec.cpy".

working-storage section.
01 ws-opt                     pic 9(1) value 1.
   88 ws-opt-1 value 1.
   88 ws-opt-2 value 2.
   88 ws-opt-3 value 3.

01 WS-ALERT-STATUS            pic x(02) value spaces.
01 WS-ACK-STATUS              pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".

01 WS-USER-ID                 pic x(08) value spaces.
01 WS-USER-ROLE               pic x(01) value space.
01 WS-SIGNON-RESULT           pic x(02) value spaces.
01 WS-CONFIRM                 pic x(01) value space.

01 WS-MAX-ACKS                pic 9(05) value 5000.
01 WS-ACK-COUNT               pic 9(05) value 0.
01 WS-ACK-TABLE.
   05 WS-ACK-ENTRY occurs 1 to 5000 times
         depending on WS-ACK-COUNT
         indexed by WS-AK-IDX.
      10 WS-AK-STRAND-ID      pic 9(06).
      10 WS-AK-WATCH-ID       pic x(08).

01 WS-ACK-FOUND-FLAG          pic x(01) value "N".
   88 WS-ACK-FOUND            value "Y".
01 WS-FIND-STRAND-ID          pic 9(06) value 0.
01 WS-FIND-WATCH-ID           pic x(08) value spaces.

*> The open alerts this operator may close, in WATCHALERTS order.
01 WS-MAX-OPEN                pic 9(03) value 500.
01 WS-OPEN-COUNT              pic 9(03) value 0.
01 WS-OPEN-SKIPPED            pic 9(05) value 0.
01 WS-OPEN-TABLE.
   05 WS-OPEN-ENTRY occurs 1 to 500 times
         depending on WS-OPEN-COUNT
         indexed by WS-OP-IDX.
      10 WS-OP-STRAND-ID      pic 9(06).
      10 WS-OP-SAMPLE-ID      pic 9(06).
      10 WS-OP-WATCH-ID       pic x(08).
      10 WS-OP-OWNER          pic x(08).
      10 WS-OP-DISTANCE       pic 9(04).
      10 WS-OP-ORIENTATION    pic x(01).
      10 WS-OP-TIMESTAMP      pic x(21).
      10 WS-OP-SOURCE         pic x(20).

01 WS-ALERT-NUMBER-IN         pic x(04) justified right value spaces.
01 WS-ALERT-NUMBER            pic 9(03) value 0.
01 WS-ENTRY-NUMBER            pic 9(03) value 0.
01 WS-ACK-NOTE                pic x(40) value spaces.

procedure division.

0000-MAIN.
    perform 0010-IDENTIFY-USER.
    perform 0100-LOAD-OPEN-ALERTS.
    perform 0300-MENU until ws-opt-3.
    stop run.

0010-IDENTIFY-USER.
    call "SIGNON" using WS-USER-ID, WS-USER-ROLE,
        WS-SIGNON-RESULT.
    if WS-SIGNON-RESULT not = "00"
        stop run
    end-if.

0100-LOAD-OPEN-ALERTS.
    perform 0200-LOAD-ACKNOWLEDGEMENTS.
    move 0 to WS-OPEN-COUNT.
    move 0 to WS-OPEN-SKIPPED.
    move "N" to WS-EOF-FLAG.
    open input WATCH-ALERT-FILE.
    if WS-ALERT-STATUS = "35"
        continue
    else
        if WS-ALERT-STATUS not = "00"
            display "ERROR DE E/S - ARCHIVO WATCHALERTS ESTADO "
                WS-ALERT-STATUS
        else
            read WATCH-ALERT-FILE
                at end set WS-EOF to true
            end-read
            perform 0110-TAKE-ONE-ALERT until WS-EOF
            close WATCH-ALERT-FILE
        end-if
    end-if.

0110-TAKE-ONE-ALERT.
    if WALERT-OWNER = WS-USER-ID or WS-USER-ROLE = "S"
        move WALERT-STRAND-ID to WS-FIND-STRAND-ID
        move WALERT-WATCH-ID to WS-FIND-WATCH-ID
        perform 0210-FIND-ACK
        if not WS-ACK-FOUND
            if WS-OPEN-COUNT < WS-MAX-OPEN
                add 1 to WS-OPEN-COUNT
                set WS-OP-IDX to WS-OPEN-COUNT
                move WATCH-ALERT-RECORD to WS-OPEN-ENTRY(WS-OP-IDX)
            else
                add 1 to WS-OPEN-SKIPPED
            end-if
        end-if
    end-if.
    read WATCH-ALERT-FILE
        at end set WS-EOF to true
    end-read.

0200-LOAD-ACKNOWLEDGEMENTS.
    move 0 to WS-ACK-COUNT.
    move "N" to WS-EOF-FLAG.
    open input WATCH-ACK-FILE.
    if WS-ACK-STATUS = "35"
        continue
    else
        read WATCH-ACK-FILE
            at end set WS-EOF to true
        end-read
        perform 0220-LOAD-ONE-ACK until WS-EOF
        close WATCH-ACK-FILE
        move "N" to WS-EOF-FLAG
    end-if.

0220-LOAD-ONE-ACK.
    if WS-ACK-COUNT < WS-MAX-ACKS
        add 1 to WS-ACK-COUNT
        set WS-AK-IDX to WS-ACK-COUNT
        move WACK-STRAND-ID to WS-AK-STRAND-ID(WS-AK-IDX)
        move WACK-WATCH-ID to WS-AK-WATCH-ID(WS-AK-IDX)
    end-if.
    read WATCH-ACK-FILE
        at end set WS-EOF to true
    end-read.

0210-FIND-ACK.
    move "N" to WS-ACK-FOUND-FLAG.
    if WS-ACK-COUNT > 0
        set WS-AK-IDX to 1
        search WS-ACK-ENTRY
            at end
                continue
            when WS-AK-STRAND-ID(WS-AK-IDX) = WS-FIND-STRAND-ID
             and WS-AK-WATCH-ID(WS-AK-IDX) = WS-FIND-WATCH-ID
                set WS-ACK-FOUND to true
        end-search
    end-if.

0300-MENU.
    display "Alertas de lista de vigilancia abiertas: " WS-OPEN-COUNT.
    display "1) Ver alertas abiertas"
    display "2) Cerrar una alerta"
    display "3) Salir"
    accept ws-opt
    evaluate true
        when ws-opt-1
            perform 0400-SHOW-OPEN-ALERTS
        when ws-opt-2
            perform 0500-CLOSE-ALERT
        when ws-opt-3
            display "Saliendo..."
        when other
            display "Opcion invalida"
    end-evaluate.

0400-SHOW-OPEN-ALERTS.
    if WS-OPEN-COUNT = 0
        display "No hay alertas abiertas."
    end-if.
    perform 0410-SHOW-ONE-ALERT
        varying WS-ENTRY-NUMBER from 1 by 1
        until WS-ENTRY-NUMBER > WS-OPEN-COUNT.
    if WS-OPEN-SKIPPED > 0
        display "Hay " WS-OPEN-SKIPPED " alertas abiertas mas;"
            " cierre estas primero."
    end-if.

0410-SHOW-ONE-ALERT.
    set WS-OP-IDX to WS-ENTRY-NUMBER.
    display WS-ENTRY-NUMBER ") CADENA " WS-OP-STRAND-ID(WS-OP-IDX)
        " MUESTRA " WS-OP-SAMPLE-ID(WS-OP-IDX)
        " ENTRADA " WS-OP-WATCH-ID(WS-OP-IDX)
        " DUENO " WS-OP-OWNER(WS-OP-IDX).
    display "     DISTANCIA " WS-OP-DISTANCE(WS-OP-IDX)
        " ORIENTACION " WS-OP-ORIENTATION(WS-OP-IDX)
        " FECHA " WS-OP-TIMESTAMP(WS-OP-IDX)(1:8)
        " ORIGEN " WS-OP-SOURCE(WS-OP-IDX).

0500-CLOSE-ALERT.
    if WS-OPEN-COUNT = 0
        display "No hay alertas abiertas."
    else
        move spaces to WS-ALERT-NUMBER-IN
        display "Numero de alerta a cerrar: " with no advancing
        accept WS-ALERT-NUMBER-IN
        inspect WS-ALERT-NUMBER-IN replacing leading space by "0"
        if WS-ALERT-NUMBER-IN is not numeric
            display "Numero invalido."
        else
            move WS-ALERT-NUMBER-IN to WS-ALERT-NUMBER
            if WS-ALERT-NUMBER < 1 or WS-ALERT-NUMBER > WS-OPEN-COUNT
                display "Numero invalido."
            else
                perform 0510-CONFIRM-CLOSE
            end-if
        end-if
    end-if.

0510-CONFIRM-CLOSE.
    set WS-OP-IDX to WS-ALERT-NUMBER.
    move spaces to WS-ACK-NOTE.
    display "Nota de cierre: " with no advancing.
    accept WS-ACK-NOTE.
    if WS-ACK-NOTE = spaces
        display "Se requiere una nota de cierre. Sin cambios."
    else
        display "Confirmar cierre de la alerta " WS-ALERT-NUMBER
            " (S/N)? " with no advancing
        accept WS-CONFIRM
        if WS-CONFIRM = "S" or WS-CONFIRM = "s"
            perform 0520-WRITE-ACKNOWLEDGEMENT
        else
            display "Cierre abandonado."
        end-if
    end-if.

0520-WRITE-ACKNOWLEDGEMENT.
    perform 0200-LOAD-ACKNOWLEDGEMENTS.
    move WS-OP-STRAND-ID(WS-OP-IDX) to WS-FIND-STRAND-ID.
    move WS-OP-WATCH-ID(WS-OP-IDX) to WS-FIND-WATCH-ID.
    perform 0210-FIND-ACK.
    if WS-ACK-FOUND
        display "La alerta ya fue cerrada desde otra terminal."
    else
        open extend WATCH-ACK-FILE
        if WS-ACK-STATUS = "35"
            open output WATCH-ACK-FILE
        end-if
        if WS-ACK-STATUS not = "00"
            display "ERROR DE E/S - ARCHIVO WATCHACKS ESTADO "
                WS-ACK-STATUS
            display "La alerta no se cerro."
        else
            move WS-FIND-STRAND-ID to WACK-STRAND-ID
            move WS-FIND-WATCH-ID to WACK-WATCH-ID
            move WS-USER-ID to WACK-CLOSED-BY
            move function current-date to WACK-TIMESTAMP
            move WS-ACK-NOTE to WACK-NOTE
            write WATCH-ACK-RECORD
            close WATCH-ACK-FILE
            display "Alerta cerrada."
        end-if
    end-if.
    perform 0100-LOAD-OPEN-ALERTS.

end program watch-ack.
