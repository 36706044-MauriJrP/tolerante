       >>SOURCE FORMAT FREE
identification division.
program-id. txn-review.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> Second-reviewer release queue for verification results. Every
*> INCONCLUSIVE decision written by daily-control.cob or
*> daily-orders.cob, and any MATCH / MISMATCH the verifying analyst
*> flags, sits in DAILYTXN pending review (TXN-RELEASE-STATUS "P")
*> and lims-extract.cob holds it out of the LIMS feed until it is
*> released here. The queue can be listed; a pending sample is then
*> pulled up by TXN-SAMPLE-ID showing the sample, both strands, the
*> mismatch positions (recomputed through the HAMMING subprogram),
*> and the STRANDXREF-linked strands with their sequencer qualities,
*> and the reviewer releases it, sends it back for retest ("T"), or
*> rejects it ("X"). The reviewer must be a different operator from
*> the one stamped in TXN-VERIFIED-BY. The record is re-read and
*> rewritten under the DAILYTXN advisory lock (FILELOCK subprogram)
*> so two reviewers cannot decide the same sample at once, and every
*> decision is appended to TXNREVIEWLOG (layout in REVIEW-LOG-REC).

environment division.
input-output section.
file-control.
    select TRANSACTION-FILE assign to "DAILYTXN"
        organization is indexed
        access mode is dynamic
        record key is TXN-SAMPLE-ID
        file status is WS-TXN-STATUS.
    select STRAND-XREF-FILE assign to "STRANDXREF"
        organization is line sequential
        file status is WS-XREF-STATUS.
    select STRAND-MASTER-FILE assign to "HAMSTRANDS"
        organization is indexed
        access mode is dynamic
        record key is STRAND-MASTER-ID
        file status is WS-MASTER-STATUS.
    select REVIEW-LOG-FILE assign to "TXNREVIEWLOG"
        organization is line sequential
        file status is WS-REVIEW-LOG-STATUS.

data division.
file section.
fd  TRANSACTION-FILE.
    copy "transaction-rec.cpy".

fd  STRAND-XREF-FILE.
    copy "strand-xref-rec.cpy".

fd  STRAND-MASTER-FILE.
    copy "strand-master-rec.cpy".

fd  REVIEW-LOG-FILE.
    copy "review-log-rec.cpy".

working-storage section.
01 ws-opt                     pic 9(1) value 1.
   88 ws-opt-1 value 1.
   88 ws-opt-2 value 2.
   88 ws-opt-3 value 3.

01 ws-action                  pic 9(1) value 0.
   88 ws-action-release value 1.
   88 ws-action-retest  value 2.
   88 ws-action-reject  value 3.
   88 ws-action-none    value 4.

01 WS-USER-ID                 pic x(08) value spaces.
01 WS-USER-ROLE               pic x(01) value space.
01 WS-SIGNON-RESULT           pic x(02) value spaces.
01 WS-TXN-STATUS              pic x(02) value spaces.
01 WS-XREF-STATUS             pic x(02) value spaces.
01 WS-MASTER-STATUS           pic x(02) value spaces.
01 WS-REVIEW-LOG-STATUS       pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".
01 WS-XREF-EOF-FLAG           pic x(01) value "N".
   88 WS-XREF-EOF             value "Y".
01 WS-MASTER-OPEN-FLAG        pic x(01) value "N".
   88 WS-MASTER-OPEN          value "Y".
01 WS-LINKED-COUNT            pic 9(03) value 0.
01 WS-PENDING-COUNT           pic 9(06) value 0.

01 WS-LOCK-ACTION             pic x(01) value space.
01 WS-LOCK-NAME               pic x(12) value spaces.
01 WS-LOCK-RESULT             pic x(02) value spaces.

01 WS-SEARCH-SAMPLE-ID        pic 9(06) value 0.
01 WS-LOG-ACTION              pic x(08) value spaces.

01 WS-DNA-1                   pic x(120) value spaces.
01 WS-DNA-2                   pic x(120) value spaces.
01 WS-HAMMING                 pic 9(04) value 0.
01 WS-ERROR                   pic x(31) value spaces.
01 WS-HAMMING-OVERFLOW        pic x(01) value "N".
   88 WS-HAMMING-OVERFLOW-YES value "Y".
   88 WS-HAMMING-OVERFLOW-NO  value "N".
copy "mismatch-positions.cpy".
01 WS-N-COUNT                 pic 9(04) value 0.

01 WS-POSITION-LIST           pic x(480) value spaces.
01 WS-POSITION-PTR            pic 9(03) value 1.
01 WS-POSITION-IDX            pic 9(03) value 1.

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
    display "1) Listar resultados pendientes de revision"
    display "2) Revisar una muestra"
    display "3) Salir"
    accept ws-opt
    evaluate true
        when ws-opt-1
            perform 0200-LIST-PENDING
        when ws-opt-2
            display "ID de muestra: " with no advancing
            accept WS-SEARCH-SAMPLE-ID
            perform 0300-REVIEW-SAMPLE
        when ws-opt-3
            display "Saliendo..."
        when other
            display "Opcion invalida"
    end-evaluate.

0200-LIST-PENDING.
    move 0 to WS-PENDING-COUNT.
    move "N" to WS-EOF-FLAG.
    open input TRANSACTION-FILE.
    if WS-TXN-STATUS = "35"
        display "No hay transacciones registradas todavia."
    else
        read TRANSACTION-FILE next
            at end set WS-EOF to true
        end-read
        perform 0210-CHECK-ONE-PENDING until WS-EOF
        close TRANSACTION-FILE
        display "Resultados pendientes de revision: " WS-PENDING-COUNT
    end-if.

0210-CHECK-ONE-PENDING.
    if TXN-PENDING-REVIEW
        add 1 to WS-PENDING-COUNT
        display "MUESTRA " TXN-SAMPLE-ID
            " " TXN-TIMESTAMP(1:8)
            " VERIFICO " TXN-VERIFIED-BY
            " " function trim(TXN-HAMMING-RESULT)
    end-if.
    read TRANSACTION-FILE next
        at end set WS-EOF to true
    end-read.

0300-REVIEW-SAMPLE.
    move "L" to WS-LOCK-ACTION.
    move "DAILYTXN" to WS-LOCK-NAME.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.
    if WS-LOCK-RESULT not = "00"
        display "Otro usuario esta revisando un resultado -"
            " intente de nuevo."
    else
        perform 0305-REVIEW-SAMPLE-LOCKED
        move "U" to WS-LOCK-ACTION
        call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
            WS-LOCK-RESULT
    end-if.

0305-REVIEW-SAMPLE-LOCKED.
    open i-o TRANSACTION-FILE.
    if WS-TXN-STATUS not = "00"
        display "ERROR DE E/S - ARCHIVO DAILYTXN ESTADO "
            WS-TXN-STATUS
    else
        move WS-SEARCH-SAMPLE-ID to TXN-SAMPLE-ID
        read TRANSACTION-FILE
            invalid key
                display "No se encontro la muestra."
            not invalid key
                perform 0310-CHECK-REVIEWABLE
        end-read
        close TRANSACTION-FILE
    end-if.

0310-CHECK-REVIEWABLE.
    evaluate true
        when not TXN-PENDING-REVIEW
            display "La muestra no esta pendiente de revision."
        when TXN-VERIFIED-BY = WS-USER-ID
            display "El revisor no puede ser quien verifico el"
                " resultado."
        when other
            perform 0400-DISPLAY-SAMPLE
            perform 0500-TAKE-DECISION
    end-evaluate.

0400-DISPLAY-SAMPLE.
    display "----------------------------------------".
    display "MUESTRA:        " TXN-SAMPLE-ID.
    display "FECHA/HORA:     " TXN-TIMESTAMP.
    display "NOMBRE:         " function trim(TXN-FIRST-NAME)
        " " function trim(TXN-LAST-NAME).
    display "EDAD:           " TXN-AGE.
    display "GENERO:         " TXN-GENDER.
    display "CLASIFICACION:  " TXN-CLASSIFICATION.
    display "VERIFICO:       " TXN-VERIFIED-BY.
    display "CADENA 1:       " function trim(TXN-STRAND-1).
    display "CADENA 2:       " function trim(TXN-STRAND-2).
    display "RESULTADO:      " function trim(TXN-HAMMING-RESULT).
    perform 0410-SHOW-MISMATCH-POSITIONS.
    perform 0430-SHOW-LINKED-STRANDS.

0410-SHOW-MISMATCH-POSITIONS.
    move TXN-STRAND-1 to WS-DNA-1.
    move TXN-STRAND-2 to WS-DNA-2.
    call "HAMMING" using WS-DNA-1, WS-DNA-2, WS-HAMMING, WS-ERROR,
        WS-HAMMING-OVERFLOW, WS-MISMATCH-POSITIONS,
        WS-N-COUNT
    if WS-ERROR not = spaces
        display "POSICIONES:     no disponibles - "
            function trim(WS-ERROR)
    else
        if WS-HAMMING = 0
            display "POSICIONES:     ninguna"
        else
            perform 0420-BUILD-POSITION-LIST
            display "POSICIONES:     " function trim(WS-POSITION-LIST)
        end-if
    end-if.

0420-BUILD-POSITION-LIST.
    move spaces to WS-POSITION-LIST.
    move 1 to WS-POSITION-PTR.
    move 1 to WS-POSITION-IDX.
    perform 0421-APPEND-POSITION
        until WS-POSITION-IDX > WS-HAMMING.

0421-APPEND-POSITION.
    if WS-POSITION-IDX > 1
        string "," delimited by size
            into WS-POSITION-LIST with pointer WS-POSITION-PTR
    end-if.
    string WS-MISMATCH-POSITION(WS-POSITION-IDX) delimited by size
        into WS-POSITION-LIST with pointer WS-POSITION-PTR.
    add 1 to WS-POSITION-IDX.

0430-SHOW-LINKED-STRANDS.
    move 0 to WS-LINKED-COUNT.
    move "N" to WS-XREF-EOF-FLAG.
    move "N" to WS-MASTER-OPEN-FLAG.
    open input STRAND-XREF-FILE.
    if WS-XREF-STATUS = "00"
        open input STRAND-MASTER-FILE
        if WS-MASTER-STATUS = "00"
            set WS-MASTER-OPEN to true
        end-if
        read STRAND-XREF-FILE
            at end set WS-XREF-EOF to true
        end-read
        perform 0440-CHECK-ONE-XREF until WS-XREF-EOF
        close STRAND-XREF-FILE
        if WS-MASTER-OPEN
            close STRAND-MASTER-FILE
        end-if
    end-if.
    if WS-LINKED-COUNT = 0
        display "Sin cadenas vinculadas en el maestro."
    end-if.

0440-CHECK-ONE-XREF.
    if XREF-SAMPLE-ID = TXN-SAMPLE-ID
        add 1 to WS-LINKED-COUNT
        perform 0450-SHOW-ONE-LINKED-STRAND
    end-if.
    read STRAND-XREF-FILE
        at end set WS-XREF-EOF to true
    end-read.

0450-SHOW-ONE-LINKED-STRAND.
    if WS-MASTER-OPEN
        move XREF-STRAND-ID to STRAND-MASTER-ID
        read STRAND-MASTER-FILE
            invalid key
                display "CADENA " XREF-STRAND-ID
                    " (ROL " XREF-STRAND-ROLE
                    "): ya no existe en el maestro"
            not invalid key
                display "CADENA " XREF-STRAND-ID
                    " (ROL " XREF-STRAND-ROLE
                    ") CALIDAD " STRAND-MASTER-QUALITY
        end-read
    else
        display "CADENA " XREF-STRAND-ID
            " (ROL " XREF-STRAND-ROLE
            ") - maestro de cadenas no disponible"
    end-if.

0500-TAKE-DECISION.
    move 0 to ws-action.
    perform 0510-ACCEPT-ACTION
        until ws-action-release or ws-action-retest
           or ws-action-reject or ws-action-none.
    evaluate true
        when ws-action-release
            move "R" to TXN-RELEASE-STATUS
            move function current-date to TXN-RELEASE-TS
            move "RELEASE" to WS-LOG-ACTION
        when ws-action-retest
            set TXN-RETEST-REQUESTED to true
            move spaces to TXN-RELEASE-TS
            move "RETEST" to WS-LOG-ACTION
        when ws-action-reject
            set TXN-REVIEW-REJECTED to true
            move spaces to TXN-RELEASE-TS
            move "REJECT" to WS-LOG-ACTION
    end-evaluate.
    if ws-action-none
        display "Sin decision - la muestra sigue pendiente."
    else
        move WS-USER-ID to TXN-REVIEWED-BY
        rewrite TRANSACTION-RECORD
            invalid key
                display "No se pudo guardar la decision."
            not invalid key
                perform 0520-LOG-DECISION
                display "Decision registrada: " WS-LOG-ACTION
        end-rewrite
    end-if.

0510-ACCEPT-ACTION.
    display "1) Liberar al LIMS"
    display "2) Enviar a repeticion"
    display "3) Rechazar"
    display "4) Volver sin decidir"
    accept ws-action
    if ws-action < 1 or ws-action > 4
        display "Opcion invalida"
    end-if.

0520-LOG-DECISION.
    move WS-USER-ID to REVIEW-LOG-USER.
    move function current-date to REVIEW-LOG-TIMESTAMP.
    move TXN-SAMPLE-ID to REVIEW-LOG-SAMPLE-ID.
    move WS-LOG-ACTION to REVIEW-LOG-ACTION.
    move TXN-VERIFIED-BY to REVIEW-LOG-VERIFIED-BY.
    move TXN-HAMMING-RESULT to REVIEW-LOG-RESULT.
    open extend REVIEW-LOG-FILE.
    if WS-REVIEW-LOG-STATUS = "35"
        open output REVIEW-LOG-FILE
    end-if.
    write REVIEW-LOG-RECORD.
    close REVIEW-LOG-FILE.

end program txn-review.
