*> strands with their sequencer quality scores (keyed reads of
*> HAMSTRANDS), so an analyst can weigh a result by the quality of
*> the reads behind it; zero means the strand was never scored.
*> The release state from the second-reviewer queue (txn-review.cob)
*> is shown with the result, with the verifier and the reviewer.
*> A retested sample shows its current result version (marked
*> AMENDED when it replaced a result already released) and the
*> latest retest reason, and after its strands the earlier results
*> from the RESULTHIST history file, oldest first, each with when
*> and by whom it was verified, its release state, and when, by
*> whom and why it was superseded.

environment division.
input-output section.
        access mode is dynamic
        record key is STRAND-MASTER-ID
        file status is WS-MASTER-STATUS.
    select RESULT-HIST-FILE assign to "RESULTHIST"
        organization is indexed
        access mode is dynamic
        record key is HIST-KEY
        file status is WS-HIST-STATUS.

data division.
file section.
fd  STRAND-MASTER-FILE.
    copy "strand-master-rec.cpy".

fd  RESULT-HIST-FILE.
    copy "result-hist-rec.cpy".

working-storage section.
01 ws-opt                     pic 9(1) value 1.
   88 ws-opt-1 value 1.
01 WS-MASTER-OPEN-FLAG        pic x(01) value "N".
   88 WS-MASTER-OPEN          value "Y".
01 WS-LINKED-COUNT            pic 9(03) value 0.
01 WS-HIST-STATUS             pic x(02) value spaces.
01 WS-HIST-EOF-FLAG           pic x(01) value "N".
   88 WS-HIST-EOF             value "Y".
01 WS-HIST-COUNT              pic 9(03) value 0.
01 WS-HIST-STATE-TEXT         pic x(12) value spaces.

01 WS-SEARCH-SAMPLE-ID        pic 9(06) value 0.
01 WS-SEARCH-LAST-NAME        pic x(25) value spaces.
    display "CADENA 1:       " function trim(TXN-STRAND-1).
    display "CADENA 2:       " function trim(TXN-STRAND-2).
    display "RESULTADO:      " function trim(TXN-HAMMING-RESULT).
    evaluate true
        when TXN-PENDING-REVIEW
            display "LIBERACION:     PENDIENTE DE REVISION"
        when TXN-RETEST-REQUESTED
            display "LIBERACION:     ENVIADA A REPETICION"
        when TXN-REVIEW-REJECTED
            display "LIBERACION:     RECHAZADA"
        when other
            display "LIBERACION:     LIBERADA " TXN-RELEASE-TS(1:8)
    end-evaluate.
    display "VERIFICO:       " TXN-VERIFIED-BY
        "  REVISO: " TXN-REVIEWED-BY.
    if TXN-RESULT-VERSION is numeric and TXN-RESULT-VERSION > 1
        if TXN-AMENDED-RESULT
            display "VERSION:        " TXN-RESULT-VERSION
                " (RESULTADO ENMENDADO)"
        else
            display "VERSION:        " TXN-RESULT-VERSION
        end-if
        display "MOTIVO REPET.:  " function trim(TXN-RETEST-REASON)
    end-if.
    perform 0230-SHOW-LINKED-STRANDS.
    perform 0260-SHOW-RESULT-HISTORY.

0230-SHOW-LINKED-STRANDS.
    move 0 to WS-LINKED-COUNT.
            ") - maestro de cadenas no disponible"
    end-if.

0260-SHOW-RESULT-HISTORY.
    move 0 to WS-HIST-COUNT.
    move "N" to WS-HIST-EOF-FLAG.
    open input RESULT-HIST-FILE.
    if WS-HIST-STATUS = "00"
        move TXN-SAMPLE-ID to HIST-SAMPLE-ID
        move 0 to HIST-VERSION
        start RESULT-HIST-FILE key is >= HIST-KEY
            invalid key set WS-HIST-EOF to true
        end-start
        if not WS-HIST-EOF
            perform 0280-READ-NEXT-HISTORY
        end-if
        perform 0270-SHOW-ONE-HISTORY until WS-HIST-EOF
        close RESULT-HIST-FILE
    end-if.

0270-SHOW-ONE-HISTORY.
    add 1 to WS-HIST-COUNT.
    if WS-HIST-COUNT = 1
        display "RESULTADOS ANTERIORES:"
    end-if.
    evaluate HIST-RELEASE-STATUS
        when "P"
            move "PENDIENTE" to WS-HIST-STATE-TEXT
        when "T"
            move "A REPETICION" to WS-HIST-STATE-TEXT
        when "X"
            move "RECHAZADA" to WS-HIST-STATE-TEXT
        when other
            move "LIBERADA" to WS-HIST-STATE-TEXT
    end-evaluate.
    display "  VERSION " HIST-VERSION
        " " HIST-TIMESTAMP(1:8) " " HIST-TIMESTAMP(9:2)
        ":" HIST-TIMESTAMP(11:2)
        " VERIFICO " HIST-VERIFIED-BY
        " " WS-HIST-STATE-TEXT.
    display "    " function trim(HIST-HAMMING-RESULT).
    display "    REEMPLAZADA " HIST-SUPERSEDED-TS(1:8)
        " POR " HIST-SUPERSEDED-BY
        ": " function trim(HIST-RETEST-REASON).
    perform 0280-READ-NEXT-HISTORY.

0280-READ-NEXT-HISTORY.
    read RESULT-HIST-FILE next
        at end set WS-HIST-EOF to true
    end-read.
    if not WS-HIST-EOF
       and HIST-SAMPLE-ID not = TXN-SAMPLE-ID
        set WS-HIST-EOF to true
    end-if.

end program txn-inquiry.
