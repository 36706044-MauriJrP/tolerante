*> back to the sample that produced it - the chain-of-custody
*> questions that were previously unanswerable. A cross-reference
*> whose strand no longer exists in the master (archived or purged)
*> is shown with that fact rather than skipped. Tracing a sample also
*> lists the specimen's chain of custody from CUSTODYEVENTS (kept by
*> custody-entry.cob) after its strands - where the tube went and who
*> had it at each step.

environment division.
input-output section.
        access mode is dynamic
        record key is STRAND-MASTER-ID
        file status is WS-MASTER-STATUS.
    select CUSTODY-EVENT-FILE assign to "CUSTODYEVENTS"
        organization is indexed
        access mode is dynamic
        record key is CUSTODY-KEY
        file status is WS-CUSTODY-STATUS.

data division.
file section.
fd  STRAND-MASTER-FILE.
    copy "strand-master-rec.cpy".

fd  CUSTODY-EVENT-FILE.
    copy "custody-event-rec.cpy".

working-storage section.
01 ws-opt                     pic 9(1) value 1.
   88 ws-opt-1 value 1.
01 WS-SIGNON-RESULT           pic x(02) value spaces.
01 WS-XREF-STATUS             pic x(02) value spaces.
01 WS-MASTER-STATUS           pic x(02) value spaces.
01 WS-CUSTODY-STATUS          pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".
01 WS-MASTER-OPEN-FLAG        pic x(01) value "N".
01 WS-SEARCH-SAMPLE-ID        pic 9(06) value 0.
01 WS-SEARCH-STRAND-ID        pic 9(06) value 0.
01 WS-MATCH-COUNT             pic 9(06) value 0.
01 WS-EVENT-COUNT             pic 9(03) value 0.

procedure division.

        end-if
    end-if.
    perform 0260-CLOSE-MASTER.
    perform 0400-SHOW-CUSTODY-CHAIN.

0210-CHECK-ONE-XREF-BY-SAMPLE.
    if XREF-SAMPLE-ID = WS-SEARCH-SAMPLE-ID
        at end set WS-EOF to true
    end-read.

0400-SHOW-CUSTODY-CHAIN.
    move 0 to WS-EVENT-COUNT.
    move "N" to WS-EOF-FLAG.
    display "CADENA DE CUSTODIA:".
    open input CUSTODY-EVENT-FILE.
    if WS-CUSTODY-STATUS = "35"
        display "  (no hay eventos de custodia todavia)"
    else
        move WS-SEARCH-SAMPLE-ID to CUSTODY-SAMPLE-ID
        move 0 to CUSTODY-SEQUENCE
        start CUSTODY-EVENT-FILE key is >= CUSTODY-KEY
            invalid key set WS-EOF to true
        end-start
        if not WS-EOF
            perform 0420-READ-NEXT-CUSTODY
        end-if
        perform 0410-DISPLAY-ONE-CUSTODY until WS-EOF
        close CUSTODY-EVENT-FILE
        if WS-EVENT-COUNT = 0
            display "  (la muestra no tiene eventos de custodia)"
        end-if
    end-if.

0410-DISPLAY-ONE-CUSTODY.
    add 1 to WS-EVENT-COUNT.
    display "  " CUSTODY-SEQUENCE " " CUSTODY-EVENT
        " " CUSTODY-TIMESTAMP(1:8) " " CUSTODY-TIMESTAMP(9:2)
        ":" CUSTODY-TIMESTAMP(11:2)
        " POR " CUSTODY-OPERATOR
        " EN " CUSTODY-LOCATION.
    perform 0420-READ-NEXT-CUSTODY.

0420-READ-NEXT-CUSTODY.
    read CUSTODY-EVENT-FILE next
        at end set WS-EOF to true
    end-read.
    if not WS-EOF
       and CUSTODY-SAMPLE-ID not = WS-SEARCH-SAMPLE-ID
        set WS-EOF to true
    end-if.

end program strand-trace.
