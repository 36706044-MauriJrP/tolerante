date-written. 09/02/2026.
*> Second-pair-of-eyes review screen for reference-table changes.
*> refdata-maint.cob no longer writes the live GENDERCODES,
*> AGEBRACKETS, HAMTHRESH or SITEMASTER files - it writes a PENDING change set
*> to REFPENDING (layout in REF-PENDING-REC), and this screen is
*> where a different supervisor looks at the proposed tables next to
*> the live ones and approves or rejects them. Only an approval
*> the REFHISTORY file for the auditors, and REFPENDING is cleared
*> so the next change can be submitted. The reviewer must not be
*> the requester - that is the whole point of dual control.
*> The submitting-site master (SITEMASTER, layout in SITE-REC)
*> travels in the same set as "S" records; a set proposed before
*> sites were maintained carries none, and approving it leaves
*> SITEMASTER as it is.
*> The strand watch list (WATCHLIST, layout in WATCH-LIST-REC) is
*> handled the same way as "W" records: approving a set with none
*> leaves WATCHLIST as it is. REFHISTORY records are 180 bytes wide
*> to carry a whole watched strand.

environment division.
input-output section.
    select THRESHOLD-FILE assign to "HAMTHRESH"
        organization is line sequential
        file status is WS-THRESHOLD-STATUS.
    select SITE-FILE assign to "SITEMASTER"
        organization is line sequential
        file status is WS-SITE-STATUS.
    select WATCH-LIST-FILE assign to "WATCHLIST"
        organization is line sequential
        file status is WS-WATCH-STATUS.

data division.
file section.
    copy "ref-pending-rec.cpy".

fd  HISTORY-FILE.
01  REF-HISTORY-RECORD        pic x(180).

fd  GENDER-CODE-FILE.
    copy "gender-code-rec.cpy".
fd  THRESHOLD-FILE.
    copy "hamming-threshold-rec.cpy".

fd  SITE-FILE.
    copy "site-rec.cpy".

fd  WATCH-LIST-FILE.
    copy "watch-list-rec.cpy".

working-storage section.
01 ws-opt                     pic 9(1) value 1.
   88 ws-opt-1 value 1.
01 WS-GENDER-STATUS           pic x(02) value spaces.
01 WS-BRACKET-STATUS          pic x(02) value spaces.
01 WS-THRESHOLD-STATUS        pic x(02) value spaces.
01 WS-SITE-STATUS             pic x(02) value spaces.
01 WS-WATCH-STATUS            pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".

01 WS-MATCH-MAX               pic 9(04) value 3.
01 WS-INCONCLUSIVE-MAX        pic 9(04) value 8.

copy "site-table.cpy".

copy "watch-table.cpy".

01 WS-ENTRY-NUMBER            pic 9(02) value 0.
01 WS-SITE-NUMBER             pic 9(03) value 0.
01 WS-DISPOSITION             pic x(08) value spaces.

procedure division.
    move "N" to WS-EOF-FLAG.
    move 0 to WS-GENDER-CODE-COUNT.
    move 0 to WS-AGE-BRACKET-COUNT.
    move 0 to WS-SITE-COUNT.
    move 0 to WS-WATCH-COUNT.
    open input PENDING-FILE.
    if WS-PENDING-STATUS = "35"
        continue
        when PEND-THRESHOLD
            move PEND-MATCH-MAX to WS-MATCH-MAX
            move PEND-INCONCLUSIVE-MAX to WS-INCONCLUSIVE-MAX
        when PEND-SITE
            if WS-SITE-COUNT < WS-MAX-SITES
                add 1 to WS-SITE-COUNT
                set WS-ST-IDX to WS-SITE-COUNT
                move PEND-SITE-CODE to WS-ST-CODE(WS-ST-IDX)
                move PEND-SITE-NAME to WS-ST-NAME(WS-ST-IDX)
                move PEND-SITE-CONTACT to WS-ST-CONTACT(WS-ST-IDX)
                move PEND-SITE-ACTIVE to WS-ST-ACTIVE(WS-ST-IDX)
            end-if
        when PEND-WATCH
            if WS-WATCH-COUNT < WS-MAX-WATCH
                add 1 to WS-WATCH-COUNT
                set WS-WL-IDX to WS-WATCH-COUNT
                move PEND-WATCH-ID to WS-WL-ID(WS-WL-IDX)
                move PEND-WATCH-STRAND to WS-WL-STRAND(WS-WL-IDX)
                move PEND-WATCH-REASON to WS-WL-REASON(WS-WL-IDX)
                move PEND-WATCH-OWNER to WS-WL-OWNER(WS-WL-IDX)
                move PEND-WATCH-TOLERANCE
                    to WS-WL-TOLERANCE(WS-WL-IDX)
                move PEND-WATCH-ACTIVE to WS-WL-ACTIVE(WS-WL-IDX)
            end-if
        when other
            continue
    end-evaluate.
        until WS-ENTRY-NUMBER > WS-AGE-BRACKET-COUNT.
    display "Umbrales propuestos: MATCH hasta " WS-MATCH-MAX
        ", INCONCLUSIVE hasta " WS-INCONCLUSIVE-MAX ".".
    if WS-SITE-COUNT = 0
        display "Sitios de envio: sin cambios en este envio."
    else
        display "Sitios de envio propuestos:"
        perform 0430-SHOW-ONE-SITE
            varying WS-SITE-NUMBER from 1 by 1
            until WS-SITE-NUMBER > WS-SITE-COUNT
    end-if.
    if WS-WATCH-COUNT = 0
        display "Lista de vigilancia: sin cambios en este envio."
    else
        display "Lista de vigilancia propuesta:"
        perform 0440-SHOW-ONE-WATCH
            varying WS-WL-IDX from 1 by 1
            until WS-WL-IDX > WS-WATCH-COUNT
    end-if.

0410-SHOW-ONE-GENDER.
    set WS-GC-IDX to WS-ENTRY-NUMBER.
        WS-AB-HIGH(WS-AB-IDX)
        " ETIQUETA: " WS-AB-LABEL(WS-AB-IDX).

0430-SHOW-ONE-SITE.
    set WS-ST-IDX to WS-SITE-NUMBER.
    display "  SITIO: " WS-ST-CODE(WS-ST-IDX)
        " " WS-ST-NAME(WS-ST-IDX)
        " CONTACTO: " WS-ST-CONTACT(WS-ST-IDX)
        " ACTIVO: " WS-ST-ACTIVE(WS-ST-IDX).

0440-SHOW-ONE-WATCH.
    display "  ENTRADA: " WS-WL-ID(WS-WL-IDX)
        " " WS-WL-REASON(WS-WL-IDX)
        " DUENO: " WS-WL-OWNER(WS-WL-IDX)
        " TOLERANCIA: " WS-WL-TOLERANCE(WS-WL-IDX)
        " ACTIVA: " WS-WL-ACTIVE(WS-WL-IDX).
    display "    CADENA: " WS-WL-STRAND(WS-WL-IDX).

0500-APPROVE-PENDING-SET.
    if WS-USER-ID = WS-REQUESTED-BY
        display "El revisor no puede ser quien solicito el cambio."
        perform 0520-SAVE-GENDER-CODES
        perform 0530-SAVE-AGE-BRACKETS
        perform 0540-SAVE-THRESHOLDS
        if WS-SITE-COUNT > 0
            perform 0550-SAVE-SITES
        end-if
        if WS-WATCH-COUNT > 0
            perform 0560-SAVE-WATCH-LIST
        end-if
        move "APPROVED" to WS-DISPOSITION
        perform 0700-WRITE-HISTORY-SET
        perform 0800-CLEAR-PENDING-FILE
    write HAMMING-THRESHOLD-RECORD.
    close THRESHOLD-FILE.

0550-SAVE-SITES.
    open output SITE-FILE.
    perform 0551-WRITE-ONE-SITE
        varying WS-SITE-NUMBER from 1 by 1
        until WS-SITE-NUMBER > WS-SITE-COUNT.
    close SITE-FILE.

0551-WRITE-ONE-SITE.
    set WS-ST-IDX to WS-SITE-NUMBER.
    move WS-ST-CODE(WS-ST-IDX) to SITE-CODE.
    move WS-ST-NAME(WS-ST-IDX) to SITE-NAME.
    move WS-ST-CONTACT(WS-ST-IDX) to SITE-CONTACT.
    move WS-ST-ACTIVE(WS-ST-IDX) to SITE-ACTIVE.
    write SITE-RECORD.

0560-SAVE-WATCH-LIST.
    open output WATCH-LIST-FILE.
    perform 0561-WRITE-ONE-WATCH
        varying WS-WL-IDX from 1 by 1
        until WS-WL-IDX > WS-WATCH-COUNT.
    close WATCH-LIST-FILE.

0561-WRITE-ONE-WATCH.
    move WS-WATCH-ENTRY(WS-WL-IDX) to WATCH-LIST-RECORD.
    write WATCH-LIST-RECORD.

0600-REJECT-PENDING-SET.
    if WS-USER-ID = WS-REQUESTED-BY
        display "El revisor no puede ser quien solicito el cambio."
    perform 0720-WRITE-ONE-HISTORY-BRACKET
        varying WS-ENTRY-NUMBER from 1 by 1
        until WS-ENTRY-NUMBER > WS-AGE-BRACKET-COUNT.
    perform 0730-WRITE-ONE-HISTORY-SITE
        varying WS-SITE-NUMBER from 1 by 1
        until WS-SITE-NUMBER > WS-SITE-COUNT.
    perform 0740-WRITE-ONE-HISTORY-WATCH
        varying WS-WL-IDX from 1 by 1
        until WS-WL-IDX > WS-WATCH-COUNT.
    move spaces to REF-PENDING-RECORD.
    move "T" to PEND-RECORD-TYPE.
    move WS-MATCH-MAX to PEND-MATCH-MAX.
    move REF-PENDING-RECORD to REF-HISTORY-RECORD.
    write REF-HISTORY-RECORD.

0730-WRITE-ONE-HISTORY-SITE.
    set WS-ST-IDX to WS-SITE-NUMBER.
    move spaces to REF-PENDING-RECORD.
    move "S" to PEND-RECORD-TYPE.
    move WS-ST-CODE(WS-ST-IDX) to PEND-SITE-CODE.
    move WS-ST-NAME(WS-ST-IDX) to PEND-SITE-NAME.
    move WS-ST-CONTACT(WS-ST-IDX) to PEND-SITE-CONTACT.
    move WS-ST-ACTIVE(WS-ST-IDX) to PEND-SITE-ACTIVE.
    move REF-PENDING-RECORD to REF-HISTORY-RECORD.
    write REF-HISTORY-RECORD.

0740-WRITE-ONE-HISTORY-WATCH.
    move spaces to REF-PENDING-RECORD.
    move "W" to PEND-RECORD-TYPE.
    move WS-WL-ID(WS-WL-IDX) to PEND-WATCH-ID.
    move WS-WL-STRAND(WS-WL-IDX) to PEND-WATCH-STRAND.
    move WS-WL-REASON(WS-WL-IDX) to PEND-WATCH-REASON.
    move WS-WL-OWNER(WS-WL-IDX) to PEND-WATCH-OWNER.
    move WS-WL-TOLERANCE(WS-WL-IDX) to PEND-WATCH-TOLERANCE.
    move WS-WL-ACTIVE(WS-WL-IDX) to PEND-WATCH-ACTIVE.
    move REF-PENDING-RECORD to REF-HISTORY-RECORD.
    write REF-HISTORY-RECORD.

0800-CLEAR-PENDING-FILE.
    open output PENDING-FILE.
    close PENDING-FILE.
