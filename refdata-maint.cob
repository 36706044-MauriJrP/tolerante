*> place of indexed file access.
*>
*> Modification history
*> 2026-10-15 MRP  Now also maintains the strand watch list
*>                 (WATCHLIST, layout in WATCH-LIST-REC): option 0
*>                 lists the entries and adds or updates one (ID,
*>                 strand, reason, owner, match tolerance, active
*>                 flag). The entries travel in the PENDING change set
*>                 as "W" records and only reach WATCHLIST when
*>                 refdata-review approves them; the disk-changed check
*>                 covers them too.
*> 2026-10-15 MRP  Now also maintains the submitting-site master
*>                 (SITEMASTER, layout in SITE-REC): option 9 lists
*>                 the sites and adds or updates one (code, name,
*>                 contact, active flag). The sites travel in the same
*>                 PENDING change set as "S" records and only reach
*>                 SITEMASTER when refdata-review approves them; the
*>                 disk-changed check covers them too.
*> 2026-09-02 MRP  Dual control: saving no longer writes the live
*>                 reference files. The proposed tables are written as
*>                 a PENDING change set to REFPENDING (layout in
    select THRESHOLD-FILE assign to "HAMTHRESH"
        organization is line sequential
        file status is WS-THRESHOLD-STATUS.
    select SITE-FILE assign to "SITEMASTER"
        organization is line sequential
        file status is WS-SITE-STATUS.
    select WATCH-LIST-FILE assign to "WATCHLIST"
        organization is line sequential
        file status is WS-WATCH-STATUS.
    select PENDING-FILE assign to "REFPENDING"
        organization is line sequential
        file status is WS-PENDING-STATUS.
fd  THRESHOLD-FILE.
    copy "hamming-threshold-rec.cpy".

fd  SITE-FILE.
    copy "site-rec.cpy".

fd  WATCH-LIST-FILE.
    copy "watch-list-rec.cpy".

fd  PENDING-FILE.
    copy "ref-pending-rec.cpy".

working-storage section.
01 ws-opt                     pic 9(1) value 1.
   88 ws-opt-0 value 0.
   88 ws-opt-1 value 1.
   88 ws-opt-2 value 2.
   88 ws-opt-3 value 3.
   88 ws-opt-6 value 6.
   88 ws-opt-7 value 7.
   88 ws-opt-8 value 8.
   88 ws-opt-9 value 9.
01 ws-site-opt                pic 9(1) value 1.
   88 ws-site-opt-1 value 1.
   88 ws-site-opt-2 value 2.
   88 ws-site-opt-3 value 3.
01 ws-watch-opt               pic 9(1) value 1.
   88 ws-watch-opt-1 value 1.
   88 ws-watch-opt-2 value 2.
   88 ws-watch-opt-3 value 3.

01 WS-GENDER-STATUS           pic x(02) value spaces.
01 WS-PENDING-STATUS          pic x(02) value spaces.
01 WS-SIGNON-RESULT           pic x(02) value spaces.
01 WS-BRACKET-STATUS          pic x(02) value spaces.
01 WS-THRESHOLD-STATUS        pic x(02) value spaces.
01 WS-SITE-STATUS             pic x(02) value spaces.
01 WS-WATCH-STATUS            pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".

      10 WS-AB-HIGH           pic 9(03).
      10 WS-AB-LABEL          pic x(10).

copy "site-table.cpy".

copy "watch-table.cpy".

01 WS-NEW-GENDER-CODE         pic x(06) value spaces.
01 WS-SEARCH-LABEL            pic x(10) value spaces.
01 WS-NEW-LOW                 pic x(04) justified right value spaces.
01 WS-SNAP-BRACKET-COUNT      pic 9(02) value 0.
01 WS-SNAP-BRACKET-TABLE.
   05 WS-SNAP-BRACKET-ENTRY   pic x(16) occurs 20 times.
01 WS-SNAP-SITE-COUNT         pic 9(03) value 0.
01 WS-SNAP-SITE-TABLE.
   05 WS-SNAP-SITE-ENTRY      pic x(67) occurs 100 times.
01 WS-SNAP-WATCH-COUNT        pic 9(03) value 0.
01 WS-SNAP-WATCH-TABLE.
   05 WS-SNAP-WATCH-ENTRY     pic x(170) occurs 100 times.
01 WS-SNAP-MATCH-MAX          pic 9(04) value 0.
01 WS-SNAP-INCONCLUSIVE-MAX   pic 9(04) value 0.

01 WS-DISK-BRACKET-TABLE.
   05 WS-DISK-BRACKET-ENTRY   pic x(16) occurs 20 times.
01 WS-DISK-BRACKET-BUILD      pic x(16) value spaces.
01 WS-DISK-SITE-COUNT         pic 9(03) value 0.
01 WS-DISK-SITE-TABLE.
   05 WS-DISK-SITE-ENTRY      pic x(67) occurs 100 times.
01 WS-DISK-SITE-BUILD         pic x(67) value spaces.
01 WS-DISK-WATCH-COUNT        pic 9(03) value 0.
01 WS-DISK-WATCH-TABLE.
   05 WS-DISK-WATCH-ENTRY     pic x(170) occurs 100 times.
01 WS-DISK-MATCH-MAX          pic 9(04) value 0.
01 WS-DISK-INCONCLUSIVE-MAX   pic 9(04) value 0.

01 WS-THRESH-VALID-FLAG       pic x(01) value "N".
   88 WS-THRESH-VALID         value "Y".

01 WS-NEW-SITE-CODE           pic x(06) value spaces.
01 WS-NEW-SITE-NAME           pic x(30) value spaces.
01 WS-NEW-SITE-CONTACT        pic x(30) value spaces.
01 WS-NEW-SITE-ACTIVE         pic x(01) value space.
01 WS-SITE-FOUND-FLAG         pic x(01) value "N".
   88 WS-SITE-FOUND           value "Y".

01 WS-NEW-WATCH-ID            pic x(08) value spaces.
01 WS-NEW-WATCH-STRAND        pic x(120) value spaces.
01 WS-NEW-WATCH-REASON        pic x(30) value spaces.
01 WS-NEW-WATCH-OWNER         pic x(08) value spaces.
01 WS-NEW-WATCH-ACTIVE        pic x(01) value space.
01 WS-NEW-TOLERANCE           pic x(04) justified right value spaces.
01 WS-NEW-TOLERANCE-NUM       pic 9(03) value 0.
01 WS-TOLERANCE-VALID-FLAG    pic x(01) value "N".
   88 WS-TOLERANCE-VALID      value "Y".
01 WS-WATCH-FOUND-FLAG        pic x(01) value "N".
   88 WS-WATCH-FOUND          value "Y".
01 WS-WATCH-LENGTH            pic 9(03) value 0.
01 WS-WATCH-BASE-TALLY        pic 9(03) value 0.

procedure division.

0000-MAIN.
    perform 0100-LOAD-GENDER-CODES.
    perform 0200-LOAD-AGE-BRACKETS.
    perform 0300-LOAD-THRESHOLDS.
    perform 0400-LOAD-SITES.
    perform 0500-LOAD-WATCH-LIST.
    perform 0350-TAKE-SNAPSHOT.
    perform 0900-MENU until ws-opt-6.
    stop run.
        until WS-COMPARE-IDX > WS-AGE-BRACKET-COUNT.
    move WS-MATCH-MAX to WS-SNAP-MATCH-MAX.
    move WS-INCONCLUSIVE-MAX to WS-SNAP-INCONCLUSIVE-MAX.
    move WS-SITE-COUNT to WS-SNAP-SITE-COUNT.
    move spaces to WS-SNAP-SITE-TABLE.
    perform 0380-SNAPSHOT-ONE-SITE
        varying WS-COMPARE-IDX from 1 by 1
        until WS-COMPARE-IDX > WS-SITE-COUNT.
    move WS-WATCH-COUNT to WS-SNAP-WATCH-COUNT.
    move spaces to WS-SNAP-WATCH-TABLE.
    perform 0390-SNAPSHOT-ONE-WATCH
        varying WS-COMPARE-IDX from 1 by 1
        until WS-COMPARE-IDX > WS-WATCH-COUNT.

0360-SNAPSHOT-ONE-GENDER.
    set WS-GC-IDX to WS-COMPARE-IDX.
    move WS-DISK-BRACKET-BUILD
        to WS-SNAP-BRACKET-ENTRY(WS-COMPARE-IDX).

0380-SNAPSHOT-ONE-SITE.
    set WS-ST-IDX to WS-COMPARE-IDX.
    move WS-SITE-ENTRY(WS-ST-IDX)
        to WS-SNAP-SITE-ENTRY(WS-COMPARE-IDX).

0390-SNAPSHOT-ONE-WATCH.
    set WS-WL-IDX to WS-COMPARE-IDX.
    move WS-WATCH-ENTRY(WS-WL-IDX)
        to WS-SNAP-WATCH-ENTRY(WS-COMPARE-IDX).

0300-LOAD-THRESHOLDS.
    open input THRESHOLD-FILE.
    if WS-THRESHOLD-STATUS = "35"
        at end set WS-EOF to true
    end-read.

0400-LOAD-SITES.
    move 0 to WS-SITE-COUNT.
    open input SITE-FILE.
    if WS-SITE-STATUS = "35"
        perform 0410-SEED-DEFAULT-SITE
    else
        move "N" to WS-EOF-FLAG
        read SITE-FILE
            at end set WS-EOF to true
        end-read
        perform 0420-LOAD-ONE-SITE until WS-EOF
        close SITE-FILE
    end-if.

0410-SEED-DEFAULT-SITE.
    move 1 to WS-SITE-COUNT.
    move "MAIN  " to WS-ST-CODE(1).
    move "LABORATORIO CENTRAL" to WS-ST-NAME(1).
    move spaces to WS-ST-CONTACT(1).
    move "Y" to WS-ST-ACTIVE(1).

0420-LOAD-ONE-SITE.
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

0500-LOAD-WATCH-LIST.
    move 0 to WS-WATCH-COUNT.
    open input WATCH-LIST-FILE.
    if WS-WATCH-STATUS = "35"
        continue
    else
        move "N" to WS-EOF-FLAG
        read WATCH-LIST-FILE
            at end set WS-EOF to true
        end-read
        perform 0510-LOAD-ONE-WATCH until WS-EOF
        close WATCH-LIST-FILE
    end-if.

0510-LOAD-ONE-WATCH.
    if WS-WATCH-COUNT < WS-MAX-WATCH
        add 1 to WS-WATCH-COUNT
        set WS-WL-IDX to WS-WATCH-COUNT
        move WATCH-LIST-RECORD to WS-WATCH-ENTRY(WS-WL-IDX)
    end-if.
    read WATCH-LIST-FILE
        at end set WS-EOF to true
    end-read.

0900-MENU.
    display "1) Ver codigos de genero"
    display "2) Agregar codigo de genero"
    display "6) Salir"
    display "7) Ver umbrales de decision"
    display "8) Actualizar umbrales de decision"
    display "9) Mantener sitios de envio"
    display "0) Mantener lista de vigilancia de cadenas"
    accept ws-opt
    evaluate true
        when ws-opt-1
            perform 0970-VIEW-THRESHOLDS
        when ws-opt-8
            perform 0975-UPDATE-THRESHOLDS
        when ws-opt-9
            move 1 to ws-site-opt
            perform 0980-SITE-MENU until ws-site-opt-3
        when ws-opt-0
            move 1 to ws-watch-opt
            perform 0985-WATCH-MENU until ws-watch-opt-3
        when other
            display "Opcion invalida"
    end-evaluate.
       or WS-DISK-INCONCLUSIVE-MAX not = WS-SNAP-INCONCLUSIVE-MAX
        set WS-DISK-CHANGED to true
    end-if.
    perform 0996-READ-DISK-SITES.
    if WS-DISK-SITE-COUNT not = WS-SNAP-SITE-COUNT
       or WS-DISK-SITE-TABLE not = WS-SNAP-SITE-TABLE
        set WS-DISK-CHANGED to true
    end-if.
    perform 0998-READ-DISK-WATCH-LIST.
    if WS-DISK-WATCH-COUNT not = WS-SNAP-WATCH-COUNT
       or WS-DISK-WATCH-TABLE not = WS-SNAP-WATCH-TABLE
        set WS-DISK-CHANGED to true
    end-if.

0991-READ-DISK-GENDER-CODES.
    move 0 to WS-DISK-GENDER-COUNT.
        close THRESHOLD-FILE
    end-if.

0996-READ-DISK-SITES.
    move 0 to WS-DISK-SITE-COUNT.
    move spaces to WS-DISK-SITE-TABLE.
    move "N" to WS-EOF-FLAG.
    open input SITE-FILE.
    if WS-SITE-STATUS = "35"
        move 1 to WS-DISK-SITE-COUNT
        move spaces to WS-DISK-SITE-BUILD
        move "MAIN  " to WS-DISK-SITE-BUILD(1:6)
        move "LABORATORIO CENTRAL" to WS-DISK-SITE-BUILD(7:30)
        move "Y" to WS-DISK-SITE-BUILD(67:1)
        move WS-DISK-SITE-BUILD to WS-DISK-SITE-ENTRY(1)
    else
        read SITE-FILE
            at end set WS-EOF to true
        end-read
        perform 0997-READ-ONE-DISK-SITE until WS-EOF
        close SITE-FILE
    end-if.

0997-READ-ONE-DISK-SITE.
    if WS-DISK-SITE-COUNT < WS-MAX-SITES
        add 1 to WS-DISK-SITE-COUNT
        move SITE-RECORD to WS-DISK-SITE-ENTRY(WS-DISK-SITE-COUNT)
    end-if.
    read SITE-FILE
        at end set WS-EOF to true
    end-read.

0998-READ-DISK-WATCH-LIST.
    move 0 to WS-DISK-WATCH-COUNT.
    move spaces to WS-DISK-WATCH-TABLE.
    move "N" to WS-EOF-FLAG.
    open input WATCH-LIST-FILE.
    if WS-WATCH-STATUS = "35"
        continue
    else
        read WATCH-LIST-FILE
            at end set WS-EOF to true
        end-read
        perform 0999-READ-ONE-DISK-WATCH until WS-EOF
        close WATCH-LIST-FILE
    end-if.

0999-READ-ONE-DISK-WATCH.
    if WS-DISK-WATCH-COUNT < WS-MAX-WATCH
        add 1 to WS-DISK-WATCH-COUNT
        move WATCH-LIST-RECORD
            to WS-DISK-WATCH-ENTRY(WS-DISK-WATCH-COUNT)
    end-if.
    read WATCH-LIST-FILE
        at end set WS-EOF to true
    end-read.

0970-VIEW-THRESHOLDS.
    display "MATCH hasta " WS-MATCH-MAX
        ", INCONCLUSIVE hasta " WS-INCONCLUSIVE-MAX
        end-if
    end-if.

0980-SITE-MENU.
    display "1) Ver sitios de envio"
    display "2) Agregar o actualizar un sitio"
    display "3) Volver"
    accept ws-site-opt
    evaluate true
        when ws-site-opt-1
            perform 0981-VIEW-SITES
        when ws-site-opt-2
            perform 0983-UPDATE-SITE
        when ws-site-opt-3
            continue
        when other
            display "Opcion invalida"
    end-evaluate.

0981-VIEW-SITES.
    perform 0982-DISPLAY-ONE-SITE
        varying WS-ST-IDX from 1 by 1
        until WS-ST-IDX > WS-SITE-COUNT.

0982-DISPLAY-ONE-SITE.
    display "SITIO: " WS-ST-CODE(WS-ST-IDX)
        " " WS-ST-NAME(WS-ST-IDX)
        " CONTACTO: " WS-ST-CONTACT(WS-ST-IDX)
        " ACTIVO: " WS-ST-ACTIVE(WS-ST-IDX).

0983-UPDATE-SITE.
    move spaces to WS-NEW-SITE-CODE.
    display "Codigo de sitio a agregar o actualizar: " with no advancing.
    accept WS-NEW-SITE-CODE.
    if WS-NEW-SITE-CODE = spaces
        display "Se requiere un codigo de sitio. Sin cambios."
    else
        move "N" to WS-SITE-FOUND-FLAG
        set WS-ST-IDX to 1
        search WS-SITE-ENTRY
            at end
                continue
            when WS-ST-CODE(WS-ST-IDX) = WS-NEW-SITE-CODE
                set WS-SITE-FOUND to true
        end-search
        if not WS-SITE-FOUND and WS-SITE-COUNT >= WS-MAX-SITES
            display "Tabla de sitios llena."
        else
            perform 0984-ACCEPT-SITE-DETAILS
        end-if
    end-if.

0984-ACCEPT-SITE-DETAILS.
    move spaces to WS-NEW-SITE-NAME.
    display "Nombre del sitio: " with no advancing.
    accept WS-NEW-SITE-NAME.
    move spaces to WS-NEW-SITE-CONTACT.
    display "Contacto: " with no advancing.
    accept WS-NEW-SITE-CONTACT.
    move space to WS-NEW-SITE-ACTIVE.
    display "Activo (S/N)? " with no advancing.
    accept WS-NEW-SITE-ACTIVE.
    if WS-NEW-SITE-NAME = spaces
        display "Se requiere el nombre del sitio. Sin cambios."
    else
        if WS-NEW-SITE-ACTIVE not = "S" and not = "s"
           and not = "N" and not = "n"
            display "Indique S o N para activo. Sin cambios."
        else
            if not WS-SITE-FOUND
                add 1 to WS-SITE-COUNT
                set WS-ST-IDX to WS-SITE-COUNT
                move WS-NEW-SITE-CODE to WS-ST-CODE(WS-ST-IDX)
            end-if
            move WS-NEW-SITE-NAME to WS-ST-NAME(WS-ST-IDX)
            move WS-NEW-SITE-CONTACT to WS-ST-CONTACT(WS-ST-IDX)
            if WS-NEW-SITE-ACTIVE = "S" or WS-NEW-SITE-ACTIVE = "s"
                move "Y" to WS-ST-ACTIVE(WS-ST-IDX)
            else
                move "N" to WS-ST-ACTIVE(WS-ST-IDX)
            end-if
            if WS-SITE-FOUND
                display "Sitio actualizado."
            else
                display "Sitio agregado."
            end-if
        end-if
    end-if.

0985-WATCH-MENU.
    display "1) Ver lista de vigilancia"
    display "2) Agregar o actualizar una entrada"
    display "3) Volver"
    accept ws-watch-opt
    evaluate true
        when ws-watch-opt-1
            perform 0986-VIEW-WATCH-LIST
        when ws-watch-opt-2
            perform 0988-UPDATE-WATCH-ENTRY
        when ws-watch-opt-3
            continue
        when other
            display "Opcion invalida"
    end-evaluate.

0986-VIEW-WATCH-LIST.
    if WS-WATCH-COUNT = 0
        display "La lista de vigilancia esta vacia."
    end-if.
    perform 0987-DISPLAY-ONE-WATCH
        varying WS-WL-IDX from 1 by 1
        until WS-WL-IDX > WS-WATCH-COUNT.

0987-DISPLAY-ONE-WATCH.
    display "ENTRADA: " WS-WL-ID(WS-WL-IDX)
        " " WS-WL-REASON(WS-WL-IDX)
        " DUENO: " WS-WL-OWNER(WS-WL-IDX)
        " TOLERANCIA: " WS-WL-TOLERANCE(WS-WL-IDX)
        " ACTIVA: " WS-WL-ACTIVE(WS-WL-IDX).
    display "  CADENA: " WS-WL-STRAND(WS-WL-IDX).

0988-UPDATE-WATCH-ENTRY.
    move spaces to WS-NEW-WATCH-ID.
    display "ID de la entrada a agregar o actualizar: "
        with no advancing.
    accept WS-NEW-WATCH-ID.
    if WS-NEW-WATCH-ID = spaces
        display "Se requiere un ID de entrada. Sin cambios."
    else
        move "N" to WS-WATCH-FOUND-FLAG
        set WS-WL-IDX to 1
        search WS-WATCH-ENTRY
            at end
                continue
            when WS-WL-ID(WS-WL-IDX) = WS-NEW-WATCH-ID
                set WS-WATCH-FOUND to true
        end-search
        if not WS-WATCH-FOUND and WS-WATCH-COUNT >= WS-MAX-WATCH
            display "Lista de vigilancia llena."
        else
            perform 0989-ACCEPT-WATCH-DETAILS
        end-if
    end-if.

*> The watched strand is held to A/C/G/T only - an N would count as
*> neither match nor mismatch in the HAMMING compare and let a
*> strand full of N bases hit every entry.
0989-ACCEPT-WATCH-DETAILS.
    move spaces to WS-NEW-WATCH-STRAND.
    display "Cadena vigilada: " with no advancing.
    accept WS-NEW-WATCH-STRAND.
    inspect WS-NEW-WATCH-STRAND converting "acgt" to "ACGT".
    move 0 to WS-WATCH-LENGTH.
    move 0 to WS-WATCH-BASE-TALLY.
    if WS-NEW-WATCH-STRAND not = spaces
        move function length(function trim(WS-NEW-WATCH-STRAND))
            to WS-WATCH-LENGTH
        inspect WS-NEW-WATCH-STRAND tallying
            WS-WATCH-BASE-TALLY for all "A" "C" "G" "T"
    end-if.
    move spaces to WS-NEW-WATCH-REASON.
    display "Motivo: " with no advancing.
    accept WS-NEW-WATCH-REASON.
    move spaces to WS-NEW-WATCH-OWNER.
    display "Dueno (operador, en blanco = usted): " with no advancing.
    accept WS-NEW-WATCH-OWNER.
    if WS-NEW-WATCH-OWNER = spaces
        move WS-USER-ID to WS-NEW-WATCH-OWNER
    end-if.
    move "N" to WS-TOLERANCE-VALID-FLAG.
    perform 0978-VALIDATE-WATCH-TOLERANCE until WS-TOLERANCE-VALID.
    move space to WS-NEW-WATCH-ACTIVE.
    display "Activa (S/N)? " with no advancing.
    accept WS-NEW-WATCH-ACTIVE.
    if WS-WATCH-LENGTH = 0
       or WS-WATCH-BASE-TALLY not = WS-WATCH-LENGTH
       or WS-NEW-WATCH-STRAND(1:1) = space
        display "Cadena invalida - solo A, C, G y T, sin espacios."
            " Sin cambios."
    else
        if WS-NEW-WATCH-REASON = spaces
            display "Se requiere el motivo. Sin cambios."
        else
            if WS-NEW-WATCH-ACTIVE not = "S" and not = "s"
               and not = "N" and not = "n"
                display "Indique S o N para activa. Sin cambios."
            else
                perform 0979-APPLY-WATCH-DETAILS
            end-if
        end-if
    end-if.

0979-APPLY-WATCH-DETAILS.
    if not WS-WATCH-FOUND
        add 1 to WS-WATCH-COUNT
        set WS-WL-IDX to WS-WATCH-COUNT
        move WS-NEW-WATCH-ID to WS-WL-ID(WS-WL-IDX)
    end-if.
    move WS-NEW-WATCH-STRAND to WS-WL-STRAND(WS-WL-IDX).
    move WS-NEW-WATCH-REASON to WS-WL-REASON(WS-WL-IDX).
    move WS-NEW-WATCH-OWNER to WS-WL-OWNER(WS-WL-IDX).
    move WS-NEW-TOLERANCE-NUM to WS-WL-TOLERANCE(WS-WL-IDX).
    if WS-NEW-WATCH-ACTIVE = "S" or WS-NEW-WATCH-ACTIVE = "s"
        move "Y" to WS-WL-ACTIVE(WS-WL-IDX)
    else
        move "N" to WS-WL-ACTIVE(WS-WL-IDX)
    end-if.
    if WS-WATCH-FOUND
        display "Entrada actualizada."
    else
        display "Entrada agregada."
    end-if.

0978-VALIDATE-WATCH-TOLERANCE.
    move spaces to WS-NEW-TOLERANCE
    display "Tolerancia (distancia maxima, 0-120): " with no advancing
    accept WS-NEW-TOLERANCE
    if WS-NEW-TOLERANCE(1:1) not = space
        display "Tolerancia invalida - demasiados digitos, intente de nuevo"
    else
        inspect WS-NEW-TOLERANCE replacing leading space by "0"
        if WS-NEW-TOLERANCE is not numeric
            display "Tolerancia invalida - solo digitos, intente de nuevo"
        else
            move WS-NEW-TOLERANCE to WS-NEW-TOLERANCE-NUM
            if WS-NEW-TOLERANCE-NUM > 120
                display "Tolerancia invalida - maximo 120, intente de nuevo"
            else
                set WS-TOLERANCE-VALID to true
            end-if
        end-if
    end-if.

0950-WRITE-PENDING-SET.
    open output PENDING-FILE.
    move spaces to REF-PENDING-RECORD.
    perform 0961-WRITE-ONE-PENDING-BRACKET
        varying WS-AB-IDX from 1 by 1
        until WS-AB-IDX > WS-AGE-BRACKET-COUNT.
    perform 0966-WRITE-ONE-PENDING-SITE
        varying WS-ST-IDX from 1 by 1
        until WS-ST-IDX > WS-SITE-COUNT.
    perform 0967-WRITE-ONE-PENDING-WATCH
        varying WS-WL-IDX from 1 by 1
        until WS-WL-IDX > WS-WATCH-COUNT.
    move spaces to REF-PENDING-RECORD.
    move "T" to PEND-RECORD-TYPE.
    move WS-MATCH-MAX to PEND-MATCH-MAX.
    move WS-AB-LABEL(WS-AB-IDX) to PEND-BRACKET-LABEL.
    write REF-PENDING-RECORD.

0966-WRITE-ONE-PENDING-SITE.
    move spaces to REF-PENDING-RECORD.
    move "S" to PEND-RECORD-TYPE.
    move WS-ST-CODE(WS-ST-IDX) to PEND-SITE-CODE.
    move WS-ST-NAME(WS-ST-IDX) to PEND-SITE-NAME.
    move WS-ST-CONTACT(WS-ST-IDX) to PEND-SITE-CONTACT.
    move WS-ST-ACTIVE(WS-ST-IDX) to PEND-SITE-ACTIVE.
    write REF-PENDING-RECORD.

0967-WRITE-ONE-PENDING-WATCH.
    move spaces to REF-PENDING-RECORD.
    move "W" to PEND-RECORD-TYPE.
    move WS-WL-ID(WS-WL-IDX) to PEND-WATCH-ID.
    move WS-WL-STRAND(WS-WL-IDX) to PEND-WATCH-STRAND.
    move WS-WL-REASON(WS-WL-IDX) to PEND-WATCH-REASON.
    move WS-WL-OWNER(WS-WL-IDX) to PEND-WATCH-OWNER.
    move WS-WL-TOLERANCE(WS-WL-IDX) to PEND-WATCH-TOLERANCE.
    move WS-WL-ACTIVE(WS-WL-IDX) to PEND-WATCH-ACTIVE.
    write REF-PENDING-RECORD.

end program refdata-maint.
