       >>SOURCE FORMAT FREE
identification division.
program-id. case-maint.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> Maintenance screen for the CASEFILE case file (layout in CASE-REC)
*> that groups the samples of a paternity or family case under one
*> case number, with each member's stated relationship to the case's
*> principal. Opening a case draws the next number from the
*> one-record CASESEQ file and takes the principal first; members
*> can then be added to or removed from any case. A member must be a
*> sample on SAMPLEINTAKE whose intake is not voided, may appear only
*> once in a case, and a case has exactly one PRINCIPAL (it cannot be
*> removed while other members remain). Any signed-on operator may
*> keep cases, through the shared SIGNON subprogram; who added each
*> member and when is stored on the record. The CASEFILE advisory
*> lock (FILELOCK subprogram) is held for the whole session so two
*> people cannot load, edit, and overwrite each other's cases; the
*> file is rewritten in full on save. case-compare.cob runs the
*> within-case comparison.

environment division.
input-output section.
file-control.
    select CASE-FILE assign to "CASEFILE"
        organization is line sequential
        file status is WS-CASE-STATUS.
    select CASE-SEQUENCE-FILE assign to "CASESEQ"
        organization is line sequential
        file status is WS-SEQUENCE-STATUS.
    select SAMPLE-INTAKE-FILE assign to "SAMPLEINTAKE"
        organization is indexed
        access mode is dynamic
        record key is intake-sample-id
        file status is WS-INTAKE-STATUS.

data division.
file section.
fd  CASE-FILE.
    copy "case-rec.cpy".

fd  CASE-SEQUENCE-FILE.
01  CASE-SEQUENCE-RECORD.
    05  CASE-SEQUENCE-NUMBER  pic 9(06).

fd  SAMPLE-INTAKE-FILE.
    copy "intake-rec.cpy".

working-storage section.
01 ws-opt                     pic 9(1) value 1.
   88 ws-opt-1 value 1.
   88 ws-opt-2 value 2.
   88 ws-opt-3 value 3.
   88 ws-opt-4 value 4.
   88 ws-opt-5 value 5.
   88 ws-opt-6 value 6.

01 WS-CASE-STATUS             pic x(02) value spaces.
01 WS-SEQUENCE-STATUS         pic x(02) value spaces.
01 WS-INTAKE-STATUS           pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".
01 WS-FOUND-FLAG              pic x(01) value "N".
   88 WS-FOUND                value "Y".
01 WS-VALID-FLAG              pic x(01) value "N".
   88 WS-VALID                value "Y".

01 WS-USER-ID                 pic x(08) value spaces.
01 WS-USER-ROLE               pic x(01) value space.
01 WS-SIGNON-RESULT           pic x(02) value spaces.

01 WS-LOCK-ACTION             pic x(01) value space.
01 WS-LOCK-NAME               pic x(12) value spaces.
01 WS-LOCK-RESULT             pic x(02) value spaces.

01 WS-MAX-MEMBERS             pic 9(04) value 2000.
01 WS-MEMBER-COUNT            pic 9(04) value 0.
01 WS-MEMBER-TABLE.
   05 WS-MEMBER-ENTRY occurs 2000 times indexed by WS-CS-IDX.
      10 WS-CS-NUMBER         pic 9(06).
      10 WS-CS-SAMPLE-ID      pic 9(06).
      10 WS-CS-RELATIONSHIP   pic x(12).
      10 WS-CS-ADDED-BY       pic x(08).
      10 WS-CS-ADDED-TS       pic x(21).
      10 WS-CS-REMOVED        pic x(01).

*> Relationships a member may be stated as, in menu order.
01 WS-RELATIONSHIP-VALUES.
   05 filler                  pic x(12) value "PRINCIPAL".
   05 filler                  pic x(12) value "SAME-PERSON".
   05 filler                  pic x(12) value "PARENT".
   05 filler                  pic x(12) value "CHILD".
   05 filler                  pic x(12) value "SIBLING".
   05 filler                  pic x(12) value "UNRELATED".
01 WS-RELATIONSHIP-TABLE redefines WS-RELATIONSHIP-VALUES.
   05 WS-RELATIONSHIP-NAME    pic x(12) occurs 6 times.
01 WS-RELATIONSHIP-COUNT      pic 9(01) value 6.

01 WS-CASE-INPUT              pic 9(06) value 0.
01 WS-SAMPLE-INPUT            pic 9(06) value 0.
01 WS-PICK-NUMBER             pic 9(01) value 0.
01 WS-ENTRY-NUMBER            pic 9(04) value 0.
01 WS-NEW-RELATIONSHIP        pic x(12) value spaces.
01 WS-CASE-MEMBER-COUNT       pic 9(04) value 0.
01 WS-CASE-PRINCIPAL-COUNT    pic 9(04) value 0.
01 WS-NEXT-CASE-NUMBER        pic 9(06) value 0.
01 WS-MORE-MEMBERS            pic x(01) value space.
01 WS-UNSAVED-FLAG            pic x(01) value "N".
   88 WS-UNSAVED              value "Y".

procedure division.

0000-MAIN.
    perform 0010-IDENTIFY-USER.
    perform 0020-TAKE-CASE-LOCK.
    perform 0100-LOAD-CASES.
    perform 0300-MENU until ws-opt-6.
    move "U" to WS-LOCK-ACTION.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.
    stop run.

0010-IDENTIFY-USER.
    call "SIGNON" using WS-USER-ID, WS-USER-ROLE,
        WS-SIGNON-RESULT.
    if WS-SIGNON-RESULT not = "00"
        stop run
    end-if.

0020-TAKE-CASE-LOCK.
    move "L" to WS-LOCK-ACTION.
    move "CASEFILE" to WS-LOCK-NAME.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.
    if WS-LOCK-RESULT not = "00"
        display "Otro usuario esta manteniendo los casos -"
            " intente mas tarde."
        stop run
    end-if.

0100-LOAD-CASES.
    move 0 to WS-MEMBER-COUNT.
    move "N" to WS-EOF-FLAG.
    open input CASE-FILE.
    if WS-CASE-STATUS = "35"
        display "No hay archivo de casos todavia - el primer"
            " guardado lo crea."
    else
        read CASE-FILE
            at end set WS-EOF to true
        end-read
        perform 0110-LOAD-ONE-MEMBER until WS-EOF
        close CASE-FILE
        display "Miembros de caso cargados: " WS-MEMBER-COUNT
    end-if.

0110-LOAD-ONE-MEMBER.
    if WS-MEMBER-COUNT < WS-MAX-MEMBERS
        add 1 to WS-MEMBER-COUNT
        set WS-CS-IDX to WS-MEMBER-COUNT
        move CASE-NUMBER to WS-CS-NUMBER(WS-CS-IDX)
        move CASE-SAMPLE-ID to WS-CS-SAMPLE-ID(WS-CS-IDX)
        move CASE-RELATIONSHIP to WS-CS-RELATIONSHIP(WS-CS-IDX)
        move CASE-ADDED-BY to WS-CS-ADDED-BY(WS-CS-IDX)
        move CASE-ADDED-TS to WS-CS-ADDED-TS(WS-CS-IDX)
        move "N" to WS-CS-REMOVED(WS-CS-IDX)
    end-if.
    read CASE-FILE
        at end set WS-EOF to true
    end-read.

0300-MENU.
    display "1) Ver un caso"
    display "2) Abrir un caso nuevo"
    display "3) Agregar miembro a un caso"
    display "4) Quitar miembro de un caso"
    display "5) Guardar cambios"
    display "6) Salir"
    accept ws-opt
    evaluate true
        when ws-opt-1
            perform 0310-ACCEPT-CASE-NUMBER
            perform 0400-VIEW-CASE
        when ws-opt-2
            perform 0500-OPEN-CASE
        when ws-opt-3
            perform 0310-ACCEPT-CASE-NUMBER
            perform 0600-ADD-TO-CASE
        when ws-opt-4
            perform 0310-ACCEPT-CASE-NUMBER
            perform 0700-REMOVE-FROM-CASE
        when ws-opt-5
            perform 0800-SAVE-CASES
        when ws-opt-6
            if WS-UNSAVED
                display "AVISO: hay cambios sin guardar - se descartan."
            end-if
            display "Saliendo..."
        when other
            display "Opcion invalida"
    end-evaluate.

0310-ACCEPT-CASE-NUMBER.
    move 0 to WS-CASE-INPUT.
    display "Numero de caso: " with no advancing.
    accept WS-CASE-INPUT.

*> Counts the case's current members and principals.
0320-COUNT-CASE-MEMBERS.
    move 0 to WS-CASE-MEMBER-COUNT.
    move 0 to WS-CASE-PRINCIPAL-COUNT.
    perform 0321-COUNT-ONE-MEMBER
        varying WS-ENTRY-NUMBER from 1 by 1
        until WS-ENTRY-NUMBER > WS-MEMBER-COUNT.

0321-COUNT-ONE-MEMBER.
    set WS-CS-IDX to WS-ENTRY-NUMBER.
    if WS-CS-NUMBER(WS-CS-IDX) = WS-CASE-INPUT
       and WS-CS-REMOVED(WS-CS-IDX) = "N"
        add 1 to WS-CASE-MEMBER-COUNT
        if WS-CS-RELATIONSHIP(WS-CS-IDX) = "PRINCIPAL"
            add 1 to WS-CASE-PRINCIPAL-COUNT
        end-if
    end-if.

0400-VIEW-CASE.
    perform 0320-COUNT-CASE-MEMBERS.
    if WS-CASE-MEMBER-COUNT = 0
        display "No existe el caso " WS-CASE-INPUT "."
    else
        display "CASO " WS-CASE-INPUT "  MIEMBROS " WS-CASE-MEMBER-COUNT
        perform 0410-VIEW-ONE-MEMBER
            varying WS-ENTRY-NUMBER from 1 by 1
            until WS-ENTRY-NUMBER > WS-MEMBER-COUNT
    end-if.

0410-VIEW-ONE-MEMBER.
    set WS-CS-IDX to WS-ENTRY-NUMBER.
    if WS-CS-NUMBER(WS-CS-IDX) = WS-CASE-INPUT
       and WS-CS-REMOVED(WS-CS-IDX) = "N"
        display "  MUESTRA " WS-CS-SAMPLE-ID(WS-CS-IDX)
            "  " WS-CS-RELATIONSHIP(WS-CS-IDX)
            "  AGREGADA POR " WS-CS-ADDED-BY(WS-CS-IDX)
            " " WS-CS-ADDED-TS(WS-CS-IDX)(1:8)
    end-if.

0500-OPEN-CASE.
    if WS-MEMBER-COUNT >= WS-MAX-MEMBERS
        display "Archivo de casos lleno."
    else
        perform 0510-ADVANCE-CASE-SEQUENCE
        move WS-NEXT-CASE-NUMBER to WS-CASE-INPUT
        display "Caso " WS-CASE-INPUT " abierto. Primero la muestra"
            " del principal."
        move "PRINCIPAL" to WS-NEW-RELATIONSHIP
        perform 0610-ACCEPT-MEMBER
        perform 0320-COUNT-CASE-MEMBERS
        if WS-CASE-MEMBER-COUNT = 0
            display "El caso queda sin miembros - no se abrio."
        else
            move "S" to WS-MORE-MEMBERS
            perform 0520-ADD-ANOTHER-MEMBER
                until WS-MORE-MEMBERS not = "S"
            perform 0400-VIEW-CASE
        end-if
    end-if.

0510-ADVANCE-CASE-SEQUENCE.
    move 1 to WS-NEXT-CASE-NUMBER.
    open input CASE-SEQUENCE-FILE.
    if WS-SEQUENCE-STATUS = "35"
        continue
    else
        read CASE-SEQUENCE-FILE
            at end continue
            not at end
                if CASE-SEQUENCE-NUMBER is numeric
                    compute WS-NEXT-CASE-NUMBER =
                        CASE-SEQUENCE-NUMBER + 1
                end-if
        end-read
        close CASE-SEQUENCE-FILE
    end-if.
    open output CASE-SEQUENCE-FILE.
    move WS-NEXT-CASE-NUMBER to CASE-SEQUENCE-NUMBER.
    write CASE-SEQUENCE-RECORD.
    close CASE-SEQUENCE-FILE.

0520-ADD-ANOTHER-MEMBER.
    display "Agregar otro miembro (S/N)? " with no advancing.
    accept WS-MORE-MEMBERS.
    if WS-MORE-MEMBERS = "s"
        move "S" to WS-MORE-MEMBERS
    end-if.
    if WS-MORE-MEMBERS = "S"
        perform 0620-CHOOSE-RELATIONSHIP
        if WS-NEW-RELATIONSHIP not = spaces
            perform 0610-ACCEPT-MEMBER
        end-if
    end-if.

0600-ADD-TO-CASE.
    perform 0320-COUNT-CASE-MEMBERS.
    if WS-CASE-MEMBER-COUNT = 0
        display "No existe el caso " WS-CASE-INPUT
            " - use Abrir un caso nuevo."
    else
        perform 0620-CHOOSE-RELATIONSHIP
        if WS-NEW-RELATIONSHIP not = spaces
            perform 0610-ACCEPT-MEMBER
        end-if
    end-if.

*> Adds WS-SAMPLE-INPUT to case WS-CASE-INPUT as WS-NEW-RELATIONSHIP
*> once the sample is on SAMPLEINTAKE, not voided, and not already a
*> member of the case.
0610-ACCEPT-MEMBER.
    move 0 to WS-SAMPLE-INPUT.
    display "ID de muestra: " with no advancing.
    accept WS-SAMPLE-INPUT.
    move "N" to WS-VALID-FLAG.
    open input SAMPLE-INTAKE-FILE.
    if WS-INTAKE-STATUS not = "00"
        display "El archivo de admision no esta disponible."
    else
        move WS-SAMPLE-INPUT to intake-sample-id
        read SAMPLE-INTAKE-FILE
            invalid key
                display "No existe una admision con ese ID de muestra."
            not invalid key
                if intake-voided
                    display "La admision de esta muestra esta anulada."
                else
                    set WS-VALID to true
                end-if
        end-read
        close SAMPLE-INTAKE-FILE
    end-if.
    if WS-VALID
        perform 0630-FIND-CASE-MEMBER
        if WS-FOUND
            display "Esa muestra ya es miembro del caso."
        else
            if WS-MEMBER-COUNT >= WS-MAX-MEMBERS
                display "Archivo de casos lleno."
            else
                add 1 to WS-MEMBER-COUNT
                set WS-CS-IDX to WS-MEMBER-COUNT
                move WS-CASE-INPUT to WS-CS-NUMBER(WS-CS-IDX)
                move WS-SAMPLE-INPUT to WS-CS-SAMPLE-ID(WS-CS-IDX)
                move WS-NEW-RELATIONSHIP
                    to WS-CS-RELATIONSHIP(WS-CS-IDX)
                move WS-USER-ID to WS-CS-ADDED-BY(WS-CS-IDX)
                move function current-date to WS-CS-ADDED-TS(WS-CS-IDX)
                move "N" to WS-CS-REMOVED(WS-CS-IDX)
                set WS-UNSAVED to true
                display "Miembro agregado (use Guardar cambios)."
            end-if
        end-if
    end-if.

*> PRINCIPAL is offered only while the case has none.
0620-CHOOSE-RELATIONSHIP.
    move spaces to WS-NEW-RELATIONSHIP.
    perform 0320-COUNT-CASE-MEMBERS.
    perform 0621-LIST-ONE-RELATIONSHIP
        varying WS-PICK-NUMBER from 1 by 1
        until WS-PICK-NUMBER > WS-RELATIONSHIP-COUNT.
    move 0 to WS-PICK-NUMBER.
    display "Relacion con el principal: " with no advancing.
    accept WS-PICK-NUMBER.
    if WS-PICK-NUMBER = 0 or WS-PICK-NUMBER > WS-RELATIONSHIP-COUNT
        display "Relacion invalida."
    else
        if WS-PICK-NUMBER = 1 and WS-CASE-PRINCIPAL-COUNT > 0
            display "El caso ya tiene un principal."
        else
            move WS-RELATIONSHIP-NAME(WS-PICK-NUMBER)
                to WS-NEW-RELATIONSHIP
        end-if
    end-if.

0621-LIST-ONE-RELATIONSHIP.
    if WS-PICK-NUMBER > 1 or WS-CASE-PRINCIPAL-COUNT = 0
        display WS-PICK-NUMBER ") "
            WS-RELATIONSHIP-NAME(WS-PICK-NUMBER)
    end-if.

0630-FIND-CASE-MEMBER.
    move "N" to WS-FOUND-FLAG.
    move 1 to WS-ENTRY-NUMBER.
    perform 0631-MATCH-ONE-MEMBER
        until WS-FOUND or WS-ENTRY-NUMBER > WS-MEMBER-COUNT.

0631-MATCH-ONE-MEMBER.
    set WS-CS-IDX to WS-ENTRY-NUMBER.
    if WS-CS-NUMBER(WS-CS-IDX) = WS-CASE-INPUT
       and WS-CS-SAMPLE-ID(WS-CS-IDX) = WS-SAMPLE-INPUT
       and WS-CS-REMOVED(WS-CS-IDX) = "N"
        set WS-FOUND to true
    else
        add 1 to WS-ENTRY-NUMBER
    end-if.

0700-REMOVE-FROM-CASE.
    perform 0320-COUNT-CASE-MEMBERS.
    if WS-CASE-MEMBER-COUNT = 0
        display "No existe el caso " WS-CASE-INPUT "."
    else
        perform 0400-VIEW-CASE
        move 0 to WS-SAMPLE-INPUT
        display "ID de muestra a quitar: " with no advancing
        accept WS-SAMPLE-INPUT
        perform 0630-FIND-CASE-MEMBER
        if not WS-FOUND
            display "Esa muestra no es miembro del caso."
        else
            if WS-CS-RELATIONSHIP(WS-CS-IDX) = "PRINCIPAL"
               and WS-CASE-MEMBER-COUNT > 1
                display "Quite primero los demas miembros - el"
                    " principal no puede quitarse."
            else
                move "Y" to WS-CS-REMOVED(WS-CS-IDX)
                set WS-UNSAVED to true
                display "Miembro quitado (use Guardar cambios)."
            end-if
        end-if
    end-if.

0800-SAVE-CASES.
    open output CASE-FILE.
    perform 0810-WRITE-ONE-MEMBER
        varying WS-ENTRY-NUMBER from 1 by 1
        until WS-ENTRY-NUMBER > WS-MEMBER-COUNT.
    close CASE-FILE.
    move "N" to WS-UNSAVED-FLAG.
    display "Cambios guardados.".

0810-WRITE-ONE-MEMBER.
    set WS-CS-IDX to WS-ENTRY-NUMBER.
    if WS-CS-REMOVED(WS-CS-IDX) = "N"
        move WS-CS-NUMBER(WS-CS-IDX) to CASE-NUMBER
        move WS-CS-SAMPLE-ID(WS-CS-IDX) to CASE-SAMPLE-ID
        move WS-CS-RELATIONSHIP(WS-CS-IDX) to CASE-RELATIONSHIP
        move WS-CS-ADDED-BY(WS-CS-IDX) to CASE-ADDED-BY
        move WS-CS-ADDED-TS(WS-CS-IDX) to CASE-ADDED-TS
        write CASE-RECORD
    end-if.

end program case-maint.
