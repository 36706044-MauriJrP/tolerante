*> intake-status byte, which the reports exclude). Every saved change
*> is logged to INTAKEMAINTLOG with who, when, the sample ID, the
*> action, and the before and after images, so corrections are
*> themselves auditable. Each log entry is chained to the one before
*> it (MAINT-LOG-CHAIN-VALUE, LOGCHAIN subprogram) so an edited or
*> deleted line is caught by the nightly log-verify.cob.
*> Since SAMPLEINTAKE went indexed on intake-sample-id (see
*> intake-rec.cpy), saving no longer rewrites the whole file: each
*> changed record is re-read by its sample ID under the SAMPLEINTAKE
*> The working-storage table is capped at WS-MAX-INTAKE entries; a
*> file bigger than that refuses to load rather than silently
*> leaving the tail uneditable without saying so.
*> A supervisor can also record the subject's withdrawal of a consent
*> given at intake (result release, research use or specimen
*> retention): each consent still "Y" can be withdrawn and becomes
*> "W", saved and logged as a WITHDRAW entry that lims-delta.cob
*> passes on to the LIMS. A withdrawal is refused on a record with
*> unsaved changes, so each log entry stays one action. The log
*> images carry the three consent flags after the status byte. A
*> correction that brings the age into the AGEBRACKETS MINOR bracket
*> (CONSENTCHK subprogram) asks for a guardian name and relationship
*> when the record has none.
*> The age is no longer keyed here: the supervisor enters the
*> subject's date of birth and the age is worked out by DOBCHK as of
*> the sample's collection date (intake-collection-date, or the date
*> of the intake timestamp on a record that has none). A blank entry
*> keeps the date of birth on file - or, on an age-estimated record
*> (intake-age-basis, see intake-rec.cpy), keeps the estimated age.
*> The log images carry the date of birth and the age basis after
*> the consent flags.

environment division.
input-output section.
   88 ws-opt-3 value 3.
   88 ws-opt-4 value 4.
   88 ws-opt-5 value 5.
   88 ws-opt-6 value 6.

01 WS-INTAKE-STATUS           pic x(02) value spaces.
01 WS-GENDER-FILE-STATUS      pic x(02) value spaces.
01 WS-LOCK-ACTION             pic x(01) value space.
01 WS-LOCK-NAME               pic x(12) value spaces.
01 WS-LOCK-RESULT             pic x(02) value spaces.
01 WS-CHAIN-ACTION            pic x(01) value space.
01 WS-CHAIN-LOG               pic x(14) value spaces.
01 WS-CHAIN-LENGTH            pic 9(04) value 0.
01 WS-CHAIN-VALUE             pic 9(15) value 0.
01 WS-CHAIN-COUNT             pic 9(09) value 0.
01 WS-CHAIN-RESULT            pic x(02) value spaces.
01 WS-CONFIRM                 pic x(01) value space.
01 WS-SNAP-COUNT              pic 9(03) value 0.
01 WS-SNAP-TABLE.
   05 WS-SNAP-ENTRY           pic x(160) occurs 500 times.
01 WS-SNAP-IDX                pic 9(03) value 0.
01 WS-IMAGE-BUILD             pic x(160) value spaces.

01 WS-MAX-INTAKE              pic 9(03) value 500.
01 WS-INTAKE-COUNT            pic 9(03) value 0.
      10 WS-IN-GENDER         pic x(06).
      10 WS-IN-TIMESTAMP      pic x(21).
      10 WS-IN-STATUS         pic x(01).
      10 WS-IN-CONSENT.
         15 WS-IN-CONSENT-RELEASE   pic x(01).
         15 WS-IN-CONSENT-RESEARCH  pic x(01).
         15 WS-IN-CONSENT-RETENTION pic x(01).
      10 WS-IN-GUARDIAN-NAME  pic x(30).
      10 WS-IN-GUARDIAN-RELATION pic x(12).
      10 WS-IN-BIRTH-DATE     pic x(08).
      10 WS-IN-COLLECTION-DATE pic x(08).
      10 WS-IN-AGE-BASIS      pic x(01).
      10 WS-IN-CHANGED        pic x(01).
      10 WS-IN-ACTION         pic x(08).
      10 WS-IN-BEFORE         pic x(80).

01 WS-NEW-FIRST-NAME          pic x(25) value spaces.
01 WS-NEW-LAST-NAME           pic x(25) value spaces.
01 WS-TODAY                   pic 9(08) value 0.
01 WS-BIRTH-DATE-INPUT        pic x(08) value spaces.
01 WS-COLLECTION-DATE         pic x(08) value spaces.
01 WS-DOB-AGE                 pic 9(03) value 0.
01 WS-DOB-RESULT              pic x(02) value spaces.
01 WS-DOB-REASON              pic x(40) value spaces.
01 WS-NEW-AGE                 pic 99 value 0.
01 WS-AGE-VALID-FLAG          pic x(01) value "N".
   88 WS-AGE-VALID            value "Y".
01 WS-GENDER-VALID-FLAG       pic x(01) value "N".
   88 WS-GENDER-VALID         value "Y".

01 WS-CONSENT-AGE             pic 9(03) value 0.
01 WS-CONSENT-MINOR           pic x(01) value "N".
01 WS-CONSENT-RESULT          pic x(02) value spaces.
01 WS-CONSENT-REASON          pic x(40) value spaces.
01 WS-NEW-GUARDIAN-NAME       pic x(30) value spaces.
01 WS-NEW-GUARDIAN-RELATION   pic x(12) value spaces.
01 WS-WITHDRAW-COUNT          pic 9(01) value 0.
01 WS-CONSENT-WORD            pic x(30) value spaces.

01 WS-IMAGE-TEXT              pic x(80) value spaces.
01 WS-SAVED-CHANGES           pic 9(03) value 0.
01 WS-SKIPPED-CHANGES         pic 9(03) value 0.
        display "El archivo de registros supera la capacidad de "
            "esta pantalla (" WS-MAX-INTAKE "). No se cargo."
    else
        perform 0300-MENU until ws-opt-6
    end-if.
    stop run.

        WS-IN-GENDER(WS-IN-IDX)
        WS-IN-TIMESTAMP(WS-IN-IDX)
        WS-IN-STATUS(WS-IN-IDX)
        WS-IN-CONSENT(WS-IN-IDX)
        WS-IN-GUARDIAN-NAME(WS-IN-IDX)
        WS-IN-GUARDIAN-RELATION(WS-IN-IDX)
        WS-IN-BIRTH-DATE(WS-IN-IDX)
        WS-IN-COLLECTION-DATE(WS-IN-IDX)
        WS-IN-AGE-BASIS(WS-IN-IDX)
        delimited by size into WS-IMAGE-BUILD.
    move WS-IMAGE-BUILD to WS-SNAP-ENTRY(WS-SNAP-IDX).

        move Gender to WS-IN-GENDER(WS-IN-IDX)
        move intake-timestamp to WS-IN-TIMESTAMP(WS-IN-IDX)
        move intake-status to WS-IN-STATUS(WS-IN-IDX)
        move intake-consent to WS-IN-CONSENT(WS-IN-IDX)
        move intake-guardian-name to WS-IN-GUARDIAN-NAME(WS-IN-IDX)
        move intake-guardian-relation
            to WS-IN-GUARDIAN-RELATION(WS-IN-IDX)
        move intake-birth-date to WS-IN-BIRTH-DATE(WS-IN-IDX)
        move intake-collection-date to WS-IN-COLLECTION-DATE(WS-IN-IDX)
        move intake-age-basis to WS-IN-AGE-BASIS(WS-IN-IDX)
        move "N" to WS-IN-CHANGED(WS-IN-IDX)
        move spaces to WS-IN-ACTION(WS-IN-IDX)
        move spaces to WS-IN-BEFORE(WS-IN-IDX)
    display "2) Corregir un registro"
    display "3) Anular un registro"
    display "4) Guardar cambios"
    display "5) Registrar retiro de consentimiento"
    display "6) Salir"
    accept ws-opt
    evaluate true
        when ws-opt-1
        when ws-opt-4
            perform 0700-SAVE-CHANGES
        when ws-opt-5
            perform 0800-WITHDRAW-CONSENT
        when ws-opt-6
            display "Saliendo..."
        when other
            display "Opcion invalida"
        function trim(WS-IN-LAST-NAME(WS-IN-IDX))
        " EDAD " WS-IN-AGE(WS-IN-IDX)
        " GENERO " WS-IN-GENDER(WS-IN-IDX)
        " ESTADO " WS-IN-STATUS(WS-IN-IDX)
        " CONSENT. " WS-IN-CONSENT(WS-IN-IDX).
    if WS-IN-AGE-BASIS(WS-IN-IDX) = "D"
        display "         NACIMIENTO " WS-IN-BIRTH-DATE(WS-IN-IDX)
            " TOMA " WS-IN-COLLECTION-DATE(WS-IN-IDX)
    else
        display "         EDAD ESTIMADA (sin fecha de nacimiento)"
    end-if.
    if WS-IN-GUARDIAN-NAME(WS-IN-IDX) not = spaces
        display "         TUTOR: "
            function trim(WS-IN-GUARDIAN-NAME(WS-IN-IDX)) " ("
            function trim(WS-IN-GUARDIAN-RELATION(WS-IN-IDX)) ")"
    end-if.

0430-PICK-RECORD-NUMBER.
    move 0 to WS-PICK-NUMBER.
        if WS-NEW-LAST-NAME not = spaces
            move WS-NEW-LAST-NAME to WS-IN-LAST-NAME(WS-IN-IDX)
        end-if
        perform 0515-SET-COLLECTION-DATE
        move "N" to WS-AGE-VALID-FLAG
        perform 0520-VALIDATE-BIRTH-DATE until WS-AGE-VALID
        move WS-NEW-AGE to WS-IN-AGE(WS-IN-IDX)
        perform 0540-CHECK-GUARDIAN
        move "N" to WS-GENDER-VALID-FLAG
        perform 0530-VALIDATE-GENDER until WS-GENDER-VALID
        move WS-GENDER-INPUT to WS-IN-GENDER(WS-IN-IDX)
            WS-IN-AGE(WS-IN-IDX)
            WS-IN-GENDER(WS-IN-IDX)
            WS-IN-STATUS(WS-IN-IDX)
            WS-IN-CONSENT(WS-IN-IDX)
            WS-IN-BIRTH-DATE(WS-IN-IDX)
            WS-IN-AGE-BASIS(WS-IN-IDX)
            delimited by size into WS-IMAGE-TEXT
        move WS-IMAGE-TEXT to WS-IN-BEFORE(WS-IN-IDX)
    end-if.

*> The age is recomputed as of the day the sample was collected, not
*> the day of the correction. A record from before collection dates
*> were captured has the intake day instead.
0515-SET-COLLECTION-DATE.
    if WS-IN-COLLECTION-DATE(WS-IN-IDX) is numeric
       and WS-IN-COLLECTION-DATE(WS-IN-IDX) not = "00000000"
        move WS-IN-COLLECTION-DATE(WS-IN-IDX) to WS-COLLECTION-DATE
    else
        move WS-IN-TIMESTAMP(WS-IN-IDX)(1:8) to WS-COLLECTION-DATE
    end-if.
    display "Fecha de toma de la muestra: " WS-COLLECTION-DATE.

*> A collection date on file that DOBCHK cannot use (31/32) is not
*> something the supervisor can fix by re-keying the date of birth,
*> so the age on file is kept rather than asking again forever.
0520-VALIDATE-BIRTH-DATE.
    move spaces to WS-BIRTH-DATE-INPUT
    if WS-IN-AGE-BASIS(WS-IN-IDX) = "D"
        display "Fecha de nacimiento AAAAMMDD ["
            WS-IN-BIRTH-DATE(WS-IN-IDX) "] (blanco = sin cambio): "
            with no advancing
    else
        display "Fecha de nacimiento AAAAMMDD (blanco = conservar la"
            " edad estimada " WS-IN-AGE(WS-IN-IDX) "): "
            with no advancing
    end-if
    accept WS-BIRTH-DATE-INPUT
    if WS-BIRTH-DATE-INPUT = spaces
       and WS-IN-AGE-BASIS(WS-IN-IDX) not = "D"
        move WS-IN-AGE(WS-IN-IDX) to WS-NEW-AGE
        set WS-AGE-VALID to true
    else
        if WS-BIRTH-DATE-INPUT = spaces
            move WS-IN-BIRTH-DATE(WS-IN-IDX) to WS-BIRTH-DATE-INPUT
        end-if
        move function current-date(1:8) to WS-TODAY
        call "DOBCHK" using WS-BIRTH-DATE-INPUT, WS-COLLECTION-DATE,
            WS-TODAY, WS-DOB-AGE, WS-DOB-RESULT, WS-DOB-REASON
        evaluate WS-DOB-RESULT
            when "00"
                move WS-DOB-AGE to WS-NEW-AGE
                move WS-BIRTH-DATE-INPUT to WS-IN-BIRTH-DATE(WS-IN-IDX)
                move WS-COLLECTION-DATE
                    to WS-IN-COLLECTION-DATE(WS-IN-IDX)
                move "D" to WS-IN-AGE-BASIS(WS-IN-IDX)
                display "Edad a la fecha de toma: " WS-NEW-AGE
                set WS-AGE-VALID to true
            when "31"
            when "32"
                display "La fecha de toma del registro no es valida ("
                    function trim(WS-DOB-REASON)
                    ") - se conserva la edad " WS-IN-AGE(WS-IN-IDX)
                move WS-IN-AGE(WS-IN-IDX) to WS-NEW-AGE
                set WS-AGE-VALID to true
            when other
                display "Fecha de nacimiento invalida - "
                    function trim(WS-DOB-REASON) ", intente de nuevo."
        end-evaluate
    end-if.

0530-VALIDATE-GENDER.
            set WS-GENDER-VALID to true
    end-search.

*> Only whether the corrected age makes the subject a minor is taken
*> from CONSENTCHK here - records keyed before consents were captured
*> carry blank flags, which a correction leaves as they are.
0540-CHECK-GUARDIAN.
    move WS-NEW-AGE to WS-CONSENT-AGE.
    call "CONSENTCHK" using WS-CONSENT-AGE, WS-IN-CONSENT(WS-IN-IDX),
        WS-IN-GUARDIAN-NAME(WS-IN-IDX),
        WS-IN-GUARDIAN-RELATION(WS-IN-IDX),
        WS-CONSENT-MINOR, WS-CONSENT-RESULT, WS-CONSENT-REASON.
    if WS-CONSENT-MINOR = "Y"
       and (WS-IN-GUARDIAN-NAME(WS-IN-IDX) = spaces
         or WS-IN-GUARDIAN-RELATION(WS-IN-IDX) = spaces)
        display "El sujeto es menor de edad - se requiere un tutor."
        move spaces to WS-NEW-GUARDIAN-NAME
        move spaces to WS-NEW-GUARDIAN-RELATION
        perform 0545-CAPTURE-GUARDIAN
            until WS-NEW-GUARDIAN-NAME not = spaces
              and WS-NEW-GUARDIAN-RELATION not = spaces
        move WS-NEW-GUARDIAN-NAME to WS-IN-GUARDIAN-NAME(WS-IN-IDX)
        move WS-NEW-GUARDIAN-RELATION
            to WS-IN-GUARDIAN-RELATION(WS-IN-IDX)
    end-if.

0545-CAPTURE-GUARDIAN.
    display "Nombre del tutor: " with no advancing
    accept WS-NEW-GUARDIAN-NAME
    display "Parentesco del tutor: " with no advancing
    accept WS-NEW-GUARDIAN-RELATION
    if WS-NEW-GUARDIAN-NAME = spaces
       or WS-NEW-GUARDIAN-RELATION = spaces
        display "Nombre y parentesco son obligatorios, intente de nuevo"
    end-if.

0600-VOID-RECORD.
    perform 0430-PICK-RECORD-NUMBER.
    if WS-PICK-NUMBER > 0
0715-REWRITE-ONE-INTAKE.
    move spaces to WS-IMAGE-BUILD.
    string intake-sample-id firstName lastName Age Gender
        intake-timestamp intake-status intake-consent
        intake-guardian-name intake-guardian-relation
        intake-birth-date intake-collection-date intake-age-basis
        delimited by size into WS-IMAGE-BUILD.
    move "S" to WS-CONFIRM.
    if WS-IMAGE-BUILD not = WS-SNAP-ENTRY(WS-ENTRY-NUMBER)
        move WS-IN-GENDER(WS-IN-IDX) to Gender
        move WS-IN-TIMESTAMP(WS-IN-IDX) to intake-timestamp
        move WS-IN-STATUS(WS-IN-IDX) to intake-status
        move WS-IN-CONSENT(WS-IN-IDX) to intake-consent
        move WS-IN-GUARDIAN-NAME(WS-IN-IDX) to intake-guardian-name
        move WS-IN-GUARDIAN-RELATION(WS-IN-IDX)
            to intake-guardian-relation
        move WS-IN-BIRTH-DATE(WS-IN-IDX) to intake-birth-date
        move WS-IN-COLLECTION-DATE(WS-IN-IDX) to intake-collection-date
        move WS-IN-AGE-BASIS(WS-IN-IDX) to intake-age-basis
        rewrite myInput
        move intake-birth-date to WS-IN-BIRTH-DATE(WS-IN-IDX)
        move intake-collection-date to WS-IN-COLLECTION-DATE(WS-IN-IDX)
        add 1 to WS-SAVED-CHANGES
        perform 0720-LOG-ONE-CHANGE
        move "N" to WS-IN-CHANGED(WS-IN-IDX)
        WS-IN-AGE(WS-IN-IDX)
        WS-IN-GENDER(WS-IN-IDX)
        WS-IN-STATUS(WS-IN-IDX)
        WS-IN-CONSENT(WS-IN-IDX)
        WS-IN-BIRTH-DATE(WS-IN-IDX)
        WS-IN-AGE-BASIS(WS-IN-IDX)
        delimited by size into WS-IMAGE-TEXT.
    move WS-IMAGE-TEXT to MAINT-LOG-AFTER.
    perform 0725-SEAL-LOG-ENTRY.
    open extend MAINT-LOG-FILE.
    if WS-LOG-STATUS = "35"
        open output MAINT-LOG-FILE
    write MAINT-LOG-RECORD.
    close MAINT-LOG-FILE.

*> Chained from the INTAKEMAINTLOG head (LOGCHAIN) under the
*> SAMPLEINTAKE lock the save holds; a head that could not be
*> updated still leaves the entry written, and log-verify.cob
*> reports the head out of step.
0725-SEAL-LOG-ENTRY.
    move "S" to WS-CHAIN-ACTION.
    move "INTAKEMAINTLOG" to WS-CHAIN-LOG.
    move 204 to WS-CHAIN-LENGTH.
    set MAINT-LOG-CHAIN-SEALED to true.
    call "LOGCHAIN" using WS-CHAIN-ACTION, WS-CHAIN-LOG,
        MAINT-LOG-RECORD, WS-CHAIN-LENGTH, WS-CHAIN-VALUE,
        WS-CHAIN-COUNT, WS-CHAIN-RESULT.
    move WS-CHAIN-VALUE to MAINT-LOG-CHAIN-VALUE.
    if WS-CHAIN-RESULT not = "00" and WS-CHAIN-RESULT not = "35"
        display "AVISO: la cadena del log de mantenimiento no se"
            " actualizo (estado " WS-CHAIN-RESULT ")."
    end-if.

*> The subject withdraws consent; nothing else on the record moves.
0800-WITHDRAW-CONSENT.
    perform 0430-PICK-RECORD-NUMBER.
    if WS-PICK-NUMBER > 0
        set WS-IN-IDX to WS-PICK-NUMBER
        move WS-PICK-NUMBER to WS-ENTRY-NUMBER
        perform 0420-DISPLAY-ONE-ENTRY
        evaluate true
            when WS-IN-STATUS(WS-IN-IDX) = "V"
                display "El registro esta anulado."
            when WS-IN-CHANGED(WS-IN-IDX) = "Y"
                display "El registro tiene cambios sin guardar -"
                    " guarde primero y registre el retiro despues."
            when WS-IN-CONSENT-RELEASE(WS-IN-IDX) not = "Y"
             and WS-IN-CONSENT-RESEARCH(WS-IN-IDX) not = "Y"
             and WS-IN-CONSENT-RETENTION(WS-IN-IDX) not = "Y"
                display "No hay consentimientos vigentes para retirar."
            when other
                perform 0810-CAPTURE-WITHDRAWAL
        end-evaluate
    end-if.

0810-CAPTURE-WITHDRAWAL.
    perform 0510-CAPTURE-BEFORE-IMAGE.
    move 0 to WS-WITHDRAW-COUNT.
    if WS-IN-CONSENT-RELEASE(WS-IN-IDX) = "Y"
        move "la entrega de resultados" to WS-CONSENT-WORD
        perform 0820-ASK-WITHDRAWAL
        if WS-CONFIRM = "S" or WS-CONFIRM = "s"
            move "W" to WS-IN-CONSENT-RELEASE(WS-IN-IDX)
            add 1 to WS-WITHDRAW-COUNT
        end-if
    end-if.
    if WS-IN-CONSENT-RESEARCH(WS-IN-IDX) = "Y"
        move "el uso en investigacion" to WS-CONSENT-WORD
        perform 0820-ASK-WITHDRAWAL
        if WS-CONFIRM = "S" or WS-CONFIRM = "s"
            move "W" to WS-IN-CONSENT-RESEARCH(WS-IN-IDX)
            add 1 to WS-WITHDRAW-COUNT
        end-if
    end-if.
    if WS-IN-CONSENT-RETENTION(WS-IN-IDX) = "Y"
        move "la conservacion de la muestra" to WS-CONSENT-WORD
        perform 0820-ASK-WITHDRAWAL
        if WS-CONFIRM = "S" or WS-CONFIRM = "s"
            move "W" to WS-IN-CONSENT-RETENTION(WS-IN-IDX)
            add 1 to WS-WITHDRAW-COUNT
        end-if
    end-if.
    if WS-WITHDRAW-COUNT = 0
        move spaces to WS-IN-BEFORE(WS-IN-IDX)
        display "No se registro ningun retiro."
    else
        move "Y" to WS-IN-CHANGED(WS-IN-IDX)
        move "WITHDRAW" to WS-IN-ACTION(WS-IN-IDX)
        display "Retiro registrado (use Guardar cambios)."
    end-if.

0820-ASK-WITHDRAWAL.
    move space to WS-CONFIRM.
    display "Retirar el consentimiento para "
        function trim(WS-CONSENT-WORD) " (S/N)? " with no advancing.
    accept WS-CONFIRM.

end program intake-maint.
