*> REG-REJECT-REC and SEQ-REJECT-REC) carrying the full original
*> record and the reject reason; this screen pulls each one up, lets
*> the operator correct the offending field under the same
*> validations the loaders apply (the date-of-birth check, the
*> GENDERCODES table and an active SITEMASTER site for registrants; A/C/G/T/N bases within the
*> MAX-N-BASES limit, the MIN-QUALITY floor, and a numeric sample ID
*> for sequencer reads), and queues the repaired records for a
*> resubmit pass:
*> Records left unrepaired (or skipped) are written back to the
*> reject file so the queue shrinks as work is done. Sign-on is
*> through the shared SIGNON subprogram; any role can repair.
*> Each repair is also appended to REPAIRLOG (layout in
*> REPAIR-LOG-REC) with the operator, the queue, the repaired key and
*> the original reject reason, since the resubmit files carry no
*> operator; operator-activity.cob counts repairs from it.
*> A registrant repair also takes the three consent flags (result
*> release, research use, specimen retention) and, when the age puts
*> the registrant in the AGEBRACKETS MINOR bracket, the guardian name
*> and relationship, checked through the same CONSENTCHK subprogram
*> intake-load uses, so a consent reject can be put right here.
*> The registrant's age is not keyed: the collection date and date
*> of birth are taken (blank keeps what the reject carried) and
*> checked through the DOBCHK subprogram intake-load uses, and the
*> age it works out on the collection date is the one the consent
*> check judges.

environment division.
input-output section.
    select RUN-PARAM-FILE assign to "HAMPARAMS"
        organization is line sequential
        file status is WS-PARAM-STATUS.
    select SITE-FILE assign to "SITEMASTER"
        organization is line sequential
        file status is WS-SITE-FILE-STATUS.
    select REPAIR-LOG-FILE assign to "REPAIRLOG"
        organization is line sequential
        file status is WS-REPAIR-LOG-STATUS.

data division.
file section.
fd  RUN-PARAM-FILE.
    copy "run-param-rec.cpy".

fd  SITE-FILE.
    copy "site-rec.cpy".

fd  REPAIR-LOG-FILE.
    copy "repair-log-rec.cpy".

working-storage section.
01 ws-opt                     pic 9(1) value 1.
   88 ws-opt-1 value 1.
01 WS-RESUB-SEQ-STATUS        pic x(02) value spaces.
01 WS-GENDER-FILE-STATUS      pic x(02) value spaces.
01 WS-PARAM-STATUS            pic x(02) value spaces.
01 WS-SITE-FILE-STATUS        pic x(02) value spaces.
01 WS-REPAIR-LOG-STATUS       pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".
01 WS-PARAM-EOF-FLAG          pic x(01) value "N".
      depending on WS-GENDER-CODE-COUNT indexed by WS-GC-IDX
      pic x(06).

copy "site-table.cpy".

*> Registrant rejects loaded for repair.
01 WS-MAX-REJECTS             pic 9(03) value 200.
01 WS-RREJ-COUNT              pic 9(03) value 0.
      10 WS-RR-AGE            pic x(03).
      10 WS-RR-GENDER         pic x(06).
      10 WS-RR-REASON         pic x(40).
      10 WS-RR-SITE-CODE      pic x(06).
      10 WS-RR-CONSENT.
         15 WS-RR-CONSENT-RELEASE   pic x(01).
         15 WS-RR-CONSENT-RESEARCH  pic x(01).
         15 WS-RR-CONSENT-RETENTION pic x(01).
      10 WS-RR-GUARDIAN-NAME  pic x(30).
      10 WS-RR-GUARDIAN-RELATION pic x(12).
      10 WS-RR-BIRTH-DATE     pic x(08).
      10 WS-RR-COLLECTION-DATE pic x(08).
      10 WS-RR-DISPOSITION    pic x(01).

*> Sequencer rejects loaded for repair.
01 WS-AGE-NUM                 pic 9(03) value 0.
01 WS-AGE-VALID-FLAG          pic x(01) value "N".
   88 WS-AGE-VALID            value "Y".
01 WS-TODAY                   pic 9(08) value 0.
01 WS-DATE-INPUT              pic x(08) value spaces.
01 WS-BIRTH-DATE-INPUT        pic x(08) value spaces.
01 WS-COLLECTION-DATE-INPUT   pic x(08) value spaces.
01 WS-DOB-RESULT              pic x(02) value spaces.
01 WS-DOB-REASON              pic x(40) value spaces.
01 WS-GENDER-INPUT            pic x(06) value spaces.
01 WS-GENDER-VALID-FLAG       pic x(01) value "N".
   88 WS-GENDER-VALID         value "Y".
01 WS-SITE-INPUT              pic x(06) value spaces.
01 WS-SITE-VALID-FLAG         pic x(01) value "N".
   88 WS-SITE-VALID           value "Y".
01 WS-CONSENT-VALID-FLAG      pic x(01) value "N".
   88 WS-CONSENT-VALID        value "Y".
01 WS-CONSENT-FLAGS.
   05 WS-CONSENT-RELEASE      pic x(01) value space.
   05 WS-CONSENT-RESEARCH     pic x(01) value space.
   05 WS-CONSENT-RETENTION    pic x(01) value space.
01 WS-CONSENT-PROMPT          pic x(50) value spaces.
01 WS-CONSENT-ANSWER          pic x(01) value space.
01 WS-GUARDIAN-NAME           pic x(30) value spaces.
01 WS-GUARDIAN-INPUT          pic x(30) value spaces.
01 WS-GUARDIAN-RELATION       pic x(12) value spaces.
01 WS-CONSENT-MINOR           pic x(01) value "N".
01 WS-CONSENT-RESULT          pic x(02) value spaces.
01 WS-CONSENT-REASON          pic x(40) value spaces.

01 WS-STRAND-INPUT            pic x(120) value spaces.
01 WS-STRAND-LENGTH           pic 9(03) value 0.
    perform 0010-IDENTIFY-USER.
    perform 0050-LOAD-GENDER-CODES.
    perform 0070-LOAD-RUN-PARAMS.
    perform 0090-LOAD-SITES.
    perform 0100-MENU until ws-opt-3.
    stop run.

        at end set WS-PARAM-EOF to true
    end-read.

0090-LOAD-SITES.
    move 0 to WS-SITE-COUNT.
    open input SITE-FILE.
    if WS-SITE-FILE-STATUS = "35"
        perform 0092-SEED-DEFAULT-SITE
    else
        read SITE-FILE
            at end set WS-EOF to true
        end-read
        perform 0094-LOAD-ONE-SITE until WS-EOF
        close SITE-FILE
        move "N" to WS-EOF-FLAG
    end-if.

0092-SEED-DEFAULT-SITE.
    move 1 to WS-SITE-COUNT.
    move "MAIN  " to WS-ST-CODE(1).
    move "LABORATORIO CENTRAL" to WS-ST-NAME(1).
    move spaces to WS-ST-CONTACT(1).
    move "Y" to WS-ST-ACTIVE(1).

0094-LOAD-ONE-SITE.
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

0100-MENU.
    display "1) Reparar rechazos de registro (REGREJECTS)"
    display "2) Reparar rechazos del secuenciador (SEQREJECTS)"
        move RREJ-AGE to WS-RR-AGE(WS-RR-IDX)
        move RREJ-GENDER to WS-RR-GENDER(WS-RR-IDX)
        move RREJ-REASON to WS-RR-REASON(WS-RR-IDX)
        move RREJ-SITE-CODE to WS-RR-SITE-CODE(WS-RR-IDX)
        move RREJ-CONSENT-RELEASE to WS-RR-CONSENT-RELEASE(WS-RR-IDX)
        move RREJ-CONSENT-RESEARCH to WS-RR-CONSENT-RESEARCH(WS-RR-IDX)
        move RREJ-CONSENT-RETENTION
            to WS-RR-CONSENT-RETENTION(WS-RR-IDX)
        move RREJ-GUARDIAN-NAME to WS-RR-GUARDIAN-NAME(WS-RR-IDX)
        move RREJ-GUARDIAN-RELATION
            to WS-RR-GUARDIAN-RELATION(WS-RR-IDX)
        move RREJ-BIRTH-DATE to WS-RR-BIRTH-DATE(WS-RR-IDX)
        move RREJ-COLLECTION-DATE to WS-RR-COLLECTION-DATE(WS-RR-IDX)
        move space to WS-RR-DISPOSITION(WS-RR-IDX)
    else
        add 1 to WS-RREJ-OVERFLOW-COUNT
    display "RECHAZO " WS-ENTRY-NUMBER ": "
        function trim(WS-RR-FIRST-NAME(WS-RR-IDX)) " "
        function trim(WS-RR-LAST-NAME(WS-RR-IDX))
        " NACIMIENTO " WS-RR-BIRTH-DATE(WS-RR-IDX)
        " TOMA " WS-RR-COLLECTION-DATE(WS-RR-IDX)
        " GENERO " WS-RR-GENDER(WS-RR-IDX)
        " SITIO " WS-RR-SITE-CODE(WS-RR-IDX)
        " CONSENT. " WS-RR-CONSENT(WS-RR-IDX).
    display "MOTIVO: " function trim(WS-RR-REASON(WS-RR-IDX)).
    display "Reparar este registro (S/N)? " with no advancing.
    accept WS-ANSWER.
        move WS-ANSWER to WS-RR-LAST-NAME(WS-RR-IDX)
    end-if.
    move "N" to WS-AGE-VALID-FLAG.
    move function current-date(1:8) to WS-TODAY.
    perform 0320-VALIDATE-BIRTH-DATE until WS-AGE-VALID.
    move "N" to WS-GENDER-VALID-FLAG.
    perform 0330-VALIDATE-GENDER until WS-GENDER-VALID.
    move "N" to WS-SITE-VALID-FLAG.
    perform 0340-VALIDATE-SITE until WS-SITE-VALID.
    move "N" to WS-CONSENT-VALID-FLAG.
    perform 0350-VALIDATE-CONSENT until WS-CONSENT-VALID.
    move "R" to WS-RR-DISPOSITION(WS-RR-IDX).
    add 1 to WS-REPAIRED-COUNT.
    move WS-RR-FIRST-NAME(WS-RR-IDX) to REGISTER-FIRST-NAME.
    move WS-AGE-NUM to WS-AGE-INPUT.
    move WS-AGE-INPUT to REGISTER-AGE.
    move WS-GENDER-INPUT to REGISTER-GENDER.
    move WS-RR-SITE-CODE(WS-RR-IDX) to REGISTER-SITE-CODE.
    move WS-RR-CONSENT-RELEASE(WS-RR-IDX) to REGISTER-CONSENT-RELEASE.
    move WS-RR-CONSENT-RESEARCH(WS-RR-IDX) to REGISTER-CONSENT-RESEARCH.
    move WS-RR-CONSENT-RETENTION(WS-RR-IDX)
        to REGISTER-CONSENT-RETENTION.
    move WS-RR-GUARDIAN-NAME(WS-RR-IDX) to REGISTER-GUARDIAN-NAME.
    move WS-RR-GUARDIAN-RELATION(WS-RR-IDX)
        to REGISTER-GUARDIAN-RELATION.
    move WS-RR-BIRTH-DATE(WS-RR-IDX) to REGISTER-BIRTH-DATE.
    move WS-RR-COLLECTION-DATE(WS-RR-IDX) to REGISTER-COLLECTION-DATE.
    write REGISTER-RECORD.
    move "REGISTER" to REPAIR-LOG-TYPE.
    move spaces to REPAIR-LOG-KEY.
    string function trim(WS-RR-FIRST-NAME(WS-RR-IDX)) " "
        function trim(WS-RR-LAST-NAME(WS-RR-IDX))
        delimited by size into REPAIR-LOG-KEY.
    move WS-RR-REASON(WS-RR-IDX) to REPAIR-LOG-REASON.
    perform 0900-WRITE-REPAIR-LOG.
    display "Registro en cola de reenvio.".

*> Blank keeps the date the reject carried; a blank collection date
*> is checked as today, the day intake-load will give it on the
*> resubmit if it is still blank then.
0320-VALIDATE-BIRTH-DATE.
    move WS-RR-COLLECTION-DATE(WS-RR-IDX) to WS-COLLECTION-DATE-INPUT
    display "Fecha de toma AAAAMMDD [" WS-COLLECTION-DATE-INPUT
        "] (blanco = sin cambio): " with no advancing
    move spaces to WS-DATE-INPUT
    accept WS-DATE-INPUT
    if WS-DATE-INPUT not = spaces
        move WS-DATE-INPUT to WS-COLLECTION-DATE-INPUT
    end-if
    move WS-RR-BIRTH-DATE(WS-RR-IDX) to WS-BIRTH-DATE-INPUT
    display "Fecha de nacimiento AAAAMMDD [" WS-BIRTH-DATE-INPUT
        "] (blanco = sin cambio): " with no advancing
    move spaces to WS-DATE-INPUT
    accept WS-DATE-INPUT
    if WS-DATE-INPUT not = spaces
        move WS-DATE-INPUT to WS-BIRTH-DATE-INPUT
    end-if
    move WS-COLLECTION-DATE-INPUT to WS-DATE-INPUT
    if WS-DATE-INPUT = spaces
        move WS-TODAY to WS-DATE-INPUT
    end-if
    call "DOBCHK" using WS-BIRTH-DATE-INPUT, WS-DATE-INPUT, WS-TODAY,
        WS-AGE-NUM, WS-DOB-RESULT, WS-DOB-REASON
    if WS-DOB-RESULT not = "00"
        display "Fechas invalidas - " function trim(WS-DOB-REASON)
            ", intente de nuevo"
    else
        move WS-BIRTH-DATE-INPUT to WS-RR-BIRTH-DATE(WS-RR-IDX)
        move WS-COLLECTION-DATE-INPUT
            to WS-RR-COLLECTION-DATE(WS-RR-IDX)
        display "Edad a la fecha de toma: " WS-AGE-NUM
        set WS-AGE-VALID to true
    end-if.

0330-VALIDATE-GENDER.
            set WS-GENDER-VALID to true
    end-search.

0340-VALIDATE-SITE.
    move spaces to WS-SITE-INPUT
    display "Sitio de envio (blanco = sin cambio): "
        with no advancing
    accept WS-SITE-INPUT
    if WS-SITE-INPUT = spaces
        move WS-RR-SITE-CODE(WS-RR-IDX) to WS-SITE-INPUT
    end-if
    set WS-ST-IDX to 1
    search WS-SITE-ENTRY
        at end
            display "Sitio desconocido, intente de nuevo"
        when WS-SITE-INPUT = WS-ST-CODE(WS-ST-IDX)
            if WS-ST-ACTIVE(WS-ST-IDX) = "Y"
                move WS-SITE-INPUT to WS-RR-SITE-CODE(WS-RR-IDX)
                set WS-SITE-VALID to true
            else
                display "Sitio inactivo, intente de nuevo"
            end-if
    end-search.

*> Each consent is answered S or N (blank keeps what the reject
*> carried); the guardian is only asked for when CONSENTCHK puts the
*> corrected age in the minor bracket.
0350-VALIDATE-CONSENT.
    move WS-RR-CONSENT(WS-RR-IDX) to WS-CONSENT-FLAGS
    move "Consentimiento para entregar resultados"
        to WS-CONSENT-PROMPT
    move WS-CONSENT-RELEASE to WS-CONSENT-ANSWER
    perform 0355-ASK-ONE-CONSENT
    move WS-CONSENT-ANSWER to WS-CONSENT-RELEASE
    move "Consentimiento para uso en investigacion"
        to WS-CONSENT-PROMPT
    move WS-CONSENT-RESEARCH to WS-CONSENT-ANSWER
    perform 0355-ASK-ONE-CONSENT
    move WS-CONSENT-ANSWER to WS-CONSENT-RESEARCH
    move "Consentimiento para conservar la muestra"
        to WS-CONSENT-PROMPT
    move WS-CONSENT-RETENTION to WS-CONSENT-ANSWER
    perform 0355-ASK-ONE-CONSENT
    move WS-CONSENT-ANSWER to WS-CONSENT-RETENTION
    move WS-RR-GUARDIAN-NAME(WS-RR-IDX) to WS-GUARDIAN-NAME
    move WS-RR-GUARDIAN-RELATION(WS-RR-IDX) to WS-GUARDIAN-RELATION
    call "CONSENTCHK" using WS-AGE-NUM, WS-CONSENT-FLAGS,
        WS-GUARDIAN-NAME, WS-GUARDIAN-RELATION, WS-CONSENT-MINOR,
        WS-CONSENT-RESULT, WS-CONSENT-REASON
    if WS-CONSENT-MINOR = "Y"
        perform 0357-CAPTURE-GUARDIAN
    else
        move spaces to WS-GUARDIAN-NAME
        move spaces to WS-GUARDIAN-RELATION
    end-if
    if WS-CONSENT-RESULT = "00"
        move WS-CONSENT-FLAGS to WS-RR-CONSENT(WS-RR-IDX)
        move WS-GUARDIAN-NAME to WS-RR-GUARDIAN-NAME(WS-RR-IDX)
        move WS-GUARDIAN-RELATION
            to WS-RR-GUARDIAN-RELATION(WS-RR-IDX)
        set WS-CONSENT-VALID to true
    else
        display "Consentimiento invalido - "
            function trim(WS-CONSENT-REASON) ", intente de nuevo"
    end-if.

0355-ASK-ONE-CONSENT.
    display function trim(WS-CONSENT-PROMPT) " [" WS-CONSENT-ANSWER
        "] (S/N, blanco = sin cambio): " with no advancing
    accept WS-ANSWER
    evaluate WS-ANSWER(1:1)
        when "S"
        when "s"
            move "Y" to WS-CONSENT-ANSWER
        when "N"
        when "n"
            move "N" to WS-CONSENT-ANSWER
        when other
            continue
    end-evaluate.

0357-CAPTURE-GUARDIAN.
    display "El registrante es menor de edad - se requiere un tutor."
    display "Tutor [" function trim(WS-GUARDIAN-NAME)
        "] (blanco = sin cambio): " with no advancing
    move spaces to WS-GUARDIAN-INPUT
    accept WS-GUARDIAN-INPUT
    if WS-GUARDIAN-INPUT not = spaces
        move WS-GUARDIAN-INPUT to WS-GUARDIAN-NAME
    end-if
    display "Parentesco [" function trim(WS-GUARDIAN-RELATION)
        "] (blanco = sin cambio): " with no advancing
    accept WS-ANSWER
    if WS-ANSWER not = spaces
        move WS-ANSWER to WS-GUARDIAN-RELATION
    end-if
    call "CONSENTCHK" using WS-AGE-NUM, WS-CONSENT-FLAGS,
        WS-GUARDIAN-NAME, WS-GUARDIAN-RELATION, WS-CONSENT-MINOR,
        WS-CONSENT-RESULT, WS-CONSENT-REASON.

0400-REWRITE-REGISTER-REJECTS.
    move 0 to WS-REMAINING-COUNT.
    open output REG-REJECT-FILE.
        move WS-RR-AGE(WS-RR-IDX) to RREJ-AGE
        move WS-RR-GENDER(WS-RR-IDX) to RREJ-GENDER
        move WS-RR-REASON(WS-RR-IDX) to RREJ-REASON
        move WS-RR-SITE-CODE(WS-RR-IDX) to RREJ-SITE-CODE
        move WS-RR-CONSENT-RELEASE(WS-RR-IDX) to RREJ-CONSENT-RELEASE
        move WS-RR-CONSENT-RESEARCH(WS-RR-IDX) to RREJ-CONSENT-RESEARCH
        move WS-RR-CONSENT-RETENTION(WS-RR-IDX)
            to RREJ-CONSENT-RETENTION
        move WS-RR-GUARDIAN-NAME(WS-RR-IDX) to RREJ-GUARDIAN-NAME
        move WS-RR-GUARDIAN-RELATION(WS-RR-IDX)
            to RREJ-GUARDIAN-RELATION
        move WS-RR-BIRTH-DATE(WS-RR-IDX) to RREJ-BIRTH-DATE
        move WS-RR-COLLECTION-DATE(WS-RR-IDX) to RREJ-COLLECTION-DATE
        write REG-REJECT-RECORD
    end-if.

    perform 0640-VALIDATE-STRAND until WS-STRAND-VALID.
    move "R" to WS-SR-DISPOSITION(WS-SR-IDX).
    add 1 to WS-REPAIRED-COUNT.
    move "SEQREAD" to REPAIR-LOG-TYPE.
    move WS-SR-SAMPLE-ID(WS-SR-IDX) to REPAIR-LOG-KEY.
    move WS-SR-REASON(WS-SR-IDX) to REPAIR-LOG-REASON.
    perform 0900-WRITE-REPAIR-LOG.
    display "Lectura en cola de reenvio.".

0620-VALIDATE-SAMPLE-ID.
        write SEQ-REJECT-RECORD
    end-if.

*> The repair stands even when the log cannot be written; the
*> operator is warned so the gap can be explained.
0900-WRITE-REPAIR-LOG.
    move WS-USER-ID to REPAIR-LOG-USER.
    move function current-date to REPAIR-LOG-TIMESTAMP.
    open extend REPAIR-LOG-FILE.
    if WS-REPAIR-LOG-STATUS = "35"
        open output REPAIR-LOG-FILE
    end-if.
    if WS-REPAIR-LOG-STATUS not = "00"
        display "AVISO: no se pudo registrar la reparacion en "
            "REPAIRLOG (estado " WS-REPAIR-LOG-STATUS ")."
    else
        write REPAIR-LOG-RECORD
        close REPAIR-LOG-FILE
    end-if.

end program reject-repair.
