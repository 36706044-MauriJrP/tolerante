*> programs with nothing linking their outputs for a given sample.
*>
*> Modification history
*> 2026-10-15 MRP  Age is no longer keyed. Intake now asks for the
*>                 collection date (today on a blank entry) and the
*>                 subject's date of birth, and the DOBCHK subprogram
*>                 checks both and works out the age on the collection
*>                 date, re-prompting until they pass. The derived age
*>                 is what the sample is classified by; the dates and
*>                 the age basis ("D") are stored on the intake record.
*> 2026-10-15 MRP  Intake now asks for the subject's consent to result
*>                 release, research use and specimen retention (S/N
*>                 each, stored Y/N) and, when the age falls in the
*>                 AGEBRACKETS MINOR bracket, for a guardian name and
*>                 relationship, re-prompting until the CONSENTCHK
*>                 subprogram passes the set; all of it is stored on
*>                 the intake record.
*> 2026-10-15 MRP  Every audit-log entry is now chained to the one before
*>                 it (AUDIT-CHAIN-VALUE, LOGCHAIN subprogram) while the
*>                 HAMMAUDIT lock is held, so an edited or deleted line
*>                 is caught by the nightly log-verify.cob.
*> 2026-10-15 MRP  Intake now asks for the sample's priority - STAT,
*>                 URGENT or ROUTINE (the default on a blank entry) -
*>                 and stores it on the intake record (intake-priority)
*>                 for turnaround-report.cob and stat-overdue.cob.
*> 2026-10-15 MRP  The signed-on operator is now stored on the intake
*>                 record (intake-keyed-by) for operator-activity.cob.
*> 2026-10-15 MRP  Every strand saved to HAMSTRANDS is now checked
*>                 against the WATCHLIST watch list (WATCHCHK
*>                 subprogram); a hit writes an alert to WATCHALERTS
*>                 for the entry's owner to close in watch-ack.cob
*>                 and is shown on the terminal.
*> 2026-10-15 MRP  New retest mode, chosen at the start of the session:
*>                 runs a new verification for a sample already on
*>                 DAILYTXN instead of registering a new one. The
*>                 operator gives the sample ID and a required reason;
*>                 the new result becomes the current one on the
*>                 DAILYTXN record (rewritten under the DAILYTXN lock,
*>                 with TXN-RESULT-VERSION advanced) and the result it
*>                 replaces is kept in the RESULTHIST history file
*>                 with its version, timestamp, operator and the
*>                 retest reason. Replacing a result that had already
*>                 been released marks the record amended for
*>                 lims-extract.cob. A sample pending second review or
*>                 with a voided intake cannot be retested, and strands
*>                 that cannot be compared leave the current result as
*>                 it stands. New samples are written as version 1.
*> 2026-10-15 MRP  Intake now asks for the submitting site code,
*>                 validated against the SITEMASTER site master
*>                 (unknown or inactive sites are re-prompted), and
*>                 stores it on both the SAMPLEINTAKE and the DAILYTXN
*>                 record. Without a SITEMASTER the only valid site is
*>                 the default MAIN.
*> 2026-10-15 MRP  Results now go through the second-reviewer release
*>                 queue: an INCONCLUSIVE decision is written to
*>                 DAILYTXN pending review (TXN-RELEASE-STATUS "P"),
*>                 and the analyst is asked whether a MATCH or
*>                 MISMATCH should also be held for review. Anything
*>                 else is released as it is written. The signed-on
*>                 operator is stamped in TXN-VERIFIED-BY so
*>                 txn-review.cob can refuse to let the same person
*>                 release it.
*> 2026-09-02 MRP  The audit-log and control-total appends now take
*>                 the HAMMAUDIT / RUNTOTALS advisory locks (FILELOCK
*>                 subprogram) - audit-roll.cob and period-close.cob
    select CONTROL-TOTAL-FILE assign to "RUNTOTALS"
        organization is line sequential
        file status is WS-TOTAL-STATUS.
    select SITE-FILE assign to "SITEMASTER"
        organization is line sequential
        file status is WS-SITE-FILE-STATUS.
    select RESULT-HIST-FILE assign to "RESULTHIST"
        organization is indexed
        access mode is dynamic
        record key is HIST-KEY
        file status is WS-HIST-STATUS.

data division.
file section.
fd  CONTROL-TOTAL-FILE.
    copy "control-total-rec.cpy".

fd  SITE-FILE.
    copy "site-rec.cpy".

fd  RESULT-HIST-FILE.
    copy "result-hist-rec.cpy".

working-storage section.
01 WS-TXN-STATUS              pic x(02) value spaces.
01 WS-INTAKE-STATUS           pic x(02) value spaces.
01 WS-INTAKE-WRITE-COUNT      pic 9(06) value 0.
01 WS-GENDER-FILE-STATUS      pic x(02) value spaces.
01 WS-BRACKET-STATUS          pic x(02) value spaces.
01 WS-SITE-FILE-STATUS        pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".


01 WS-FIRST-NAME              pic x(25) value spaces.
01 WS-LAST-NAME               pic x(25) value spaces.
01 WS-AGE                     pic 99 value 0.
01 WS-AGE-VALID-FLAG          pic x(01) value "N".
   88 WS-AGE-VALID            value "Y".
01 WS-TODAY                   pic 9(08) value 0.
01 WS-COLLECTION-DATE-INPUT   pic x(08) value spaces.
01 WS-COLLECTION-DATE redefines WS-COLLECTION-DATE-INPUT
                              pic 9(08).
01 WS-COLLECTION-VALID-FLAG   pic x(01) value "N".
   88 WS-COLLECTION-VALID     value "Y".
01 WS-BIRTH-DATE-INPUT        pic x(08) value spaces.
01 WS-BIRTH-DATE redefines WS-BIRTH-DATE-INPUT
                              pic 9(08).
01 WS-DATE-RESULT             pic 9(08) value 0.
01 WS-DOB-AGE                 pic 9(03) value 0.
01 WS-DOB-RESULT              pic x(02) value spaces.
01 WS-DOB-REASON              pic x(40) value spaces.
01 WS-GENDER-INPUT             pic x(06) value spaces.
01 WS-GENDER-VALID-FLAG       pic x(01) value "N".
   88 WS-GENDER-VALID         value "Y".
01 WS-SITE-INPUT              pic x(06) value spaces.
01 WS-SITE-VALID-FLAG         pic x(01) value "N".
   88 WS-SITE-VALID           value "Y".
01 WS-PRIORITY-INPUT          pic x(07) value spaces.
01 WS-PRIORITY-CODE           pic x(01) value space.
01 WS-PRIORITY-VALID-FLAG     pic x(01) value "N".
   88 WS-PRIORITY-VALID       value "Y".
01 WS-CONSENT-AGE             pic 9(03) value 0.
01 WS-CONSENT-FLAGS.
   05 WS-CONSENT-RELEASE      pic x(01) value space.
   05 WS-CONSENT-RESEARCH     pic x(01) value space.
   05 WS-CONSENT-RETENTION    pic x(01) value space.
01 WS-CONSENT-PROMPT          pic x(50) value spaces.
01 WS-CONSENT-ANSWER          pic x(01) value space.
01 WS-GUARDIAN-NAME           pic x(30) value spaces.
01 WS-GUARDIAN-RELATION       pic x(12) value spaces.
01 WS-CONSENT-MINOR           pic x(01) value "N".
01 WS-CONSENT-RESULT          pic x(02) value spaces.
01 WS-CONSENT-REASON          pic x(40) value spaces.

01 WS-MAX-GENDER-CODES        pic 9(02) value 20.
01 WS-GENDER-CODE-COUNT       pic 9(02) value 0.
      10 WS-AB-HIGH           pic 9(03).
      10 WS-AB-LABEL          pic x(10).

copy "site-table.cpy".

01 WS-CLASSIFICATION          pic x(10) value spaces.

01 WS-DNA-1                   pic x(120) value spaces.
01 WS-LOCK-ACTION             pic x(01) value space.
01 WS-LOCK-NAME               pic x(12) value spaces.
01 WS-LOCK-RESULT             pic x(02) value spaces.
01 WS-CHAIN-ACTION            pic x(01) value space.
01 WS-CHAIN-LOG               pic x(14) value spaces.
01 WS-CHAIN-LENGTH            pic 9(04) value 0.
01 WS-CHAIN-VALUE             pic 9(15) value 0.
01 WS-CHAIN-COUNT             pic 9(09) value 0.
01 WS-CHAIN-RESULT            pic x(02) value spaces.
01 WS-TOTAL-STATUS            pic x(02) value spaces.
01 WS-TOTAL-FILE              pic x(12) value spaces.
01 WS-TOTAL-WRITTEN           pic 9(06) value 0.
01 WS-TOTAL-REMOVED           pic 9(06) value 0.
01 WS-STRANDS-POSTED          pic 9(06) value 0.
01 WS-WATCH-SOURCE            pic x(20) value "daily-control".
01 WS-WATCH-HITS              pic 9(04) value 0.
01 WS-WATCH-RESULT            pic x(02) value spaces.
01 WS-MATCH-MAX               pic 9(04) value 3.
01 WS-INCONCLUSIVE-MAX        pic 9(04) value 8.
01 WS-DECISION                pic x(12) value spaces.
01 WS-REVIEW-FLAG-INPUT       pic x(01) value space.
01 WS-REVIEW-FLAG             pic x(01) value "N".
   88 WS-REVIEW-REQUIRED      value "Y".

01 WS-AUDIT-STATUS            pic x(02) value spaces.
01 WS-AUDIT-WRITE-COUNT       pic 9(06) value 0.
01 WS-SAVE-STRAND             pic x(120) value spaces.
01 WS-SAVE-ROLE               pic x(01) value space.

01 WS-MODE                    pic 9(1) value 0.
   88 WS-MODE-NEW             value 1.
   88 WS-MODE-RETEST          value 2.
01 WS-HIST-STATUS             pic x(02) value spaces.
01 WS-RETEST-SAMPLE-ID        pic 9(06) value 0.
01 WS-RETEST-REASON           pic x(40) value spaces.
01 WS-RETEST-STATE-FLAG       pic x(01) value space.
   88 WS-RETEST-SAMPLE-OK     value "Y".
   88 WS-RETEST-CANCELLED     value "C".
01 WS-RETEST-APPLIED-FLAG     pic x(01) value "N".
   88 WS-RETEST-APPLIED       value "Y".
01 WS-HIST-WRITTEN-FLAG       pic x(01) value "N".
   88 WS-HIST-WRITTEN         value "Y".
01 WS-OLD-VERSION             pic 9(03) value 0.
01 WS-NEW-VERSION             pic 9(03) value 0.

procedure division.

0000-MAIN.
    perform 0010-IDENTIFY-USER.
    perform 0020-CHOOSE-MODE until WS-MODE-NEW or WS-MODE-RETEST.
    if WS-MODE-RETEST
        perform 0250-LOAD-THRESHOLDS
        perform 0900-RUN-RETEST
        stop run
    end-if.
    perform 0050-DETERMINE-NEXT-ID.
    perform 0100-LOAD-GENDER-CODES.
    perform 0200-LOAD-AGE-BRACKETS.
    perform 0250-LOAD-THRESHOLDS.
    perform 0270-LOAD-SITES.
    perform 0300-COLLECT-INTAKE.
    perform 0350-WRITE-INTAKE-RECORD.
    perform 0400-CLASSIFY-AGE.
    perform 0500-VERIFY-STRANDS.
    if WS-ERROR = spaces
        perform 0520-DETERMINE-REVIEW
        perform 0550-SAVE-STRANDS-WITH-XREF
    end-if.
    perform 0600-WRITE-TRANSACTION.
        stop run
    end-if.

0020-CHOOSE-MODE.
    display "1) Muestra nueva".
    display "2) Repeticion de una muestra existente".
    accept WS-MODE.
    if not WS-MODE-NEW and not WS-MODE-RETEST
        display "Opcion invalida"
    end-if.

0050-DETERMINE-NEXT-ID.
    move "L" to WS-LOCK-ACTION.
    move "SAMPLESEQ" to WS-LOCK-NAME.
        close THRESHOLD-FILE
    end-if.

0270-LOAD-SITES.
    move 0 to WS-SITE-COUNT.
    open input SITE-FILE.
    if WS-SITE-FILE-STATUS = "35"
        perform 0280-SEED-DEFAULT-SITE
    else
        read SITE-FILE
            at end set WS-EOF to true
        end-read
        perform 0290-LOAD-ONE-SITE until WS-EOF
        close SITE-FILE
        move "N" to WS-EOF-FLAG
    end-if.

0280-SEED-DEFAULT-SITE.
    move 1 to WS-SITE-COUNT.
    move "MAIN  " to WS-ST-CODE(1).
    move "LABORATORIO CENTRAL" to WS-ST-NAME(1).
    move spaces to WS-ST-CONTACT(1).
    move "Y" to WS-ST-ACTIVE(1).

0290-LOAD-ONE-SITE.
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

0300-COLLECT-INTAKE.
    display "Ingrese el nombre: " with no advancing.
    accept WS-FIRST-NAME.
    display "Ingrese el apellido: " with no advancing.
    accept WS-LAST-NAME.
    move function current-date(1:8) to WS-TODAY.
    perform 0305-VALIDATE-COLLECTION-DATE until WS-COLLECTION-VALID.
    perform 0310-VALIDATE-BIRTH-DATE until WS-AGE-VALID.
    perform 0320-VALIDATE-GENDER until WS-GENDER-VALID.
    perform 0330-VALIDATE-SITE until WS-SITE-VALID.
    perform 0340-VALIDATE-PRIORITY until WS-PRIORITY-VALID.
    perform 0345-COLLECT-CONSENT.

0305-VALIDATE-COLLECTION-DATE.
    move spaces to WS-COLLECTION-DATE-INPUT
    display "Fecha de toma de la muestra (AAAAMMDD, en blanco = hoy): "
        with no advancing
    accept WS-COLLECTION-DATE-INPUT
    if WS-COLLECTION-DATE-INPUT = spaces
        move WS-TODAY to WS-COLLECTION-DATE
    end-if
    if WS-COLLECTION-DATE-INPUT is not numeric
        display "Fecha invalida - use AAAAMMDD, intente de nuevo."
    else
        move function test-date-yyyymmdd(WS-COLLECTION-DATE)
            to WS-DATE-RESULT
        if WS-DATE-RESULT not = 0
            display "Fecha invalida - use AAAAMMDD, intente de nuevo."
        else
            if WS-COLLECTION-DATE > WS-TODAY
                display "Fecha invalida - no puede ser futura,"
                    " intente de nuevo."
            else
                set WS-COLLECTION-VALID to true
            end-if
        end-if
    end-if.

*> The age is the subject's age on the collection date, worked out
*> by DOBCHK from the date of birth.
0310-VALIDATE-BIRTH-DATE.
    move spaces to WS-BIRTH-DATE-INPUT
    display "Ingrese la fecha de nacimiento (AAAAMMDD): "
        with no advancing
    accept WS-BIRTH-DATE-INPUT
    call "DOBCHK" using WS-BIRTH-DATE-INPUT, WS-COLLECTION-DATE-INPUT,
        WS-TODAY, WS-DOB-AGE, WS-DOB-RESULT, WS-DOB-REASON
    if WS-DOB-RESULT not = "00"
        display "Fecha de nacimiento invalida - "
            function trim(WS-DOB-REASON) ", intente de nuevo."
    else
        move WS-DOB-AGE to WS-AGE
        display "Edad a la fecha de toma: " WS-AGE
        set WS-AGE-VALID to true
    end-if.

0320-VALIDATE-GENDER.
    display "Ingrese el genero: " with no advancing
    accept WS-GENDER-INPUT
            set WS-GENDER-VALID to true
    end-search.

0330-VALIDATE-SITE.
    move spaces to WS-SITE-INPUT
    display "Ingrese el codigo de sitio de envio: " with no advancing
    accept WS-SITE-INPUT
    set WS-ST-IDX to 1
    search WS-SITE-ENTRY
        at end
            display "Sitio desconocido, intente de nuevo"
        when WS-SITE-INPUT = WS-ST-CODE(WS-ST-IDX)
            if WS-ST-ACTIVE(WS-ST-IDX) = "Y"
                set WS-SITE-VALID to true
            else
                display "Sitio inactivo, intente de nuevo"
            end-if
    end-search.

0340-VALIDATE-PRIORITY.
    move spaces to WS-PRIORITY-INPUT
    display "Ingrese la prioridad (STAT/URGENT/ROUTINE): "
        with no advancing
    accept WS-PRIORITY-INPUT
    evaluate WS-PRIORITY-INPUT
        when "STAT"
            move "S" to WS-PRIORITY-CODE
            set WS-PRIORITY-VALID to true
        when "URGENT"
            move "U" to WS-PRIORITY-CODE
            set WS-PRIORITY-VALID to true
        when "ROUTINE"
        when spaces
            move "R" to WS-PRIORITY-CODE
            set WS-PRIORITY-VALID to true
        when other
            display "Prioridad invalida, intente de nuevo"
    end-evaluate.

*> The three consents are answered S or N and stored Y or N; the
*> guardian is only asked for when CONSENTCHK puts the age in the
*> minor bracket.
0345-COLLECT-CONSENT.
    move "Consentimiento para entregar resultados al LIMS"
        to WS-CONSENT-PROMPT.
    perform 0346-ASK-ONE-CONSENT.
    move WS-CONSENT-ANSWER to WS-CONSENT-RELEASE.
    move "Consentimiento para uso en investigacion"
        to WS-CONSENT-PROMPT.
    perform 0346-ASK-ONE-CONSENT.
    move WS-CONSENT-ANSWER to WS-CONSENT-RESEARCH.
    move "Consentimiento para conservar la muestra"
        to WS-CONSENT-PROMPT.
    perform 0346-ASK-ONE-CONSENT.
    move WS-CONSENT-ANSWER to WS-CONSENT-RETENTION.
    move WS-AGE to WS-CONSENT-AGE.
    move spaces to WS-GUARDIAN-NAME.
    move spaces to WS-GUARDIAN-RELATION.
    call "CONSENTCHK" using WS-CONSENT-AGE, WS-CONSENT-FLAGS,
        WS-GUARDIAN-NAME, WS-GUARDIAN-RELATION, WS-CONSENT-MINOR,
        WS-CONSENT-RESULT, WS-CONSENT-REASON.
    if WS-CONSENT-MINOR = "Y"
        display "El sujeto es menor de edad - se requiere un tutor."
        perform 0348-COLLECT-GUARDIAN until WS-CONSENT-RESULT = "00"
    end-if.

0346-ASK-ONE-CONSENT.
    move space to WS-CONSENT-ANSWER.
    perform 0347-ACCEPT-CONSENT-ANSWER
        until WS-CONSENT-ANSWER = "Y" or WS-CONSENT-ANSWER = "N".

0347-ACCEPT-CONSENT-ANSWER.
    display function trim(WS-CONSENT-PROMPT) " (S/N): "
        with no advancing
    accept WS-CONSENT-ANSWER
    evaluate WS-CONSENT-ANSWER
        when "S"
        when "s"
            move "Y" to WS-CONSENT-ANSWER
        when "N"
        when "n"
            move "N" to WS-CONSENT-ANSWER
        when other
            move space to WS-CONSENT-ANSWER
            display "Respuesta invalida - S o N, intente de nuevo"
    end-evaluate.

0348-COLLECT-GUARDIAN.
    move spaces to WS-GUARDIAN-NAME
    move spaces to WS-GUARDIAN-RELATION
    display "Ingrese el nombre del tutor: " with no advancing
    accept WS-GUARDIAN-NAME
    display "Ingrese el parentesco del tutor: " with no advancing
    accept WS-GUARDIAN-RELATION
    call "CONSENTCHK" using WS-CONSENT-AGE, WS-CONSENT-FLAGS,
        WS-GUARDIAN-NAME, WS-GUARDIAN-RELATION, WS-CONSENT-MINOR,
        WS-CONSENT-RESULT, WS-CONSENT-REASON
    evaluate WS-CONSENT-RESULT
        when "00"
            continue
        when "21"
            display "Falta el nombre del tutor, intente de nuevo"
        when other
            display "Falta el parentesco del tutor, intente de nuevo"
    end-evaluate.

0350-WRITE-INTAKE-RECORD.
    move WS-NEXT-SAMPLE-ID to intake-sample-id.
    move WS-FIRST-NAME to firstName.
    move WS-LAST-NAME to lastName.
    move WS-AGE to Age.
    move WS-GENDER-INPUT to Gender.
    move WS-SITE-INPUT to intake-site-code.
    move function current-date to intake-timestamp.
    move space to intake-status.
    move WS-USER-ID to intake-keyed-by.
    move WS-PRIORITY-CODE to intake-priority.
    move WS-CONSENT-FLAGS to intake-consent.
    move WS-GUARDIAN-NAME to intake-guardian-name.
    move WS-GUARDIAN-RELATION to intake-guardian-relation.
    move WS-BIRTH-DATE to intake-birth-date.
    move WS-COLLECTION-DATE to intake-collection-date.
    move "D" to intake-age-basis.
    open i-o SAMPLE-INTAKE-FILE.
    if WS-INTAKE-STATUS = "35"
        open output SAMPLE-INTAKE-FILE
        end-if
    end-if.

*> INCONCLUSIVE always waits for a second reviewer; a MATCH or
*> MISMATCH waits only when the analyst asks for it.
0520-DETERMINE-REVIEW.
    move "N" to WS-REVIEW-FLAG.
    if WS-DECISION = "INCONCLUSIVE"
        set WS-REVIEW-REQUIRED to true
        display "Resultado INCONCLUSIVE - queda pendiente de segunda"
            " revision."
    else
        display "Marcar el resultado para segunda revision? (S/N): "
            with no advancing
        accept WS-REVIEW-FLAG-INPUT
        if WS-REVIEW-FLAG-INPUT = "S" or WS-REVIEW-FLAG-INPUT = "s"
            set WS-REVIEW-REQUIRED to true
        end-if
    end-if.

0550-SAVE-STRANDS-WITH-XREF.
    move "L" to WS-LOCK-ACTION.
    move "HAMSTRANDS" to WS-LOCK-NAME.
        not invalid key
            add 1 to WS-STRANDS-POSTED
            perform 0580-WRITE-XREF-RECORD
            perform 0585-CHECK-WATCH-LIST
    end-write.
    add 1 to WS-NEXT-STRAND-ID.

    write STRAND-XREF-RECORD.
    close STRAND-XREF-FILE.

0585-CHECK-WATCH-LIST.
    call "WATCHCHK" using STRAND-MASTER-ID, STRAND-MASTER-VALUE,
        WS-NEXT-SAMPLE-ID, WS-WATCH-SOURCE, WS-WATCH-HITS,
        WS-WATCH-RESULT.
    if WS-WATCH-HITS > 0
        display "AVISO: la cadena " STRAND-MASTER-ID
            " coincide con la lista de vigilancia - alertas"
            " registradas: " WS-WATCH-HITS
    end-if.
    if WS-WATCH-RESULT not = "00" and WS-WATCH-RESULT not = "35"
        display "ERROR DE E/S - LISTA DE VIGILANCIA ESTADO "
            WS-WATCH-RESULT
    end-if.

0600-WRITE-TRANSACTION.
    move WS-NEXT-SAMPLE-ID to TXN-SAMPLE-ID.
    move function current-date to TXN-TIMESTAMP.
    move WS-LAST-NAME to TXN-LAST-NAME.
    move WS-AGE to TXN-AGE.
    move WS-GENDER-INPUT to TXN-GENDER.
    move WS-SITE-INPUT to TXN-SITE-CODE.
    move WS-CLASSIFICATION to TXN-CLASSIFICATION.
    move WS-DNA-1 to TXN-STRAND-1.
    move WS-DNA-2 to TXN-STRAND-2.
    move WS-HAMMING-RESULT to TXN-HAMMING-RESULT.
    move WS-USER-ID to TXN-VERIFIED-BY.
    move spaces to TXN-REVIEWED-BY.
    if WS-REVIEW-REQUIRED
        set TXN-PENDING-REVIEW to true
        move spaces to TXN-RELEASE-TS
    else
        move "R" to TXN-RELEASE-STATUS
        move TXN-TIMESTAMP to TXN-RELEASE-TS
    end-if.
    move 1 to TXN-RESULT-VERSION.
    move space to TXN-AMENDED-FLAG.
    move spaces to TXN-RETEST-REASON.
    open i-o TRANSACTION-FILE.
    if WS-TXN-STATUS = "35"
        open output TRANSACTION-FILE
    move WS-DNA-1 to AUDIT-STRAND-1.
    move WS-DNA-2 to AUDIT-STRAND-2.
    move WS-HAMMING-RESULT to AUDIT-RESULT.
    perform 0707-SEAL-AUDIT-RECORD.
    open extend AUDIT-FILE.
    if WS-AUDIT-STATUS = "35"
        open output AUDIT-FILE
    close AUDIT-FILE.
    add 1 to WS-AUDIT-WRITE-COUNT.

*> Chained from the HAMMAUDIT head (LOGCHAIN) under the lock the
*> caller holds; a head that could not be updated still leaves the
*> entry written, and log-verify.cob reports the head out of step.
0707-SEAL-AUDIT-RECORD.
    move "S" to WS-CHAIN-ACTION.
    move "HAMMAUDIT" to WS-CHAIN-LOG.
    move 331 to WS-CHAIN-LENGTH.
    set AUDIT-CHAIN-SEALED to true.
    call "LOGCHAIN" using WS-CHAIN-ACTION, WS-CHAIN-LOG, AUDIT-RECORD,
        WS-CHAIN-LENGTH, WS-CHAIN-VALUE, WS-CHAIN-COUNT,
        WS-CHAIN-RESULT.
    move WS-CHAIN-VALUE to AUDIT-CHAIN-VALUE.
    if WS-CHAIN-RESULT not = "00" and WS-CHAIN-RESULT not = "35"
        display "AVISO: la cadena del log de auditoria no se"
            " actualizo (estado " WS-CHAIN-RESULT ")."
    end-if.

0800-POST-CONTROL-TOTALS.
    move 0 to WS-TOTAL-REMOVED.
    if WS-TXN-WRITE-COUNT > 0
    write CONTROL-TOTAL-RECORD.
    close CONTROL-TOTAL-FILE.

*> Retest mode: a new verification for a sample already on DAILYTXN.
*> No intake is taken and no sample ID is drawn; the strands are
*> posted and cross-referenced under the existing sample ID only
*> once the new result has actually replaced the old one.
0900-RUN-RETEST.
    move space to WS-RETEST-STATE-FLAG.
    perform 0910-SELECT-RETEST-SAMPLE
        until WS-RETEST-SAMPLE-OK or WS-RETEST-CANCELLED.
    if WS-RETEST-CANCELLED
        display "Repeticion cancelada."
    else
        move WS-RETEST-SAMPLE-ID to WS-NEXT-SAMPLE-ID
        move spaces to WS-RETEST-REASON
        perform 0930-ACCEPT-RETEST-REASON
            until WS-RETEST-REASON not = spaces
        perform 0500-VERIFY-STRANDS
        if WS-ERROR not = spaces
            display "Las cadenas no se pudieron comparar - el"
                " resultado vigente no se modifica."
        else
            perform 0520-DETERMINE-REVIEW
            perform 0940-APPLY-RETEST
            if WS-RETEST-APPLIED
                perform 0550-SAVE-STRANDS-WITH-XREF
            end-if
        end-if
        perform 0700-WRITE-AUDIT-RECORD
        perform 0800-POST-CONTROL-TOTALS
        display "Muestra repetida con ID: " WS-NEXT-SAMPLE-ID
    end-if.

0910-SELECT-RETEST-SAMPLE.
    move 0 to WS-RETEST-SAMPLE-ID.
    display "ID de muestra a repetir (0 = cancelar): "
        with no advancing.
    accept WS-RETEST-SAMPLE-ID.
    if WS-RETEST-SAMPLE-ID = 0
        set WS-RETEST-CANCELLED to true
    else
        perform 0920-CHECK-RETESTABLE
    end-if.

*> A result still waiting for its second reviewer is decided in
*> txn-review.cob first - retesting it here would slip a new result
*> past the queue. A voided intake is no longer a sample to report.
0920-CHECK-RETESTABLE.
    open input TRANSACTION-FILE.
    if WS-TXN-STATUS not = "00"
        display "No hay transacciones registradas todavia."
    else
        move WS-RETEST-SAMPLE-ID to TXN-SAMPLE-ID
        read TRANSACTION-FILE
            invalid key
                display "No se encontro la muestra."
            not invalid key
                if TXN-PENDING-REVIEW
                    display "La muestra esta pendiente de segunda"
                        " revision - decidala en txn-review primero."
                else
                    perform 0925-CHECK-INTAKE-ACTIVE
                end-if
        end-read
        close TRANSACTION-FILE
    end-if.

0925-CHECK-INTAKE-ACTIVE.
    set WS-RETEST-SAMPLE-OK to true.
    open input SAMPLE-INTAKE-FILE.
    if WS-INTAKE-STATUS = "00"
        move WS-RETEST-SAMPLE-ID to intake-sample-id
        read SAMPLE-INTAKE-FILE
            invalid key continue
            not invalid key
                if intake-voided
                    display "La admision de la muestra esta anulada -"
                        " no se puede repetir."
                    move space to WS-RETEST-STATE-FLAG
                end-if
        end-read
        close SAMPLE-INTAKE-FILE
    end-if.
    if WS-RETEST-SAMPLE-OK
        perform 0926-SET-OLD-VERSION
        display "Muestra " TXN-SAMPLE-ID " "
            function trim(TXN-FIRST-NAME) " "
            function trim(TXN-LAST-NAME)
        display "Resultado vigente (version " WS-OLD-VERSION "): "
            function trim(TXN-HAMMING-RESULT)
    end-if.

*> Records written before versions were kept carry zero or blank,
*> which is the original verification - version 1.
0926-SET-OLD-VERSION.
    if TXN-RESULT-VERSION is numeric
        move TXN-RESULT-VERSION to WS-OLD-VERSION
    else
        move 0 to WS-OLD-VERSION
    end-if.
    if WS-OLD-VERSION = 0
        move 1 to WS-OLD-VERSION
    end-if.

0930-ACCEPT-RETEST-REASON.
    display "Motivo de la repeticion: " with no advancing.
    accept WS-RETEST-REASON.
    if WS-RETEST-REASON = spaces
        display "El motivo es obligatorio, intente de nuevo."
    end-if.

0940-APPLY-RETEST.
    move "N" to WS-RETEST-APPLIED-FLAG.
    move "L" to WS-LOCK-ACTION.
    move "DAILYTXN" to WS-LOCK-NAME.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.
    if WS-LOCK-RESULT not = "00"
        display "Otro usuario esta revisando un resultado -"
            " la repeticion no se guardo."
    else
        perform 0945-APPLY-RETEST-LOCKED
        move "U" to WS-LOCK-ACTION
        call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
            WS-LOCK-RESULT
    end-if.

*> The record is read again under the lock - a reviewer may have
*> acted on it while the strands were being keyed.
0945-APPLY-RETEST-LOCKED.
    open i-o TRANSACTION-FILE.
    if WS-TXN-STATUS not = "00"
        display "ERROR DE E/S - ARCHIVO DAILYTXN ESTADO "
            WS-TXN-STATUS
    else
        move WS-RETEST-SAMPLE-ID to TXN-SAMPLE-ID
        read TRANSACTION-FILE
            invalid key
                display "No se encontro la muestra."
            not invalid key
                if TXN-PENDING-REVIEW
                    display "La muestra quedo pendiente de segunda"
                        " revision - la repeticion no se guardo."
                else
                    perform 0950-WRITE-RESULT-HISTORY
                    if WS-HIST-WRITTEN
                        perform 0960-REWRITE-RETESTED-TXN
                    end-if
                end-if
        end-read
        close TRANSACTION-FILE
    end-if.

0950-WRITE-RESULT-HISTORY.
    move "N" to WS-HIST-WRITTEN-FLAG.
    perform 0926-SET-OLD-VERSION.
    move TXN-SAMPLE-ID to HIST-SAMPLE-ID.
    move WS-OLD-VERSION to HIST-VERSION.
    move TXN-TIMESTAMP to HIST-TIMESTAMP.
    move TXN-VERIFIED-BY to HIST-VERIFIED-BY.
    move TXN-STRAND-1 to HIST-STRAND-1.
    move TXN-STRAND-2 to HIST-STRAND-2.
    move TXN-HAMMING-RESULT to HIST-HAMMING-RESULT.
    move TXN-RELEASE-STATUS to HIST-RELEASE-STATUS.
    move TXN-REVIEWED-BY to HIST-REVIEWED-BY.
    move TXN-RELEASE-TS to HIST-RELEASE-TS.
    move function current-date to HIST-SUPERSEDED-TS.
    move WS-USER-ID to HIST-SUPERSEDED-BY.
    move WS-RETEST-REASON to HIST-RETEST-REASON.
    open i-o RESULT-HIST-FILE.
    if WS-HIST-STATUS = "35"
        open output RESULT-HIST-FILE
        close RESULT-HIST-FILE
        open i-o RESULT-HIST-FILE
    end-if.
    if WS-HIST-STATUS not = "00"
        display "ERROR DE E/S - ARCHIVO RESULTHIST ESTADO "
            WS-HIST-STATUS
        display "La repeticion no se guardo."
    else
        write RESULT-HIST-RECORD
            invalid key
                display "La version " WS-OLD-VERSION
                    " ya esta en el historial - la repeticion no se"
                    " guardo."
            not invalid key
                set WS-HIST-WRITTEN to true
        end-write
        close RESULT-HIST-FILE
    end-if.

0960-REWRITE-RETESTED-TXN.
    if TXN-RELEASED
        set TXN-AMENDED-RESULT to true
    end-if.
    compute WS-NEW-VERSION = WS-OLD-VERSION + 1.
    move WS-NEW-VERSION to TXN-RESULT-VERSION.
    move WS-RETEST-REASON to TXN-RETEST-REASON.
    move function current-date to TXN-TIMESTAMP.
    move WS-DNA-1 to TXN-STRAND-1.
    move WS-DNA-2 to TXN-STRAND-2.
    move WS-HAMMING-RESULT to TXN-HAMMING-RESULT.
    move WS-USER-ID to TXN-VERIFIED-BY.
    move spaces to TXN-REVIEWED-BY.
    if WS-REVIEW-REQUIRED
        set TXN-PENDING-REVIEW to true
        move spaces to TXN-RELEASE-TS
    else
        move "R" to TXN-RELEASE-STATUS
        move TXN-TIMESTAMP to TXN-RELEASE-TS
    end-if.
    rewrite TRANSACTION-RECORD
        invalid key
            display "No se pudo guardar la repeticion."
        not invalid key
            set WS-RETEST-APPLIED to true
            display "Resultado actualizado a la version "
                WS-NEW-VERSION
    end-rewrite.

end program daily-control.
