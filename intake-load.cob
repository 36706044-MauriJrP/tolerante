*> Bulk intake loader for community screening events: reads the
*> REGISTER drop file (one registrant per record, layout in
*> REGISTER-REC), applies the same validations terminal intake does -
*> the date-of-birth check and the GENDERCODES table lookup, with the
*> same seeded default codes when that file is absent - and appends
*> the good records to SAMPLEINTAKE with timestamps and a blank
*> (active) status byte, exactly as 4-UserInput.cob writes them.
*> for the end-of-day balancing run (balance-check.cob).
*>
*> Modification history
*> 2026-10-15 MRP  Each registrant now carries a date of birth and a
*>                 collection date (blank = the day of the load); the
*>                 DOBCHK subprogram validates them and works out the
*>                 age on the collection date, which replaces the
*>                 keyed REGISTER-AGE. A bad date is rejected with its
*>                 reason, both dates are kept on REGREJECTS and
*>                 stored on SAMPLEINTAKE with age basis "D", and the
*>                 suspected-duplicate check matches on the date of
*>                 birth where the record on file has one.
*> 2026-10-15 MRP  Each registrant now carries the three consent flags
*>                 and, for a minor, a guardian name and relationship;
*>                 the set is validated through the CONSENTCHK
*>                 subprogram after the site check, a failure is
*>                 rejected with its reason like any other bad field,
*>                 and all of it is kept on REGREJECTS and stored on
*>                 SAMPLEINTAKE.
*> 2026-10-15 MRP  Intake records now carry intake-priority; REGISTER
*>                 drop-file registrants are written ROUTINE ("R").
*> 2026-10-15 MRP  Intake records now carry intake-keyed-by; REGISTER drop-file
*>                 intakes are written with it blank (no operator
*>                 keyed them).
*> 2026-10-15 MRP  Each registrant now carries the submitting site code
*>                 (REGISTER-SITE-CODE), validated against the
*>                 SITEMASTER site master - an unknown or inactive
*>                 site is rejected like any other bad field, and the
*>                 code is kept on the REGREJECTS record so
*>                 reject-repair.cob can correct it. Accepted records
*>                 store it on SAMPLEINTAKE. Without a SITEMASTER the
*>                 only valid site is the default MAIN.
*> 2026-09-02 MRP  Every rejected registrant is now also written to
*>                 the machine-readable REGREJECTS file (layout in
*>                 REG-REJECT-REC) carrying the full original record
    select GENDER-CODE-FILE assign to "GENDERCODES"
        organization is line sequential
        file status is WS-GENDER-FILE-STATUS.
    select SITE-FILE assign to "SITEMASTER"
        organization is line sequential
        file status is WS-SITE-FILE-STATUS.
    select EXCEPTION-REPORT-FILE assign to "REGEXCEPT"
        organization is line sequential.
    select REJECT-FILE assign to "REGREJECTS"
fd  GENDER-CODE-FILE.
    copy "gender-code-rec.cpy".

fd  SITE-FILE.
    copy "site-rec.cpy".

fd  EXCEPTION-REPORT-FILE.
01  WS-REPORT-LINE            pic x(160).

   88 WS-SEQ-LOCKED           value "Y".
01 WS-LAST-SAMPLE-ID          pic 9(06) value 0.
01 WS-GENDER-FILE-STATUS      pic x(02) value spaces.
01 WS-SITE-FILE-STATUS        pic x(02) value spaces.
01 WS-TOTAL-STATUS            pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".
      depending on WS-GENDER-CODE-COUNT indexed by WS-GC-IDX
      pic x(06).

copy "site-table.cpy".

01 WS-RECORD-NUMBER           pic 9(06) value 0.
01 WS-ACCEPTED-COUNT          pic 9(06) value 0.
01 WS-REJECTED-COUNT          pic 9(06) value 0.

01 WS-AGE-NUM                 pic 9(03) value 0.
01 WS-TODAY                   pic 9(08) value 0.
01 WS-COLLECTION-DATE-INPUT   pic x(08) value spaces.
01 WS-COLLECTION-DATE redefines WS-COLLECTION-DATE-INPUT
                              pic 9(08).
01 WS-BIRTH-DATE              pic 9(08) value 0.
01 WS-DOB-RESULT              pic x(02) value spaces.
01 WS-DOB-REASON              pic x(40) value spaces.

*> Active intake records already on file (plus the ones accepted by
*> this run), for the suspected-duplicate check. A file bigger than
      10 WS-AI-FIRST-NAME     pic x(25).
      10 WS-AI-LAST-NAME      pic x(25).
      10 WS-AI-AGE            pic 9(03).
      10 WS-AI-BIRTH-DATE     pic 9(08).
01 WS-DUP-FOUND-FLAG          pic x(01) value "N".
   88 WS-DUP-FOUND            value "Y".
01 WS-DUP-SAMPLE-ID           pic 9(06) value 0.
01 WS-REJECT-REASON           pic x(40) value spaces.
01 WS-RECORD-OK-FLAG          pic x(01) value "N".
   88 WS-RECORD-OK            value "Y".
01 WS-CONSENT-FLAGS.
   05 WS-CONSENT-RELEASE      pic x(01) value space.
   05 WS-CONSENT-RESEARCH     pic x(01) value space.
   05 WS-CONSENT-RETENTION    pic x(01) value space.
01 WS-CONSENT-MINOR           pic x(01) value "N".
01 WS-CONSENT-RESULT          pic x(02) value spaces.
01 WS-CONSENT-REASON          pic x(40) value spaces.

procedure division.

0000-MAIN.
    perform 0030-LOG-RUN-START.
    perform 0100-LOAD-GENDER-CODES.
    perform 0150-LOAD-SITES.
    perform 0200-INITIALIZE.
    if not WS-EOF
        perform 0300-PROCESS-ONE-REGISTRANT until WS-EOF
        at end set WS-EOF to true
    end-read.

0150-LOAD-SITES.
    move 0 to WS-SITE-COUNT.
    open input SITE-FILE.
    if WS-SITE-FILE-STATUS = "35"
        perform 0160-SEED-DEFAULT-SITE
    else
        read SITE-FILE
            at end set WS-EOF to true
        end-read
        perform 0170-LOAD-ONE-SITE until WS-EOF
        close SITE-FILE
        move "N" to WS-EOF-FLAG
    end-if.

0160-SEED-DEFAULT-SITE.
    move 1 to WS-SITE-COUNT.
    move "MAIN  " to WS-ST-CODE(1).
    move "LABORATORIO CENTRAL" to WS-ST-NAME(1).
    move spaces to WS-ST-CONTACT(1).
    move "Y" to WS-ST-ACTIVE(1).

0170-LOAD-ONE-SITE.
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

0200-INITIALIZE.
    move function current-date(1:8) to WS-TODAY.
    open input REGISTER-FILE.
    if WS-REGISTER-STATUS = "35"
        display "No se encontro el archivo de registro REGISTER."
       and REGISTER-LAST-NAME = spaces
        move "NAME IS BLANK" to WS-REJECT-REASON
    else
        perform 0325-VALIDATE-BIRTH-DATE
    end-if.

*> The age is the registrant's age on the collection date, worked
*> out by DOBCHK from the date of birth.
0325-VALIDATE-BIRTH-DATE.
    move REGISTER-COLLECTION-DATE to WS-COLLECTION-DATE-INPUT.
    if WS-COLLECTION-DATE-INPUT = spaces
        move WS-TODAY to WS-COLLECTION-DATE
    end-if.
    call "DOBCHK" using REGISTER-BIRTH-DATE, WS-COLLECTION-DATE-INPUT,
        WS-TODAY, WS-AGE-NUM, WS-DOB-RESULT, WS-DOB-REASON.
    if WS-DOB-RESULT = "00"
        move REGISTER-BIRTH-DATE to WS-BIRTH-DATE
        perform 0330-VALIDATE-GENDER
    else
        move WS-DOB-REASON to WS-REJECT-REASON
    end-if.

0250-LOAD-ACTIVE-INTAKES.
            move firstName to WS-AI-FIRST-NAME(WS-AI-IDX)
            move lastName to WS-AI-LAST-NAME(WS-AI-IDX)
            move Age to WS-AI-AGE(WS-AI-IDX)
            if intake-age-from-dob
                move intake-birth-date to WS-AI-BIRTH-DATE(WS-AI-IDX)
            else
                move 0 to WS-AI-BIRTH-DATE(WS-AI-IDX)
            end-if
        else
            add 1 to WS-ACTIVE-OVERFLOW-COUNT
        end-if
       = function trim(REGISTER-FIRST-NAME)
       and function trim(WS-AI-LAST-NAME(WS-AI-IDX))
       = function trim(REGISTER-LAST-NAME)
       and ((WS-AI-BIRTH-DATE(WS-AI-IDX) not = 0
             and WS-AI-BIRTH-DATE(WS-AI-IDX) = WS-BIRTH-DATE)
         or (WS-AI-BIRTH-DATE(WS-AI-IDX) = 0
             and WS-AI-AGE(WS-AI-IDX) = WS-AGE-NUM))
        set WS-DUP-FOUND to true
        move WS-AI-SAMPLE-ID(WS-AI-IDX) to WS-DUP-SAMPLE-ID
    else
        at end
            move "GENDER IS NOT A VALID CODE" to WS-REJECT-REASON
        when REGISTER-GENDER = WS-GENDER-CODE-ENTRY(WS-GC-IDX)
            perform 0335-VALIDATE-SITE
    end-search.

0335-VALIDATE-SITE.
    set WS-ST-IDX to 1.
    search WS-SITE-ENTRY
        at end
            move "SITE CODE UNKNOWN OR INACTIVE" to WS-REJECT-REASON
        when REGISTER-SITE-CODE = WS-ST-CODE(WS-ST-IDX)
            if WS-ST-ACTIVE(WS-ST-IDX) = "Y"
                perform 0337-VALIDATE-CONSENT
            else
                move "SITE CODE UNKNOWN OR INACTIVE"
                    to WS-REJECT-REASON
            end-if
    end-search.

0337-VALIDATE-CONSENT.
    move REGISTER-CONSENT-RELEASE to WS-CONSENT-RELEASE.
    move REGISTER-CONSENT-RESEARCH to WS-CONSENT-RESEARCH.
    move REGISTER-CONSENT-RETENTION to WS-CONSENT-RETENTION.
    call "CONSENTCHK" using WS-AGE-NUM, WS-CONSENT-FLAGS,
        REGISTER-GUARDIAN-NAME, REGISTER-GUARDIAN-RELATION,
        WS-CONSENT-MINOR, WS-CONSENT-RESULT, WS-CONSENT-REASON.
    if WS-CONSENT-RESULT = "00"
        set WS-RECORD-OK to true
    else
        move WS-CONSENT-REASON to WS-REJECT-REASON
    end-if.

0320-WRITE-INTAKE-RECORD.
    add 1 to WS-LAST-SAMPLE-ID.
    move WS-LAST-SAMPLE-ID to intake-sample-id.
    move REGISTER-LAST-NAME to lastName.
    move WS-AGE-NUM to Age.
    move REGISTER-GENDER to Gender.
    move REGISTER-SITE-CODE to intake-site-code.
    move function current-date to intake-timestamp.
    move space to intake-status.
    move spaces to intake-keyed-by.
    move "R" to intake-priority.
    move WS-CONSENT-FLAGS to intake-consent.
    move REGISTER-GUARDIAN-NAME to intake-guardian-name.
    move REGISTER-GUARDIAN-RELATION to intake-guardian-relation.
    move WS-BIRTH-DATE to intake-birth-date.
    move WS-COLLECTION-DATE to intake-collection-date.
    move "D" to intake-age-basis.
    write myInput
        invalid key
            perform 0321-REPORT-DUPLICATE-ID
    move REGISTER-AGE to RREJ-AGE.
    move REGISTER-GENDER to RREJ-GENDER.
    move WS-REJECT-REASON to RREJ-REASON.
    move REGISTER-SITE-CODE to RREJ-SITE-CODE.
    move REGISTER-CONSENT-RELEASE to RREJ-CONSENT-RELEASE.
    move REGISTER-CONSENT-RESEARCH to RREJ-CONSENT-RESEARCH.
    move REGISTER-CONSENT-RETENTION to RREJ-CONSENT-RETENTION.
    move REGISTER-GUARDIAN-NAME to RREJ-GUARDIAN-NAME.
    move REGISTER-GUARDIAN-RELATION to RREJ-GUARDIAN-RELATION.
    move REGISTER-BIRTH-DATE to RREJ-BIRTH-DATE.
    move REGISTER-COLLECTION-DATE to RREJ-COLLECTION-DATE.
    write REG-REJECT-RECORD.

0321-REPORT-DUPLICATE-ID.
        move REGISTER-FIRST-NAME to WS-AI-FIRST-NAME(WS-AI-IDX)
        move REGISTER-LAST-NAME to WS-AI-LAST-NAME(WS-AI-IDX)
        move WS-AGE-NUM to WS-AI-AGE(WS-AI-IDX)
        move WS-BIRTH-DATE to WS-AI-BIRTH-DATE(WS-AI-IDX)
    else
        add 1 to WS-ACTIVE-OVERFLOW-COUNT
    end-if.
