date-written. 10/10/2018.

*> Modification history
*> 2026-10-15 MRP  Age is no longer keyed. Intake now asks for the
*>                 collection date (today on a blank entry) and the
*>                 subject's date of birth, and the DOBCHK subprogram
*>                 checks both and works out the age on the collection
*>                 date, re-prompting until they pass; the dates and
*>                 the derived age (basis "D") are stored on the intake
*>                 record. The duplicate check now matches on the date
*>                 of birth where the record on file has one.
*> 2026-10-15 MRP  Intake now asks for the subject's consent to result
*>                 release, research use and specimen retention (Y or
*>                 N each) and, when the age falls in the AGEBRACKETS
*>                 MINOR bracket, for a guardian name and relationship,
*>                 re-prompting until the CONSENTCHK subprogram passes
*>                 the set; all of it is stored on the intake record.
*> 2026-10-15 MRP  Intake now asks for the sample's priority - STAT,
*>                 URGENT or ROUTINE (the default on a blank entry) -
*>                 and stores it on the intake record (intake-priority)
*>                 for turnaround-report.cob and stat-overdue.cob.
*> 2026-10-15 MRP  The signed-on operator is now stored on the intake
*>                 record (intake-keyed-by) so operator-activity.cob
*>                 can count intakes keyed per operator and trace
*>                 later corrections back to whoever keyed them.
*> 2026-10-15 MRP  Intake now asks for the submitting site code and
*>                 validates it against the maintained SITEMASTER
*>                 site master (see refdata-maint.cob), re-prompting
*>                 until an active site is entered; the code is stored
*>                 on the intake record. Without a SITEMASTER the only
*>                 valid site is the default MAIN.
*> 2026-09-02 MRP  The control-total append now takes the RUNTOTALS
*>                 advisory lock (FILELOCK subprogram) - period-close
*>                 rewrites that file under the same lock, and a
    select CONTROL-TOTAL-FILE assign to "RUNTOTALS"
        organization is line sequential
        file status is ws-total-status.
    select SITE-FILE assign to "SITEMASTER"
        organization is line sequential
        file status is ws-site-file-status.

data division.

fd  CONTROL-TOTAL-FILE.
    copy "control-total-rec.cpy".

fd  SITE-FILE.
    copy "site-rec.cpy".

working-storage section.
01  WS-USER-ID pic x(08) value spaces.
01  WS-USER-ROLE pic x(01) value space.
01  WS-TOTAL-WRITTEN pic 9(06) value 0.
01  WS-TOTAL-REMOVED pic 9(06) value 0.
01  ws-gender-file-status pic x(2) value spaces.
01  ws-site-file-status pic x(2) value spaces.

01  ws-first-name pic x(25) value spaces.
01  ws-last-name pic x(25) value spaces.
01  ws-age pic 99 value 0.
01  ws-age-valid-flag pic x(1) value "N".
    88  ws-age-valid value "Y".
01  ws-today pic 9(8) value 0.
01  ws-collection-date-input pic x(8) value spaces.
01  ws-collection-date redefines ws-collection-date-input pic 9(8).
01  ws-collection-valid-flag pic x(1) value "N".
    88  ws-collection-valid value "Y".
01  ws-birth-date-input pic x(8) value spaces.
01  ws-birth-date redefines ws-birth-date-input pic 9(8).
01  ws-date-result pic 9(8) value 0.
01  ws-dob-age pic 9(3) value 0.
01  ws-dob-result pic x(2) value spaces.
01  ws-dob-reason pic x(40) value spaces.
01  ws-gender-input pic x(6) value spaces.
01  ws-gender-valid-flag pic x(1) value "N".
    88  ws-gender-valid value "Y".
01  ws-site-input pic x(6) value spaces.
01  ws-site-valid-flag pic x(1) value "N".
    88  ws-site-valid value "Y".
01  ws-priority-input pic x(7) value spaces.
01  ws-priority-code pic x(1) value space.
01  ws-priority-valid-flag pic x(1) value "N".
    88  ws-priority-valid value "Y".
01  ws-consent-age pic 9(3) value 0.
01  ws-consent-flags.
    05  ws-consent-release pic x(1) value space.
    05  ws-consent-research pic x(1) value space.
    05  ws-consent-retention pic x(1) value space.
01  ws-consent-prompt pic x(50) value spaces.
01  ws-consent-answer pic x(1) value space.
01  ws-guardian-name pic x(30) value spaces.
01  ws-guardian-relation pic x(12) value spaces.
01  ws-consent-minor pic x(1) value "N".
01  ws-consent-result pic x(2) value spaces.
01  ws-consent-reason pic x(40) value spaces.
01  ws-eof-flag pic x(1) value "N".
    88  ws-eof value "Y".
01  WS-DUP-COUNT pic 9(03) value 0.
    05  gender-code-entry pic x(6) occurs 1 to 20 times
        depending on gender-code-count indexed by gender-code-idx.

*> Submitting sites accepted on intake, loaded at startup from the
*> SITEMASTER reference file.
copy "site-table.cpy".

procedure division.
main-logic.
call "SIGNON" using WS-USER-ID, WS-USER-ROLE,

1000-collect-intake.
perform 1050-LOAD-GENDER-CODES.
perform 1060-LOAD-SITES.
display "Enter your first name: " with no advancing .
accept ws-first-name.
display "Enter your last name: ".
    accept ws-last-name.
move function current-date(1:8) to ws-today.
perform 1090-VALIDATE-COLLECTION-DATE until ws-collection-valid.
perform 1100-VALIDATE-BIRTH-DATE until ws-age-valid.
perform 1200-VALIDATE-GENDER until ws-gender-valid.
perform 1300-VALIDATE-SITE until ws-site-valid.
perform 1400-VALIDATE-PRIORITY until ws-priority-valid.
perform 1500-COLLECT-CONSENT.

1050-LOAD-GENDER-CODES.
move 0 to gender-code-count
    at end set ws-eof to true
end-read.

1060-LOAD-SITES.
move 0 to WS-SITE-COUNT
open input SITE-FILE
if ws-site-file-status = "35"
    perform 1061-SEED-DEFAULT-SITE
else
    read SITE-FILE
        at end set ws-eof to true
    end-read
    perform 1062-LOAD-ONE-SITE until ws-eof
    close SITE-FILE
    move "N" to ws-eof-flag
end-if.

1061-SEED-DEFAULT-SITE.
move 1 to WS-SITE-COUNT.
move "MAIN  " to WS-ST-CODE(1).
move "LABORATORIO CENTRAL" to WS-ST-NAME(1).
move spaces to WS-ST-CONTACT(1).
move "Y" to WS-ST-ACTIVE(1).

1062-LOAD-ONE-SITE.
if WS-SITE-COUNT < WS-MAX-SITES
    add 1 to WS-SITE-COUNT
    set WS-ST-IDX to WS-SITE-COUNT
    move SITE-CODE to WS-ST-CODE(WS-ST-IDX)
    move SITE-NAME to WS-ST-NAME(WS-ST-IDX)
    move SITE-CONTACT to WS-ST-CONTACT(WS-ST-IDX)
    move SITE-ACTIVE to WS-ST-ACTIVE(WS-ST-IDX)
end-if.
read SITE-FILE
    at end set ws-eof to true
end-read.

1090-VALIDATE-COLLECTION-DATE.
move spaces to ws-collection-date-input
display "Enter the collection date (YYYYMMDD, blank for today): "
    with no advancing
accept ws-collection-date-input
if ws-collection-date-input = spaces
    move ws-today to ws-collection-date
end-if
if ws-collection-date-input is not numeric
    display "Invalid collection date - use YYYYMMDD, please try again"
else
    move function test-date-yyyymmdd(ws-collection-date)
        to ws-date-result
    if ws-date-result not = 0
        display "Invalid collection date - use YYYYMMDD,"
            " please try again"
    else
        if ws-collection-date > ws-today
            display "Invalid collection date - cannot be in the"
                " future, please try again"
        else
            set ws-collection-valid to true
        end-if
    end-if
end-if.

*> The age is the subject's age on the collection date, worked out
*> by DOBCHK from the date of birth.
1100-VALIDATE-BIRTH-DATE.
move spaces to ws-birth-date-input
display "Enter your date of birth (YYYYMMDD): " with no advancing
accept ws-birth-date-input
call "DOBCHK" using ws-birth-date-input, ws-collection-date-input,
    ws-today, ws-dob-age, ws-dob-result, ws-dob-reason
if ws-dob-result not = "00"
    display "Invalid date of birth - " function trim(ws-dob-reason)
        ", please try again"
else
    move ws-dob-age to ws-age
    set ws-age-valid to true
end-if.

1200-VALIDATE-GENDER.
display "Enter your gender (M/F/OTHER): " with no advancing
accept ws-gender-input
        set ws-gender-valid to true
end-search.

1300-VALIDATE-SITE.
move spaces to ws-site-input
display "Enter the submitting site code: " with no advancing
accept ws-site-input
set WS-ST-IDX to 1
search WS-SITE-ENTRY
    at end
        display "Invalid site - unknown site code, please try again"
    when ws-site-input = WS-ST-CODE(WS-ST-IDX)
        if WS-ST-ACTIVE(WS-ST-IDX) = "Y"
            set ws-site-valid to true
        else
            display "Invalid site - site is no longer active,"
                " please try again"
        end-if
end-search.

1400-VALIDATE-PRIORITY.
move spaces to ws-priority-input
display "Enter the priority (STAT/URGENT/ROUTINE): " with no advancing
accept ws-priority-input
evaluate ws-priority-input
    when "STAT"
        move "S" to ws-priority-code
        set ws-priority-valid to true
    when "URGENT"
        move "U" to ws-priority-code
        set ws-priority-valid to true
    when "ROUTINE"
    when spaces
        move "ROUTINE" to ws-priority-input
        move "R" to ws-priority-code
        set ws-priority-valid to true
    when other
        display "Invalid priority - must be STAT, URGENT or ROUTINE,"
            " please try again"
end-evaluate.

*> The three consents are Y or N each; the guardian is only asked for
*> when CONSENTCHK puts the age in the minor bracket.
1500-COLLECT-CONSENT.
move "Consent to release results to the LIMS" to ws-consent-prompt
perform 1510-ASK-ONE-CONSENT
move ws-consent-answer to ws-consent-release
move "Consent to research use of the sample" to ws-consent-prompt
perform 1510-ASK-ONE-CONSENT
move ws-consent-answer to ws-consent-research
move "Consent to retention of the specimen" to ws-consent-prompt
perform 1510-ASK-ONE-CONSENT
move ws-consent-answer to ws-consent-retention
move ws-age to ws-consent-age
move spaces to ws-guardian-name
move spaces to ws-guardian-relation
call "CONSENTCHK" using ws-consent-age, ws-consent-flags,
    ws-guardian-name, ws-guardian-relation, ws-consent-minor,
    ws-consent-result, ws-consent-reason
if ws-consent-minor = "Y"
    display "The subject is a minor - a guardian is required."
    perform 1540-COLLECT-GUARDIAN until ws-consent-result = "00"
end-if.

1510-ASK-ONE-CONSENT.
move space to ws-consent-answer
perform 1520-ACCEPT-CONSENT-ANSWER
    until ws-consent-answer = "Y" or ws-consent-answer = "N".

1520-ACCEPT-CONSENT-ANSWER.
display function trim(ws-consent-prompt) " (Y/N): " with no advancing
accept ws-consent-answer
if ws-consent-answer not = "Y" and ws-consent-answer not = "N"
    display "Invalid answer - must be Y or N, please try again"
end-if.

1540-COLLECT-GUARDIAN.
move spaces to ws-guardian-name
move spaces to ws-guardian-relation
display "Enter the guardian's name: " with no advancing
accept ws-guardian-name
display "Enter the guardian's relationship to the subject: "
    with no advancing
accept ws-guardian-relation
call "CONSENTCHK" using ws-consent-age, ws-consent-flags,
    ws-guardian-name, ws-guardian-relation, ws-consent-minor,
    ws-consent-result, ws-consent-reason
if ws-consent-result not = "00"
    display "Invalid guardian - " function trim(ws-consent-reason)
        ", please try again"
end-if.

2000-display-intake.
display "Your name is: " ws-first-name " " ws-last-name.
display "Your date of birth is: " ws-birth-date-input.
display "Collection date: " ws-collection-date-input.
display "Your age at collection is: " ws-age.
display "Your gender is: " ws-gender-input.
display "Submitting site: " ws-site-input.
display "Priority: " ws-priority-input.
display "Consent - release: " ws-consent-release
    " research: " ws-consent-research
    " retention: " ws-consent-retention.
if ws-consent-minor = "Y"
    display "Guardian: " function trim(ws-guardian-name)
        " (" function trim(ws-guardian-relation) ")"
end-if.

*> A community-screening regular keyed here during the event and
*> dropped again through intake-load.cob used to become two people
*> downstream. Show the operator every active record already on file
*> under the same name and date of birth - or the same age, where
*> the record on file only has an estimated one - and let them
*> decide.
2500-check-duplicates.
move "S" to WS-DUP-PROCEED-FLAG
move 0 to WS-DUP-COUNT
move "N" to ws-eof-flag
if WS-DUP-COUNT > 0
    display "Ya existen " WS-DUP-COUNT " registro(s) activo(s) con"
        " ese nombre y fecha de nacimiento (o edad)."
    display "Registrar de todos modos (S/N)? " with no advancing
    accept WS-DUP-PROCEED-FLAG
end-if.
if not intake-voided
    and function trim(firstName) = function trim(ws-first-name)
    and function trim(lastName) = function trim(ws-last-name)
    and ((intake-age-from-dob and intake-birth-date = ws-birth-date)
        or (not intake-age-from-dob and Age = ws-age))
    add 1 to WS-DUP-COUNT
    display "EXISTENTE - MUESTRA " intake-sample-id ": "
        function trim(firstName) " " function trim(lastName)
move ws-last-name to lastName
move ws-age to Age
move ws-gender-input to Gender
move ws-site-input to intake-site-code
move function current-date to intake-timestamp
move space to intake-status
move WS-USER-ID to intake-keyed-by
move ws-priority-code to intake-priority
move ws-consent-flags to intake-consent
move ws-guardian-name to intake-guardian-name
move ws-guardian-relation to intake-guardian-relation
move ws-birth-date to intake-birth-date
move ws-collection-date to intake-collection-date
move "D" to intake-age-basis
open i-o SAMPLE-INTAKE-FILE
if ws-intake-status = "35"
    open output SAMPLE-INTAKE-FILE
