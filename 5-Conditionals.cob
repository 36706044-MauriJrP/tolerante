author. Mauricio Rodriguez.

*> Modification history
*> 2026-10-15 MRP  A record may now carry the subject's date of birth
*>                 (AGE-SCREENING-BIRTH-DATE) and the sample's
*>                 collection date instead of a keyed age. It is
*>                 classified by the age on the collection date (the
*>                 run date when none is given) from the DOBCHK
*>                 subprogram, the same age intake records; a date
*>                 DOBCHK refuses is reported invalid with its reason.
*> 2026-10-15 MRP  A record may now carry the sample ID it was drawn
*>                 from (AGE-SCREENING-SAMPLE-ID). Such a record is
*>                 only classified and counted when the subject gave
*>                 research-use consent at intake (SAMPLEINTAKE); one
*>                 without it - or whose sample is not on file - is
*>                 listed as excluded and counted at the end, out of
*>                 the bracket totals. Records with no sample ID are
*>                 screened as before.
*> 2026-08-22 MRP  The report is now print-formatted: a page heading
*>                 with title, run date/time and page number, a page
*>                 break every 55 lines, and per-bracket totals plus
    select AGE-BRACKET-FILE assign to "AGEBRACKETS"
        organization is line sequential
        file status is ws-bracket-status.
    select SAMPLE-INTAKE-FILE assign to "SAMPLEINTAKE"
        organization is indexed
        access mode is random
        record key is intake-sample-id
        file status is ws-intake-status.

data division.

fd  AGE-BRACKET-FILE.
    copy "age-bracket-rec.cpy".

fd  SAMPLE-INTAKE-FILE.
    copy "intake-rec.cpy".

working-storage section.
01  ws-eof-flag pic x(1) value "N".
    88  ws-eof value "Y".

01  ws-bracket-status pic x(02) value spaces.
01  ws-intake-status pic x(02) value spaces.
01  ws-intake-open-flag pic x(1) value "N".
    88  ws-intake-open value "Y".
01  ws-consent-flag pic x(1) value "N".
    88  ws-research-consent value "Y".
01  ws-consent-excluded-count pic 9(06) value 0.

01  ws-record-count pic 9(06) value 0.

01  ws-age-input pic x(3) justified right value spaces.
01  ws-age pic 999 value 0.
01  ws-collection-date pic x(08) value spaces.
01  ws-dob-age pic 9(03) value 0.
01  ws-dob-result pic x(02) value spaces.
01  ws-dob-reason pic x(40) value spaces.

*> Age-bracket lookup table - low/high inclusive range plus label,
*> loaded at startup from the AGEBRACKETS reference file. Ranges must
accept ws-run-time from time
move zeroes to ws-bracket-tally-table
perform 1010-LOAD-AGE-BRACKETS
open input SAMPLE-INTAKE-FILE
if ws-intake-status = "00"
    set ws-intake-open to true
end-if
open input AGE-SCREENING-FILE
open output CLASSIFICATION-REPORT-FILE
read AGE-SCREENING-FILE
add 1 to ws-record-count
move AGE-SCREENING-AGE to ws-age-input
move spaces to ws-report-line
perform 2050-check-research-consent
evaluate true
    when not ws-research-consent
        add 1 to ws-consent-excluded-count
        string "RECORD " ws-record-count
            " SAMPLE " AGE-SCREENING-SAMPLE-ID
            " EXCLUDED - NO RESEARCH CONSENT"
            delimited by size into ws-report-line
    when AGE-SCREENING-BIRTH-DATE not = spaces
        perform 2060-age-from-birth-date
    when ws-age-input is not numeric
        add 1 to ws-rejected-count
        string "RECORD " ws-record-count " INVALID AGE: " ws-age-input
            delimited by size into ws-report-line
    when other
        move ws-age-input to ws-age
        if ws-age > 120
            add 1 to ws-rejected-count
            string "RECORD " ws-record-count " INVALID AGE: " ws-age-input
                delimited by size into ws-report-line
        else
            perform 2100-classify-age
            string "RECORD " ws-record-count " AGE: " ws-age-input
                " CLASSIFICATION: " ws-classification
                delimited by size into ws-report-line
        end-if
end-evaluate
perform 2200-write-detail-line
read AGE-SCREENING-FILE
    at end set ws-eof to true
end-read.

*> A record with no sample ID is not ours to hold to a consent.
2050-check-research-consent.
move "N" to ws-consent-flag
if AGE-SCREENING-SAMPLE-ID = spaces
    set ws-research-consent to true
else
    if ws-intake-open and AGE-SCREENING-SAMPLE-ID is numeric
        move AGE-SCREENING-SAMPLE-ID to intake-sample-id
        read SAMPLE-INTAKE-FILE
            invalid key continue
            not invalid key
                if intake-research-given
                    set ws-research-consent to true
                end-if
        end-read
    end-if
end-if.

*> The age a record with a date of birth is classified by is the one
*> on the collection date, as intake works it out.
2060-age-from-birth-date.
move AGE-SCREENING-COLLECTION-DATE to ws-collection-date
if ws-collection-date = spaces
    move ws-run-date to ws-collection-date
end-if
call "DOBCHK" using AGE-SCREENING-BIRTH-DATE, ws-collection-date,
    ws-run-date, ws-dob-age, ws-dob-result, ws-dob-reason
if ws-dob-result not = "00"
    add 1 to ws-rejected-count
    string "RECORD " ws-record-count " INVALID DATE: " ws-dob-reason
        delimited by size into ws-report-line
else
    move ws-dob-age to ws-age
    perform 2100-classify-age
    string "RECORD " ws-record-count " AGE: " ws-age
        " CLASSIFICATION: " ws-classification
        " BORN " AGE-SCREENING-BIRTH-DATE
        " TAKEN " ws-collection-date
        delimited by size into ws-report-line
end-if.

2200-write-detail-line.
if ws-line-count >= ws-page-size
    move ws-report-line to ws-detail-hold
search age-bracket-entry
    at end
        add 1 to ws-unknown-tally
    when ws-age >= age-bracket-low(age-bracket-idx) and
         ws-age <= age-bracket-high(age-bracket-idx)
        move age-bracket-label(age-bracket-idx) to ws-classification
        set ws-tally-idx to age-bracket-idx
        add 1 to ws-bracket-tally(ws-tally-idx)
    "  RECORDS REJECTED: " ws-rejected-count
    delimited by size into ws-report-line
perform 2200-write-detail-line
move spaces to ws-report-line
string "EXCLUDED - NO RESEARCH CONSENT: " ws-consent-excluded-count
    delimited by size into ws-report-line
perform 2200-write-detail-line
if ws-intake-open
    close SAMPLE-INTAKE-FILE
end-if
close AGE-SCREENING-FILE
close CLASSIFICATION-REPORT-FILE
display "Edades procesadas: " ws-record-count.
