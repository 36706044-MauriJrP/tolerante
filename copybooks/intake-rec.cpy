      *> ("V") so reports exclude it; anything else (including the
      *> trailing blank on records written before the field existed)
      *> counts as active.
      *> intake-site-code is the submitting site (SITEMASTER, see
      *> SITE-REC), validated against the site master at intake;
      *> blank on records written before the field existed.
      *> intake-keyed-by is the signed-on operator who keyed the intake
      *> (4-UserInput.cob, daily-control.cob); blank for registrants
      *> loaded from the REGISTER drop file or LIMS orders, which no
      *> operator keyed, and on records written before the field
      *> existed.
      *> intake-priority is the urgency the sample was registered with:
      *> "S" STAT, "U" URGENT, "R" ROUTINE - keyed at the terminal
      *> (4-UserInput.cob, daily-control.cob) or carried on the LIMS
      *> order; REGISTER drop-file registrants are routine. Blank on
      *> records written before the field existed, which counts as
      *> routine. turnaround-report.cob measures each priority against
      *> its own target (TURNCTL) and stat-overdue.cob lists the STAT
      *> samples still open past theirs.
      *> intake-consent holds the subject's consent, one flag each for
      *> release of the result to the LIMS, research use of the sample
      *> in the statistical reports, and retention of the specimen
      *> after testing: "Y" given, "N" not given, "W" given and later
      *> withdrawn through intake-maint.cob. Only "Y" counts as
      *> consent - blank on records written before the flags existed
      *> is treated as not given. Captured at every intake point and
      *> checked by the CONSENTCHK subprogram, which also requires
      *> intake-guardian-name and intake-guardian-relation (the
      *> guardian's relationship to the subject, e.g. MOTHER) when the
      *> subject's age falls in the AGEBRACKETS "MINOR" bracket; both
      *> are blank for an adult and on older records.
      *> intake-birth-date is the subject's date of birth and
      *> intake-collection-date the day the sample was taken, both
      *> yyyymmdd. Age is no longer keyed: it is the subject's age in
      *> whole years on the collection date, worked out from the date
      *> of birth by the DOBCHK subprogram at every intake point, and
      *> it is what the sample is classified by (AGEBRACKETS) from then
      *> on. intake-age-basis says where Age came from - "D" derived
      *> from the date of birth, "E" an estimate keyed before dates of
      *> birth were captured, which age-convert.cob marks on the older
      *> records (with the birth date zero and the collection date
      *> taken from the intake timestamp). A blank basis is an older
      *> record age-convert.cob has not reached yet and is also an
      *> estimate. integrity-check.cob recomputes every derived age
      *> from the two dates and reports any that disagree.
      *> The indexed file must be unloaded and reloaded through
      *> intake-rebuild.cob when this layout changes.
      *> ----------------------------------------------------------------------
       01  myInput.
           05  intake-sample-id     pic 9(06).
           05  intake-timestamp     pic x(21).
           05  intake-status        pic x(01).
               88  intake-voided    value "V".
           05  intake-site-code     pic x(06).
           05  intake-keyed-by      pic x(08).
           05  intake-priority      pic x(01).
               88  intake-stat      value "S".
               88  intake-urgent    value "U".
               88  intake-routine   value "R" " ".
           05  intake-consent.
               10  intake-consent-release   pic x(01).
                   88  intake-release-given     value "Y".
                   88  intake-release-withdrawn value "W".
               10  intake-consent-research  pic x(01).
                   88  intake-research-given    value "Y".
                   88  intake-research-withdrawn value "W".
               10  intake-consent-retention pic x(01).
                   88  intake-retention-given   value "Y".
                   88  intake-retention-refused value "N" "W".
           05  intake-guardian-name     pic x(30).
           05  intake-guardian-relation pic x(12).
           05  intake-birth-date        pic 9(08).
           05  intake-collection-date   pic 9(08).
           05  intake-age-basis         pic x(01).
               88  intake-age-from-dob  value "D".
               88  intake-age-estimated value "E" " ".
