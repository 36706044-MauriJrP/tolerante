*> A load rejects (and counts) records whose ID duplicates one already
*> loaded rather than overwriting, so a doubled unload shows up in the
*> counts instead of silently collapsing.
*> The submitting site code (intake-site-code) travels as the last
*> field of the unload; an unload taken before the site code existed
*> still loads, the short lines padding it with blanks. The operator
*> who keyed the intake (intake-keyed-by) follows it the same way,
*> and after it the sample's priority (intake-priority), blank -
*> routine - on an older unload. The three consent flags and the
*> guardian name and relationship come last, blank on an older
*> unload (no consent on file). After them the date of birth,
*> collection date and age basis; an older unload leaves them blank,
*> which loads as an unconverted age-only record for age-convert.cob
*> to mark estimated.

environment division.
input-output section.
    05  SEQ-INTAKE-GENDER         pic x(06).
    05  SEQ-INTAKE-TIMESTAMP      pic x(21).
    05  SEQ-INTAKE-STATUS         pic x(01).
    05  SEQ-INTAKE-SITE-CODE      pic x(06).
    05  SEQ-INTAKE-KEYED-BY       pic x(08).
    05  SEQ-INTAKE-PRIORITY       pic x(01).
    05  SEQ-INTAKE-CONSENT        pic x(03).
    05  SEQ-INTAKE-GUARDIAN-NAME  pic x(30).
    05  SEQ-INTAKE-GUARDIAN-RELATION pic x(12).
    05  SEQ-INTAKE-BIRTH-DATE     pic x(08).
    05  SEQ-INTAKE-COLLECTION-DATE pic x(08).
    05  SEQ-INTAKE-AGE-BASIS      pic x(01).

fd  SAMPLE-INTAKE-FILE.
    copy "intake-rec.cpy".
    move SEQ-INTAKE-GENDER to Gender.
    move SEQ-INTAKE-TIMESTAMP to intake-timestamp.
    move SEQ-INTAKE-STATUS to intake-status.
    move SEQ-INTAKE-SITE-CODE to intake-site-code.
    move SEQ-INTAKE-KEYED-BY to intake-keyed-by.
    move SEQ-INTAKE-PRIORITY to intake-priority.
    move SEQ-INTAKE-CONSENT to intake-consent.
    move SEQ-INTAKE-GUARDIAN-NAME to intake-guardian-name.
    move SEQ-INTAKE-GUARDIAN-RELATION to intake-guardian-relation.
    move SEQ-INTAKE-BIRTH-DATE to intake-birth-date.
    move SEQ-INTAKE-COLLECTION-DATE to intake-collection-date.
    move SEQ-INTAKE-AGE-BASIS to intake-age-basis.
    write myInput
        invalid key
            add 1 to WS-REJECTED-COUNT
    move Gender to SEQ-INTAKE-GENDER.
    move intake-timestamp to SEQ-INTAKE-TIMESTAMP.
    move intake-status to SEQ-INTAKE-STATUS.
    move intake-site-code to SEQ-INTAKE-SITE-CODE.
    move intake-keyed-by to SEQ-INTAKE-KEYED-BY.
    move intake-priority to SEQ-INTAKE-PRIORITY.
    move intake-consent to SEQ-INTAKE-CONSENT.
    move intake-guardian-name to SEQ-INTAKE-GUARDIAN-NAME.
    move intake-guardian-relation to SEQ-INTAKE-GUARDIAN-RELATION.
    move intake-birth-date to SEQ-INTAKE-BIRTH-DATE.
    move intake-collection-date to SEQ-INTAKE-COLLECTION-DATE.
    move intake-age-basis to SEQ-INTAKE-AGE-BASIS.
    write SEQ-INTAKE-RECORD.
    add 1 to WS-UNLOADED-COUNT.
    read SAMPLE-INTAKE-FILE next
