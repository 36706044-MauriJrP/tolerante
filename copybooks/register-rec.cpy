      *> terminal session at a time through 4-UserInput.cob. The age
      *> is three characters so an out-of-range entry can be rejected
      *> on the exception report instead of silently truncated.
      *> REGISTER-SITE-CODE is the submitting site's code in the site
      *> master (SITEMASTER) - the screening event's organizing clinic.
      *> The three consent flags (result release, research use,
      *> specimen retention) are each "Y" or "N" as signed on the
      *> event's consent form; anything else is rejected. The guardian
      *> name and relationship are required when the age puts the
      *> registrant in the AGEBRACKETS MINOR bracket and may be blank
      *> otherwise.
      *> REGISTER-BIRTH-DATE is the registrant's date of birth and
      *> REGISTER-COLLECTION-DATE the day the sample was taken, both
      *> yyyymmdd; a blank collection date is the day of the load. The
      *> age is worked out from the two by the DOBCHK subprogram, so
      *> REGISTER-AGE is no longer read - it stays in the layout for
      *> drop files built before dates of birth were captured.
      *> ----------------------------------------------------------------------
       01  REGISTER-RECORD.
           05  REGISTER-FIRST-NAME      PIC X(25).
           05  REGISTER-LAST-NAME       PIC X(25).
           05  REGISTER-AGE             PIC X(03).
           05  REGISTER-GENDER          PIC X(06).
           05  REGISTER-SITE-CODE       PIC X(06).
           05  REGISTER-CONSENT-RELEASE PIC X(01).
           05  REGISTER-CONSENT-RESEARCH PIC X(01).
           05  REGISTER-CONSENT-RETENTION PIC X(01).
           05  REGISTER-GUARDIAN-NAME   PIC X(30).
           05  REGISTER-GUARDIAN-RELATION PIC X(12).
           05  REGISTER-BIRTH-DATE      PIC X(08).
           05  REGISTER-COLLECTION-DATE PIC X(08).
