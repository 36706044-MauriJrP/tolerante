      *> record up, let an operator fix the offending field under the
      *> same validation the loader applies, and queue it for a
      *> resubmit pass instead of re-keying the drop file by hand.
      *> RREJ-SITE-CODE carries the registrant's submitting site code;
      *> blank on rejects written before the field existed. The
      *> consent flags and guardian fields are carried the same way,
      *> so a consent reject can be repaired like any other field.
      *> The date of birth and collection date are carried as keyed
      *> (blank on rejects written before they existed); RREJ-AGE is
      *> the drop file's own age column and is no longer validated.
      *> ----------------------------------------------------------------------
       01  REG-REJECT-RECORD.
           05  RREJ-FIRST-NAME      PIC X(25).
           05  RREJ-AGE             PIC X(03).
           05  RREJ-GENDER          PIC X(06).
           05  RREJ-REASON          PIC X(40).
           05  RREJ-SITE-CODE       PIC X(06).
           05  RREJ-CONSENT-RELEASE PIC X(01).
           05  RREJ-CONSENT-RESEARCH PIC X(01).
           05  RREJ-CONSENT-RETENTION PIC X(01).
           05  RREJ-GUARDIAN-NAME   PIC X(30).
           05  RREJ-GUARDIAN-RELATION PIC X(12).
           05  RREJ-BIRTH-DATE      PIC X(08).
           05  RREJ-COLLECTION-DATE PIC X(08).
