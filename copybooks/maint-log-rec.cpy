      *> MAINT-LOG-REC.CPY
      *> One entry per saved intake-maint.cob change in INTAKEMAINTLOG:
      *> who made it, when, the sample ID it touched, the action
      *> (CORRECT, VOID or WITHDRAW - a consent withdrawal), and the
      *> before and after images - so corrections are themselves
      *> auditable. The images are the sample ID, names, age, gender
      *> and status byte, then (from position 66) the three consent
      *> flags, then (from position 69) the subject's date of birth
      *> and (position 77) the age basis - "D" when the age is worked
      *> out from that date, otherwise estimated (see intake-rec.cpy);
      *> older entries are blank there. Read back by
      *> lims-delta.cob, which sends the corrections, voids and
      *> withdrawals made since the last run to the LIMS as a delta
      *> feed.
      *> MAINT-LOG-CHAIN-VALUE chains the entry to the one before it
      *> (see LOGCHAIN): it is computed over the first 204 bytes -
      *> every field up to and including MAINT-LOG-CHAIN-KIND - seeded
      *> with the previous entry's value. Entries appended since the
      *> chain went in are "C"; entries already on file then were
      *> sealed "B" by the one-time log-seal.cob baseline. An entry
      *> whose names subject-erase.cob has since anonymized is "E":
      *> its images no longer hash to the stored value, which is kept
      *> as it was so the entries after it still chain, and
      *> log-verify.cob accepts it only when an ERASE entry for the
      *> same sample follows it in the log.
      *> ----------------------------------------------------------------------
       01  MAINT-LOG-RECORD.
           05  MAINT-LOG-USER        PIC X(08).
           05  MAINT-LOG-ACTION      PIC X(08).
           05  MAINT-LOG-BEFORE      PIC X(80).
           05  MAINT-LOG-AFTER       PIC X(80).
           05  MAINT-LOG-CHAIN-KIND  PIC X(01).
               88  MAINT-LOG-CHAIN-BASELINE VALUE "B".
               88  MAINT-LOG-CHAIN-SEALED   VALUE "C".
               88  MAINT-LOG-CHAIN-ERASED   VALUE "E".
           05  MAINT-LOG-CHAIN-VALUE PIC 9(15).
