      *> AGE-SCREENING-REC.CPY
      *> One age per record for the 5-Conditionals batch screening run -
      *> a 3-digit age, right-justified/zero-filled, one per line.
      *> AGE-SCREENING-SAMPLE-ID optionally ties the age to a sample on
      *> SAMPLEINTAKE; when it is given the record is only counted if
      *> that subject gave research-use consent at intake. Blank on
      *> caseload files that are not drawn from our own samples.
      *> AGE-SCREENING-BIRTH-DATE (yyyymmdd) optionally gives the
      *> subject's date of birth instead; the record is then classified
      *> by the age on AGE-SCREENING-COLLECTION-DATE (yyyymmdd, blank =
      *> the run date), worked out by DOBCHK, and the 3-digit age is not
      *> read. Both are blank on an age-only record.
      *> ----------------------------------------------------------------------
       01  AGE-SCREENING-RECORD.
           05  AGE-SCREENING-AGE       PIC X(03).
           05  AGE-SCREENING-SAMPLE-ID PIC X(06).
           05  AGE-SCREENING-BIRTH-DATE PIC X(08).
           05  AGE-SCREENING-COLLECTION-DATE PIC X(08).
