      *> ----------------------------------------------------------------------
      *> LIMS-ORDER-REC.CPY
      *> The overnight LIMS order file (LIMSORDERS) that daily-orders.cob
      *> works through. Like our outbound feeds it is framed: a header
      *> ("H") carrying the LIMS run date and a file sequence number,
      *> one detail ("D") per order record, and a trailer ("T") carrying
      *> the detail count and a hash total of the LIMS order numbers on
      *> the details, so a truncated or replayed file can be refused
      *> whole.
      *> Every detail carries the LIMS order number ORDER-LIMS-NUMBER,
      *> which daily-orders keeps on its pending-order file (LIMSPENDING,
      *> layout in LIMS-PENDING-REC), and an ORDER-TYPE:
      *>   "N" (or blank) - a new sample: the registrant fields a
      *>                    terminal operator would have keyed into
      *>                    daily-control.cob, plus the strand pair to
      *>                    verify. The three-character ORDER-AGE
      *>                    column is kept only so the layout does not
      *>                    change; nothing reads or checks it (see
      *>                    ORDER-BIRTH-DATE below). ORDER-SITE-CODE is
      *>                    the submitting clinic's code in the site
      *>                    master (SITEMASTER).
      *>   "R"            - a retest: a new verification of the strand
      *>                    pair for the existing sample
      *>                    ORDER-RETEST-SAMPLE-ID, for the reason in
      *>                    ORDER-RETEST-REASON. The registrant fields are
      *>                    not used - the sample is already on file.
      *>   "C"            - cancels the earlier order with this order
      *>                    number; only the number is used.
      *>   "A"            - amends the earlier order with this order
      *>                    number: the detail is the order as the LIMS
      *>                    now holds it and replaces every field of the
      *>                    pending order, which stays a new-sample or a
      *>                    retest order as first sent.
      *> ORDER-PRIORITY is "S" STAT, "U" URGENT or "R" (or blank)
      *> ROUTINE; daily-orders runs STAT orders first, then URGENT,
      *> then routine, and stores the priority on the intake record.
      *> ORDER-CONSENT-RELEASE, -RESEARCH and -RETENTION are the
      *> subject's consents to result release, research use and
      *> specimen retention, each "Y" or "N"; a new-sample order with
      *> any other value is rejected. ORDER-GUARDIAN-NAME and
      *> ORDER-GUARDIAN-RELATION are required when the age puts the
      *> subject in the AGEBRACKETS MINOR bracket. A retest keeps the
      *> consents already on the sample's intake record.
      *> ORDER-BIRTH-DATE is the subject's date of birth and
      *> ORDER-COLLECTION-DATE the day the LIMS recorded the sample as
      *> taken, both yyyymmdd and both required on a new-sample order.
      *> The age is worked out from them by the DOBCHK subprogram, so
      *> ORDER-AGE is no longer read - it stays in the layout for
      *> order files built before dates of birth were sent.
      *> ----------------------------------------------------------------------
       01  LIMS-ORDER-RECORD.
           05  ORDER-RECORD-TYPE        PIC X(01).
               88  ORDER-HEADER         VALUE "H".
               88  ORDER-DETAIL         VALUE "D".
               88  ORDER-TRAILER        VALUE "T".
           05  ORDER-DATA               PIC X(424).
           05  ORDER-HEADER-FIELDS REDEFINES ORDER-DATA.
               10  ORDER-HEADER-DATE    PIC 9(08).
               10  ORDER-HEADER-SEQUENCE PIC 9(06).
               10  FILLER               PIC X(410).
           05  ORDER-DETAIL-FIELDS REDEFINES ORDER-DATA.
               10  ORDER-LIMS-NUMBER    PIC 9(10).
               10  ORDER-TYPE           PIC X(01).
                   88  ORDER-NEW-SAMPLE VALUE "N" " ".
                   88  ORDER-RETEST     VALUE "R".
                   88  ORDER-CANCEL     VALUE "C".
                   88  ORDER-AMEND      VALUE "A".
               10  ORDER-FIRST-NAME     PIC X(25).
               10  ORDER-LAST-NAME      PIC X(25).
               10  ORDER-AGE            PIC X(03).
               10  ORDER-GENDER         PIC X(06).
               10  ORDER-STRAND-1       PIC X(120).
               10  ORDER-STRAND-2       PIC X(120).
               10  ORDER-SITE-CODE      PIC X(06).
               10  ORDER-RETEST-SAMPLE-ID PIC 9(06).
               10  ORDER-RETEST-REASON  PIC X(40).
               10  ORDER-PRIORITY       PIC X(01).
                   88  ORDER-STAT       VALUE "S".
                   88  ORDER-URGENT     VALUE "U".
                   88  ORDER-ROUTINE    VALUE "R" " ".
               10  ORDER-CONSENT.
                   15  ORDER-CONSENT-RELEASE   PIC X(01).
                   15  ORDER-CONSENT-RESEARCH  PIC X(01).
                   15  ORDER-CONSENT-RETENTION PIC X(01).
               10  ORDER-GUARDIAN-NAME  PIC X(30).
               10  ORDER-GUARDIAN-RELATION PIC X(12).
               10  ORDER-BIRTH-DATE     PIC X(08).
               10  ORDER-COLLECTION-DATE PIC X(08).
           05  ORDER-TRAILER-FIELDS REDEFINES ORDER-DATA.
               10  ORDER-TRAILER-COUNT  PIC 9(06).
               10  ORDER-TRAILER-HASH   PIC 9(15).
               10  FILLER               PIC X(403).
