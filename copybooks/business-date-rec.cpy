      *> ----------------------------------------------------------------------
      *> BUSINESS-DATE-REC.CPY
      *> The one-record BUSDATE business-date control file: the
      *> processing day the date-driven batch programs work on (read
      *> through the BUSDATE subprogram instead of the machine clock, so
      *> a chain rerun the next morning still processes the right day),
      *> whether that day is open or closed, and the last business day
      *> balance-check.cob passed for - the date roll refuses to
      *> advance past a day that has not balanced. BUS-LAST-ACTION
      *> says what last changed the record:
      *>   CREATE    first balanced run on a site with no record yet
      *>   BALANCED  balance-check passed for BUS-DATE
      *>   ROLL      the day was closed and the next day opened
      *>             (chain-driver.cob at the end of the window, or a
      *>             supervisor through busdate-maint.cob)
      *>   SET       a supervisor set the date by hand
      *>   CLOSE     a supervisor closed the day without rolling it
      *>   REOPEN    a supervisor reopened a closed day
      *> Written only under the BUSDATE advisory lock; every change is
      *> also appended, record image and all, to the BUSDATELOG
      *> history.
      *> ----------------------------------------------------------------------
       01  BUSINESS-DATE-RECORD.
           05  BUS-DATE                 PIC 9(08).
           05  BUS-STATUS               PIC X(01).
               88  BUS-DAY-OPEN         VALUE "O".
               88  BUS-DAY-CLOSED       VALUE "C".
           05  BUS-BALANCED-DATE        PIC 9(08).
           05  BUS-BALANCED-TS          PIC X(21).
           05  BUS-LAST-ACTION          PIC X(08).
           05  BUS-CHANGED-TS           PIC X(21).
           05  BUS-CHANGED-BY           PIC X(08).
