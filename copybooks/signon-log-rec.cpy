      *> ----------------------------------------------------------------------
      *> SIGNON-LOG-REC.CPY
      *> One entry per successful sign-on through the shared SIGNON
      *> subprogram, appended to SIGNONLOG: the operator ID, when, and
      *> the role the session was given - bootstrap sign-ons made
      *> before the OPERATORS file exists are logged the same way.
      *> Read by operator-activity.cob to find sessions in which the
      *> operator recorded no work.
      *> ----------------------------------------------------------------------
       01  SIGNON-LOG-RECORD.
           05  SIGNON-LOG-USER        PIC X(08).
           05  SIGNON-LOG-TIMESTAMP   PIC X(21).
           05  SIGNON-LOG-ROLE        PIC X(01).
