      *> ----------------------------------------------------------------------
      *> CERT-LOG-REC.CPY
      *> One entry per result certificate printed by cert-print.cob,
      *> appended to CERTLOG: the running certificate number (kept in
      *> the one-record CERTSEQ file), the sample it certifies, when and
      *> by whom it was printed, and whether it was the original or a
      *> reprint. A reprint carries the number of the sample's original
      *> certificate, so a copy handed over later can always be told
      *> apart from the first one issued. CERT-LOG-VERSION is the
      *> TXN-RESULT-VERSION of the result certified: a retested result
      *> gets an original certificate of its own, and reprints are of
      *> the original for the same version. Blank on entries logged
      *> before it was carried, which count as version 1.
      *> ----------------------------------------------------------------------
       01  CERT-LOG-RECORD.
           05  CERT-LOG-NUMBER         PIC 9(06).
           05  CERT-LOG-SAMPLE-ID      PIC 9(06).
           05  CERT-LOG-TIMESTAMP      PIC X(21).
           05  CERT-LOG-USER           PIC X(08).
           05  CERT-LOG-KIND           PIC X(01).
               88  CERT-LOG-ORIGINAL       VALUE "O".
               88  CERT-LOG-REPRINT        VALUE "R".
           05  CERT-LOG-ORIGINAL-NUMBER PIC 9(06).
           05  CERT-LOG-VERSION        PIC 9(03).
