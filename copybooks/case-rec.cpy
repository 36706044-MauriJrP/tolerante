      *> ----------------------------------------------------------------------
      *> CASE-REC.CPY
      *> One member of a paternity or family case per record in the
      *> CASEFILE case file: the case number (drawn from the one-record
      *> CASESEQ file when the case is opened), a member sample ID
      *> (TXN-SAMPLE-ID / intake-sample-id), and the member's stated
      *> relationship to the case's principal - the person the case is
      *> about, usually the child. One PRINCIPAL per case; every other
      *> member is stated relative to it:
      *>   SAME-PERSON  another sample taken from the principal
      *>   PARENT       a parent (alleged or known) of the principal
      *>   CHILD        a child of the principal
      *>   SIBLING      a brother or sister of the principal
      *>   UNRELATED    a reference sample stated to be unrelated
      *> Kept by case-maint.cob; case-compare.cob compares every member
      *> against every other and flags results that contradict what
      *> was stated. The file holds sample IDs only - the subject
      *> details stay on SAMPLEINTAKE.
      *> ----------------------------------------------------------------------
       01  CASE-RECORD.
           05  CASE-NUMBER              PIC 9(06).
           05  CASE-SAMPLE-ID           PIC 9(06).
           05  CASE-RELATIONSHIP        PIC X(12).
               88  CASE-PRINCIPAL       VALUE "PRINCIPAL".
               88  CASE-SAME-PERSON     VALUE "SAME-PERSON".
               88  CASE-PARENT          VALUE "PARENT".
               88  CASE-CHILD           VALUE "CHILD".
               88  CASE-SIBLING         VALUE "SIBLING".
               88  CASE-UNRELATED       VALUE "UNRELATED".
           05  CASE-ADDED-BY            PIC X(08).
           05  CASE-ADDED-TS            PIC X(21).
