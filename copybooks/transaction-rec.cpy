      *> end of file for the next ID. txn-rebuild.cob converts a
      *> sequential unload (DAILYTXNSEQ) back into the indexed file
      *> (and back out) when the file has to be rebuilt.
      *> TXN-RELEASE-STATUS holds a result back from the LIMS until a
      *> second reviewer (txn-review.cob) releases it: every
      *> INCONCLUSIVE decision, and any MATCH / MISMATCH the verifying
      *> analyst flags, is written "P". Records written before the
      *> field existed carry a blank, which counts as released.
      *> TXN-VERIFIED-BY is the operator who ran the verification -
      *> the reviewer must be someone else. TXN-RELEASE-TS is when
      *> the result was released (the verification time itself for
      *> one that never needed review); lims-extract.cob sends a
      *> result on the day it is released.
      *> TXN-SITE-CODE is the submitting site (SITEMASTER, see
      *> SITE-REC) the sample came from, the same code stored on its
      *> SAMPLEINTAKE record; blank on records written before the
      *> field existed.
      *> TXN-RESULT-VERSION counts the verifications the result has
      *> been through: a retest (daily-control.cob retest mode, or a
      *> retest order through daily-orders.cob) moves the result it
      *> replaces to the RESULTHIST history file (RESULT-HIST-REC) and
      *> adds one. Zero or blank on records written before the field
      *> existed, which counts as version 1. TXN-AMENDED-FLAG is set
      *> when a result that had already been released is replaced, so
      *> lims-extract.cob sends the new one as an amended result;
      *> TXN-RETEST-REASON is the reason given for the latest retest.
      *> ----------------------------------------------------------------------
       01  TRANSACTION-RECORD.
           05  TXN-SAMPLE-ID           PIC 9(06).
           05  TXN-STRAND-1            PIC X(120).
           05  TXN-STRAND-2            PIC X(120).
           05  TXN-HAMMING-RESULT      PIC X(60).
           05  TXN-RELEASE-STATUS      PIC X(01).
               88  TXN-RELEASED            VALUE "R" " ".
               88  TXN-PENDING-REVIEW      VALUE "P".
               88  TXN-RETEST-REQUESTED    VALUE "T".
               88  TXN-REVIEW-REJECTED     VALUE "X".
           05  TXN-VERIFIED-BY         PIC X(08).
           05  TXN-REVIEWED-BY         PIC X(08).
           05  TXN-RELEASE-TS          PIC X(21).
           05  TXN-SITE-CODE           PIC X(06).
           05  TXN-RESULT-VERSION      PIC 9(03).
           05  TXN-AMENDED-FLAG        PIC X(01).
               88  TXN-AMENDED-RESULT      VALUE "A".
           05  TXN-RETEST-REASON       PIC X(40).
