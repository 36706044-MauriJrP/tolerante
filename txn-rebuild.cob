*> A load rejects (and counts) records whose sample ID duplicates one
*> already loaded rather than overwriting, so a doubled unload shows
*> up in the counts instead of silently collapsing.
*>
*> Modification history
*> 2026-10-15 MRP  DAILYTXNSEQ record widened for the result version,
*>                 amended flag and retest reason (TXN-RESULT-VERSION,
*>                 TXN-AMENDED-FLAG, TXN-RETEST-REASON); an older
*>                 unload loads with them blank, which reads as the
*>                 original, unamended result.
*> 2026-10-15 MRP  DAILYTXNSEQ record widened for the submitting site
*>                 code (TXN-SITE-CODE); an older unload loads with
*>                 the site code blank.
*> 2026-10-15 MRP  DAILYTXNSEQ record widened for the release-status,
*>                 verified-by, reviewed-by, and release-timestamp
*>                 fields added to TRANSACTION-REC.CPY. An unload
*>                 taken before the change still loads - the short
*>                 lines pad with blanks, and a blank release status
*>                 counts as released.

environment division.
input-output section.
fd  SEQUENTIAL-TXN-FILE.
01  SEQ-TXN-RECORD.
    05  SEQ-TXN-SAMPLE-ID       pic 9(06).
    05  SEQ-TXN-REST            pic x(477).

fd  TRANSACTION-FILE.
    copy "transaction-rec.cpy".
