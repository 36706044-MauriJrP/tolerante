*>   header  "H" + run date + delta file sequence (LIMSDSEQ, its own
*>           one-record sequence file, seeded at 1, same pattern as
*>           LIMSSEQ)
*>   detail  "D" + "C" (correction), "V" (void) or "E" (subject
*>           erasure, logged by subject-erase.cob) + the sample ID +
*>           the maintenance timestamp + the record's current fields,
*>           re-read from the indexed SAMPLEINTAKE so the LIMS gets
*>           what is actually on file now, not the log image
*> and skipped rather than sent half-empty. What was sent goes to the
*> LIMSDELTARPT run report; start and end are posted to the shared
*> batch run log (HAMRUNLOG).
*> The processing day comes from the BUSDATE business-date control
*> record (through the BUSDATE subprogram) rather than the machine
*> clock, so a rerun after midnight still works the day that failed; a
*> day marked closed is refused with RETURN-CODE 8.
*> A consent withdrawal recorded in intake-maint.cob (a WITHDRAW log
*> entry) is sent as a "W" detail, and every detail carries the
*> record's three consent flags - result release, research use,
*> specimen retention, each Y, N, W or blank on records keyed before
*> consents were captured - after the gender. A correction to a
*> sample whose result release consent is not "Y" is withheld (the
*> LIMS was never sent that subject's record) and counted on the run
*> report; voids, erasures and withdrawals are always sent.

environment division.
input-output section.
working-storage section.
01 WS-RUNLOG-STATUS           pic x(02) value spaces.
01 WS-RUN-STATUS              pic x(10) value "SUCCESS".
01 WS-BUSDATE-DAY-STATUS      pic x(01) value space.
01 WS-BUSDATE-RESULT          pic x(02) value spaces.
01 WS-LOG-STATUS              pic x(02) value spaces.
01 WS-INTAKE-STATUS           pic x(02) value spaces.
01 WS-SEQUENCE-STATUS         pic x(02) value spaces.
01 WS-DETAIL-COUNT            pic 9(06) value 0.
01 WS-SKIPPED-COUNT           pic 9(06) value 0.
01 WS-MISSING-COUNT           pic 9(06) value 0.
01 WS-WITHHELD-COUNT          pic 9(06) value 0.
01 WS-HASH-TOTAL              pic 9(12) value 0.
01 WS-DELTA-FLAG              pic x(01) value space.

   05 WS-DETAIL-LAST-NAME     pic x(25).
   05 WS-DETAIL-AGE           pic 99.
   05 WS-DETAIL-GENDER        pic x(06).
   05 WS-DETAIL-CONSENT       pic x(03).

01 WS-TRAILER-RECORD.
   05 WS-TRAILER-TYPE         pic x(01) value "T".
    stop run.

0100-INITIALIZE.
    call "BUSDATE" using WS-EXTRACT-DATE, WS-BUSDATE-DAY-STATUS,
        WS-BUSDATE-RESULT.
    if WS-BUSDATE-DAY-STATUS = "C"
        perform 0095-REFUSE-CLOSED-DAY
    end-if.
    perform 0110-LOAD-MARKER.
    open input MAINT-LOG-FILE.
    if WS-LOG-STATUS = "35"
            when "VOID    "
                move "V" to WS-DELTA-FLAG
                perform 0310-SEND-ONE-DELTA
            when "ERASE   "
                move "E" to WS-DELTA-FLAG
                perform 0310-SEND-ONE-DELTA
            when "WITHDRAW"
                move "W" to WS-DELTA-FLAG
                perform 0310-SEND-ONE-DELTA
            when other
                add 1 to WS-SKIPPED-COUNT
        end-evaluate
            invalid key
                perform 0330-REPORT-MISSING-RECORD
            not invalid key
                if WS-DELTA-FLAG = "C" and not intake-release-given
                    perform 0340-REPORT-WITHHELD-RECORD
                else
                    perform 0320-WRITE-ONE-DETAIL
                end-if
        end-read
    end-if.

    move lastName to WS-DETAIL-LAST-NAME.
    move Age to WS-DETAIL-AGE.
    move Gender to WS-DETAIL-GENDER.
    move intake-consent to WS-DETAIL-CONSENT.
    move WS-DETAIL-RECORD to DELTA-FEED-RECORD.
    write DELTA-FEED-RECORD.
    move spaces to WS-REPORT-LINE.
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.

0340-REPORT-WITHHELD-RECORD.
    add 1 to WS-WITHHELD-COUNT.
    move spaces to WS-REPORT-LINE.
    string "WITHHELD C SAMPLE " MAINT-LOG-SAMPLE-ID
        " MAINT " MAINT-LOG-TIMESTAMP
        " - NO RESULT RELEASE CONSENT"
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.

0900-TERMINATE.
    if WS-LOG-STATUS not = "35"
        move WS-DETAIL-COUNT to WS-TRAILER-COUNT
            "  LOG ENTRIES READ " WS-READ-COUNT
            "  SENT " WS-DETAIL-COUNT
            "  MISSING " WS-MISSING-COUNT
            "  WITHHELD " WS-WITHHELD-COUNT
            "  HASH " WS-HASH-TOTAL
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
    close DELTA-MARKER-FILE.


0095-REFUSE-CLOSED-DAY.
    display "El dia de negocio " WS-EXTRACT-DATE
        " esta cerrado - no se procesa.".
    move "FAILED" to WS-RUN-STATUS.
    perform 0920-LOG-RUN-END.
    move 8 to return-code.
    stop run.

0030-LOG-RUN-START.
    move "lims-delta" to RUN-LOG-PROGRAM.
    move "S" to RUN-LOG-EVENT.
