*> Everything goes to the AUDITROLLRPT report; start and end are
*> posted to the shared batch run log (HAMRUNLOG). An absent or
*> empty live log rolls nothing and says so.
*> Entries are copied as they stand, chain values included, and the
*> AUDITCHAIN head (LOGCHAIN subprogram) is left alone, so the hash
*> chain runs on from the generation into the fresh live log.
*> The run date comes from the BUSDATE business-date control record
*> (through the BUSDATE subprogram) rather than the machine clock, so a
*> rerun after midnight still reports on the right processing day.

environment division.
input-output section.
    copy "audit-rec.cpy".

fd  GENERATION-FILE.
01  GENERATION-RECORD         pic x(346).

fd  GEN-CATALOG-FILE.
    copy "audit-gen-rec.cpy".
working-storage section.
01 WS-RUNLOG-STATUS           pic x(02) value spaces.
01 WS-RUN-STATUS              pic x(10) value "SUCCESS".
01 WS-BUSDATE-DAY-STATUS      pic x(01) value space.
01 WS-BUSDATE-RESULT          pic x(02) value spaces.
01 WS-AUDIT-STATUS            pic x(02) value spaces.
01 WS-GENERATION-STATUS       pic x(02) value spaces.
01 WS-CATALOG-STATUS          pic x(02) value spaces.
    stop run.

0100-INITIALIZE.
    call "BUSDATE" using WS-TODAY-DATE, WS-BUSDATE-DAY-STATUS,
        WS-BUSDATE-RESULT.
    move WS-TODAY-DATE(1:6) to WS-RUN-MONTH.
    move spaces to WS-GENERATION-NAME.
    string "HAMMAUDIT." WS-RUN-MONTH delimited by size
