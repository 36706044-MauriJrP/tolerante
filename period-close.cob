*> the gap. A held lock refuses the close. Everything goes to the
*> RTCLOSERPT report; start and end are posted to the shared batch
*> run log (HAMRUNLOG).
*> The run date comes from the BUSDATE business-date control record
*> (through the BUSDATE subprogram) rather than the machine clock, so a
*> rerun after midnight still reports on the right processing day.

environment division.
input-output section.
working-storage section.
01 WS-RUNLOG-STATUS           pic x(02) value spaces.
01 WS-RUN-STATUS              pic x(10) value "SUCCESS".
01 WS-BUSDATE-DAY-STATUS      pic x(01) value space.
01 WS-BUSDATE-RESULT          pic x(02) value spaces.
01 WS-TOTAL-STATUS            pic x(02) value spaces.
01 WS-CLOSE-STATUS            pic x(02) value spaces.
01 WS-INTAKE-STATUS           pic x(02) value spaces.
    end-if.

0100-INITIALIZE.
    call "BUSDATE" using WS-TODAY-DATE, WS-BUSDATE-DAY-STATUS,
        WS-BUSDATE-RESULT.
    move spaces to WS-CLOSE-FILE-NAME.
    string "RTCLOSE." WS-TODAY-DATE delimited by size
        into WS-CLOSE-FILE-NAME.
