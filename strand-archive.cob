*> its generation to the ARCHGENS catalog (layout in ARCH-GEN-REC)
*> so strand-search.cob can extend an identify-unknown run into the
*> archives without a manual restore.
*> The processing day comes from the BUSDATE business-date control
*> record (through the BUSDATE subprogram) rather than the machine
*> clock, so a rerun after midnight still works the day that failed; a
*> day marked closed is refused with RETURN-CODE 8.

environment division.
input-output section.
working-storage section.
01 WS-RUNLOG-STATUS           pic x(02) value spaces.
01 WS-RUN-STATUS              pic x(10) value "SUCCESS".
01 WS-BUSDATE-DAY-STATUS      pic x(01) value space.
01 WS-BUSDATE-RESULT          pic x(02) value spaces.
01 WS-MASTER-STATUS           pic x(02) value spaces.
01 WS-ARCHIVE-STATUS          pic x(02) value spaces.
01 WS-CONTROL-STATUS          pic x(02) value spaces.

0100-INITIALIZE.
    perform 0110-LOAD-RETENTION-DAYS.
    call "BUSDATE" using WS-TODAY-DATE, WS-BUSDATE-DAY-STATUS,
        WS-BUSDATE-RESULT.
    if WS-BUSDATE-DAY-STATUS = "C"
        perform 0095-REFUSE-CLOSED-DAY
    end-if.
    compute WS-TODAY-DAYS = function integer-of-date(WS-TODAY-DATE).
    move spaces to WS-ARCHIVE-FILE-NAME.
    string "HAMARCH." WS-TODAY-DATE delimited by size
    close CONTROL-TOTAL-FILE.


0095-REFUSE-CLOSED-DAY.
    display "El dia de negocio " WS-TODAY-DATE
        " esta cerrado - no se procesa.".
    move "FAILED" to WS-RUN-STATUS.
    perform 0920-LOG-RUN-END.
    move 8 to return-code.
    stop run.

0030-LOG-RUN-START.
    move "strand-archive" to RUN-LOG-PROGRAM.
    move "S" to RUN-LOG-EVENT.
