date-written. 03/10/2022.

*> Modification history
*> 2026-10-15 MRP  Every audit-log entry is now chained to the one before
*>                 it (AUDIT-CHAIN-VALUE, LOGCHAIN subprogram) while the
*>                 HAMMAUDIT lock is held, so an edited or deleted line
*>                 is caught by the nightly log-verify.cob.
*> 2026-10-15 MRP  Every strand saved to HAMSTRANDS is now checked
*>                 against the WATCHLIST watch list (WATCHCHK
*>                 subprogram); a hit writes an alert to WATCHALERTS
*>                 for the entry's owner to close in watch-ack.cob
*>                 and is shown on the terminal.
*> 2026-09-02 MRP  The audit-log and control-total appends now take
*>                 the HAMMAUDIT / RUNTOTALS advisory locks (FILELOCK
*>                 subprogram), matching the HAMSTRANDS discipline -
01 WS-LOCK-ACTION          PIC X(01) VALUE SPACE.
01 WS-LOCK-NAME            PIC X(12) VALUE SPACES.
01 WS-LOCK-RESULT          PIC X(02) VALUE SPACES.
01 WS-CHAIN-ACTION         PIC X(01) VALUE SPACE.
01 WS-CHAIN-LOG            PIC X(14) VALUE SPACES.
01 WS-CHAIN-LENGTH         PIC 9(04) VALUE 0.
01 WS-CHAIN-VALUE          PIC 9(15) VALUE 0.
01 WS-CHAIN-COUNT          PIC 9(09) VALUE 0.
01 WS-CHAIN-RESULT         PIC X(02) VALUE SPACES.
01 WS-GENQC-STATUS         PIC X(02) VALUE SPACES.
01 WS-TOTAL-STATUS         PIC X(02) VALUE SPACES.
01 WS-TOTAL-FILE           PIC X(12) VALUE SPACES.
01 WS-TOTAL-WRITTEN        PIC 9(06) VALUE 0.
01 WS-AUDIT-WRITE-COUNT    PIC 9(06) VALUE 0.
01 WS-STRAND-WRITE-COUNT   PIC 9(06) VALUE 0.
01 WS-WATCH-SAMPLE-ID      PIC 9(06) VALUE 0.
01 WS-WATCH-SOURCE         PIC X(20) VALUE "hamming".
01 WS-WATCH-HITS           PIC 9(04) VALUE 0.
01 WS-WATCH-RESULT         PIC X(02) VALUE SPACES.

procedure division.

       move WS-DNA-1 to AUDIT-STRAND-1.
       move WS-DNA-2 to AUDIT-STRAND-2.
       move WS-AUDIT-RESULT to AUDIT-RESULT.
       perform 0127-SEAL-AUDIT-RECORD.
       open extend AUDIT-FILE.
       if WS-AUDIT-STATUS = "35"
           open output AUDIT-FILE
       close AUDIT-FILE.
       add 1 to WS-AUDIT-WRITE-COUNT.

*> Chained from the HAMMAUDIT head (LOGCHAIN) under the lock the
*> caller holds; a head that could not be updated still leaves the
*> entry written, and log-verify.cob reports the head out of step.
0127-SEAL-AUDIT-RECORD.
       move "S" to WS-CHAIN-ACTION.
       move "HAMMAUDIT" to WS-CHAIN-LOG.
       move 331 to WS-CHAIN-LENGTH.
       set AUDIT-CHAIN-SEALED to true.
       call "LOGCHAIN" using WS-CHAIN-ACTION, WS-CHAIN-LOG, AUDIT-RECORD,
           WS-CHAIN-LENGTH, WS-CHAIN-VALUE, WS-CHAIN-COUNT,
           WS-CHAIN-RESULT.
       move WS-CHAIN-VALUE to AUDIT-CHAIN-VALUE.
       if WS-CHAIN-RESULT not = "00" and WS-CHAIN-RESULT not = "35"
           display "AVISO: la cadena del log de auditoria no se"
               " actualizo (estado " WS-CHAIN-RESULT ")."
       end-if.

0130-POST-CONTROL-TOTALS.
       if WS-AUDIT-WRITE-COUNT > 0
           move "HAMMAUDIT" to WS-TOTAL-FILE
           not invalid key
               add 1 to WS-STRAND-WRITE-COUNT
               display "Cadena guardada con ID: " WS-NEXT-STRAND-ID
               perform 0507-CHECK-WATCH-LIST
       end-write.
       close STRAND-MASTER-FILE.

*> A strand saved from the terminal belongs to no sample.
0507-CHECK-WATCH-LIST.
       call "WATCHCHK" using STRAND-MASTER-ID, STRAND-MASTER-VALUE,
           WS-WATCH-SAMPLE-ID, WS-WATCH-SOURCE, WS-WATCH-HITS,
           WS-WATCH-RESULT.
       if WS-WATCH-HITS > 0
           display "AVISO: la cadena coincide con la lista de"
               " vigilancia - alertas registradas: " WS-WATCH-HITS
       end-if.
       if WS-WATCH-RESULT not = "00" and WS-WATCH-RESULT not = "35"
           display "ERROR DE E/S - LISTA DE VIGILANCIA ESTADO "
               WS-WATCH-RESULT
       end-if.

0510-DETERMINE-NEXT-ID.
       move 1 to WS-NEXT-STRAND-ID.
       move "N" to WS-MASTER-EOF-FLAG.
