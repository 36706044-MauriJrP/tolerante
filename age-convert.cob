       >>SOURCE FORMAT FREE
identification division.
program-id. age-convert.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> One-time conversion for the date-of-birth fields on the intake
*> record (see intake-rec.cpy). Every intake keyed before the date of
*> birth was captured carries only the two-digit age the operator
*> typed, and a blank age basis. This run reads SAMPLEINTAKE through
*> and marks each such record age-estimated: intake-age-basis "E",
*> intake-birth-date zero, and intake-collection-date set to the date
*> of the intake timestamp (zero when the timestamp holds no valid
*> date) - the best collection date the record has. The age itself
*> is left as keyed. A record already carrying a basis ("D" from a
*> date of birth, or "E" from an earlier run or an erasure) is left
*> alone, so the run can safely be repeated. integrity-check.cob
*> counts the estimated records, and any still unconverted, on its
*> nightly report; intake-maint.cob can turn an estimated record into
*> a date-of-birth one when the subject's date of birth is known.
*> The run holds the SAMPLEINTAKE advisory lock (FILELOCK subprogram)
*> while it rewrites, and posts the rewritten records to RUNTOTALS as
*> replaced (written and removed in equal number) so balance-check.cob
*> still balances. A held lock or a missing SAMPLEINTAKE ends the run
*> with RETURN-CODE 8. The counts go to the AGECONVRPT report; start
*> and end are posted to the shared batch run log (HAMRUNLOG).

environment division.
input-output section.
file-control.
    select SAMPLE-INTAKE-FILE assign to "SAMPLEINTAKE"
        organization is indexed
        access mode is dynamic
        record key is intake-sample-id
        file status is WS-INTAKE-STATUS.
    select CONTROL-TOTAL-FILE assign to "RUNTOTALS"
        organization is line sequential
        file status is WS-TOTAL-STATUS.
    select CONVERT-REPORT-FILE assign to "AGECONVRPT"
        organization is line sequential.
    select RUN-LOG-FILE assign to "HAMRUNLOG"
        organization is line sequential
        file status is WS-RUNLOG-STATUS.

data division.
file section.
fd  SAMPLE-INTAKE-FILE.
    copy "intake-rec.cpy".

fd  CONTROL-TOTAL-FILE.
    copy "control-total-rec.cpy".

fd  CONVERT-REPORT-FILE.
01  WS-REPORT-LINE            pic x(132).

fd  RUN-LOG-FILE.
    copy "run-log-rec.cpy".

working-storage section.
01 WS-RUNLOG-STATUS           pic x(02) value spaces.
01 WS-RUN-STATUS              pic x(10) value "SUCCESS".
01 WS-BUSDATE-DAY-STATUS      pic x(01) value space.
01 WS-BUSDATE-RESULT          pic x(02) value spaces.
01 WS-INTAKE-STATUS           pic x(02) value spaces.
01 WS-TOTAL-STATUS            pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".

01 WS-TODAY-DATE              pic 9(08) value 0.
01 WS-TIMESTAMP-DATE          pic x(08) value spaces.
01 WS-DATE-TEST               pic 9(08) value 0.

01 WS-LOCK-ACTION             pic x(01) value space.
01 WS-LOCK-NAME               pic x(12) value spaces.
01 WS-LOCK-RESULT             pic x(02) value spaces.

01 WS-READ-COUNT              pic 9(06) value 0.
01 WS-CONVERTED-COUNT         pic 9(06) value 0.
01 WS-NO-DATE-COUNT           pic 9(06) value 0.
01 WS-FROM-DOB-COUNT          pic 9(06) value 0.
01 WS-ESTIMATED-COUNT         pic 9(06) value 0.

procedure division.

0000-MAIN.
    perform 0030-LOG-RUN-START.
    open output CONVERT-REPORT-FILE.
    perform 0100-INITIALIZE.
    perform 0200-CONVERT-INTAKE.
    perform 0900-TERMINATE.
    perform 0920-LOG-RUN-END.
    stop run.

0100-INITIALIZE.
    call "BUSDATE" using WS-TODAY-DATE, WS-BUSDATE-DAY-STATUS,
        WS-BUSDATE-RESULT.
    move spaces to WS-REPORT-LINE.
    string "INTAKE AGE BASIS CONVERSION  RUN " WS-TODAY-DATE
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.

0200-CONVERT-INTAKE.
    move "L" to WS-LOCK-ACTION.
    move "SAMPLEINTAKE" to WS-LOCK-NAME.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.
    if WS-LOCK-RESULT not = "00"
        display "Otro usuario esta guardando SAMPLEINTAKE -"
            " la conversion no se hizo."
        move "NOTHING CONVERTED - SAMPLEINTAKE LOCK HELD"
            to WS-REPORT-LINE
        write WS-REPORT-LINE
        move "FAILED" to WS-RUN-STATUS
    else
        perform 0210-CONVERT-LOCKED
        move "U" to WS-LOCK-ACTION
        move "SAMPLEINTAKE" to WS-LOCK-NAME
        call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
            WS-LOCK-RESULT
    end-if.

0210-CONVERT-LOCKED.
    open i-o SAMPLE-INTAKE-FILE.
    if WS-INTAKE-STATUS not = "00"
        display "No se pudo abrir SAMPLEINTAKE (estado "
            WS-INTAKE-STATUS ")."
        move spaces to WS-REPORT-LINE
        string "NOTHING CONVERTED - SAMPLEINTAKE COULD NOT BE OPENED,"
            " STATUS " WS-INTAKE-STATUS
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
        move "FAILED" to WS-RUN-STATUS
    else
        move "N" to WS-EOF-FLAG
        read SAMPLE-INTAKE-FILE next record
            at end set WS-EOF to true
        end-read
        perform 0220-CONVERT-ONE-INTAKE until WS-EOF
        close SAMPLE-INTAKE-FILE
        if WS-CONVERTED-COUNT > 0
            perform 0800-POST-CONTROL-TOTALS
        end-if
    end-if.

0220-CONVERT-ONE-INTAKE.
    add 1 to WS-READ-COUNT.
    evaluate true
        when intake-age-from-dob
            add 1 to WS-FROM-DOB-COUNT
        when intake-age-basis = "E"
            add 1 to WS-ESTIMATED-COUNT
        when other
            perform 0230-MARK-ESTIMATED
    end-evaluate.
    read SAMPLE-INTAKE-FILE next record
        at end set WS-EOF to true
    end-read.

*> The intake timestamp is the current-date of the keying, so its
*> first eight bytes are the day the sample was taken in.
0230-MARK-ESTIMATED.
    move "E" to intake-age-basis.
    move 0 to intake-birth-date.
    move intake-timestamp(1:8) to WS-TIMESTAMP-DATE.
    move 0 to intake-collection-date.
    if WS-TIMESTAMP-DATE is numeric
        move WS-TIMESTAMP-DATE to WS-DATE-TEST
        if WS-DATE-TEST >= 16010101
           and function test-date-yyyymmdd(WS-DATE-TEST) = 0
            move WS-DATE-TEST to intake-collection-date
        end-if
    end-if.
    if intake-collection-date = 0
        add 1 to WS-NO-DATE-COUNT
    end-if.
    rewrite myInput
        invalid key
            display "No se pudo reescribir la muestra "
                intake-sample-id " (estado " WS-INTAKE-STATUS ")."
            move "FAILED" to WS-RUN-STATUS
        not invalid key
            add 1 to WS-CONVERTED-COUNT
    end-rewrite.

*> A rewritten record is posted as one removed and one written, so
*> the file's net count - what balance-check.cob proves - is unchanged.
0800-POST-CONTROL-TOTALS.
    move "L" to WS-LOCK-ACTION.
    move "RUNTOTALS" to WS-LOCK-NAME.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.
    if WS-LOCK-RESULT not = "00"
        display "El archivo de totales esta en mantenimiento -"
            " el asiento no se registro."
    else
        perform 0810-POST-TOTAL-LOCKED
        move "U" to WS-LOCK-ACTION
        call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
            WS-LOCK-RESULT
    end-if.

0810-POST-TOTAL-LOCKED.
    move "SAMPLEINTAKE" to TOTAL-FILE-NAME.
    move "age-convert" to TOTAL-PROGRAM.
    move function current-date to TOTAL-TIMESTAMP.
    move WS-CONVERTED-COUNT to TOTAL-WRITTEN.
    move WS-CONVERTED-COUNT to TOTAL-REMOVED.
    open extend CONTROL-TOTAL-FILE.
    if WS-TOTAL-STATUS = "35"
        open output CONTROL-TOTAL-FILE
    end-if.
    write CONTROL-TOTAL-RECORD.
    close CONTROL-TOTAL-FILE.

0900-TERMINATE.
    move spaces to WS-REPORT-LINE.
    string "INTAKE RECORDS READ:            " WS-READ-COUNT
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "MARKED AGE-ESTIMATED THIS RUN:  " WS-CONVERTED-COUNT
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "  OF THEM WITH NO COLLECTION DATE: " WS-NO-DATE-COUNT
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "ALREADY AGE-ESTIMATED:          " WS-ESTIMATED-COUNT
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "AGE FROM DATE OF BIRTH:         " WS-FROM-DOB-COUNT
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    close CONVERT-REPORT-FILE.
    display "Registros leidos: " WS-READ-COUNT
        " marcados con edad estimada: " WS-CONVERTED-COUNT.
    if WS-RUN-STATUS = "FAILED"
        move 8 to return-code
    end-if.


0030-LOG-RUN-START.
    move "age-convert" to RUN-LOG-PROGRAM.
    move "S" to RUN-LOG-EVENT.
    move function current-date to RUN-LOG-TIMESTAMP.
    move 0 to RUN-LOG-RECORDS.
    move spaces to RUN-LOG-STATUS.
    perform 0040-WRITE-RUN-LOG.

0040-WRITE-RUN-LOG.
    open extend RUN-LOG-FILE.
    if WS-RUNLOG-STATUS = "35"
        open output RUN-LOG-FILE
    end-if.
    write RUN-LOG-RECORD.
    close RUN-LOG-FILE.

0920-LOG-RUN-END.
    move "age-convert" to RUN-LOG-PROGRAM.
    move "E" to RUN-LOG-EVENT.
    move function current-date to RUN-LOG-TIMESTAMP.
    move WS-CONVERTED-COUNT to RUN-LOG-RECORDS.
    move WS-RUN-STATUS to RUN-LOG-STATUS.
    perform 0040-WRITE-RUN-LOG.

end program age-convert.
