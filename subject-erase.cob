       >>SOURCE FORMAT FREE
identification division.
program-id. subject-erase.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> Subject erasure run for formal requests to have personal details
*> removed. Reads the ERASEREQ request file (one intake-sample-id
*> plus the requester's reference per line) and, for each sample,
*> replaces the first name, last name and age with the anonymized
*> marker (ANONYMIZED / ANONYMIZED / 00) everywhere this system keeps
*> them:
*>   SAMPLEINTAKE    the intake record (keyed rewrite)
*>   DAILYTXN        the transaction record (keyed rewrite)
*>   INTAKEMAINTLOG  the before and after images of every
*>                   maintenance entry for the sample
*>   LIMSFEED        the detail record in the last LIMS extract
*>   LIMSDELTA       any detail record in the last delta feed
*>   LIMSPENDING     the copy of the LIMS order kept for a sample the
*>                   order produced or retested (keyed rewrite; the
*>                   guardian relationship and date of birth in it
*>                   are blanked as well)
*>   REGREJECTS      rejected registrants with the subject's name
*>   RESUBREG        (no sample ID exists there yet, so these are
*>                   matched on first and last name as they stood)
*> A minor's guardian name is replaced with the marker too, on the
*> intake record, REGREJECTS and RESUBREG; the relationship and the
*> consent flags are kept. The date of birth is personal data as
*> well: it is cleared on the intake record (zero, with the age basis
*> set back to "E" - estimated - since the marker age no longer
*> follows from any date), in the maintenance log images, and on
*> REGREJECTS and RESUBREG; the collection date is kept.
*> The sample ID, gender, classification and DNA results are left
*> intact so the statistics still count the sample. An ERASE entry
*> is appended to INTAKEMAINTLOG for each erased sample, which
*> lims-delta.cob sends to the LIMS as an "E" erasure record on its
*> next run. Each request gets a confirmation page on ERASERPT
*> (binder heading, per-file record counts, signature line) that
*> can be handed to the requester; a sample already anonymized or
*> not on file gets a page saying so.
*> INTAKEMAINTLOG is hash-chained (LOGCHAIN subprogram): an entry
*> anonymized here keeps its stored chain value and is marked "E" so
*> the entries after it still chain, and the ERASE entries appended
*> afterwards are chained like any other - log-verify.cob accepts an
*> "E" entry only with an ERASE entry for its sample behind it.
*> The rewritten SAMPLEINTAKE and DAILYTXN records are posted to
*> RUNTOTALS as replaced (written and removed in equal number) so
*> balance-check.cob still balances. The SAMPLEINTAKE, DAILYTXN and
*> SAMPLESEQ advisory locks (FILELOCK subprogram) are held for the
*> whole run - INTAKEMAINTLOG is only ever appended under the
*> SAMPLEINTAKE lock, and SAMPLESEQ is the lock daily-orders.cob holds
*> while it maintains LIMSPENDING - and any one of them already held
*> fails the run whole, before anything is rewritten, with
*> RETURN-CODE 8. The sequential files are rewritten through the
*> ERASEWORK scratch file.
*> Start and end go to the shared batch run log (HAMRUNLOG).

environment division.
input-output section.
file-control.
    select ERASE-REQUEST-FILE assign to "ERASEREQ"
        organization is line sequential
        file status is WS-REQUEST-STATUS.
    select SAMPLE-INTAKE-FILE assign to "SAMPLEINTAKE"
        organization is indexed
        access mode is dynamic
        record key is intake-sample-id
        file status is WS-INTAKE-STATUS.
    select TRANSACTION-FILE assign to "DAILYTXN"
        organization is indexed
        access mode is dynamic
        record key is TXN-SAMPLE-ID
        file status is WS-TXN-STATUS.
    select MAINT-LOG-FILE assign to "INTAKEMAINTLOG"
        organization is line sequential
        file status is WS-LOG-STATUS.
    select LIMS-FEED-FILE assign to "LIMSFEED"
        organization is line sequential
        file status is WS-FEED-STATUS.
    select LIMS-PENDING-FILE assign to "LIMSPENDING"
        organization is indexed
        access mode is dynamic
        record key is PEND-ORDER-NUMBER
        file status is WS-PENDING-STATUS.
    select DELTA-FEED-FILE assign to "LIMSDELTA"
        organization is line sequential
        file status is WS-DELTA-STATUS.
    select REG-REJECT-FILE assign to "REGREJECTS"
        organization is line sequential
        file status is WS-RREJ-STATUS.
    select RESUB-REG-FILE assign to "RESUBREG"
        organization is line sequential
        file status is WS-RESUB-STATUS.
    select ERASE-WORK-FILE assign to "ERASEWORK"
        organization is line sequential
        file status is WS-WORK-STATUS.
    select ERASE-REPORT-FILE assign to "ERASERPT"
        organization is line sequential.
    select CONTROL-TOTAL-FILE assign to "RUNTOTALS"
        organization is line sequential
        file status is WS-TOTAL-STATUS.
    select RUN-LOG-FILE assign to "HAMRUNLOG"
        organization is line sequential
        file status is WS-RUNLOG-STATUS.

data division.
file section.
fd  ERASE-REQUEST-FILE.
01  ERASE-REQUEST-RECORD.
    05  ERASE-REQ-SAMPLE-ID     pic x(06).
    05  ERASE-REQ-REFERENCE     pic x(20).

fd  SAMPLE-INTAKE-FILE.
    copy "intake-rec.cpy".

fd  TRANSACTION-FILE.
    copy "transaction-rec.cpy".

fd  MAINT-LOG-FILE.
    copy "maint-log-rec.cpy".

*> Detail ("D") and amended-result ("A") records of the LIMSFEED
*> extract (see lims-extract.cob); headers and trailers carry no
*> personal data.
fd  LIMS-FEED-FILE.
01  LIMS-FEED-RECORD.
    05  FEED-REC-TYPE           pic x(01).
    05  FEED-REC-SAMPLE-ID      pic x(06).
    05  FEED-REC-TIMESTAMP      pic x(21).
    05  FEED-REC-FIRST-NAME     pic x(25).
    05  FEED-REC-LAST-NAME      pic x(25).
    05  FEED-REC-AGE            pic x(02).
    05  FILLER                  pic x(195).

*> Detail records of the LIMSDELTA feed (see lims-delta.cob).
fd  DELTA-FEED-FILE.
01  DELTA-FEED-RECORD.
    05  DELTA-REC-TYPE          pic x(01).
    05  DELTA-REC-FLAG          pic x(01).
    05  DELTA-REC-SAMPLE-ID     pic x(06).
    05  DELTA-REC-TIMESTAMP     pic x(21).
    05  DELTA-REC-FIRST-NAME    pic x(25).
    05  DELTA-REC-LAST-NAME     pic x(25).
    05  DELTA-REC-AGE           pic x(02).
    05  FILLER                  pic x(39).

fd  LIMS-PENDING-FILE.
    copy "lims-pending-rec.cpy".

fd  REG-REJECT-FILE.
    copy "reg-reject-rec.cpy".

fd  RESUB-REG-FILE.
    copy "register-rec.cpy".

fd  ERASE-WORK-FILE.
01  ERASE-WORK-RECORD           pic x(300).

fd  ERASE-REPORT-FILE.
01  WS-REPORT-LINE              pic x(132).

fd  CONTROL-TOTAL-FILE.
    copy "control-total-rec.cpy".

fd  RUN-LOG-FILE.
    copy "run-log-rec.cpy".

working-storage section.
01 WS-RUNLOG-STATUS           pic x(02) value spaces.
01 WS-RUN-STATUS              pic x(10) value "SUCCESS".
01 WS-REQUEST-STATUS          pic x(02) value spaces.
01 WS-INTAKE-STATUS           pic x(02) value spaces.
01 WS-TXN-STATUS              pic x(02) value spaces.
01 WS-LOG-STATUS              pic x(02) value spaces.
01 WS-FEED-STATUS             pic x(02) value spaces.
01 WS-DELTA-STATUS            pic x(02) value spaces.
01 WS-PENDING-STATUS          pic x(02) value spaces.
01 WS-RREJ-STATUS             pic x(02) value spaces.
01 WS-RESUB-STATUS            pic x(02) value spaces.
01 WS-WORK-STATUS             pic x(02) value spaces.
01 WS-TOTAL-STATUS            pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".
01 WS-WORK-EOF-FLAG           pic x(01) value "N".
   88 WS-WORK-EOF             value "Y".
01 WS-FOUND-FLAG              pic x(01) value "N".
   88 WS-FOUND                value "Y".
01 WS-INTAKE-LOCKED-FLAG      pic x(01) value "N".
   88 WS-INTAKE-LOCKED        value "Y".
01 WS-TXN-LOCKED-FLAG         pic x(01) value "N".
   88 WS-TXN-LOCKED           value "Y".
01 WS-SEQ-LOCKED-FLAG         pic x(01) value "N".
   88 WS-SEQ-LOCKED           value "Y".
01 WS-CHANGED-FLAG            pic x(01) value "N".
   88 WS-RECORD-CHANGED       value "Y".

01 WS-USER-ID                 pic x(08) value spaces.
01 WS-LOCK-ACTION             pic x(01) value space.
01 WS-LOCK-NAME               pic x(12) value spaces.
01 WS-LOCK-RESULT             pic x(02) value spaces.
01 WS-CHAIN-ACTION            pic x(01) value space.
01 WS-CHAIN-LOG               pic x(14) value spaces.
01 WS-CHAIN-LENGTH            pic 9(04) value 0.
01 WS-CHAIN-VALUE             pic 9(15) value 0.
01 WS-CHAIN-COUNT             pic 9(09) value 0.
01 WS-CHAIN-RESULT            pic x(02) value spaces.

01 WS-ERASE-MARKER            pic x(25) value "ANONYMIZED".
01 WS-ERASE-AGE-MARKER        pic 99 value 0.

01 WS-RUN-DATE                pic 9(08) value 0.
01 WS-RUN-TIME                pic 9(08) value 0.
01 WS-PAGE-NUMBER             pic 9(04) value 0.
01 WS-PAGE-TITLE              pic x(40) value spaces.

*> One entry per request line. Result: E erased, A already
*> anonymized, N not on file, D duplicate of an earlier line,
*> X sample ID not numeric. The names as they stood are held only
*> for the run, to find the subject in the files with no sample ID.
01 WS-MAX-REQUESTS            pic 9(03) value 200.
01 WS-REQUEST-COUNT           pic 9(03) value 0.
01 WS-REQUEST-OVERFLOW        pic 9(03) value 0.
01 WS-ERASE-TABLE.
   05 WS-ER-ENTRY occurs 1 to 200 times
      depending on WS-REQUEST-COUNT indexed by WS-ER-IDX.
      10 WS-ER-SAMPLE-ID      pic 9(06).
      10 WS-ER-REFERENCE      pic x(20).
      10 WS-ER-RESULT         pic x(01).
      10 WS-ER-FIRST-NAME     pic x(25).
      10 WS-ER-LAST-NAME      pic x(25).
      10 WS-ER-GENDER         pic x(06).
      10 WS-ER-INTAKE-STATUS  pic x(01).
      10 WS-ER-INTAKE-CT      pic 9(04).
      10 WS-ER-TXN-CT         pic 9(04).
      10 WS-ER-LOG-CT         pic 9(04).
      10 WS-ER-FEED-CT        pic 9(04).
      10 WS-ER-DELTA-CT       pic 9(04).
      10 WS-ER-PENDING-CT     pic 9(04).
      10 WS-ER-REJECT-CT      pic 9(04).
      10 WS-ER-RESUB-CT       pic 9(04).

01 WS-ENTRY-NUMBER            pic 9(03) value 0.
01 WS-MATCH-SAMPLE-ID         pic 9(06) value 0.
01 WS-MATCH-FIRST-NAME        pic x(25) value spaces.
01 WS-MATCH-LAST-NAME         pic x(25) value spaces.

01 WS-ERASED-COUNT            pic 9(06) value 0.
01 WS-ALREADY-COUNT           pic 9(06) value 0.
01 WS-NOT-FOUND-COUNT         pic 9(06) value 0.
01 WS-INVALID-COUNT           pic 9(06) value 0.
01 WS-INTAKE-REWRITE-COUNT    pic 9(06) value 0.
01 WS-TXN-REWRITE-COUNT       pic 9(06) value 0.
01 WS-FILE-CHANGE-COUNT       pic 9(06) value 0.
01 WS-ERASE-LOG-COUNT         pic 9(06) value 0.

01 WS-IMAGE-TEXT              pic x(80) value spaces.

*> The order detail held in a LIMSPENDING record, worked on in the
*> LIMSORDERS layout it was received in.
copy "lims-order-rec.cpy".

01 WS-TOTAL-FILE              pic x(12) value spaces.
01 WS-TOTAL-WRITTEN           pic 9(06) value 0.
01 WS-TOTAL-REMOVED           pic 9(06) value 0.

procedure division.

0000-MAIN.
    perform 0030-LOG-RUN-START.
    perform 0010-IDENTIFY-USER.
    perform 0100-INITIALIZE.
    if WS-RUN-STATUS = "SUCCESS"
        perform 0200-LOAD-REQUESTS
        perform 0300-ERASE-KEYED-RECORDS
        perform 0400-ERASE-MAINT-LOG
        perform 0450-APPEND-ERASE-ENTRIES
        perform 0500-ERASE-LIMS-FEED
        perform 0550-ERASE-DELTA-FEED
        perform 0580-ERASE-PENDING-ORDERS
        perform 0600-ERASE-REG-REJECTS
        perform 0650-ERASE-RESUB-REG
        perform 0700-WRITE-CONFIRMATIONS
        perform 0800-POST-CONTROL-TOTALS
    end-if.
    perform 0850-RELEASE-RUN-LOCKS.
    perform 0900-TERMINATE.
    perform 0920-LOG-RUN-END.
    stop run.

0010-IDENTIFY-USER.
    accept WS-USER-ID from environment "USER"
    if WS-USER-ID = spaces
        accept WS-USER-ID from environment "LOGNAME"
    end-if
    if WS-USER-ID = spaces
        move "UNKNOWN" to WS-USER-ID
    end-if.

0100-INITIALIZE.
    accept WS-RUN-DATE from date yyyymmdd.
    accept WS-RUN-TIME from time.
    open output ERASE-REPORT-FILE.
    open input ERASE-REQUEST-FILE.
    if WS-REQUEST-STATUS = "35"
        display "No se encontro el archivo de solicitudes ERASEREQ."
        move "NO ERASURE REQUEST FILE ERASEREQ - NOTHING ERASED"
            to WS-REPORT-LINE
        write WS-REPORT-LINE
        move "FAILED" to WS-RUN-STATUS
        move 8 to return-code
    else
        perform 0110-TAKE-RUN-LOCKS
    end-if.

0110-TAKE-RUN-LOCKS.
    move "L" to WS-LOCK-ACTION.
    move "SAMPLEINTAKE" to WS-LOCK-NAME.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.
    if WS-LOCK-RESULT = "00"
        set WS-INTAKE-LOCKED to true
        move "L" to WS-LOCK-ACTION
        move "DAILYTXN" to WS-LOCK-NAME
        call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
            WS-LOCK-RESULT
        if WS-LOCK-RESULT = "00"
            set WS-TXN-LOCKED to true
            move "L" to WS-LOCK-ACTION
            move "SAMPLESEQ" to WS-LOCK-NAME
            call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
                WS-LOCK-RESULT
            if WS-LOCK-RESULT = "00"
                set WS-SEQ-LOCKED to true
            end-if
        end-if
    end-if.
    if not WS-SEQ-LOCKED
        display "Otro usuario esta guardando "
            function trim(WS-LOCK-NAME) " - la corrida no se hizo."
        move spaces to WS-REPORT-LINE
        string "NOTHING ERASED - " function trim(WS-LOCK-NAME)
            " LOCK HELD"
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
        close ERASE-REQUEST-FILE
        move "FAILED" to WS-RUN-STATUS
        move 8 to return-code
    end-if.

0200-LOAD-REQUESTS.
    move 0 to WS-REQUEST-COUNT.
    move "N" to WS-EOF-FLAG.
    read ERASE-REQUEST-FILE
        at end set WS-EOF to true
    end-read.
    perform 0210-LOAD-ONE-REQUEST until WS-EOF.
    close ERASE-REQUEST-FILE.
    move "N" to WS-EOF-FLAG.

0210-LOAD-ONE-REQUEST.
    if ERASE-REQUEST-RECORD not = spaces
        if WS-REQUEST-COUNT < WS-MAX-REQUESTS
            add 1 to WS-REQUEST-COUNT
            set WS-ER-IDX to WS-REQUEST-COUNT
            perform 0220-INIT-ONE-REQUEST
        else
            add 1 to WS-REQUEST-OVERFLOW
        end-if
    end-if.
    read ERASE-REQUEST-FILE
        at end set WS-EOF to true
    end-read.

0220-INIT-ONE-REQUEST.
    move ERASE-REQ-REFERENCE to WS-ER-REFERENCE(WS-ER-IDX).
    move spaces to WS-ER-FIRST-NAME(WS-ER-IDX).
    move spaces to WS-ER-LAST-NAME(WS-ER-IDX).
    move spaces to WS-ER-GENDER(WS-ER-IDX).
    move space to WS-ER-INTAKE-STATUS(WS-ER-IDX).
    move 0 to WS-ER-INTAKE-CT(WS-ER-IDX).
    move 0 to WS-ER-TXN-CT(WS-ER-IDX).
    move 0 to WS-ER-LOG-CT(WS-ER-IDX).
    move 0 to WS-ER-FEED-CT(WS-ER-IDX).
    move 0 to WS-ER-DELTA-CT(WS-ER-IDX).
    move 0 to WS-ER-PENDING-CT(WS-ER-IDX).
    move 0 to WS-ER-REJECT-CT(WS-ER-IDX).
    move 0 to WS-ER-RESUB-CT(WS-ER-IDX).
    if ERASE-REQ-SAMPLE-ID is not numeric
        move 0 to WS-ER-SAMPLE-ID(WS-ER-IDX)
        move "X" to WS-ER-RESULT(WS-ER-IDX)
    else
        move ERASE-REQ-SAMPLE-ID to WS-ER-SAMPLE-ID(WS-ER-IDX)
        move space to WS-ER-RESULT(WS-ER-IDX)
        perform 0230-CHECK-DUPLICATE-REQUEST
    end-if.

0230-CHECK-DUPLICATE-REQUEST.
    move "N" to WS-FOUND-FLAG.
    move 1 to WS-ENTRY-NUMBER.
    perform 0231-MATCH-ONE-EARLIER
        until WS-FOUND or WS-ENTRY-NUMBER >= WS-REQUEST-COUNT.
    if WS-FOUND
        move "D" to WS-ER-RESULT(WS-ER-IDX)
    end-if.

0231-MATCH-ONE-EARLIER.
    if WS-ER-SAMPLE-ID(WS-ENTRY-NUMBER) = WS-ER-SAMPLE-ID(WS-ER-IDX)
       and WS-ER-RESULT(WS-ENTRY-NUMBER) not = "X"
        set WS-FOUND to true
    else
        add 1 to WS-ENTRY-NUMBER
    end-if.

*> ----------------------------------------------------------------
*> The keyed files: one intake and one transaction per sample.
*> ----------------------------------------------------------------
0300-ERASE-KEYED-RECORDS.
    open i-o SAMPLE-INTAKE-FILE.
    open i-o TRANSACTION-FILE.
    perform 0310-ERASE-ONE-SAMPLE
        varying WS-ENTRY-NUMBER from 1 by 1
        until WS-ENTRY-NUMBER > WS-REQUEST-COUNT.
    if WS-INTAKE-STATUS not = "35"
        close SAMPLE-INTAKE-FILE
    end-if.
    if WS-TXN-STATUS not = "35"
        close TRANSACTION-FILE
    end-if.

0310-ERASE-ONE-SAMPLE.
    set WS-ER-IDX to WS-ENTRY-NUMBER.
    if WS-ER-RESULT(WS-ER-IDX) = space
        move "N" to WS-ER-RESULT(WS-ER-IDX)
        perform 0320-ERASE-INTAKE-RECORD
        perform 0330-ERASE-TXN-RECORD
        evaluate WS-ER-RESULT(WS-ER-IDX)
            when "E" add 1 to WS-ERASED-COUNT
            when "A" add 1 to WS-ALREADY-COUNT
            when other add 1 to WS-NOT-FOUND-COUNT
        end-evaluate
    else
        add 1 to WS-INVALID-COUNT
    end-if.

0320-ERASE-INTAKE-RECORD.
    move WS-ER-SAMPLE-ID(WS-ER-IDX) to intake-sample-id.
    read SAMPLE-INTAKE-FILE
        invalid key continue
        not invalid key
            if firstName = WS-ERASE-MARKER
               and lastName = WS-ERASE-MARKER
                move "A" to WS-ER-RESULT(WS-ER-IDX)
            else
                move firstName to WS-ER-FIRST-NAME(WS-ER-IDX)
                move lastName to WS-ER-LAST-NAME(WS-ER-IDX)
                move Gender to WS-ER-GENDER(WS-ER-IDX)
                move intake-status to WS-ER-INTAKE-STATUS(WS-ER-IDX)
                move WS-ERASE-MARKER to firstName
                move WS-ERASE-MARKER to lastName
                move WS-ERASE-AGE-MARKER to Age
                move 0 to intake-birth-date
                set intake-age-estimated to true
                if intake-guardian-name not = spaces
                    move WS-ERASE-MARKER to intake-guardian-name
                end-if
                rewrite myInput
                    invalid key continue
                    not invalid key
                        move "E" to WS-ER-RESULT(WS-ER-IDX)
                        add 1 to WS-ER-INTAKE-CT(WS-ER-IDX)
                        add 1 to WS-INTAKE-REWRITE-COUNT
                end-rewrite
            end-if
    end-read.

0330-ERASE-TXN-RECORD.
    move WS-ER-SAMPLE-ID(WS-ER-IDX) to TXN-SAMPLE-ID.
    read TRANSACTION-FILE
        invalid key continue
        not invalid key
            if TXN-FIRST-NAME = WS-ERASE-MARKER
               and TXN-LAST-NAME = WS-ERASE-MARKER
                if WS-ER-RESULT(WS-ER-IDX) = "N"
                    move "A" to WS-ER-RESULT(WS-ER-IDX)
                end-if
            else
                if WS-ER-FIRST-NAME(WS-ER-IDX) = spaces
                    move TXN-FIRST-NAME to WS-ER-FIRST-NAME(WS-ER-IDX)
                    move TXN-LAST-NAME to WS-ER-LAST-NAME(WS-ER-IDX)
                    move TXN-GENDER to WS-ER-GENDER(WS-ER-IDX)
                end-if
                move WS-ERASE-MARKER to TXN-FIRST-NAME
                move WS-ERASE-MARKER to TXN-LAST-NAME
                move WS-ERASE-AGE-MARKER to TXN-AGE
                rewrite TRANSACTION-RECORD
                    invalid key continue
                    not invalid key
                        move "E" to WS-ER-RESULT(WS-ER-IDX)
                        add 1 to WS-ER-TXN-CT(WS-ER-IDX)
                        add 1 to WS-TXN-REWRITE-COUNT
                end-rewrite
            end-if
    end-read.

*> Finds the erased request for WS-MATCH-SAMPLE-ID (WS-FOUND and
*> WS-ER-IDX set when there is one).
0350-FIND-ERASED-BY-ID.
    move "N" to WS-FOUND-FLAG.
    if WS-REQUEST-COUNT > 0
        set WS-ER-IDX to 1
        search WS-ER-ENTRY
            at end continue
            when WS-ER-SAMPLE-ID(WS-ER-IDX) = WS-MATCH-SAMPLE-ID
             and WS-ER-RESULT(WS-ER-IDX) = "E"
                set WS-FOUND to true
        end-search
    end-if.

*> Same, on the first and last name the subject had before erasure.
0360-FIND-ERASED-BY-NAME.
    move "N" to WS-FOUND-FLAG.
    if WS-REQUEST-COUNT > 0
        set WS-ER-IDX to 1
        search WS-ER-ENTRY
            at end continue
            when WS-ER-FIRST-NAME(WS-ER-IDX) = WS-MATCH-FIRST-NAME
             and WS-ER-LAST-NAME(WS-ER-IDX) = WS-MATCH-LAST-NAME
             and WS-ER-RESULT(WS-ER-IDX) = "E"
                set WS-FOUND to true
        end-search
    end-if.

*> ----------------------------------------------------------------
*> The sequential files are copied to ERASEWORK with the matching
*> records anonymized, then copied back only when something changed.
*> ----------------------------------------------------------------
0400-ERASE-MAINT-LOG.
    move 0 to WS-FILE-CHANGE-COUNT.
    move "N" to WS-EOF-FLAG.
    open input MAINT-LOG-FILE.
    if WS-LOG-STATUS not = "35"
        open output ERASE-WORK-FILE
        read MAINT-LOG-FILE
            at end set WS-EOF to true
        end-read
        perform 0410-COPY-ONE-LOG-ENTRY until WS-EOF
        close MAINT-LOG-FILE
        close ERASE-WORK-FILE
        if WS-FILE-CHANGE-COUNT > 0
            open input ERASE-WORK-FILE
            open output MAINT-LOG-FILE
            move "N" to WS-WORK-EOF-FLAG
            perform 0980-READ-WORK-RECORD
            perform 0420-RESTORE-ONE-LOG-ENTRY until WS-WORK-EOF
            close ERASE-WORK-FILE
            close MAINT-LOG-FILE
        end-if
    end-if.
    move "N" to WS-EOF-FLAG.

*> The before and after images are laid out as intake-maint.cob
*> builds them: sample ID, first name, last name, age, gender, status,
*> consent flags, then the date of birth from position 69 (blank on
*> entries logged before it was carried).
0410-COPY-ONE-LOG-ENTRY.
    move MAINT-LOG-SAMPLE-ID to WS-MATCH-SAMPLE-ID.
    perform 0350-FIND-ERASED-BY-ID.
    if WS-FOUND
        if MAINT-LOG-BEFORE not = spaces
            move WS-ERASE-MARKER to MAINT-LOG-BEFORE(7:25)
            move WS-ERASE-MARKER to MAINT-LOG-BEFORE(32:25)
            move "00" to MAINT-LOG-BEFORE(57:2)
            if MAINT-LOG-BEFORE(69:8) not = spaces
                move "00000000" to MAINT-LOG-BEFORE(69:8)
            end-if
        end-if
        if MAINT-LOG-AFTER not = spaces
            move WS-ERASE-MARKER to MAINT-LOG-AFTER(7:25)
            move WS-ERASE-MARKER to MAINT-LOG-AFTER(32:25)
            move "00" to MAINT-LOG-AFTER(57:2)
            if MAINT-LOG-AFTER(69:8) not = spaces
                move "00000000" to MAINT-LOG-AFTER(69:8)
            end-if
        end-if
        if MAINT-LOG-CHAIN-BASELINE or MAINT-LOG-CHAIN-SEALED
            set MAINT-LOG-CHAIN-ERASED to true
        end-if
        add 1 to WS-ER-LOG-CT(WS-ER-IDX)
        add 1 to WS-FILE-CHANGE-COUNT
    end-if.
    move MAINT-LOG-RECORD to ERASE-WORK-RECORD.
    write ERASE-WORK-RECORD.
    read MAINT-LOG-FILE
        at end set WS-EOF to true
    end-read.

0420-RESTORE-ONE-LOG-ENTRY.
    move ERASE-WORK-RECORD to MAINT-LOG-RECORD.
    write MAINT-LOG-RECORD.
    perform 0980-READ-WORK-RECORD.

0450-APPEND-ERASE-ENTRIES.
    perform 0460-APPEND-ONE-ERASE-ENTRY
        varying WS-ENTRY-NUMBER from 1 by 1
        until WS-ENTRY-NUMBER > WS-REQUEST-COUNT.

0460-APPEND-ONE-ERASE-ENTRY.
    set WS-ER-IDX to WS-ENTRY-NUMBER.
    if WS-ER-RESULT(WS-ER-IDX) = "E"
        move WS-USER-ID to MAINT-LOG-USER
        move function current-date to MAINT-LOG-TIMESTAMP
        move WS-ER-SAMPLE-ID(WS-ER-IDX) to MAINT-LOG-SAMPLE-ID
        move "ERASE" to MAINT-LOG-ACTION
        move spaces to MAINT-LOG-BEFORE
        move spaces to WS-IMAGE-TEXT
        string WS-ER-SAMPLE-ID(WS-ER-IDX)
            WS-ERASE-MARKER
            WS-ERASE-MARKER
            WS-ERASE-AGE-MARKER
            WS-ER-GENDER(WS-ER-IDX)
            WS-ER-INTAKE-STATUS(WS-ER-IDX)
            delimited by size into WS-IMAGE-TEXT
        move WS-IMAGE-TEXT to MAINT-LOG-AFTER
        perform 0465-SEAL-LOG-ENTRY
        open extend MAINT-LOG-FILE
        if WS-LOG-STATUS = "35"
            open output MAINT-LOG-FILE
        end-if
        write MAINT-LOG-RECORD
        close MAINT-LOG-FILE
        add 1 to WS-ERASE-LOG-COUNT
    end-if.

*> Chained from the INTAKEMAINTLOG head (LOGCHAIN) under the
*> SAMPLEINTAKE lock held for the run; a head that could not be
*> updated still leaves the entry written, and log-verify.cob
*> reports the head out of step.
0465-SEAL-LOG-ENTRY.
    move "S" to WS-CHAIN-ACTION.
    move "INTAKEMAINTLOG" to WS-CHAIN-LOG.
    move 204 to WS-CHAIN-LENGTH.
    set MAINT-LOG-CHAIN-SEALED to true.
    call "LOGCHAIN" using WS-CHAIN-ACTION, WS-CHAIN-LOG,
        MAINT-LOG-RECORD, WS-CHAIN-LENGTH, WS-CHAIN-VALUE,
        WS-CHAIN-COUNT, WS-CHAIN-RESULT.
    move WS-CHAIN-VALUE to MAINT-LOG-CHAIN-VALUE.
    if WS-CHAIN-RESULT not = "00" and WS-CHAIN-RESULT not = "35"
        display "AVISO: la cadena del log de mantenimiento no se"
            " actualizo (estado " WS-CHAIN-RESULT ")."
    end-if.

0500-ERASE-LIMS-FEED.
    move 0 to WS-FILE-CHANGE-COUNT.
    move "N" to WS-EOF-FLAG.
    open input LIMS-FEED-FILE.
    if WS-FEED-STATUS not = "35"
        open output ERASE-WORK-FILE
        read LIMS-FEED-FILE
            at end set WS-EOF to true
        end-read
        perform 0510-COPY-ONE-FEED-RECORD until WS-EOF
        close LIMS-FEED-FILE
        close ERASE-WORK-FILE
        if WS-FILE-CHANGE-COUNT > 0
            open input ERASE-WORK-FILE
            open output LIMS-FEED-FILE
            move "N" to WS-WORK-EOF-FLAG
            perform 0980-READ-WORK-RECORD
            perform 0520-RESTORE-ONE-FEED-RECORD until WS-WORK-EOF
            close ERASE-WORK-FILE
            close LIMS-FEED-FILE
        end-if
    end-if.
    move "N" to WS-EOF-FLAG.

0510-COPY-ONE-FEED-RECORD.
    if (FEED-REC-TYPE = "D" or FEED-REC-TYPE = "A")
       and FEED-REC-SAMPLE-ID is numeric
        move FEED-REC-SAMPLE-ID to WS-MATCH-SAMPLE-ID
        perform 0350-FIND-ERASED-BY-ID
        if WS-FOUND
            move WS-ERASE-MARKER to FEED-REC-FIRST-NAME
            move WS-ERASE-MARKER to FEED-REC-LAST-NAME
            move "00" to FEED-REC-AGE
            add 1 to WS-ER-FEED-CT(WS-ER-IDX)
            add 1 to WS-FILE-CHANGE-COUNT
        end-if
    end-if.
    move LIMS-FEED-RECORD to ERASE-WORK-RECORD.
    write ERASE-WORK-RECORD.
    read LIMS-FEED-FILE
        at end set WS-EOF to true
    end-read.

0520-RESTORE-ONE-FEED-RECORD.
    move ERASE-WORK-RECORD to LIMS-FEED-RECORD.
    write LIMS-FEED-RECORD.
    perform 0980-READ-WORK-RECORD.

0550-ERASE-DELTA-FEED.
    move 0 to WS-FILE-CHANGE-COUNT.
    move "N" to WS-EOF-FLAG.
    open input DELTA-FEED-FILE.
    if WS-DELTA-STATUS not = "35"
        open output ERASE-WORK-FILE
        read DELTA-FEED-FILE
            at end set WS-EOF to true
        end-read
        perform 0560-COPY-ONE-DELTA-RECORD until WS-EOF
        close DELTA-FEED-FILE
        close ERASE-WORK-FILE
        if WS-FILE-CHANGE-COUNT > 0
            open input ERASE-WORK-FILE
            open output DELTA-FEED-FILE
            move "N" to WS-WORK-EOF-FLAG
            perform 0980-READ-WORK-RECORD
            perform 0570-RESTORE-ONE-DELTA-RECORD until WS-WORK-EOF
            close ERASE-WORK-FILE
            close DELTA-FEED-FILE
        end-if
    end-if.
    move "N" to WS-EOF-FLAG.

0560-COPY-ONE-DELTA-RECORD.
    if DELTA-REC-TYPE = "D" and DELTA-REC-SAMPLE-ID is numeric
        move DELTA-REC-SAMPLE-ID to WS-MATCH-SAMPLE-ID
        perform 0350-FIND-ERASED-BY-ID
        if WS-FOUND
            move WS-ERASE-MARKER to DELTA-REC-FIRST-NAME
            move WS-ERASE-MARKER to DELTA-REC-LAST-NAME
            move "00" to DELTA-REC-AGE
            add 1 to WS-ER-DELTA-CT(WS-ER-IDX)
            add 1 to WS-FILE-CHANGE-COUNT
        end-if
    end-if.
    move DELTA-FEED-RECORD to ERASE-WORK-RECORD.
    write ERASE-WORK-RECORD.
    read DELTA-FEED-FILE
        at end set WS-EOF to true
    end-read.

0570-RESTORE-ONE-DELTA-RECORD.
    move ERASE-WORK-RECORD to DELTA-FEED-RECORD.
    write DELTA-FEED-RECORD.
    perform 0980-READ-WORK-RECORD.

*> Only an order that has produced or retested a sample carries its
*> sample ID; one still waiting names no sample an erasure can match.
0580-ERASE-PENDING-ORDERS.
    move "N" to WS-EOF-FLAG.
    open i-o LIMS-PENDING-FILE.
    if WS-PENDING-STATUS = "00"
        move 0 to PEND-ORDER-NUMBER
        start LIMS-PENDING-FILE key is not less than PEND-ORDER-NUMBER
            invalid key set WS-EOF to true
        end-start
        if not WS-EOF
            read LIMS-PENDING-FILE next
                at end set WS-EOF to true
            end-read
        end-if
        perform 0590-ERASE-ONE-PENDING-ORDER until WS-EOF
        close LIMS-PENDING-FILE
    end-if.
    move "N" to WS-EOF-FLAG.

0590-ERASE-ONE-PENDING-ORDER.
    if PEND-SAMPLE-ID > 0
        move PEND-SAMPLE-ID to WS-MATCH-SAMPLE-ID
        perform 0350-FIND-ERASED-BY-ID
        if WS-FOUND
            move PEND-ORDER-DATA to ORDER-DATA
            move WS-ERASE-MARKER to ORDER-FIRST-NAME
            move WS-ERASE-MARKER to ORDER-LAST-NAME
            move "000" to ORDER-AGE
            if ORDER-GUARDIAN-NAME not = spaces
                move WS-ERASE-MARKER to ORDER-GUARDIAN-NAME
            end-if
            move spaces to ORDER-GUARDIAN-RELATION
            move spaces to ORDER-BIRTH-DATE
            move ORDER-DATA to PEND-ORDER-DATA
            rewrite LIMS-PENDING-RECORD
                invalid key continue
                not invalid key
                    add 1 to WS-ER-PENDING-CT(WS-ER-IDX)
            end-rewrite
        end-if
    end-if.
    read LIMS-PENDING-FILE next
        at end set WS-EOF to true
    end-read.

0600-ERASE-REG-REJECTS.
    move 0 to WS-FILE-CHANGE-COUNT.
    move "N" to WS-EOF-FLAG.
    open input REG-REJECT-FILE.
    if WS-RREJ-STATUS not = "35"
        open output ERASE-WORK-FILE
        read REG-REJECT-FILE
            at end set WS-EOF to true
        end-read
        perform 0610-COPY-ONE-REG-REJECT until WS-EOF
        close REG-REJECT-FILE
        close ERASE-WORK-FILE
        if WS-FILE-CHANGE-COUNT > 0
            open input ERASE-WORK-FILE
            open output REG-REJECT-FILE
            move "N" to WS-WORK-EOF-FLAG
            perform 0980-READ-WORK-RECORD
            perform 0620-RESTORE-ONE-REG-REJECT until WS-WORK-EOF
            close ERASE-WORK-FILE
            close REG-REJECT-FILE
        end-if
    end-if.
    move "N" to WS-EOF-FLAG.

0610-COPY-ONE-REG-REJECT.
    move RREJ-FIRST-NAME to WS-MATCH-FIRST-NAME.
    move RREJ-LAST-NAME to WS-MATCH-LAST-NAME.
    perform 0360-FIND-ERASED-BY-NAME.
    if WS-FOUND
        move WS-ERASE-MARKER to RREJ-FIRST-NAME
        move WS-ERASE-MARKER to RREJ-LAST-NAME
        move "000" to RREJ-AGE
        move spaces to RREJ-BIRTH-DATE
        if RREJ-GUARDIAN-NAME not = spaces
            move WS-ERASE-MARKER to RREJ-GUARDIAN-NAME
        end-if
        add 1 to WS-ER-REJECT-CT(WS-ER-IDX)
        add 1 to WS-FILE-CHANGE-COUNT
    end-if.
    move REG-REJECT-RECORD to ERASE-WORK-RECORD.
    write ERASE-WORK-RECORD.
    read REG-REJECT-FILE
        at end set WS-EOF to true
    end-read.

0620-RESTORE-ONE-REG-REJECT.
    move ERASE-WORK-RECORD to REG-REJECT-RECORD.
    write REG-REJECT-RECORD.
    perform 0980-READ-WORK-RECORD.

0650-ERASE-RESUB-REG.
    move 0 to WS-FILE-CHANGE-COUNT.
    move "N" to WS-EOF-FLAG.
    open input RESUB-REG-FILE.
    if WS-RESUB-STATUS not = "35"
        open output ERASE-WORK-FILE
        read RESUB-REG-FILE
            at end set WS-EOF to true
        end-read
        perform 0660-COPY-ONE-RESUB-REG until WS-EOF
        close RESUB-REG-FILE
        close ERASE-WORK-FILE
        if WS-FILE-CHANGE-COUNT > 0
            open input ERASE-WORK-FILE
            open output RESUB-REG-FILE
            move "N" to WS-WORK-EOF-FLAG
            perform 0980-READ-WORK-RECORD
            perform 0670-RESTORE-ONE-RESUB-REG until WS-WORK-EOF
            close ERASE-WORK-FILE
            close RESUB-REG-FILE
        end-if
    end-if.
    move "N" to WS-EOF-FLAG.

0660-COPY-ONE-RESUB-REG.
    move REGISTER-FIRST-NAME to WS-MATCH-FIRST-NAME.
    move REGISTER-LAST-NAME to WS-MATCH-LAST-NAME.
    perform 0360-FIND-ERASED-BY-NAME.
    if WS-FOUND
        move WS-ERASE-MARKER to REGISTER-FIRST-NAME
        move WS-ERASE-MARKER to REGISTER-LAST-NAME
        move "000" to REGISTER-AGE
        move spaces to REGISTER-BIRTH-DATE
        if REGISTER-GUARDIAN-NAME not = spaces
            move WS-ERASE-MARKER to REGISTER-GUARDIAN-NAME
        end-if
        add 1 to WS-ER-RESUB-CT(WS-ER-IDX)
        add 1 to WS-FILE-CHANGE-COUNT
    end-if.
    move REGISTER-RECORD to ERASE-WORK-RECORD.
    write ERASE-WORK-RECORD.
    read RESUB-REG-FILE
        at end set WS-EOF to true
    end-read.

0670-RESTORE-ONE-RESUB-REG.
    move ERASE-WORK-RECORD to REGISTER-RECORD.
    write REGISTER-RECORD.
    perform 0980-READ-WORK-RECORD.

*> ----------------------------------------------------------------
*> One confirmation page per request that named a valid sample ID,
*> then a run summary page.
*> ----------------------------------------------------------------
0700-WRITE-CONFIRMATIONS.
    perform 0710-WRITE-ONE-CONFIRMATION
        varying WS-ENTRY-NUMBER from 1 by 1
        until WS-ENTRY-NUMBER > WS-REQUEST-COUNT.
    move "SUBJECT ERASURE RUN SUMMARY" to WS-PAGE-TITLE.
    perform 0780-WRITE-PAGE-HEADING.
    move spaces to WS-REPORT-LINE.
    string "REQUESTS: " WS-REQUEST-COUNT
        "  ERASED: " WS-ERASED-COUNT
        "  ALREADY ANONYMIZED: " WS-ALREADY-COUNT
        "  NOT ON FILE: " WS-NOT-FOUND-COUNT
        "  INVALID OR DUPLICATE: " WS-INVALID-COUNT
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    if WS-REQUEST-OVERFLOW > 0
        move spaces to WS-REPORT-LINE
        string "NOT PROCESSED - OVER " WS-MAX-REQUESTS
            " REQUESTS IN ONE RUN: " WS-REQUEST-OVERFLOW
            " (RESUBMIT THEM)"
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.
    perform 0720-WRITE-ONE-SUMMARY-LINE
        varying WS-ENTRY-NUMBER from 1 by 1
        until WS-ENTRY-NUMBER > WS-REQUEST-COUNT.

0710-WRITE-ONE-CONFIRMATION.
    set WS-ER-IDX to WS-ENTRY-NUMBER.
    if WS-ER-RESULT(WS-ER-IDX) = "E" or "A" or "N"
        move "SUBJECT ERASURE CONFIRMATION" to WS-PAGE-TITLE
        perform 0780-WRITE-PAGE-HEADING
        move spaces to WS-REPORT-LINE
        string "REQUEST REFERENCE:    " WS-ER-REFERENCE(WS-ER-IDX)
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
        move spaces to WS-REPORT-LINE
        string "SAMPLE ID:            " WS-ER-SAMPLE-ID(WS-ER-IDX)
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
        move spaces to WS-REPORT-LINE
        string "PROCESSED:            " WS-RUN-DATE
            " " WS-RUN-TIME(1:2) ":" WS-RUN-TIME(3:2)
            " BY " WS-USER-ID
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
        perform 0790-WRITE-BLANK-LINE
        evaluate WS-ER-RESULT(WS-ER-IDX)
            when "E"
                perform 0730-WRITE-ERASED-DETAIL
            when "A"
                move "THE PERSONAL DETAILS FOR THIS SAMPLE HAD ALREADY BEEN"
                    & " REPLACED BY THE ANONYMIZED MARKER - NOTHING LEFT TO ERASE."
                    to WS-REPORT-LINE
                write WS-REPORT-LINE
            when other
                move "NO RECORD FOR THIS SAMPLE ID IS HELD ON SAMPLEINTAKE"
                    & " OR DAILYTXN - NOTHING WAS ERASED."
                    to WS-REPORT-LINE
                write WS-REPORT-LINE
        end-evaluate
        perform 0790-WRITE-BLANK-LINE
        perform 0790-WRITE-BLANK-LINE
        move "SIGNATURE: ______________________________   DATE: __________"
            to WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.

0720-WRITE-ONE-SUMMARY-LINE.
    set WS-ER-IDX to WS-ENTRY-NUMBER.
    move spaces to WS-REPORT-LINE.
    evaluate WS-ER-RESULT(WS-ER-IDX)
        when "E"
            string "ERASED              SAMPLE "
                WS-ER-SAMPLE-ID(WS-ER-IDX)
                "  REF " WS-ER-REFERENCE(WS-ER-IDX)
                delimited by size into WS-REPORT-LINE
        when "A"
            string "ALREADY ANONYMIZED  SAMPLE "
                WS-ER-SAMPLE-ID(WS-ER-IDX)
                "  REF " WS-ER-REFERENCE(WS-ER-IDX)
                delimited by size into WS-REPORT-LINE
        when "N"
            string "NOT ON FILE         SAMPLE "
                WS-ER-SAMPLE-ID(WS-ER-IDX)
                "  REF " WS-ER-REFERENCE(WS-ER-IDX)
                delimited by size into WS-REPORT-LINE
        when "D"
            string "DUPLICATE LINE      SAMPLE "
                WS-ER-SAMPLE-ID(WS-ER-IDX)
                "  REF " WS-ER-REFERENCE(WS-ER-IDX)
                delimited by size into WS-REPORT-LINE
        when other
            string "INVALID SAMPLE ID   LINE "
                WS-ENTRY-NUMBER
                "  REF " WS-ER-REFERENCE(WS-ER-IDX)
                delimited by size into WS-REPORT-LINE
    end-evaluate.
    write WS-REPORT-LINE.

0730-WRITE-ERASED-DETAIL.
    move "FIRST NAME, LAST NAME AND AGE HAVE BEEN REPLACED WITH AN"
        & " ANONYMIZED MARKER IN:" to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "  SAMPLE INTAKE RECORD           " WS-ER-INTAKE-CT(WS-ER-IDX)
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "  TRANSACTION RECORD             " WS-ER-TXN-CT(WS-ER-IDX)
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "  INTAKE MAINTENANCE LOG         " WS-ER-LOG-CT(WS-ER-IDX)
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "  LIMS RESULT FEED               " WS-ER-FEED-CT(WS-ER-IDX)
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "  LIMS CORRECTION FEED           " WS-ER-DELTA-CT(WS-ER-IDX)
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "  LIMS PENDING ORDERS            "
        WS-ER-PENDING-CT(WS-ER-IDX)
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "  REGISTRATION REJECTS           "
        WS-ER-REJECT-CT(WS-ER-IDX)
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move spaces to WS-REPORT-LINE.
    string "  REGISTRATION RESUBMIT QUEUE    " WS-ER-RESUB-CT(WS-ER-IDX)
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    perform 0790-WRITE-BLANK-LINE.
    move "THE SAMPLE ID AND ITS DNA RESULTS ARE RETAINED, WITHOUT"
        & " PERSONAL DETAILS, FOR STATISTICS." to WS-REPORT-LINE.
    write WS-REPORT-LINE.
    move "THE ERASURE IS NOTIFIED TO THE LIMS IN THE NEXT CORRECTION"
        & " FEED." to WS-REPORT-LINE.
    write WS-REPORT-LINE.

0780-WRITE-PAGE-HEADING.
    add 1 to WS-PAGE-NUMBER.
    if WS-PAGE-NUMBER > 1
        perform 0790-WRITE-BLANK-LINE
    end-if.
    move spaces to WS-REPORT-LINE.
    string function trim(WS-PAGE-TITLE)
        "   RUN " WS-RUN-DATE " " WS-RUN-TIME(1:2) ":"
        WS-RUN-TIME(3:2)
        "   PAGE " WS-PAGE-NUMBER
        delimited by size into WS-REPORT-LINE.
    write WS-REPORT-LINE.
    perform 0790-WRITE-BLANK-LINE.

0790-WRITE-BLANK-LINE.
    move spaces to WS-REPORT-LINE.
    write WS-REPORT-LINE.

*> A rewritten record is posted as one removed and one written, so
*> the file's net count - what balance-check.cob proves - is unchanged.
0800-POST-CONTROL-TOTALS.
    if WS-INTAKE-REWRITE-COUNT > 0
        move "SAMPLEINTAKE" to WS-TOTAL-FILE
        move WS-INTAKE-REWRITE-COUNT to WS-TOTAL-WRITTEN
        move WS-INTAKE-REWRITE-COUNT to WS-TOTAL-REMOVED
        perform 0810-POST-ONE-TOTAL
    end-if.
    if WS-TXN-REWRITE-COUNT > 0
        move "DAILYTXN" to WS-TOTAL-FILE
        move WS-TXN-REWRITE-COUNT to WS-TOTAL-WRITTEN
        move WS-TXN-REWRITE-COUNT to WS-TOTAL-REMOVED
        perform 0810-POST-ONE-TOTAL
    end-if.

0810-POST-ONE-TOTAL.
    move "L" to WS-LOCK-ACTION.
    move "RUNTOTALS" to WS-LOCK-NAME.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.
    if WS-LOCK-RESULT not = "00"
        display "El archivo de totales esta en mantenimiento -"
            " el asiento no se registro."
    else
        perform 0815-POST-ONE-TOTAL-LOCKED
        move "U" to WS-LOCK-ACTION
        call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
            WS-LOCK-RESULT
    end-if.

0815-POST-ONE-TOTAL-LOCKED.
    move WS-TOTAL-FILE to TOTAL-FILE-NAME.
    move "subject-erase" to TOTAL-PROGRAM.
    move function current-date to TOTAL-TIMESTAMP.
    move WS-TOTAL-WRITTEN to TOTAL-WRITTEN.
    move WS-TOTAL-REMOVED to TOTAL-REMOVED.
    open extend CONTROL-TOTAL-FILE.
    if WS-TOTAL-STATUS = "35"
        open output CONTROL-TOTAL-FILE
    end-if.
    write CONTROL-TOTAL-RECORD.
    close CONTROL-TOTAL-FILE.

0850-RELEASE-RUN-LOCKS.
    if WS-SEQ-LOCKED
        move "U" to WS-LOCK-ACTION
        move "SAMPLESEQ" to WS-LOCK-NAME
        call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
            WS-LOCK-RESULT
    end-if.
    if WS-TXN-LOCKED
        move "U" to WS-LOCK-ACTION
        move "DAILYTXN" to WS-LOCK-NAME
        call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
            WS-LOCK-RESULT
    end-if.
    if WS-INTAKE-LOCKED
        move "U" to WS-LOCK-ACTION
        move "SAMPLEINTAKE" to WS-LOCK-NAME
        call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
            WS-LOCK-RESULT
    end-if.

0900-TERMINATE.
    close ERASE-REPORT-FILE.
    display "Solicitudes leidas: " WS-REQUEST-COUNT.
    display "Muestras anonimizadas: " WS-ERASED-COUNT.
    if WS-NOT-FOUND-COUNT > 0 or WS-INVALID-COUNT > 0
        display "Solicitudes sin registro o invalidas: "
            WS-NOT-FOUND-COUNT " / " WS-INVALID-COUNT
    end-if.

0980-READ-WORK-RECORD.
    read ERASE-WORK-FILE
        at end set WS-WORK-EOF to true
    end-read.


0030-LOG-RUN-START.
    move "subject-erase" to RUN-LOG-PROGRAM.
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
    move "subject-erase" to RUN-LOG-PROGRAM.
    move "E" to RUN-LOG-EVENT.
    move function current-date to RUN-LOG-TIMESTAMP.
    move WS-ERASED-COUNT to RUN-LOG-RECORDS.
    move WS-RUN-STATUS to RUN-LOG-STATUS.
    perform 0040-WRITE-RUN-LOG.

end program subject-erase.
