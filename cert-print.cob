       >>SOURCE FORMAT FREE
identification division.
program-id. cert-print.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> Batch print of the one-page result certificate clients and courts
*> ask for, instead of a screenshot of txn-inquiry.cob. Prints one
*> certificate per sample to CERTPRINT, for every sample ID listed in
*> the CERTREQUEST file (one six-digit TXN-SAMPLE-ID per line) or,
*> when that file is absent, for every sample released that day
*> (TXN-RELEASE-TS, falling back to TXN-TIMESTAMP for records written
*> before the release queue). A listed sample that is not on
*> DAILYTXN or has not been released is skipped and named on the
*> terminal - a held result is never certified.
*> Each certificate carries the SAMPLEINTAKE subject details, the age
*> classification, the comparison decision and Hamming distance, the
*> STRANDXREF-linked strand-master IDs with their quality scores, the
*> operator who ran the verification (taken from its HAMMAUDIT
*> entry), the reviewer who released it, and the HAMTHRESH thresholds
*> in force, under the same page heading as the other binder reports.
*> Every certificate gets the next running number from the
*> one-record CERTSEQ file and is logged to CERTLOG (layout in
*> CERT-LOG-REC); a result already certified prints as a reprint,
*> naming the number of its original. The original is looked up by
*> sample ID and result version (TXN-RESULT-VERSION), so the first
*> certificate of a retested result is an original of its own. The
*> CERTSEQ advisory lock (FILELOCK subprogram) is held from the read
*> of the sequence to its rewrite, so two runs never hand out the
*> same number; a run that finds it held prints nothing and ends
*> with RETURN-CODE 8. The run and release dates are the business
*> date from the BUSDATE subprogram, so a rerun after midnight
*> certifies the day's releases. A run summary page follows the
*> last certificate. Start and end go to the shared batch run log
*> (HAMRUNLOG).

environment division.
input-output section.
file-control.
    select CERT-REQUEST-FILE assign to "CERTREQUEST"
        organization is line sequential
        file status is WS-REQUEST-STATUS.
    select TRANSACTION-FILE assign to "DAILYTXN"
        organization is indexed
        access mode is dynamic
        record key is TXN-SAMPLE-ID
        file status is WS-TXN-STATUS.
    select SAMPLE-INTAKE-FILE assign to "SAMPLEINTAKE"
        organization is indexed
        access mode is dynamic
        record key is intake-sample-id
        file status is WS-INTAKE-STATUS.
    select STRAND-XREF-FILE assign to "STRANDXREF"
        organization is line sequential
        file status is WS-XREF-STATUS.
    select STRAND-MASTER-FILE assign to "HAMSTRANDS"
        organization is indexed
        access mode is dynamic
        record key is STRAND-MASTER-ID
        file status is WS-MASTER-STATUS.
    select AUDIT-FILE assign to "HAMMAUDIT"
        organization is line sequential
        file status is WS-AUDIT-STATUS.
    select THRESHOLD-FILE assign to "HAMTHRESH"
        organization is line sequential
        file status is WS-THRESHOLD-STATUS.
    select CERT-SEQUENCE-FILE assign to "CERTSEQ"
        organization is line sequential
        file status is WS-SEQUENCE-STATUS.
    select CERT-LOG-FILE assign to "CERTLOG"
        organization is line sequential
        file status is WS-CERT-LOG-STATUS.
    select CERT-PRINT-FILE assign to "CERTPRINT"
        organization is line sequential
        file status is WS-PRINT-STATUS.
    select RUN-LOG-FILE assign to "HAMRUNLOG"
        organization is line sequential
        file status is WS-RUNLOG-STATUS.

data division.
file section.
fd  CERT-REQUEST-FILE.
01  CERT-REQUEST-RECORD.
    05  CERT-REQUEST-SAMPLE-ID  pic x(06).

fd  TRANSACTION-FILE.
    copy "transaction-rec.cpy".

fd  SAMPLE-INTAKE-FILE.
    copy "intake-rec.cpy".

fd  STRAND-XREF-FILE.
    copy "strand-xref-rec.cpy".

fd  STRAND-MASTER-FILE.
    copy "strand-master-rec.cpy".

fd  AUDIT-FILE.
    copy "audit-rec.cpy".

fd  THRESHOLD-FILE.
    copy "hamming-threshold-rec.cpy".

fd  CERT-SEQUENCE-FILE.
01  CERT-SEQUENCE-RECORD.
    05  CERT-SEQUENCE-NUMBER    pic 9(06).

fd  CERT-LOG-FILE.
    copy "cert-log-rec.cpy".

fd  CERT-PRINT-FILE.
01  WS-PRINT-LINE             pic x(132).

fd  RUN-LOG-FILE.
    copy "run-log-rec.cpy".

working-storage section.
01 WS-RUNLOG-STATUS           pic x(02) value spaces.
01 WS-RUN-STATUS              pic x(10) value "SUCCESS".
01 WS-REQUEST-STATUS          pic x(02) value spaces.
01 WS-TXN-STATUS              pic x(02) value spaces.
01 WS-INTAKE-STATUS           pic x(02) value spaces.
01 WS-XREF-STATUS             pic x(02) value spaces.
01 WS-MASTER-STATUS           pic x(02) value spaces.
01 WS-AUDIT-STATUS            pic x(02) value spaces.
01 WS-THRESHOLD-STATUS        pic x(02) value spaces.
01 WS-SEQUENCE-STATUS         pic x(02) value spaces.
01 WS-CERT-LOG-STATUS         pic x(02) value spaces.
01 WS-PRINT-STATUS            pic x(02) value spaces.

01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".
01 WS-XREF-EOF-FLAG           pic x(01) value "N".
   88 WS-XREF-EOF             value "Y".
01 WS-AUDIT-EOF-FLAG          pic x(01) value "N".
   88 WS-AUDIT-EOF            value "Y".
01 WS-LOG-EOF-FLAG            pic x(01) value "N".
   88 WS-LOG-EOF              value "Y".
01 WS-MODE-FLAG               pic x(01) value "R".
   88 WS-LIST-MODE            value "L".
   88 WS-RELEASED-MODE        value "R".
01 WS-INTAKE-OPEN-FLAG        pic x(01) value "N".
   88 WS-INTAKE-OPEN          value "Y".
01 WS-MASTER-OPEN-FLAG        pic x(01) value "N".
   88 WS-MASTER-OPEN          value "Y".
01 WS-INTAKE-FOUND-FLAG       pic x(01) value "N".
   88 WS-INTAKE-FOUND         value "Y".
01 WS-AUDIT-FOUND-FLAG        pic x(01) value "N".
   88 WS-AUDIT-FOUND          value "Y".
01 WS-SEQ-LOCKED-FLAG         pic x(01) value "N".
   88 WS-SEQ-LOCKED           value "Y".

01 WS-BUSDATE-DAY-STATUS      pic x(01) value space.
01 WS-BUSDATE-RESULT          pic x(02) value spaces.
01 WS-LOCK-ACTION             pic x(01) value space.
01 WS-LOCK-NAME               pic x(12) value spaces.
01 WS-LOCK-RESULT             pic x(02) value spaces.

01 WS-USER-ID                 pic x(08) value spaces.
01 WS-RUN-DATE                pic 9(08) value 0.
01 WS-RUN-TIME                pic 9(08) value 0.
01 WS-PAGE-NUMBER             pic 9(04) value 0.
01 WS-PAGE-TITLE              pic x(40) value spaces.

01 WS-MATCH-MAX               pic 9(04) value 3.
01 WS-INCONCLUSIVE-MAX        pic 9(04) value 8.

01 WS-CERT-NUMBER             pic 9(06) value 0.
01 WS-ORIGINAL-NUMBER         pic 9(06) value 0.
01 WS-TXN-VERSION             pic 9(03) value 0.
01 WS-LOG-VERSION             pic 9(03) value 0.
01 WS-PRINTED-COUNT           pic 9(06) value 0.
01 WS-REPRINT-COUNT           pic 9(06) value 0.
01 WS-SKIPPED-COUNT           pic 9(06) value 0.
01 WS-REQUEST-COUNT           pic 9(06) value 0.
01 WS-LINKED-COUNT            pic 9(03) value 0.

01 WS-RELEASE-DATE            pic x(08) value spaces.
01 WS-DECISION                pic x(12) value spaces.
01 WS-DISTANCE-TEXT           pic x(04) value spaces.
01 WS-AUDIT-USER              pic x(08) value spaces.
01 WS-AUDIT-WHEN              pic x(21) value spaces.

procedure division.

0000-MAIN.
    perform 0030-LOG-RUN-START.
    perform 0010-IDENTIFY-USER.
    perform 0050-LOAD-THRESHOLDS.
    perform 0100-INITIALIZE.
    if WS-LIST-MODE
        perform 0200-CERTIFY-ONE-REQUEST until WS-EOF
    else
        perform 0300-CHECK-ONE-RELEASED until WS-EOF
    end-if.
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

0050-LOAD-THRESHOLDS.
    open input THRESHOLD-FILE.
    if WS-THRESHOLD-STATUS = "35"
        continue
    else
        read THRESHOLD-FILE
            at end continue
            not at end
                if THRESHOLD-MATCH-MAX is numeric
                   and THRESHOLD-INCONCLUSIVE-MAX is numeric
                   and THRESHOLD-MATCH-MAX
                       < THRESHOLD-INCONCLUSIVE-MAX
                    move THRESHOLD-MATCH-MAX to WS-MATCH-MAX
                    move THRESHOLD-INCONCLUSIVE-MAX
                        to WS-INCONCLUSIVE-MAX
                end-if
        end-read
        close THRESHOLD-FILE
    end-if.

0100-INITIALIZE.
    call "BUSDATE" using WS-RUN-DATE, WS-BUSDATE-DAY-STATUS,
        WS-BUSDATE-RESULT.
    accept WS-RUN-TIME from time.
    perform 0105-TAKE-SEQUENCE-LOCK.
    if not WS-SEQ-LOCKED
        display "Otro usuario esta imprimiendo certificados -"
            " la corrida no se hizo."
        set WS-EOF to true
        move "FAILED" to WS-RUN-STATUS
        move 8 to return-code
    else
        perform 0110-READ-CERT-SEQUENCE
        perform 0120-OPEN-FILES
    end-if.

0105-TAKE-SEQUENCE-LOCK.
    move "L" to WS-LOCK-ACTION.
    move "CERTSEQ" to WS-LOCK-NAME.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.
    if WS-LOCK-RESULT = "00"
        set WS-SEQ-LOCKED to true
    end-if.

0120-OPEN-FILES.
    open input TRANSACTION-FILE.
    if WS-TXN-STATUS = "35"
        display "No hay transacciones para certificar."
        set WS-EOF to true
        move "FAILED" to WS-RUN-STATUS
        move 8 to return-code
    else
        open input SAMPLE-INTAKE-FILE
        if WS-INTAKE-STATUS = "00"
            set WS-INTAKE-OPEN to true
        end-if
        open output CERT-PRINT-FILE
        open input CERT-REQUEST-FILE
        if WS-REQUEST-STATUS = "35"
            set WS-RELEASED-MODE to true
            read TRANSACTION-FILE next
                at end set WS-EOF to true
            end-read
        else
            set WS-LIST-MODE to true
            read CERT-REQUEST-FILE
                at end set WS-EOF to true
            end-read
        end-if
    end-if.

0110-READ-CERT-SEQUENCE.
    move 0 to WS-CERT-NUMBER.
    open input CERT-SEQUENCE-FILE.
    if WS-SEQUENCE-STATUS = "35"
        continue
    else
        read CERT-SEQUENCE-FILE
            at end continue
            not at end
                if CERT-SEQUENCE-NUMBER is numeric
                    move CERT-SEQUENCE-NUMBER to WS-CERT-NUMBER
                end-if
        end-read
        close CERT-SEQUENCE-FILE
    end-if.

0200-CERTIFY-ONE-REQUEST.
    add 1 to WS-REQUEST-COUNT.
    if CERT-REQUEST-SAMPLE-ID is not numeric
        add 1 to WS-SKIPPED-COUNT
        display "Renglon " WS-REQUEST-COUNT
            " omitido - ID de muestra invalido: "
            CERT-REQUEST-SAMPLE-ID
    else
        move CERT-REQUEST-SAMPLE-ID to TXN-SAMPLE-ID
        read TRANSACTION-FILE
            invalid key
                add 1 to WS-SKIPPED-COUNT
                display "Muestra " CERT-REQUEST-SAMPLE-ID
                    " omitida - no esta en DAILYTXN."
            not invalid key
                if TXN-RELEASED
                    perform 0400-PRINT-CERTIFICATE
                else
                    add 1 to WS-SKIPPED-COUNT
                    display "Muestra " TXN-SAMPLE-ID
                        " omitida - el resultado no esta liberado."
                end-if
        end-read
    end-if.
    read CERT-REQUEST-FILE
        at end set WS-EOF to true
    end-read.

0300-CHECK-ONE-RELEASED.
    if TXN-RELEASED
        if TXN-RELEASE-TS = spaces
            move TXN-TIMESTAMP(1:8) to WS-RELEASE-DATE
        else
            move TXN-RELEASE-TS(1:8) to WS-RELEASE-DATE
        end-if
        if WS-RELEASE-DATE = WS-RUN-DATE
            perform 0400-PRINT-CERTIFICATE
        end-if
    end-if.
    read TRANSACTION-FILE next
        at end set WS-EOF to true
    end-read.

0400-PRINT-CERTIFICATE.
    add 1 to WS-CERT-NUMBER.
    perform 0410-FIND-ORIGINAL-CERTIFICATE.
    perform 0420-SPLIT-RESULT.
    perform 0430-FIND-AUDIT-OPERATOR.
    perform 0440-READ-INTAKE.
    move "SAMPLE RESULT CERTIFICATE" to WS-PAGE-TITLE.
    perform 0500-WRITE-PAGE-HEADING.
    move spaces to WS-PRINT-LINE.
    if WS-ORIGINAL-NUMBER = 0
        string "CERTIFICATE NO. " WS-CERT-NUMBER "   ORIGINAL"
            delimited by size into WS-PRINT-LINE
    else
        string "CERTIFICATE NO. " WS-CERT-NUMBER
            "   REPRINT OF CERTIFICATE NO. " WS-ORIGINAL-NUMBER
            delimited by size into WS-PRINT-LINE
    end-if.
    write WS-PRINT-LINE.
    perform 0510-WRITE-BLANK-LINE.
    perform 0450-WRITE-SUBJECT-LINES.
    perform 0510-WRITE-BLANK-LINE.
    perform 0460-WRITE-RESULT-LINES.
    perform 0510-WRITE-BLANK-LINE.
    move "STRANDS COMPARED" to WS-PRINT-LINE.
    write WS-PRINT-LINE.
    perform 0600-WRITE-STRAND-LINES.
    perform 0510-WRITE-BLANK-LINE.
    perform 0470-WRITE-OPERATOR-LINES.
    perform 0510-WRITE-BLANK-LINE.
    perform 0510-WRITE-BLANK-LINE.
    move "SIGNATURE: ______________________________   DATE: __________"
        to WS-PRINT-LINE.
    write WS-PRINT-LINE.
    perform 0700-LOG-CERTIFICATE.
    add 1 to WS-PRINTED-COUNT.
    if WS-ORIGINAL-NUMBER not = 0
        add 1 to WS-REPRINT-COUNT
    end-if.

*> The first certificate in CERTLOG for the sample's current result
*> version is its original; any later one for the same sample and
*> version is a reprint of that number. An entry logged before the
*> version was carried counts as version 1, as a zero or blank
*> TXN-RESULT-VERSION does.
0410-FIND-ORIGINAL-CERTIFICATE.
    move 0 to WS-ORIGINAL-NUMBER.
    if TXN-RESULT-VERSION is numeric and TXN-RESULT-VERSION > 0
        move TXN-RESULT-VERSION to WS-TXN-VERSION
    else
        move 1 to WS-TXN-VERSION
    end-if.
    move "N" to WS-LOG-EOF-FLAG.
    open input CERT-LOG-FILE.
    if WS-CERT-LOG-STATUS = "00"
        read CERT-LOG-FILE
            at end set WS-LOG-EOF to true
        end-read
        perform 0411-CHECK-ONE-CERT-LOG until WS-LOG-EOF
        close CERT-LOG-FILE
    end-if.

0411-CHECK-ONE-CERT-LOG.
    if CERT-LOG-VERSION is numeric and CERT-LOG-VERSION > 0
        move CERT-LOG-VERSION to WS-LOG-VERSION
    else
        move 1 to WS-LOG-VERSION
    end-if.
    if CERT-LOG-SAMPLE-ID = TXN-SAMPLE-ID
       and WS-LOG-VERSION = WS-TXN-VERSION
        move CERT-LOG-NUMBER to WS-ORIGINAL-NUMBER
        set WS-LOG-EOF to true
    else
        read CERT-LOG-FILE
            at end set WS-LOG-EOF to true
        end-read
    end-if.

0420-SPLIT-RESULT.
    move spaces to WS-DECISION.
    move spaces to WS-DISTANCE-TEXT.
    if TXN-HAMMING-RESULT(1:9) = "HAMMING: "
        move TXN-HAMMING-RESULT(10:4) to WS-DISTANCE-TEXT
        unstring TXN-HAMMING-RESULT(25:36) delimited by space
            into WS-DECISION
        end-unstring
    else
        move "N/A" to WS-DISTANCE-TEXT
        move "ERROR" to WS-DECISION
    end-if.

*> The operator is taken from the verification's own HAMMAUDIT
*> entry: the first option-3 entry for the same strands and result
*> written on or after the transaction's timestamp that day.
0430-FIND-AUDIT-OPERATOR.
    move "N" to WS-AUDIT-FOUND-FLAG.
    move "N" to WS-AUDIT-EOF-FLAG.
    move spaces to WS-AUDIT-USER.
    move spaces to WS-AUDIT-WHEN.
    open input AUDIT-FILE.
    if WS-AUDIT-STATUS = "00"
        read AUDIT-FILE
            at end set WS-AUDIT-EOF to true
        end-read
        perform 0431-CHECK-ONE-AUDIT until WS-AUDIT-EOF
        close AUDIT-FILE
    end-if.

0431-CHECK-ONE-AUDIT.
    if AUDIT-OPTION = 3
       and AUDIT-TIMESTAMP(1:8) = TXN-TIMESTAMP(1:8)
       and AUDIT-TIMESTAMP(1:14) >= TXN-TIMESTAMP(1:14)
       and AUDIT-STRAND-1 = TXN-STRAND-1
       and AUDIT-STRAND-2 = TXN-STRAND-2
       and AUDIT-RESULT = TXN-HAMMING-RESULT
        set WS-AUDIT-FOUND to true
        move AUDIT-USER-ID to WS-AUDIT-USER
        move AUDIT-TIMESTAMP to WS-AUDIT-WHEN
        set WS-AUDIT-EOF to true
    else
        read AUDIT-FILE
            at end set WS-AUDIT-EOF to true
        end-read
    end-if.

0440-READ-INTAKE.
    move "N" to WS-INTAKE-FOUND-FLAG.
    if WS-INTAKE-OPEN
        move TXN-SAMPLE-ID to intake-sample-id
        read SAMPLE-INTAKE-FILE
            invalid key continue
            not invalid key set WS-INTAKE-FOUND to true
        end-read
    end-if.

0450-WRITE-SUBJECT-LINES.
    move spaces to WS-PRINT-LINE.
    string "SAMPLE ID:            " TXN-SAMPLE-ID
        delimited by size into WS-PRINT-LINE.
    write WS-PRINT-LINE.
    if WS-INTAKE-FOUND
        move spaces to WS-PRINT-LINE
        string "SUBJECT:              " function trim(firstName)
            " " function trim(lastName)
            delimited by size into WS-PRINT-LINE
        write WS-PRINT-LINE
        move spaces to WS-PRINT-LINE
        string "AGE:                  " Age
            "     GENDER: " Gender
            delimited by size into WS-PRINT-LINE
        write WS-PRINT-LINE
        move spaces to WS-PRINT-LINE
        string "INTAKE RECORDED:      " intake-timestamp(1:8)
            " " intake-timestamp(9:2) ":" intake-timestamp(11:2)
            delimited by size into WS-PRINT-LINE
        write WS-PRINT-LINE
        if intake-voided
            move "INTAKE STATUS:        VOIDED" to WS-PRINT-LINE
            write WS-PRINT-LINE
        end-if
    else
        move spaces to WS-PRINT-LINE
        string "SUBJECT:              " function trim(TXN-FIRST-NAME)
            " " function trim(TXN-LAST-NAME)
            "   (INTAKE RECORD NOT ON FILE)"
            delimited by size into WS-PRINT-LINE
        write WS-PRINT-LINE
        move spaces to WS-PRINT-LINE
        string "AGE:                  " TXN-AGE
            "     GENDER: " TXN-GENDER
            delimited by size into WS-PRINT-LINE
        write WS-PRINT-LINE
    end-if.
    move spaces to WS-PRINT-LINE.
    string "CLASSIFICATION:       " TXN-CLASSIFICATION
        delimited by size into WS-PRINT-LINE.
    write WS-PRINT-LINE.

0460-WRITE-RESULT-LINES.
    move spaces to WS-PRINT-LINE.
    string "VERIFIED:             " TXN-TIMESTAMP(1:8)
        " " TXN-TIMESTAMP(9:2) ":" TXN-TIMESTAMP(11:2)
        delimited by size into WS-PRINT-LINE.
    write WS-PRINT-LINE.
    move spaces to WS-PRINT-LINE.
    string "DECISION:             " WS-DECISION
        delimited by size into WS-PRINT-LINE.
    write WS-PRINT-LINE.
    move spaces to WS-PRINT-LINE.
    string "HAMMING DISTANCE:     " WS-DISTANCE-TEXT
        delimited by size into WS-PRINT-LINE.
    write WS-PRINT-LINE.
    move spaces to WS-PRINT-LINE.
    string "RESULT AS RECORDED:   " TXN-HAMMING-RESULT
        delimited by size into WS-PRINT-LINE.
    write WS-PRINT-LINE.
    move spaces to WS-PRINT-LINE.
    string "THRESHOLDS IN FORCE:  MATCH <= " WS-MATCH-MAX
        "   INCONCLUSIVE <= " WS-INCONCLUSIVE-MAX
        "   MISMATCH ABOVE"
        delimited by size into WS-PRINT-LINE.
    write WS-PRINT-LINE.

0470-WRITE-OPERATOR-LINES.
    move spaces to WS-PRINT-LINE.
    if WS-AUDIT-FOUND
        string "VERIFICATION RUN BY:  " WS-AUDIT-USER
            "   AUDIT ENTRY " WS-AUDIT-WHEN(1:8)
            " " WS-AUDIT-WHEN(9:2) ":" WS-AUDIT-WHEN(11:2)
            delimited by size into WS-PRINT-LINE
    else
        string "VERIFICATION RUN BY:  " TXN-VERIFIED-BY
            "   (NO MATCHING HAMMAUDIT ENTRY)"
            delimited by size into WS-PRINT-LINE
    end-if.
    write WS-PRINT-LINE.
    if TXN-REVIEWED-BY not = spaces
        move spaces to WS-PRINT-LINE
        string "RELEASED BY:          " TXN-REVIEWED-BY
            "   ON " TXN-RELEASE-TS(1:8)
            " " TXN-RELEASE-TS(9:2) ":" TXN-RELEASE-TS(11:2)
            delimited by size into WS-PRINT-LINE
        write WS-PRINT-LINE
    end-if.

0500-WRITE-PAGE-HEADING.
    add 1 to WS-PAGE-NUMBER.
    if WS-PAGE-NUMBER > 1
        perform 0510-WRITE-BLANK-LINE
    end-if.
    move spaces to WS-PRINT-LINE.
    string function trim(WS-PAGE-TITLE)
        "   RUN " WS-RUN-DATE " " WS-RUN-TIME(1:2) ":"
        WS-RUN-TIME(3:2)
        "   PAGE " WS-PAGE-NUMBER
        delimited by size into WS-PRINT-LINE.
    write WS-PRINT-LINE.
    perform 0510-WRITE-BLANK-LINE.

0510-WRITE-BLANK-LINE.
    move spaces to WS-PRINT-LINE.
    write WS-PRINT-LINE.

0600-WRITE-STRAND-LINES.
    move 0 to WS-LINKED-COUNT.
    move "N" to WS-XREF-EOF-FLAG.
    move "N" to WS-MASTER-OPEN-FLAG.
    open input STRAND-XREF-FILE.
    if WS-XREF-STATUS = "00"
        open input STRAND-MASTER-FILE
        if WS-MASTER-STATUS = "00"
            set WS-MASTER-OPEN to true
        end-if
        read STRAND-XREF-FILE
            at end set WS-XREF-EOF to true
        end-read
        perform 0610-CHECK-ONE-XREF until WS-XREF-EOF
        close STRAND-XREF-FILE
        if WS-MASTER-OPEN
            close STRAND-MASTER-FILE
        end-if
    end-if.
    if WS-LINKED-COUNT = 0
        move "  NO STRANDS ON THE STRAND MASTER FOR THIS SAMPLE"
            to WS-PRINT-LINE
        write WS-PRINT-LINE
    end-if.

0610-CHECK-ONE-XREF.
    if XREF-SAMPLE-ID = TXN-SAMPLE-ID
        add 1 to WS-LINKED-COUNT
        perform 0620-WRITE-ONE-STRAND-LINE
    end-if.
    read STRAND-XREF-FILE
        at end set WS-XREF-EOF to true
    end-read.

0620-WRITE-ONE-STRAND-LINE.
    move spaces to WS-PRINT-LINE.
    if WS-MASTER-OPEN
        move XREF-STRAND-ID to STRAND-MASTER-ID
        read STRAND-MASTER-FILE
            invalid key
                string "  STRAND " XREF-STRAND-ID
                    "  ROLE " XREF-STRAND-ROLE
                    "  NO LONGER ON THE STRAND MASTER"
                    delimited by size into WS-PRINT-LINE
            not invalid key
                string "  STRAND " XREF-STRAND-ID
                    "  ROLE " XREF-STRAND-ROLE
                    "  QUALITY " STRAND-MASTER-QUALITY
                    delimited by size into WS-PRINT-LINE
        end-read
    else
        string "  STRAND " XREF-STRAND-ID
            "  ROLE " XREF-STRAND-ROLE
            "  STRAND MASTER NOT AVAILABLE"
            delimited by size into WS-PRINT-LINE
    end-if.
    write WS-PRINT-LINE.

0700-LOG-CERTIFICATE.
    move WS-CERT-NUMBER to CERT-LOG-NUMBER.
    move TXN-SAMPLE-ID to CERT-LOG-SAMPLE-ID.
    move WS-TXN-VERSION to CERT-LOG-VERSION.
    move function current-date to CERT-LOG-TIMESTAMP.
    move WS-USER-ID to CERT-LOG-USER.
    if WS-ORIGINAL-NUMBER = 0
        set CERT-LOG-ORIGINAL to true
        move WS-CERT-NUMBER to CERT-LOG-ORIGINAL-NUMBER
    else
        set CERT-LOG-REPRINT to true
        move WS-ORIGINAL-NUMBER to CERT-LOG-ORIGINAL-NUMBER
    end-if.
    open extend CERT-LOG-FILE.
    if WS-CERT-LOG-STATUS = "35"
        open output CERT-LOG-FILE
    end-if.
    write CERT-LOG-RECORD.
    close CERT-LOG-FILE.

0900-TERMINATE.
    if WS-SEQ-LOCKED and WS-TXN-STATUS not = "35"
        move "SAMPLE RESULT CERTIFICATE RUN SUMMARY" to WS-PAGE-TITLE
        perform 0500-WRITE-PAGE-HEADING
        move spaces to WS-PRINT-LINE
        if WS-LIST-MODE
            string "SELECTION: CERTREQUEST LIST OF "
                WS-REQUEST-COUNT " SAMPLE IDS"
                delimited by size into WS-PRINT-LINE
        else
            string "SELECTION: SAMPLES RELEASED ON " WS-RUN-DATE
                delimited by size into WS-PRINT-LINE
        end-if
        write WS-PRINT-LINE
        move spaces to WS-PRINT-LINE
        string "CERTIFICATES PRINTED: " WS-PRINTED-COUNT
            "  REPRINTS: " WS-REPRINT-COUNT
            "  SKIPPED: " WS-SKIPPED-COUNT
            "  LAST CERTIFICATE NO. " WS-CERT-NUMBER
            delimited by size into WS-PRINT-LINE
        write WS-PRINT-LINE
        close TRANSACTION-FILE
        if WS-INTAKE-OPEN
            close SAMPLE-INTAKE-FILE
        end-if
        if WS-LIST-MODE
            close CERT-REQUEST-FILE
        end-if
        close CERT-PRINT-FILE
        perform 0930-WRITE-CERT-SEQUENCE
        display "Certificados impresos: " WS-PRINTED-COUNT
            " (reimpresiones: " WS-REPRINT-COUNT ")"
        display "Muestras omitidas: " WS-SKIPPED-COUNT
    end-if.
    if WS-SEQ-LOCKED
        move "U" to WS-LOCK-ACTION
        move "CERTSEQ" to WS-LOCK-NAME
        call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
            WS-LOCK-RESULT
    end-if.

0930-WRITE-CERT-SEQUENCE.
    open output CERT-SEQUENCE-FILE.
    move WS-CERT-NUMBER to CERT-SEQUENCE-NUMBER.
    write CERT-SEQUENCE-RECORD.
    close CERT-SEQUENCE-FILE.


0030-LOG-RUN-START.
    move "cert-print" to RUN-LOG-PROGRAM.
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
    move "cert-print" to RUN-LOG-PROGRAM.
    move "E" to RUN-LOG-EVENT.
    move function current-date to RUN-LOG-TIMESTAMP.
    move WS-PRINTED-COUNT to RUN-LOG-RECORDS.
    move WS-RUN-STATUS to RUN-LOG-STATUS.
    perform 0040-WRITE-RUN-LOG.

end program cert-print.
