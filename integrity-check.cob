*>             unload, when one is present (the indexed master's key
*>             cannot hold duplicates, but a doubled unload fed back
*>             through strand-rebuild.cob is where they appear)
*>   ERROR   - DAILYTXN records whose TXN-SITE-CODE is not on the
*>             SITEMASTER site master
*>   WARNING - DAILYTXN records whose site is on the master but no
*>             longer active
*>   INFO    - one count of DAILYTXN records with a blank site code
*>             (written before the site code was carried)
*>   WARNING - TXN-CLASSIFICATION labels that match no
*>             AGE-BRACKET-REC-LABEL (a bracket renamed or removed
*>             after the transaction was written)
*>   INFO    - intake records whose sample ID has no DAILYTXN
*>             transaction (matched on the shared sample ID since the
*>             intake file went indexed; this used to be a name match)
*>   ERROR   - intake records whose age comes from a date of birth
*>             (intake-age-basis "D") where DOBCHK refuses the stored
*>             date of birth or collection date, or where the stored
*>             age is not the age DOBCHK works out from them
*>   WARNING - DAILYTXN records for such a sample whose TXN-AGE is not
*>             that age (a correction on intake-maint.cob since the
*>             transaction was classified)
*>   INFO    - one count of intake records whose age is estimated
*>             (keyed before dates of birth were captured), and one of
*>             records not yet marked by age-convert.cob
*> Reference tables load with the same seeded defaults their
*> consumers use. Ends with counts by severity and RETURN-CODE 8 when
*> any ERROR finding exists, 4 when only warnings.
        file status is WS-SEQ-STATUS.
    select INTEGRITY-REPORT-FILE assign to "INTEGRITYRPT"
        organization is line sequential.
    select SITE-FILE assign to "SITEMASTER"
        organization is line sequential
        file status is WS-SITE-FILE-STATUS.
    select RUN-LOG-FILE assign to "HAMRUNLOG"
        organization is line sequential
        file status is WS-RUNLOG-STATUS.
fd  INTEGRITY-REPORT-FILE.
01  WS-REPORT-LINE            pic x(200).

fd  SITE-FILE.
    copy "site-rec.cpy".

fd  RUN-LOG-FILE.
    copy "run-log-rec.cpy".

01 WS-AUDIT-STATUS            pic x(02) value spaces.
01 WS-INTAKE-STATUS           pic x(02) value spaces.
01 WS-SEQ-STATUS              pic x(02) value spaces.
01 WS-SITE-FILE-STATUS        pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".

      10 WS-AB-HIGH           pic 9(03).
      10 WS-AB-LABEL          pic x(10).

copy "site-table.cpy".
01 WS-BLANK-SITE-COUNT        pic 9(06) value 0.

01 WS-MAX-MASTER-STRANDS      pic 9(04) value 5000.
01 WS-MASTER-COUNT            pic 9(04) value 0.
01 WS-MASTER-OVERFLOW-COUNT   pic 9(04) value 0.
01 WS-WARNING-COUNT           pic 9(06) value 0.
01 WS-INFO-COUNT              pic 9(06) value 0.

01 WS-TODAY                   pic 9(08) value 0.
01 WS-DOB-AGE                 pic 9(03) value 0.
01 WS-DOB-RESULT              pic x(02) value spaces.
01 WS-DOB-REASON              pic x(40) value spaces.
01 WS-TXN-OPEN-FLAG           pic x(01) value "N".
   88 WS-TXN-OPEN             value "Y".
01 WS-ESTIMATED-AGE-COUNT     pic 9(06) value 0.
01 WS-UNCONVERTED-AGE-COUNT   pic 9(06) value 0.

procedure division.

0000-MAIN.
    open output INTEGRITY-REPORT-FILE.
    perform 0100-LOAD-GENDER-CODES.
    perform 0200-LOAD-AGE-BRACKETS.
    perform 0250-LOAD-SITES.
    perform 0300-LOAD-MASTER-STRANDS.
    perform 0350-CHECK-UNLOAD-DUPLICATES.
    perform 0400-CHECK-TRANSACTIONS.
        at end set WS-EOF to true
    end-read.

0250-LOAD-SITES.
    move 0 to WS-SITE-COUNT.
    move "N" to WS-EOF-FLAG.
    open input SITE-FILE.
    if WS-SITE-FILE-STATUS = "35"
        perform 0260-SEED-DEFAULT-SITE
    else
        read SITE-FILE
            at end set WS-EOF to true
        end-read
        perform 0270-LOAD-ONE-SITE until WS-EOF
        close SITE-FILE
    end-if.

0260-SEED-DEFAULT-SITE.
    move 1 to WS-SITE-COUNT.
    move "MAIN  " to WS-ST-CODE(1).
    move "LABORATORIO CENTRAL" to WS-ST-NAME(1).
    move spaces to WS-ST-CONTACT(1).
    move "Y" to WS-ST-ACTIVE(1).

0270-LOAD-ONE-SITE.
    if WS-SITE-COUNT < WS-MAX-SITES
        add 1 to WS-SITE-COUNT
        set WS-ST-IDX to WS-SITE-COUNT
        move SITE-CODE to WS-ST-CODE(WS-ST-IDX)
        move SITE-NAME to WS-ST-NAME(WS-ST-IDX)
        move SITE-CONTACT to WS-ST-CONTACT(WS-ST-IDX)
        move SITE-ACTIVE to WS-ST-ACTIVE(WS-ST-IDX)
    end-if.
    read SITE-FILE
        at end set WS-EOF to true
    end-read.

0300-LOAD-MASTER-STRANDS.
    move 0 to WS-MASTER-COUNT.
    move "N" to WS-EOF-FLAG.
        perform 0410-CHECK-ONE-TRANSACTION until WS-EOF
        close TRANSACTION-FILE
    end-if.
    if WS-BLANK-SITE-COUNT > 0
        add 1 to WS-INFO-COUNT
        move spaces to WS-REPORT-LINE
        string "INFO    " WS-BLANK-SITE-COUNT
            " TRANSACTIONS CARRY NO SITE CODE"
            " (WRITTEN BEFORE SITES WERE RECORDED)"
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.

0410-CHECK-ONE-TRANSACTION.
    add 1 to WS-RECORD-NUMBER.
        when WS-AB-LABEL(WS-AB-IDX) = TXN-CLASSIFICATION
            continue
    end-search.
    if TXN-SITE-CODE = spaces
        add 1 to WS-BLANK-SITE-COUNT
    else
        perform 0430-CHECK-TXN-SITE
    end-if.
    read TRANSACTION-FILE next
        at end set WS-EOF to true
    end-read.
        add 1 to WS-TXN-ID-OVERFLOW-COUNT
    end-if.

0430-CHECK-TXN-SITE.
    set WS-ST-IDX to 1.
    search WS-SITE-ENTRY
        at end
            add 1 to WS-ERROR-COUNT
            move spaces to WS-REPORT-LINE
            string "ERROR   SAMPLE " TXN-SAMPLE-ID
                " SITE '" TXN-SITE-CODE
                "' IS NOT ON THE SITE MASTER"
                delimited by size into WS-REPORT-LINE
            write WS-REPORT-LINE
        when WS-ST-CODE(WS-ST-IDX) = TXN-SITE-CODE
            if WS-ST-ACTIVE(WS-ST-IDX) not = "Y"
                add 1 to WS-WARNING-COUNT
                move spaces to WS-REPORT-LINE
                string "WARNING SAMPLE " TXN-SAMPLE-ID
                    " SITE '" TXN-SITE-CODE
                    "' IS NO LONGER ACTIVE"
                    delimited by size into WS-REPORT-LINE
                write WS-REPORT-LINE
            end-if
    end-search.

0500-CHECK-AUDIT-STRANDS.
    move "N" to WS-EOF-FLAG.
    open input AUDIT-FILE.
    end-if.
    move 0 to WS-RECORD-NUMBER.
    move "N" to WS-EOF-FLAG.
    move function current-date(1:8) to WS-TODAY.
    open input TRANSACTION-FILE.
    if WS-TXN-STATUS = "00"
        set WS-TXN-OPEN to true
    end-if.
    open input SAMPLE-INTAKE-FILE.
    if WS-INTAKE-STATUS = "35"
        continue
        perform 0610-CHECK-ONE-INTAKE until WS-EOF
        close SAMPLE-INTAKE-FILE
    end-if.
    if WS-TXN-OPEN
        close TRANSACTION-FILE
    end-if.
    if WS-ESTIMATED-AGE-COUNT > 0
        add 1 to WS-INFO-COUNT
        move spaces to WS-REPORT-LINE
        string "INFO    " WS-ESTIMATED-AGE-COUNT
            " INTAKE RECORDS CARRY AN ESTIMATED AGE"
            " (NO DATE OF BIRTH ON FILE)"
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.
    if WS-UNCONVERTED-AGE-COUNT > 0
        add 1 to WS-INFO-COUNT
        move spaces to WS-REPORT-LINE
        string "INFO    " WS-UNCONVERTED-AGE-COUNT
            " INTAKE RECORDS HAVE NO AGE BASIS"
            " (NOT YET CONVERTED BY AGE-CONVERT)"
            delimited by size into WS-REPORT-LINE
        write WS-REPORT-LINE
    end-if.

0610-CHECK-ONE-INTAKE.
    add 1 to WS-RECORD-NUMBER.
                delimited by size into WS-REPORT-LINE
            write WS-REPORT-LINE
        end-if
        perform 0630-CHECK-INTAKE-AGE
    end-if.
    read SAMPLE-INTAKE-FILE next
        at end set WS-EOF to true
        set WS-TN-IDX up by 1
    end-if.

*> The age a sample is classified by is its age on the collection
*> date; a stored age that is not that age has drifted from the date
*> of birth, or was keyed over it.
0630-CHECK-INTAKE-AGE.
    evaluate true
        when intake-age-from-dob
            call "DOBCHK" using intake-birth-date,
                intake-collection-date, WS-TODAY, WS-DOB-AGE,
                WS-DOB-RESULT, WS-DOB-REASON
            if WS-DOB-RESULT not = "00"
                add 1 to WS-ERROR-COUNT
                move spaces to WS-REPORT-LINE
                string "ERROR   INTAKE SAMPLE " intake-sample-id
                    " BORN " intake-birth-date
                    " TAKEN " intake-collection-date " - "
                    function trim(WS-DOB-REASON)
                    delimited by size into WS-REPORT-LINE
                write WS-REPORT-LINE
            else
                if Age not = WS-DOB-AGE
                    add 1 to WS-ERROR-COUNT
                    move spaces to WS-REPORT-LINE
                    string "ERROR   INTAKE SAMPLE " intake-sample-id
                        " AGE " Age
                        " DISAGREES WITH DATE OF BIRTH "
                        intake-birth-date " (AGE " WS-DOB-AGE
                        " AT COLLECTION " intake-collection-date ")"
                        delimited by size into WS-REPORT-LINE
                    write WS-REPORT-LINE
                end-if
                perform 0640-CHECK-TXN-AGE
            end-if
        when intake-age-basis = "E"
            add 1 to WS-ESTIMATED-AGE-COUNT
        when other
            add 1 to WS-UNCONVERTED-AGE-COUNT
    end-evaluate.

0640-CHECK-TXN-AGE.
    if WS-TXN-OPEN
        move intake-sample-id to TXN-SAMPLE-ID
        read TRANSACTION-FILE
            invalid key continue
            not invalid key
                if TXN-AGE not = WS-DOB-AGE
                    add 1 to WS-WARNING-COUNT
                    move spaces to WS-REPORT-LINE
                    string "WARNING TRANSACTION " TXN-SAMPLE-ID
                        " AGE " TXN-AGE
                        " DISAGREES WITH DATE OF BIRTH "
                        intake-birth-date " (AGE " WS-DOB-AGE
                        " AT COLLECTION " intake-collection-date ")"
                        delimited by size into WS-REPORT-LINE
                    write WS-REPORT-LINE
                end-if
        end-read
    end-if.

0900-TERMINATE.
    move spaces to WS-REPORT-LINE.
    string "FINDINGS - ERROR: " WS-ERROR-COUNT
