      * ----------------------------------------------------------------------
      * DOBCHK.COB
      * Callable date-of-birth check for a subject being registered.
      * Every intake point (4-UserInput.cob, daily-control.cob,
      * intake-load.cob, daily-orders.cob), the repair and maintenance
      * screens (reject-repair.cob, intake-maint.cob) and the
      * integrity-check.cob recomputation call this with the date of
      * birth, the date the sample was collected and today's date, and
      * get back the subject's age in whole years on the collection
      * date - the age the sample is classified by for the rest of its
      * life, however long after collection it is registered or
      * reported. The checks, in order:
      *   - the collection date is a real calendar date (yyyymmdd)
      *   - the collection date is not after today
      *   - the date of birth is a real calendar date (yyyymmdd)
      *   - the date of birth is not after the collection date
      *   - the age on the collection date is not over the
      *     MAX-AGE-YEARS run parameter (HAMPARAMS, default 99 - the
      *     most the two-digit intake age can hold)
      * The birthday counts from the day itself: a subject born on
      * 29 February is a year older on 1 March in a common year.
      * The parameter is loaded on the first call of the run and kept
      * for the calls after it.
      *   result "00" - the dates pass; WS-DOB-AGE is the age
      *   result "31" - the collection date is not a valid date
      *   result "32" - the collection date is after today
      *   result "41" - the date of birth is not a valid date
      *   result "42" - the date of birth is after the collection date
      *   result "43" - the age is over the maximum
      * WS-DOB-AGE is zero unless both dates are valid and in order.
      * WS-DOB-REASON carries the reject text for the caller's
      * exception report.
      * ----------------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOBCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARAM-FILE ASSIGN TO "HAMPARAMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARAM-FILE.
           COPY "run-param-rec.cpy".
      *
       WORKING-STORAGE SECTION.
       01 WS-SCRATCHPAD.
          05 WS-PARAM-STATUS      PIC X(02).
          05 WS-PARAM-EOF-FLAG    PIC X(01).
             88 WS-PARAM-EOF      VALUE "Y".
          05 WS-DATE-TEST         PIC 9(08).
          05 WS-DATE-RESULT       PIC 9(08).
          05 WS-BIRTH-DATE        PIC 9(08).
          05 WS-BIRTH-PARTS REDEFINES WS-BIRTH-DATE.
             10 WS-BIRTH-YEAR     PIC 9(04).
             10 WS-BIRTH-MMDD     PIC 9(04).
          05 WS-COLLECT-DATE      PIC 9(08).
          05 WS-COLLECT-PARTS REDEFINES WS-COLLECT-DATE.
             10 WS-COLLECT-YEAR   PIC 9(04).
             10 WS-COLLECT-MMDD   PIC 9(04).
      *
       01 WS-PARAMS-LOADED-FLAG   PIC X(01) VALUE "N".
          88 WS-PARAMS-LOADED     VALUE "Y".
       01 WS-MAX-AGE-YEARS        PIC 9(03) VALUE 99.
      *
       LINKAGE SECTION.
       01 WS-DOB-BIRTH-DATE       PIC X(08).
       01 WS-DOB-COLLECTION-DATE  PIC X(08).
       01 WS-DOB-TODAY            PIC 9(08).
       01 WS-DOB-AGE              PIC 9(03).
       01 WS-DOB-RESULT           PIC X(02).
       01 WS-DOB-REASON           PIC X(40).
      *
       PROCEDURE DIVISION USING WS-DOB-BIRTH-DATE,
                                 WS-DOB-COLLECTION-DATE, WS-DOB-TODAY,
                                 WS-DOB-AGE, WS-DOB-RESULT,
                                 WS-DOB-REASON.
      *
       DOBCHK.
           IF NOT WS-PARAMS-LOADED
             PERFORM LOAD-RUN-PARAMS
           END-IF
           MOVE "00" TO WS-DOB-RESULT
           MOVE SPACES TO WS-DOB-REASON
           MOVE ZERO TO WS-DOB-AGE
      *
           IF WS-DOB-COLLECTION-DATE IS NOT NUMERIC
             MOVE "31" TO WS-DOB-RESULT
             MOVE "COLLECTION DATE IS NOT A VALID DATE"
               TO WS-DOB-REASON
             GOBACK
           END-IF
           MOVE WS-DOB-COLLECTION-DATE TO WS-DATE-TEST
           PERFORM TEST-ONE-DATE
           IF WS-DATE-RESULT NOT = 0
             MOVE "31" TO WS-DOB-RESULT
             MOVE "COLLECTION DATE IS NOT A VALID DATE"
               TO WS-DOB-REASON
             GOBACK
           END-IF
           MOVE WS-DATE-TEST TO WS-COLLECT-DATE
           IF WS-COLLECT-DATE > WS-DOB-TODAY
             MOVE "32" TO WS-DOB-RESULT
             MOVE "COLLECTION DATE IS IN THE FUTURE"
               TO WS-DOB-REASON
             GOBACK
           END-IF
      *
           IF WS-DOB-BIRTH-DATE IS NOT NUMERIC
             MOVE "41" TO WS-DOB-RESULT
             MOVE "DATE OF BIRTH IS NOT A VALID DATE"
               TO WS-DOB-REASON
             GOBACK
           END-IF
           MOVE WS-DOB-BIRTH-DATE TO WS-DATE-TEST
           PERFORM TEST-ONE-DATE
           IF WS-DATE-RESULT NOT = 0
             MOVE "41" TO WS-DOB-RESULT
             MOVE "DATE OF BIRTH IS NOT A VALID DATE"
               TO WS-DOB-REASON
             GOBACK
           END-IF
           MOVE WS-DATE-TEST TO WS-BIRTH-DATE
           IF WS-BIRTH-DATE > WS-COLLECT-DATE
             MOVE "42" TO WS-DOB-RESULT
             MOVE "DATE OF BIRTH IS AFTER COLLECTION DATE"
               TO WS-DOB-REASON
             GOBACK
           END-IF
      *
           COMPUTE WS-DOB-AGE = WS-COLLECT-YEAR - WS-BIRTH-YEAR
           IF WS-COLLECT-MMDD < WS-BIRTH-MMDD
             SUBTRACT 1 FROM WS-DOB-AGE
           END-IF
           IF WS-DOB-AGE > WS-MAX-AGE-YEARS
             MOVE "43" TO WS-DOB-RESULT
             MOVE "AGE AT COLLECTION IS OVER THE MAXIMUM"
               TO WS-DOB-REASON
           END-IF
           GOBACK.
      *
      * A year before 1601 is outside the calendar the date functions
      * cover and is no real date of birth either.
       TEST-ONE-DATE.
           IF WS-DATE-TEST < 16010101
             MOVE 1 TO WS-DATE-RESULT
           ELSE
             MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-TEST)
               TO WS-DATE-RESULT
           END-IF.
      *
       LOAD-RUN-PARAMS.
           MOVE "N" TO WS-PARAM-EOF-FLAG
           OPEN INPUT RUN-PARAM-FILE
           IF WS-PARAM-STATUS = "00"
             READ RUN-PARAM-FILE
               AT END SET WS-PARAM-EOF TO TRUE
             END-READ
             PERFORM APPLY-ONE-PARAM UNTIL WS-PARAM-EOF
             CLOSE RUN-PARAM-FILE
           END-IF
           SET WS-PARAMS-LOADED TO TRUE.
      *
       APPLY-ONE-PARAM.
           IF RUN-PARAM-NAME = "MAX-AGE-YEARS"
              AND RUN-PARAM-VALUE IS NUMERIC
              AND RUN-PARAM-VALUE > 0
              AND RUN-PARAM-VALUE <= 99
             MOVE RUN-PARAM-VALUE TO WS-MAX-AGE-YEARS
           END-IF
           READ RUN-PARAM-FILE
             AT END SET WS-PARAM-EOF TO TRUE
           END-READ.
