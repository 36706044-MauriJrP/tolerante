      * ----------------------------------------------------------------------
      * CONSENTCHK.COB
      * Callable consent check for a subject being registered. Every
      * intake point (4-UserInput.cob, daily-control.cob,
      * intake-load.cob, daily-orders.cob) and the repair and
      * maintenance screens (reject-repair.cob, intake-maint.cob) call
      * this with the subject's age on the collection date (see DOBCHK),
      * the three consent flags - result release, research use,
      * specimen retention - and the guardian name and relationship,
      * so a registrant is held to the same rule
      * whichever way the record arrives:
      *   - each consent flag is "Y" (given) or "N" (not given); "W"
      *     (withdrawn) is only ever set afterwards by intake-maint.cob
      *   - a subject whose age falls in the AGEBRACKETS bracket
      *     labelled MINOR - the same maintained table 5-Conditionals.cob
      *     classifies by - must have a guardian name and relationship
      * WS-CONSENT-MINOR is returned "Y" or "N" whatever the result, so
      * a terminal can ask for the guardian only when one is needed.
      * The brackets are loaded on the first call of the run (with the
      * same seeded MINOR/ADULT/SENIOR defaults when AGEBRACKETS has not
      * been created yet) and kept for the calls after it.
      *   result "00" - the consent set is complete
      *   result "11" - the release flag is not Y or N
      *   result "12" - the research flag is not Y or N
      *   result "13" - the retention flag is not Y or N
      *   result "21" - a minor with no guardian name
      *   result "22" - a minor with no guardian relationship
      * WS-CONSENT-REASON carries the reject text for the caller's
      * exception report.
      * ----------------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSENTCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGE-BRACKET-FILE ASSIGN TO "AGEBRACKETS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRACKET-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AGE-BRACKET-FILE.
           COPY "age-bracket-rec.cpy".
      *
       WORKING-STORAGE SECTION.
       01 WS-SCRATCHPAD.
          05 WS-BRACKET-STATUS    PIC X(02).
          05 WS-BRACKET-EOF-FLAG  PIC X(01).
             88 WS-BRACKET-EOF    VALUE "Y".
      *
       01 WS-BRACKETS-LOADED-FLAG PIC X(01) VALUE "N".
          88 WS-BRACKETS-LOADED   VALUE "Y".
       01 WS-MAX-AGE-BRACKETS     PIC 9(02) VALUE 20.
       01 WS-AGE-BRACKET-COUNT    PIC 9(02) VALUE 0.
       01 WS-AGE-BRACKET-TABLE.
          05 WS-AGE-BRACKET-ENTRY OCCURS 1 TO 20 TIMES
             DEPENDING ON WS-AGE-BRACKET-COUNT INDEXED BY WS-AB-IDX.
             10 WS-AB-LOW         PIC 9(03).
             10 WS-AB-HIGH        PIC 9(03).
             10 WS-AB-LABEL       PIC X(10).
      *
       LINKAGE SECTION.
       01 WS-CONSENT-AGE          PIC 9(03).
       01 WS-CONSENT-FLAGS.
          05 WS-CONSENT-RELEASE   PIC X(01).
          05 WS-CONSENT-RESEARCH  PIC X(01).
          05 WS-CONSENT-RETENTION PIC X(01).
       01 WS-CONSENT-GUARDIAN-NAME PIC X(30).
       01 WS-CONSENT-GUARDIAN-RELATION PIC X(12).
       01 WS-CONSENT-MINOR        PIC X(01).
       01 WS-CONSENT-RESULT       PIC X(02).
       01 WS-CONSENT-REASON       PIC X(40).
      *
       PROCEDURE DIVISION USING WS-CONSENT-AGE, WS-CONSENT-FLAGS,
                                 WS-CONSENT-GUARDIAN-NAME,
                                 WS-CONSENT-GUARDIAN-RELATION,
                                 WS-CONSENT-MINOR, WS-CONSENT-RESULT,
                                 WS-CONSENT-REASON.
      *
       CONSENTCHK.
           IF NOT WS-BRACKETS-LOADED
             PERFORM LOAD-AGE-BRACKETS
           END-IF
           MOVE "00" TO WS-CONSENT-RESULT
           MOVE SPACES TO WS-CONSENT-REASON
           PERFORM CLASSIFY-SUBJECT
      *
           EVALUATE TRUE
             WHEN WS-CONSENT-RELEASE NOT = "Y"
              AND WS-CONSENT-RELEASE NOT = "N"
               MOVE "11" TO WS-CONSENT-RESULT
               MOVE "RELEASE CONSENT IS NOT Y OR N"
                 TO WS-CONSENT-REASON
             WHEN WS-CONSENT-RESEARCH NOT = "Y"
              AND WS-CONSENT-RESEARCH NOT = "N"
               MOVE "12" TO WS-CONSENT-RESULT
               MOVE "RESEARCH CONSENT IS NOT Y OR N"
                 TO WS-CONSENT-REASON
             WHEN WS-CONSENT-RETENTION NOT = "Y"
              AND WS-CONSENT-RETENTION NOT = "N"
               MOVE "13" TO WS-CONSENT-RESULT
               MOVE "RETENTION CONSENT IS NOT Y OR N"
                 TO WS-CONSENT-REASON
             WHEN WS-CONSENT-MINOR = "Y"
              AND WS-CONSENT-GUARDIAN-NAME = SPACES
               MOVE "21" TO WS-CONSENT-RESULT
               MOVE "GUARDIAN NAME REQUIRED FOR A MINOR"
                 TO WS-CONSENT-REASON
             WHEN WS-CONSENT-MINOR = "Y"
              AND WS-CONSENT-GUARDIAN-RELATION = SPACES
               MOVE "22" TO WS-CONSENT-RESULT
               MOVE "GUARDIAN RELATIONSHIP REQUIRED FOR A MINOR"
                 TO WS-CONSENT-REASON
           END-EVALUATE
           GOBACK.
      *
      * An age no bracket covers is not a minor's.
       CLASSIFY-SUBJECT.
           MOVE "N" TO WS-CONSENT-MINOR
           SET WS-AB-IDX TO 1
           SEARCH WS-AGE-BRACKET-ENTRY
             AT END
               CONTINUE
             WHEN WS-CONSENT-AGE >= WS-AB-LOW(WS-AB-IDX)
              AND WS-CONSENT-AGE <= WS-AB-HIGH(WS-AB-IDX)
               IF WS-AB-LABEL(WS-AB-IDX) = "MINOR"
                 MOVE "Y" TO WS-CONSENT-MINOR
               END-IF
           END-SEARCH.
      *
       LOAD-AGE-BRACKETS.
           MOVE 0 TO WS-AGE-BRACKET-COUNT
           MOVE "N" TO WS-BRACKET-EOF-FLAG
           OPEN INPUT AGE-BRACKET-FILE
           IF WS-BRACKET-STATUS NOT = "00"
             PERFORM SEED-DEFAULT-AGE-BRACKETS
           ELSE
             READ AGE-BRACKET-FILE
               AT END SET WS-BRACKET-EOF TO TRUE
             END-READ
             PERFORM LOAD-ONE-AGE-BRACKET UNTIL WS-BRACKET-EOF
             CLOSE AGE-BRACKET-FILE
           END-IF
           SET WS-BRACKETS-LOADED TO TRUE.
      *
       SEED-DEFAULT-AGE-BRACKETS.
           MOVE 3 TO WS-AGE-BRACKET-COUNT
           MOVE 0 TO WS-AB-LOW(1)
           MOVE 17 TO WS-AB-HIGH(1)
           MOVE "MINOR     " TO WS-AB-LABEL(1)
           MOVE 18 TO WS-AB-LOW(2)
           MOVE 64 TO WS-AB-HIGH(2)
           MOVE "ADULT     " TO WS-AB-LABEL(2)
           MOVE 65 TO WS-AB-LOW(3)
           MOVE 120 TO WS-AB-HIGH(3)
           MOVE "SENIOR    " TO WS-AB-LABEL(3).
      *
       LOAD-ONE-AGE-BRACKET.
           IF WS-AGE-BRACKET-COUNT < WS-MAX-AGE-BRACKETS
             ADD 1 TO WS-AGE-BRACKET-COUNT
             SET WS-AB-IDX TO WS-AGE-BRACKET-COUNT
             MOVE AGE-BRACKET-REC-LOW TO WS-AB-LOW(WS-AB-IDX)
             MOVE AGE-BRACKET-REC-HIGH TO WS-AB-HIGH(WS-AB-IDX)
             MOVE AGE-BRACKET-REC-LABEL TO WS-AB-LABEL(WS-AB-IDX)
           END-IF
           READ AGE-BRACKET-FILE
             AT END SET WS-BRACKET-EOF TO TRUE
           END-READ.
