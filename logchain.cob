      * ----------------------------------------------------------------------
      * LOGCHAIN.COB
      * Callable chain-value keeper for the two logs the accreditation
      * audit asked us to make tamper-evident: the HAMMAUDIT audit log
      * (and its HAMMAUDIT.yyyymm generations) and the INTAKEMAINTLOG
      * intake maintenance log. Every record appended to either log
      * carries a chain value computed from the record's own contents
      * and the value of the record before it, so editing, inserting
      * or deleting a line anywhere breaks every link after it; the
      * nightly log-verify.cob walks both chains and reports the first
      * broken one.
      * The chain value is a polynomial check over the record bytes,
      * seeded with the previous record's value:
      *     value = (value * 257 + byte) mod 999999999999989
      * byte by byte, where byte is the character's collating position,
      * over the first WS-CHAIN-LENGTH bytes of the record (at most
      * 400) - everything up to and including its chain-kind flag.
      * The first record of a log is seeded with zero.
      * The last value of each log and the number of records chained
      * so far are kept in a one-record head file per log - AUDITCHAIN
      * for HAMMAUDIT, MAINTCHAIN for INTAKEMAINTLOG - so lines cut off
      * the end of a log (which would leave every remaining link
      * intact) are caught too. The head is not touched when
      * audit-roll.cob moves the live log into a generation, so the
      * chain runs on unbroken from one month's generation into the
      * next and into the live file. The caller holds the log's own
      * advisory lock (HAMMAUDIT, or SAMPLEINTAKE for INTAKEMAINTLOG)
      * across the call and the write, so two appenders never chain
      * from the same head.
      *   action "S" - seal: chain the record from the head, advance
      *                the head, return the new value and count
      *   action "C" - compute only: chain the record from the value
      *                passed in and return the result (no file I/O)
      *   action "R" - read the head: return its value and count
      *   action "W" - write the head from the value and count passed
      *                in (log-seal.cob's one-time baseline only)
      *   result "00" - done
      *   result "35" - "R" found no head yet (value and count zero);
      *                 for "S" the log is starting its chain
      *   result "99" - unknown action or log name
      *   other       - the head file status that stopped the call
      *                 (for "S" the value is still returned, so the
      *                 caller can write the record; the verifier
      *                 will report the head out of step)
      * ----------------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGCHAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAIN-HEAD-FILE ASSIGN TO DYNAMIC WS-HEAD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HEAD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHAIN-HEAD-FILE.
       01  CHAIN-HEAD-RECORD.
           05  CHAIN-HEAD-LOG      PIC X(14).
           05  CHAIN-HEAD-VALUE    PIC 9(15).
           05  CHAIN-HEAD-COUNT    PIC 9(09).
           05  CHAIN-HEAD-TIMESTAMP PIC X(21).
      *
       WORKING-STORAGE SECTION.
       01 WS-SCRATCHPAD.
          05 WS-HEAD-FILE-NAME    PIC X(20).
          05 WS-HEAD-STATUS       PIC X(02).
          05 WS-HEAD-VALUE        PIC 9(15).
          05 WS-HEAD-COUNT        PIC 9(09).
          05 WS-HASH              PIC 9(18) COMP.
          05 WS-QUOTIENT          PIC 9(18) COMP.
          05 WS-BYTE-POS          PIC 9(04) COMP.
          05 WS-BYTE-VALUE        PIC 9(03) COMP.
      *
       01 WS-CHAIN-MODULUS        PIC 9(15) VALUE 999999999999989.
      *
       LINKAGE SECTION.
       01 WS-CHAIN-ACTION         PIC X(01).
          88 WS-CHAIN-SEAL        VALUE "S".
          88 WS-CHAIN-COMPUTE     VALUE "C".
          88 WS-CHAIN-READ-HEAD   VALUE "R".
          88 WS-CHAIN-WRITE-HEAD  VALUE "W".
       01 WS-CHAIN-LOG            PIC X(14).
       01 WS-CHAIN-DATA           PIC X(400).
       01 WS-CHAIN-LENGTH         PIC 9(04).
       01 WS-CHAIN-VALUE          PIC 9(15).
       01 WS-CHAIN-COUNT          PIC 9(09).
       01 WS-CHAIN-RESULT         PIC X(02).
      *
       PROCEDURE DIVISION USING WS-CHAIN-ACTION, WS-CHAIN-LOG,
                                 WS-CHAIN-DATA, WS-CHAIN-LENGTH,
                                 WS-CHAIN-VALUE, WS-CHAIN-COUNT,
                                 WS-CHAIN-RESULT.
      *
       LOGCHAIN.
           MOVE "00" TO WS-CHAIN-RESULT
           MOVE SPACES TO WS-HEAD-FILE-NAME
           EVALUATE WS-CHAIN-LOG
             WHEN "HAMMAUDIT"
               MOVE "AUDITCHAIN" TO WS-HEAD-FILE-NAME
             WHEN "INTAKEMAINTLOG"
               MOVE "MAINTCHAIN" TO WS-HEAD-FILE-NAME
             WHEN OTHER
               MOVE "99" TO WS-CHAIN-RESULT
               GOBACK
           END-EVALUATE
      *
           EVALUATE TRUE
             WHEN WS-CHAIN-SEAL
               PERFORM READ-CHAIN-HEAD
               MOVE WS-HEAD-VALUE TO WS-CHAIN-VALUE
               PERFORM CHAIN-THE-RECORD
               ADD 1 TO WS-HEAD-COUNT
               MOVE WS-CHAIN-VALUE TO WS-HEAD-VALUE
               MOVE WS-HEAD-COUNT TO WS-CHAIN-COUNT
               PERFORM WRITE-CHAIN-HEAD
             WHEN WS-CHAIN-COMPUTE
               PERFORM CHAIN-THE-RECORD
             WHEN WS-CHAIN-READ-HEAD
               PERFORM READ-CHAIN-HEAD
               MOVE WS-HEAD-VALUE TO WS-CHAIN-VALUE
               MOVE WS-HEAD-COUNT TO WS-CHAIN-COUNT
             WHEN WS-CHAIN-WRITE-HEAD
               MOVE WS-CHAIN-VALUE TO WS-HEAD-VALUE
               MOVE WS-CHAIN-COUNT TO WS-HEAD-COUNT
               PERFORM WRITE-CHAIN-HEAD
             WHEN OTHER
               MOVE "99" TO WS-CHAIN-RESULT
           END-EVALUATE
           GOBACK.
      *
      * A missing head is a log that has not started its chain; a head
      * that reads back damaged is treated the same way, and the
      * verifier reports the log against it.
       READ-CHAIN-HEAD.
           MOVE ZERO TO WS-HEAD-VALUE
           MOVE ZERO TO WS-HEAD-COUNT
           OPEN INPUT CHAIN-HEAD-FILE
           IF WS-HEAD-STATUS = "35"
             MOVE "35" TO WS-CHAIN-RESULT
           ELSE
             IF WS-HEAD-STATUS NOT = "00"
               MOVE WS-HEAD-STATUS TO WS-CHAIN-RESULT
             ELSE
               READ CHAIN-HEAD-FILE
                 AT END CONTINUE
                 NOT AT END
                   IF CHAIN-HEAD-VALUE IS NUMERIC
                      AND CHAIN-HEAD-COUNT IS NUMERIC
                     MOVE CHAIN-HEAD-VALUE TO WS-HEAD-VALUE
                     MOVE CHAIN-HEAD-COUNT TO WS-HEAD-COUNT
                   END-IF
               END-READ
               CLOSE CHAIN-HEAD-FILE
             END-IF
           END-IF.
      *
       WRITE-CHAIN-HEAD.
           OPEN OUTPUT CHAIN-HEAD-FILE
           IF WS-HEAD-STATUS NOT = "00"
             MOVE WS-HEAD-STATUS TO WS-CHAIN-RESULT
           ELSE
             MOVE WS-CHAIN-LOG TO CHAIN-HEAD-LOG
             MOVE WS-HEAD-VALUE TO CHAIN-HEAD-VALUE
             MOVE WS-HEAD-COUNT TO CHAIN-HEAD-COUNT
             MOVE FUNCTION CURRENT-DATE TO CHAIN-HEAD-TIMESTAMP
             WRITE CHAIN-HEAD-RECORD
             CLOSE CHAIN-HEAD-FILE
           END-IF.
      *
      * WS-CHAIN-VALUE comes in as the previous record's value and goes
      * back as this record's.
       CHAIN-THE-RECORD.
           MOVE WS-CHAIN-VALUE TO WS-HASH
           PERFORM CHAIN-ONE-BYTE
               VARYING WS-BYTE-POS FROM 1 BY 1
               UNTIL WS-BYTE-POS > WS-CHAIN-LENGTH
           MOVE WS-HASH TO WS-CHAIN-VALUE.
      *
       CHAIN-ONE-BYTE.
           COMPUTE WS-BYTE-VALUE =
               FUNCTION ORD(WS-CHAIN-DATA(WS-BYTE-POS:1))
           COMPUTE WS-HASH = WS-HASH * 257 + WS-BYTE-VALUE
           DIVIDE WS-HASH BY WS-CHAIN-MODULUS GIVING WS-QUOTIENT
               REMAINDER WS-HASH.
