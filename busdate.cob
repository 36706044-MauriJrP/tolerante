      * ----------------------------------------------------------------------
      * BUSDATE.COB
      * Callable read-only lookup of the business date. Reads the
      * one-record BUSDATE control file (layout in BUSINESS-DATE-REC)
      * and returns the processing day and its status:
      *   result "00" - date and status ("O" open, "C" closed) are
      *                 from the control record
      *   result "35" - there is no control record yet; the date is
      *                 the machine date and the status "O", the same
      *                 behavior the programs had before the record
      *                 existed. The first balance-check.cob run that
      *                 passes creates the record.
      * Called by every date-driven batch program in place of
      * ACCEPT ... FROM DATE, so a chain rerun after midnight still
      * processes the day it failed on. A program that finds the day
      * closed refuses to run rather than post into a finished day.
      * ----------------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
           COPY "business-date-rec.cpy".
      *
       WORKING-STORAGE SECTION.
       01 WS-SCRATCHPAD.
          05 WS-BUSDATE-FILE-STATUS PIC X(02).
      *
       LINKAGE SECTION.
       01 WS-BUSDATE-DATE         PIC 9(08).
       01 WS-BUSDATE-STATUS       PIC X(01).
       01 WS-BUSDATE-RESULT       PIC X(02).
      *
       PROCEDURE DIVISION USING WS-BUSDATE-DATE, WS-BUSDATE-STATUS,
                                 WS-BUSDATE-RESULT.
      *
       BUSDATE.
           MOVE "35" TO WS-BUSDATE-RESULT
           ACCEPT WS-BUSDATE-DATE FROM DATE YYYYMMDD
           MOVE "O" TO WS-BUSDATE-STATUS
      *
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSDATE-FILE-STATUS = "00"
             READ BUSINESS-DATE-FILE
               AT END CONTINUE
               NOT AT END
                 IF BUS-DATE IS NUMERIC AND BUS-DATE > 16010101
                   MOVE BUS-DATE TO WS-BUSDATE-DATE
                   MOVE BUS-STATUS TO WS-BUSDATE-STATUS
                   MOVE "00" TO WS-BUSDATE-RESULT
                 END-IF
             END-READ
             CLOSE BUSINESS-DATE-FILE
           END-IF
           GOBACK.
