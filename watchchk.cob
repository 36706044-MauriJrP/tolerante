      * ----------------------------------------------------------------------
      * WATCHCHK.COB
      * Callable watch-list check for a strand that has just been
      * saved to HAMSTRANDS. Every program that writes the strand
      * master (hamming.cob, daily-control.cob, daily-orders.cob,
      * strand-import.cob) calls this right after a successful write.
      * The strand is compared through the HAMMING subprogram with
      * every active entry on the WATCHLIST reference file (layout in
      * WATCH-LIST-REC) - as saved and, through REVCOMP, as its reverse
      * complement, since feeds arrive in either orientation. An entry
      * is hit when the closer orientation is within the entry's
      * tolerance; each hit appends one alert (layout in
      * WATCH-ALERT-REC) to WATCHALERTS, owned by the entry's owner,
      * for watch-ack.cob to close and watch-alert-report.cob to
      * report. A strand of a different length from the entry is not
      * comparable and never hits it.
      * The list is re-read on every call so an approval made during
      * a long terminal session is seen by the next save.
      *   result "00" - the list was read; the hit count is returned
      *   result "35" - there is no WATCHLIST yet; nothing to check
      *   other       - the WATCHLIST or WATCHALERTS file status that
      *                 stopped the check (the strand itself is saved;
      *                 the caller reports the failure)
      * ----------------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCHCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-LIST-STATUS.
           SELECT WATCH-ALERT-FILE ASSIGN TO "WATCHALERTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-ALERT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST-FILE.
           COPY "watch-list-rec.cpy".
      *
       FD  WATCH-ALERT-FILE.
           COPY "watch-alert-rec.cpy".
      *
       WORKING-STORAGE SECTION.
       01 WS-SCRATCHPAD.
          05 WS-WATCH-LIST-STATUS  PIC X(02).
          05 WS-WATCH-ALERT-STATUS PIC X(02).
          05 WS-WATCH-EOF-FLAG     PIC X(01).
             88 WS-WATCH-EOF       VALUE "Y".
          05 WS-SAVED-STRAND       PIC X(120).
          05 WS-SAVED-STRAND-RC    PIC X(120).
          05 WS-RC-ERROR           PIC X(31).
          05 WS-COMPARE-STRAND     PIC X(120).
          05 WS-COMPARE-ENTRY      PIC X(120).
          05 WS-HAMMING            PIC 9(04).
          05 WS-N-COUNT            PIC 9(04).
          05 WS-ERROR              PIC X(31).
          05 WS-HAMMING-OVERFLOW   PIC X(01).
          05 WS-BEST-DISTANCE      PIC 9(04).
          05 WS-BEST-ORIENTATION   PIC X(01).
      *
           COPY "mismatch-positions.cpy".
      *
       LINKAGE SECTION.
       01 WS-WATCH-STRAND-ID      PIC 9(06).
       01 WS-WATCH-STRAND         PIC X(120).
       01 WS-WATCH-SAMPLE-ID      PIC 9(06).
       01 WS-WATCH-SOURCE         PIC X(20).
       01 WS-WATCH-HITS           PIC 9(04).
       01 WS-WATCH-RESULT         PIC X(02).
      *
       PROCEDURE DIVISION USING WS-WATCH-STRAND-ID, WS-WATCH-STRAND,
                                 WS-WATCH-SAMPLE-ID, WS-WATCH-SOURCE,
                                 WS-WATCH-HITS, WS-WATCH-RESULT.
      *
       WATCHCHK.
           MOVE ZERO TO WS-WATCH-HITS
           MOVE "00" TO WS-WATCH-RESULT
           MOVE "N" TO WS-WATCH-EOF-FLAG
      *
           OPEN INPUT WATCH-LIST-FILE
           IF WS-WATCH-LIST-STATUS = "35"
             MOVE "35" TO WS-WATCH-RESULT
             GOBACK
           END-IF
           IF WS-WATCH-LIST-STATUS NOT = "00"
             MOVE WS-WATCH-LIST-STATUS TO WS-WATCH-RESULT
             GOBACK
           END-IF
      *
           MOVE WS-WATCH-STRAND TO WS-SAVED-STRAND
           CALL "REVCOMP" USING WS-SAVED-STRAND, WS-SAVED-STRAND-RC,
               WS-RC-ERROR
      *
           READ WATCH-LIST-FILE
             AT END SET WS-WATCH-EOF TO TRUE
           END-READ
           PERFORM CHECK-ONE-ENTRY UNTIL WS-WATCH-EOF
           CLOSE WATCH-LIST-FILE
           GOBACK.
      *
       CHECK-ONE-ENTRY.
           IF WATCH-IS-ACTIVE AND WATCH-STRAND NOT = SPACES
             PERFORM COMPARE-WITH-ENTRY
           END-IF
           READ WATCH-LIST-FILE
             AT END SET WS-WATCH-EOF TO TRUE
           END-READ.
      *
      * HAMMING trims and left-justifies both strands in place, so it
      * is always handed scratch copies, never the caller's strand or
      * the watch record.
       COMPARE-WITH-ENTRY.
           MOVE 9999 TO WS-BEST-DISTANCE
           MOVE SPACE TO WS-BEST-ORIENTATION
           MOVE WATCH-STRAND TO WS-COMPARE-ENTRY
           MOVE WS-SAVED-STRAND TO WS-COMPARE-STRAND
           CALL "HAMMING" USING WS-COMPARE-ENTRY, WS-COMPARE-STRAND,
               WS-HAMMING, WS-ERROR, WS-HAMMING-OVERFLOW,
               WS-MISMATCH-POSITIONS, WS-N-COUNT
           IF WS-ERROR = SPACES AND WS-HAMMING-OVERFLOW NOT = "Y"
             MOVE WS-HAMMING TO WS-BEST-DISTANCE
             MOVE "F" TO WS-BEST-ORIENTATION
           END-IF
           IF WS-RC-ERROR = SPACES
             MOVE WATCH-STRAND TO WS-COMPARE-ENTRY
             MOVE WS-SAVED-STRAND-RC TO WS-COMPARE-STRAND
             CALL "HAMMING" USING WS-COMPARE-ENTRY, WS-COMPARE-STRAND,
                 WS-HAMMING, WS-ERROR, WS-HAMMING-OVERFLOW,
                 WS-MISMATCH-POSITIONS, WS-N-COUNT
             IF WS-ERROR = SPACES AND WS-HAMMING-OVERFLOW NOT = "Y"
                AND WS-HAMMING < WS-BEST-DISTANCE
               MOVE WS-HAMMING TO WS-BEST-DISTANCE
               MOVE "R" TO WS-BEST-ORIENTATION
             END-IF
           END-IF
           IF WS-BEST-ORIENTATION NOT = SPACE
              AND WS-BEST-DISTANCE NOT > WATCH-TOLERANCE
             PERFORM WRITE-ALERT
           END-IF.
      *
       WRITE-ALERT.
           OPEN EXTEND WATCH-ALERT-FILE
           IF WS-WATCH-ALERT-STATUS = "35"
             OPEN OUTPUT WATCH-ALERT-FILE
           END-IF
           IF WS-WATCH-ALERT-STATUS NOT = "00"
             MOVE WS-WATCH-ALERT-STATUS TO WS-WATCH-RESULT
           ELSE
             MOVE WS-WATCH-STRAND-ID TO WALERT-STRAND-ID
             MOVE WS-WATCH-SAMPLE-ID TO WALERT-SAMPLE-ID
             MOVE WATCH-ID TO WALERT-WATCH-ID
             MOVE WATCH-OWNER TO WALERT-OWNER
             MOVE WS-BEST-DISTANCE TO WALERT-DISTANCE
             MOVE WS-BEST-ORIENTATION TO WALERT-ORIENTATION
             MOVE FUNCTION CURRENT-DATE TO WALERT-TIMESTAMP
             MOVE WS-WATCH-SOURCE TO WALERT-SOURCE
             WRITE WATCH-ALERT-RECORD
             CLOSE WATCH-ALERT-FILE
             ADD 1 TO WS-WATCH-HITS
           END-IF.
