      * ----------------------------------------------------------------------
      * LOCKINFO.COB
      * Callable read-only companion to the FILELOCK subprogram. Given
      * a lock name it reads the <name>.LCK companion file and returns
      * what it says, without touching it:
      *   state   "LOCKED", "FREE  ", or "NONE  " when the lock file
      *           has never been created
      *   holder  the operator or login user that last wrote it
      *           (blank on lock files written before the holder was
      *           kept)
      *   since   the timestamp the state was written
      *   age     minutes from that timestamp to now (zero for NONE)
      * Used by lock-monitor.cob and the feed-check.cob pre-flight to
      * list the locks and judge which ones are stale.
      * ----------------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKINFO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOCK-FILE.
       01  LOCK-RECORD.
           05  LOCK-STATE          PIC X(06).
           05  LOCK-TIMESTAMP      PIC X(21).
           05  LOCK-HOLDER         PIC X(08).
      *
       WORKING-STORAGE SECTION.
       01 WS-SCRATCHPAD.
          05 WS-LOCK-FILE-NAME    PIC X(20).
          05 WS-LOCK-STATUS       PIC X(02).
          05 WS-NOW               PIC X(21).
          05 WS-NOW-DATE          PIC 9(08).
          05 WS-THEN-DATE         PIC 9(08).
          05 WS-NOW-MINUTES       PIC 9(09).
          05 WS-THEN-MINUTES      PIC 9(09).
      *
       LINKAGE SECTION.
       01 WS-INFO-NAME            PIC X(12).
       01 WS-INFO-STATE           PIC X(06).
       01 WS-INFO-HOLDER          PIC X(08).
       01 WS-INFO-SINCE           PIC X(21).
       01 WS-INFO-AGE-MINUTES     PIC 9(07).
      *
       PROCEDURE DIVISION USING WS-INFO-NAME, WS-INFO-STATE,
                                 WS-INFO-HOLDER, WS-INFO-SINCE,
                                 WS-INFO-AGE-MINUTES.
      *
       LOCKINFO.
           MOVE "NONE  " TO WS-INFO-STATE
           MOVE SPACES TO WS-INFO-HOLDER
           MOVE SPACES TO WS-INFO-SINCE
           MOVE 0 TO WS-INFO-AGE-MINUTES
           MOVE SPACES TO WS-LOCK-FILE-NAME
           STRING FUNCTION TRIM(WS-INFO-NAME) ".LCK"
               DELIMITED BY SIZE INTO WS-LOCK-FILE-NAME
      *
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = "00"
             READ LOCK-FILE
               AT END CONTINUE
               NOT AT END
                 MOVE LOCK-STATE TO WS-INFO-STATE
                 MOVE LOCK-HOLDER TO WS-INFO-HOLDER
                 MOVE LOCK-TIMESTAMP TO WS-INFO-SINCE
             END-READ
             CLOSE LOCK-FILE
           END-IF
           IF WS-INFO-SINCE(1:12) IS NUMERIC
             PERFORM COMPUTE-AGE
           END-IF
           GOBACK.
      *
       COMPUTE-AGE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-NOW-DATE
           MOVE WS-INFO-SINCE(1:8) TO WS-THEN-DATE
           COMPUTE WS-NOW-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) * 1440
               + FUNCTION NUMVAL(WS-NOW(9:2)) * 60
               + FUNCTION NUMVAL(WS-NOW(11:2))
           COMPUTE WS-THEN-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-THEN-DATE) * 1440
               + FUNCTION NUMVAL(WS-INFO-SINCE(9:2)) * 60
               + FUNCTION NUMVAL(WS-INFO-SINCE(11:2))
           IF WS-NOW-MINUTES > WS-THEN-MINUTES
             COMPUTE WS-INFO-AGE-MINUTES =
                 WS-NOW-MINUTES - WS-THEN-MINUTES
           END-IF.
