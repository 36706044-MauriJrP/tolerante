      * writing FREE. The holder's acquisition timestamp is kept in
      * the record so an operator can judge a stale lock after a
      * crash and clear it by hand.
      * The record also names the holder: the operator the SIGNON
      * subprogram published for this session (HAMOPERATOR), or for
      * a batch job the login user, so lock-monitor.cob can show who
      * is sitting on a lock. Lock files written before the holder
      * was kept read back with it blank.
      * This is a test-then-set protocol over ordinary files: it
      * narrows the race window around a read-scan-write sequence to
      * the instants between the check and the write, which is what
       01  LOCK-RECORD.
           05  LOCK-STATE          PIC X(06).
           05  LOCK-TIMESTAMP      PIC X(21).
           05  LOCK-HOLDER         PIC X(08).
      *
       WORKING-STORAGE SECTION.
       01 WS-SCRATCHPAD.
           OPEN OUTPUT LOCK-FILE
           MOVE "LOCKED" TO LOCK-STATE
           MOVE FUNCTION CURRENT-DATE TO LOCK-TIMESTAMP
           PERFORM IDENTIFY-HOLDER
           WRITE LOCK-RECORD
           CLOSE LOCK-FILE.
      *
           OPEN OUTPUT LOCK-FILE
           MOVE "FREE  " TO LOCK-STATE
           MOVE FUNCTION CURRENT-DATE TO LOCK-TIMESTAMP
           PERFORM IDENTIFY-HOLDER
           WRITE LOCK-RECORD
           CLOSE LOCK-FILE.
      *
       IDENTIFY-HOLDER.
           MOVE SPACES TO LOCK-HOLDER
           ACCEPT LOCK-HOLDER FROM ENVIRONMENT "HAMOPERATOR"
           IF LOCK-HOLDER = SPACES
             ACCEPT LOCK-HOLDER FROM ENVIRONMENT "USER"
           END-IF
           IF LOCK-HOLDER = SPACES
             ACCEPT LOCK-HOLDER FROM ENVIRONMENT "LOGNAME"
           END-IF
           IF LOCK-HOLDER = SPACES
             MOVE "UNKNOWN" TO LOCK-HOLDER
           END-IF.
