      * environment variable as the ID - the same behavior the
      * programs had before the operator file existed. Creating the
      * file through oper-maint.cob turns enforcement on.
      * A successful sign-on also publishes the ID in the HAMOPERATOR
      * environment variable for the rest of the session, so the
      * FILELOCK subprogram can stamp the holder of any lock this
      * session takes (see lock-monitor.cob).
      * Every successful sign-on (bootstrap included) is appended to
      * SIGNONLOG (layout in SIGNON-LOG-REC) for operator-activity.cob.
      * A log that cannot be written does not refuse the session; the
      * operator is warned and the sign-on stands.
      * ----------------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNON.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT SIGNON-LOG-FILE ASSIGN TO "SIGNONLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
           COPY "operator-rec.cpy".
      *
       FD  SIGNON-LOG-FILE.
           COPY "signon-log-rec.cpy".
      *
       WORKING-STORAGE SECTION.
       01 WS-SCRATCHPAD.
          05 WS-OPERATOR-STATUS   PIC X(02).
          05 WS-SIGNON-LOG-STATUS PIC X(02).
          05 WS-EOF-FLAG          PIC X(01).
          05 WS-FOUND-FLAG        PIC X(01).
          05 WS-ATTEMPT           PIC 9(01).
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS = "35" THEN
             PERFORM BOOTSTRAP-WITHOUT-FILE
             PERFORM PUBLISH-SIGNED-ON-USER
             GOBACK
           END-IF
           CLOSE OPERATOR-FILE
           END-PERFORM
           IF WS-SIGNON-RESULT NOT = "00" THEN
             DISPLAY "Acceso denegado."
           ELSE
             PERFORM PUBLISH-SIGNED-ON-USER
           END-IF
           GOBACK.
      *
           END-IF
           MOVE "S" TO WS-SIGNON-ROLE
           MOVE "00" TO WS-SIGNON-RESULT.
      *
       PUBLISH-SIGNED-ON-USER.
           DISPLAY "HAMOPERATOR" UPON ENVIRONMENT-NAME
           DISPLAY WS-SIGNON-USER UPON ENVIRONMENT-VALUE
           PERFORM LOG-SIGNON.
      *
       LOG-SIGNON.
           OPEN EXTEND SIGNON-LOG-FILE
           IF WS-SIGNON-LOG-STATUS = "35"
             OPEN OUTPUT SIGNON-LOG-FILE
           END-IF
           IF WS-SIGNON-LOG-STATUS NOT = "00"
             DISPLAY "AVISO: no se pudo registrar el acceso en "
                     "SIGNONLOG (estado " WS-SIGNON-LOG-STATUS ")."
           ELSE
             MOVE WS-SIGNON-USER TO SIGNON-LOG-USER
             MOVE FUNCTION CURRENT-DATE TO SIGNON-LOG-TIMESTAMP
             MOVE WS-SIGNON-ROLE TO SIGNON-LOG-ROLE
             WRITE SIGNON-LOG-RECORD
             CLOSE SIGNON-LOG-FILE
           END-IF.
