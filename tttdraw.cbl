           SELECT CUP-FILE ASSIGN TO "CUPBRKT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUP-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUP-FILE.
       COPY CUPREC.

       FD  OPERATOR-FILE.
       COPY OPERREC.
       FD  SECURITY-LOG-FILE.
       COPY SECLOGR.
       WORKING-STORAGE SECTION.
       01  WS-RATINGS-STATUS    PIC X(2) VALUE "00".
       01  WS-CUP-STATUS        PIC X(2) VALUE "00".
       01  WS-HIGH-SEED         PIC 9(4).
       01  WS-LOW-SEED          PIC 9(4).

      *> operator sign-on - who is at the keyboard and what they
      *> may do: 1 inquiry, 2 desk, 3 league official,
      *> 4 supervisor. Every sign-on, refusal and privileged
      *> action goes on the security log
       01  WS-OPER-STATUS       PIC X(2) VALUE "00".
       01  WS-SECLOG-STATUS     PIC X(2) VALUE "00".
       01  WS-OPER-EOF          PIC X(3) VALUE "NO".
       01  WS-SIGNON-PROGRAM    PIC X(8) VALUE "TTTDRAW".
       01  WS-SIGNON-ID         PIC X(8).
       01  WS-SIGNON-PASSWORD   PIC X(16).
       01  WS-SIGNON-LEVEL      PIC 9(1) VALUE 0.
       01  WS-SIGNON-OK         PIC X(3) VALUE "NO".
       01  WS-SIGNON-TRIES      PIC 9(1) VALUE 0.
       01  WS-OPER-FOUND        PIC X(3) VALUE "NO".
       01  WS-OPER-HASH         PIC 9(10) VALUE 0.
       01  WS-OPER-LEVEL        PIC 9(1) VALUE 0.
       01  WS-OPER-ACTIVE       PIC X(1).
       01  WS-NEED-LEVEL        PIC 9(1) VALUE 0.
       01  WS-AUTHORISED        PIC X(3) VALUE "NO".
       01  WS-LEVEL-NAME        PIC X(15).
       01  WS-SEC-EVENT         PIC X(1).
       01  WS-SEC-ACTION        PIC X(20).
       01  WS-SEC-DETAIL        PIC X(30).
      *> the id and password run through the hash together
       01  WS-HASH-TEXT.
           05  WS-HASH-ID       PIC X(8).
           05  WS-HASH-PASSWORD PIC X(16).
       01  WS-HASH-WORK         PIC 9(12) VALUE 0.
       01  WS-HASH-VALUE        PIC 9(10) VALUE 0.
       01  WS-HASH-SUB          PIC 9(2) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON-OPERATOR
           MOVE 3 TO WS-NEED-LEVEL
           MOVE "DRAW CUP" TO WS-SEC-ACTION
           PERFORM CHECK-AUTHORITY
           IF WS-AUTHORISED = "NO" THEN
               STOP RUN
           END-IF
           OPEN INPUT CUP-FILE
           IF WS-CUP-STATUS = "00" THEN
               CLOSE CUP-FILE
           CLOSE CUP-FILE
           DISPLAY "Cup drawn: " SEED-COUNT " entrants in a "
               WS-BRACKET-SIZE "-slot bracket, " WS-TIE-NO
               " first-round ties"
           MOVE SPACES TO WS-SEC-DETAIL
           STRING "ENTRANTS " DELIMITED BY SIZE
               SEED-COUNT DELIMITED BY SIZE
               INTO WS-SEC-DETAIL
           PERFORM LOG-PRIVILEGED-ACTION.

      *> common sign-on, run before anything else: three tries at
      *> an id and password off the operator master, and the
      *> program goes no further if none of them is good
       SIGN-ON-OPERATOR.
           MOVE "NO" TO WS-SIGNON-OK
           MOVE 0 TO WS-SIGNON-TRIES
           PERFORM UNTIL WS-SIGNON-OK = "YES"
                      OR WS-SIGNON-TRIES = 3
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY "Operator id: "
               MOVE SPACES TO WS-SIGNON-ID
               ACCEPT WS-SIGNON-ID
               DISPLAY "Password: "
               MOVE SPACES TO WS-SIGNON-PASSWORD
               ACCEPT WS-SIGNON-PASSWORD
               PERFORM CHECK-SIGN-ON
           END-PERFORM
           IF WS-SIGNON-OK = "NO" THEN
               DISPLAY "Sign-on failed - " WS-SIGNON-PROGRAM
                   " stopped"
               STOP RUN
           END-IF.

      *> the same message for an unknown id as for a wrong
      *> password, so the screen never confirms an id exists; the
      *> log says which it was
       CHECK-SIGN-ON.
           PERFORM FIND-OPERATOR
           MOVE WS-SIGNON-ID       TO WS-HASH-ID
           MOVE WS-SIGNON-PASSWORD TO WS-HASH-PASSWORD
           PERFORM HASH-PASSWORD
           MOVE "SIGN-ON" TO WS-SEC-ACTION
           EVALUATE TRUE
               WHEN WS-OPER-FOUND = "NO"
                   MOVE 0 TO WS-SIGNON-LEVEL
                   MOVE "F" TO WS-SEC-EVENT
                   MOVE "UNKNOWN OPERATOR ID" TO WS-SEC-DETAIL
                   DISPLAY "Unknown operator id or wrong password"
               WHEN WS-HASH-VALUE NOT = WS-OPER-HASH
                   MOVE 0 TO WS-SIGNON-LEVEL
                   MOVE "F" TO WS-SEC-EVENT
                   MOVE "WRONG PASSWORD" TO WS-SEC-DETAIL
                   DISPLAY "Unknown operator id or wrong password"
               WHEN WS-OPER-ACTIVE NOT = "A"
                   MOVE 0 TO WS-SIGNON-LEVEL
                   MOVE "F" TO WS-SEC-EVENT
                   MOVE "OPERATOR DEACTIVATED" TO WS-SEC-DETAIL
                   DISPLAY "Operator " WS-SIGNON-ID
                       " is deactivated"
               WHEN OTHER
                   MOVE "YES" TO WS-SIGNON-OK
                   MOVE WS-OPER-LEVEL TO WS-SIGNON-LEVEL
                   MOVE WS-SIGNON-LEVEL TO WS-NEED-LEVEL
                   PERFORM NAME-THE-LEVEL
                   MOVE "S" TO WS-SEC-EVENT
                   MOVE WS-LEVEL-NAME TO WS-SEC-DETAIL
                   DISPLAY "Signed on as " WS-SIGNON-ID " - "
                       WS-LEVEL-NAME
           END-EVALUATE
           PERFORM WRITE-SECURITY-LOG.

      *> straight read of the operator master for the typed id
       FIND-OPERATOR.
           MOVE "NO" TO WS-OPER-FOUND
           MOVE 0 TO WS-OPER-HASH WS-OPER-LEVEL
           MOVE SPACE TO WS-OPER-ACTIVE
           MOVE "NO" TO WS-OPER-EOF
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-STATUS = "00" THEN
               PERFORM UNTIL WS-OPER-EOF = "YES"
                   READ OPERATOR-FILE
                       AT END MOVE "YES" TO WS-OPER-EOF
                       NOT AT END
                           IF OP-OPERATOR-ID = WS-SIGNON-ID AND
                                   WS-SIGNON-ID NOT = SPACES THEN
                               MOVE "YES" TO WS-OPER-FOUND
                               MOVE OP-PASSWORD-HASH
                                   TO WS-OPER-HASH
                               MOVE OP-LEVEL TO WS-OPER-LEVEL
                               MOVE OP-ACTIVE-FLAG
                                   TO WS-OPER-ACTIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

      *> the id and password folded together a character at a
      *> time into a ten-digit figure - what the master holds in
      *> place of the password
       HASH-PASSWORD.
           MOVE 7 TO WS-HASH-WORK
           PERFORM VARYING WS-HASH-SUB FROM 1 BY 1
                   UNTIL WS-HASH-SUB > 24
               COMPUTE WS-HASH-WORK = FUNCTION MOD(
                   WS-HASH-WORK * 131 +
                   FUNCTION ORD(WS-HASH-TEXT(WS-HASH-SUB:1)),
                   2147483647)
           END-PERFORM
           MOVE WS-HASH-WORK TO WS-HASH-VALUE.

      *> the operator may go ahead only at or above WS-NEED-LEVEL
      *> for the action named in WS-SEC-ACTION; a refusal is
      *> logged and shown
       CHECK-AUTHORITY.
           IF WS-SIGNON-LEVEL >= WS-NEED-LEVEL THEN
               MOVE "YES" TO WS-AUTHORISED
           ELSE
               MOVE "NO" TO WS-AUTHORISED
               PERFORM NAME-THE-LEVEL
               MOVE "R" TO WS-SEC-EVENT
               MOVE SPACES TO WS-SEC-DETAIL
               STRING "NEEDS " DELIMITED BY SIZE
                   WS-LEVEL-NAME DELIMITED BY SIZE
                   INTO WS-SEC-DETAIL
               DISPLAY "Refused: " WS-SEC-ACTION " needs "
                   WS-LEVEL-NAME " authority"
               PERFORM WRITE-SECURITY-LOG
           END-IF.

      *> a privileged action done - WS-SEC-ACTION says what and
      *> WS-SEC-DETAIL to what
       LOG-PRIVILEGED-ACTION.
           MOVE "A" TO WS-SEC-EVENT
           PERFORM WRITE-SECURITY-LOG.

      *> the level in WS-NEED-LEVEL as a name, for messages
       NAME-THE-LEVEL.
           EVALUATE WS-NEED-LEVEL
               WHEN 1 MOVE "INQUIRY"         TO WS-LEVEL-NAME
               WHEN 2 MOVE "DESK"            TO WS-LEVEL-NAME
               WHEN 3 MOVE "LEAGUE OFFICIAL" TO WS-LEVEL-NAME
               WHEN 4 MOVE "SUPERVISOR"      TO WS-LEVEL-NAME
               WHEN OTHER MOVE "NONE"        TO WS-LEVEL-NAME
           END-EVALUATE.

       WRITE-SECURITY-LOG.
           INITIALIZE SECURITY-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO SL-TIMESTAMP
           MOVE WS-SIGNON-ID      TO SL-OPERATOR-ID
           MOVE WS-SIGNON-PROGRAM TO SL-PROGRAM
           MOVE WS-SEC-EVENT      TO SL-EVENT
           MOVE WS-SIGNON-LEVEL   TO SL-LEVEL
           MOVE WS-SEC-ACTION     TO SL-ACTION
           MOVE WS-SEC-DETAIL     TO SL-DETAIL
           OPEN EXTEND SECURITY-LOG-FILE
           IF WS-SECLOG-STATUS = "35" THEN
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG-FILE.

       END PROGRAM TTTDraw.
