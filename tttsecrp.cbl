       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTSecRp.
       AUTHOR. Cassandra Leder

      *> Weekly security report for the league secretary. Reads
      *> the security log every signed-on program appends to and
      *> prints, for the period asked for (Enter for the last
      *> seven days up to today), first the exceptions - failed
      *> sign-ons and actions refused for want of authority -
      *> then every privileged action carried out, each with who,
      *> when and from which program, and last a summary line per
      *> operator id of sign-ons, failures, refusals and actions.
      *> An id with three or more failed sign-ons in the period is
      *> flagged: someone forgetting a password, or someone trying
      *> ids. Reading the log is a league official's business, and
      *> the report itself goes on the log as an action.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       COPY OPERREC.
       FD  SECURITY-LOG-FILE.
       COPY SECLOGR.

       WORKING-STORAGE SECTION.
       01  WS-SECLOG-EOF        PIC X(3) VALUE "NO".
       01  WS-TODAY             PIC 9(8) VALUE 0.
       01  WS-FROM-ENTRY        PIC X(8).
       01  WS-FROM-DATE         PIC 9(8) VALUE 0.
       01  WS-LINE-COUNT        PIC 9(6) VALUE 0.
       01  WS-EVENT-NAME        PIC X(8).
       01  WS-FLAG-MARK         PIC X(1).

      *> one entry per operator id seen on the log in the period -
      *> failed sign-ons count under the id as typed
       01  SEC-TABLE.
           05  SEC-COUNT        PIC 9(4) VALUE 0.
           05  SEC-ENTRY OCCURS 200 TIMES INDEXED BY SEC-IDX.
               10  SEC-ID           PIC X(8).
               10  SEC-SIGNONS      PIC 9(5).
               10  SEC-FAILURES     PIC 9(5).
               10  SEC-REFUSALS     PIC 9(5).
               10  SEC-ACTIONS      PIC 9(5).
       01  WS-SEC-FOUND-IDX     PIC 9(4).

      *> operator sign-on - who is at the keyboard and what they
      *> may do: 1 inquiry, 2 desk, 3 league official,
      *> 4 supervisor. Every sign-on, refusal and privileged
      *> action goes on the security log
       01  WS-OPER-STATUS       PIC X(2) VALUE "00".
       01  WS-SECLOG-STATUS     PIC X(2) VALUE "00".
       01  WS-OPER-EOF          PIC X(3) VALUE "NO".
       01  WS-SIGNON-PROGRAM    PIC X(8) VALUE "TTTSECRP".
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
           MOVE "SECURITY REPORT" TO WS-SEC-ACTION
           PERFORM CHECK-AUTHORITY
           IF WS-AUTHORISED = "NO" THEN
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           DISPLAY "Report from date (YYYYMMDD), "
               "Enter for the last 7 days: "
           MOVE SPACES TO WS-FROM-ENTRY
           ACCEPT WS-FROM-ENTRY
           IF WS-FROM-ENTRY IS NUMERIC THEN
               MOVE WS-FROM-ENTRY TO WS-FROM-DATE
           ELSE
               IF WS-FROM-ENTRY NOT = SPACES THEN
                   DISPLAY "Not a date - using the last 7 days"
               END-IF
               COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) - 7)
           END-IF
           MOVE SPACES TO WS-SEC-DETAIL
           STRING "FROM " DELIMITED BY SIZE
               WS-FROM-DATE DELIMITED BY SIZE
               INTO WS-SEC-DETAIL
           PERFORM LOG-PRIVILEGED-ACTION
           DISPLAY "===== Security Report ====="
           DISPLAY "Period " WS-FROM-DATE " to " WS-TODAY
           PERFORM PRINT-EXCEPTIONS
           PERFORM PRINT-ACTIONS
           PERFORM PRINT-OPERATOR-SUMMARY
           STOP RUN.

      *> first pass: failed sign-ons and refusals, and the
      *> per-operator counts for everything in the period
       PRINT-EXCEPTIONS.
           DISPLAY " "
           DISPLAY "Failed sign-ons and refusals"
           DISPLAY "When           Operator Program  Event    "
               "Action               Detail"
           MOVE 0 TO WS-LINE-COUNT
           MOVE "NO" TO WS-SECLOG-EOF
           OPEN INPUT SECURITY-LOG-FILE
           IF WS-SECLOG-STATUS = "00" THEN
               PERFORM UNTIL WS-SECLOG-EOF = "YES"
                   READ SECURITY-LOG-FILE
                       AT END MOVE "YES" TO WS-SECLOG-EOF
                       NOT AT END
                           IF SL-TIMESTAMP(1:8) >= WS-FROM-DATE THEN
                               PERFORM COUNT-LOG-ENTRY
                               IF SL-EVENT = "F" OR
                                       SL-EVENT = "R" THEN
                                   PERFORM PRINT-LOG-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECURITY-LOG-FILE
           ELSE
               DISPLAY "Could not open SECLOG.DAT, status "
                   WS-SECLOG-STATUS
           END-IF
           DISPLAY "Exceptions: " WS-LINE-COUNT.

      *> second pass: the privileged actions, in the order done
       PRINT-ACTIONS.
           DISPLAY " "
           DISPLAY "Privileged actions"
           DISPLAY "When           Operator Program  Event    "
               "Action               Detail"
           MOVE 0 TO WS-LINE-COUNT
           MOVE "NO" TO WS-SECLOG-EOF
           OPEN INPUT SECURITY-LOG-FILE
           IF WS-SECLOG-STATUS = "00" THEN
               PERFORM UNTIL WS-SECLOG-EOF = "YES"
                   READ SECURITY-LOG-FILE
                       AT END MOVE "YES" TO WS-SECLOG-EOF
                       NOT AT END
                           IF SL-TIMESTAMP(1:8) >= WS-FROM-DATE AND
                                   SL-EVENT = "A" THEN
                               PERFORM PRINT-LOG-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECURITY-LOG-FILE
           END-IF
           DISPLAY "Actions: " WS-LINE-COUNT.

       PRINT-LOG-LINE.
           ADD 1 TO WS-LINE-COUNT
           EVALUATE SL-EVENT
               WHEN "S" MOVE "SIGN-ON"  TO WS-EVENT-NAME
               WHEN "F" MOVE "FAILED"   TO WS-EVENT-NAME
               WHEN "R" MOVE "REFUSED"  TO WS-EVENT-NAME
               WHEN "A" MOVE "ACTION"   TO WS-EVENT-NAME
               WHEN OTHER MOVE SL-EVENT TO WS-EVENT-NAME
           END-EVALUATE
           DISPLAY SL-TIMESTAMP " " SL-OPERATOR-ID " " SL-PROGRAM
               " " WS-EVENT-NAME " " SL-ACTION " " SL-DETAIL.

       COUNT-LOG-ENTRY.
           MOVE 0 TO WS-SEC-FOUND-IDX
           PERFORM VARYING SEC-IDX FROM 1 BY 1
                   UNTIL SEC-IDX > SEC-COUNT
               IF SEC-ID(SEC-IDX) = SL-OPERATOR-ID THEN
                   SET WS-SEC-FOUND-IDX TO SEC-IDX
               END-IF
           END-PERFORM
           IF WS-SEC-FOUND-IDX = 0 AND SEC-COUNT < 200 THEN
               ADD 1 TO SEC-COUNT
               MOVE SEC-COUNT TO WS-SEC-FOUND-IDX
               INITIALIZE SEC-ENTRY(WS-SEC-FOUND-IDX)
               MOVE SL-OPERATOR-ID TO SEC-ID(WS-SEC-FOUND-IDX)
           END-IF
           IF WS-SEC-FOUND-IDX = 0 THEN
               DISPLAY "Operator table full, dropping entry for "
                   SL-OPERATOR-ID
           ELSE
               EVALUATE SL-EVENT
                   WHEN "S" ADD 1 TO SEC-SIGNONS(WS-SEC-FOUND-IDX)
                   WHEN "F" ADD 1 TO SEC-FAILURES(WS-SEC-FOUND-IDX)
                   WHEN "R" ADD 1 TO SEC-REFUSALS(WS-SEC-FOUND-IDX)
                   WHEN "A" ADD 1 TO SEC-ACTIONS(WS-SEC-FOUND-IDX)
               END-EVALUATE
           END-IF.

       PRINT-OPERATOR-SUMMARY.
           DISPLAY " "
           DISPLAY "Operator summary"
           DISPLAY "Operator Sign-ons Failed Refused Actions"
           PERFORM VARYING SEC-IDX FROM 1 BY 1
                   UNTIL SEC-IDX > SEC-COUNT
               IF SEC-FAILURES(SEC-IDX) >= 3 THEN
                   MOVE "*" TO WS-FLAG-MARK
               ELSE
                   MOVE SPACE TO WS-FLAG-MARK
               END-IF
               DISPLAY SEC-ID(SEC-IDX) "    " SEC-SIGNONS(SEC-IDX)
                   "  " SEC-FAILURES(SEC-IDX) "   "
                   SEC-REFUSALS(SEC-IDX) "   "
                   SEC-ACTIONS(SEC-IDX) " " WS-FLAG-MARK
           END-PERFORM
           DISPLAY "Operators: " SEC-COUNT
               "  (* = three or more failed sign-ons)".

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

       END PROGRAM TTTSecRp.
