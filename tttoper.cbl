       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTOper.
       AUTHOR. Cassandra Leder

      *> Operator maintenance for the operator master. Every
      *> program that changes the league's files signs its
      *> operator on against this master and refuses what the
      *> operator's level does not cover; this is where the
      *> operators are kept. A supervisor lists them, adds one,
      *> resets a forgotten password, changes a level, and
      *> deactivates or reactivates an operator; anyone signed on
      *> may change their own password. An operator is never
      *> deleted, so the security log always leads back to a
      *> person. With no operator master on disk there is nobody
      *> to sign on as, so the first run sets up the first
      *> supervisor and signs on from there. A supervisor may not
      *> deactivate or demote themselves, so the master can never
      *> be left with nobody able to run this program. Every
      *> change is a read-and-copy pass with the copy swapped in,
      *> same as the roster.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT OPERATOR-NEW-FILE ASSIGN TO "OPERMAST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPNEW-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       COPY OPERREC.
       FD  OPERATOR-NEW-FILE.
       01  OPERATOR-NEW-RECORD  PIC X(58).
       FD  SECURITY-LOG-FILE.
       COPY SECLOGR.

       WORKING-STORAGE SECTION.
       01  WS-OPNEW-STATUS      PIC X(2) VALUE "00".
       01  WS-OPER-NAME         PIC X(12) VALUE "OPERMAST.DAT".
       01  WS-OPER-NEW-NAME     PIC X(12) VALUE "OPERMAST.NEW".
       01  WS-MENU-CHOICE       PIC X(1).
       01  WS-DONE              PIC X(3) VALUE "NO".
       01  WS-LOOKUP-ID         PIC X(8).
       01  WS-FOUND-FLAG        PIC X(3) VALUE "NO".
       01  WS-FOUND-NAME        PIC X(30).
       01  WS-FOUND-HASH        PIC 9(10) VALUE 0.
       01  WS-FOUND-LEVEL       PIC 9(1) VALUE 0.
       01  WS-FOUND-ACTIVE      PIC X(1).
       01  WS-NEW-NAME          PIC X(30).
       01  WS-NEW-HASH          PIC 9(10) VALUE 0.
       01  WS-NEW-LEVEL         PIC 9(1) VALUE 0.
       01  WS-NEW-FLAG          PIC X(1).
       01  WS-LEVEL-ENTRY       PIC X(1).
       01  WS-PASSWORD-ONE      PIC X(16).
       01  WS-PASSWORD-TWO      PIC X(16).
       01  WS-PASSWORD-OK       PIC X(3) VALUE "NO".
       01  WS-OPERATOR-COUNT    PIC 9(4) VALUE 0.
       01  WS-ACTIVE-COUNT      PIC 9(4) VALUE 0.

      *> operator sign-on - who is at the keyboard and what they
      *> may do: 1 inquiry, 2 desk, 3 league official,
      *> 4 supervisor. Every sign-on, refusal and privileged
      *> action goes on the security log
       01  WS-OPER-STATUS       PIC X(2) VALUE "00".
       01  WS-SECLOG-STATUS     PIC X(2) VALUE "00".
       01  WS-OPER-EOF          PIC X(3) VALUE "NO".
       01  WS-SIGNON-PROGRAM    PIC X(8) VALUE "TTTOPER".
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
           PERFORM COUNT-OPERATORS
           IF WS-OPERATOR-COUNT = 0 THEN
               PERFORM SET-UP-FIRST-SUPERVISOR
           END-IF
           PERFORM SIGN-ON-OPERATOR
           PERFORM UNTIL WS-DONE = "YES"
               DISPLAY " "
               DISPLAY "===== Operator Maintenance ====="
               DISPLAY "1 - List operators"
               DISPLAY "2 - Add an operator"
               DISPLAY "3 - Reset an operator's password"
               DISPLAY "4 - Change an operator's level"
               DISPLAY "5 - Deactivate an operator"
               DISPLAY "6 - Reactivate an operator"
               DISPLAY "7 - Change my own password"
               DISPLAY "8 - Quit"
               DISPLAY "Choice: "
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "1" MOVE 4 TO WS-NEED-LEVEL
                            MOVE "LIST OPERATORS" TO WS-SEC-ACTION
                            PERFORM CHECK-AUTHORITY
                            IF WS-AUTHORISED = "YES" THEN
                                PERFORM LIST-OPERATORS
                            END-IF
                   WHEN "2" MOVE 4 TO WS-NEED-LEVEL
                            MOVE "ADD OPERATOR" TO WS-SEC-ACTION
                            PERFORM CHECK-AUTHORITY
                            IF WS-AUTHORISED = "YES" THEN
                                PERFORM ADD-OPERATOR
                            END-IF
                   WHEN "3" MOVE 4 TO WS-NEED-LEVEL
                            MOVE "RESET PASSWORD" TO WS-SEC-ACTION
                            PERFORM CHECK-AUTHORITY
                            IF WS-AUTHORISED = "YES" THEN
                                PERFORM RESET-PASSWORD
                            END-IF
                   WHEN "4" MOVE 4 TO WS-NEED-LEVEL
                            MOVE "CHANGE LEVEL" TO WS-SEC-ACTION
                            PERFORM CHECK-AUTHORITY
                            IF WS-AUTHORISED = "YES" THEN
                                PERFORM CHANGE-LEVEL
                            END-IF
                   WHEN "5" MOVE "I" TO WS-NEW-FLAG
                            MOVE 4 TO WS-NEED-LEVEL
                            MOVE "DEACTIVATE OPERATOR" TO WS-SEC-ACTION
                            PERFORM CHECK-AUTHORITY
                            IF WS-AUTHORISED = "YES" THEN
                                PERFORM FLIP-OPERATOR-FLAG
                            END-IF
                   WHEN "6" MOVE "A" TO WS-NEW-FLAG
                            MOVE 4 TO WS-NEED-LEVEL
                            MOVE "REACTIVATE OPERATOR" TO WS-SEC-ACTION
                            PERFORM CHECK-AUTHORITY
                            IF WS-AUTHORISED = "YES" THEN
                                PERFORM FLIP-OPERATOR-FLAG
                            END-IF
                   WHEN "7" MOVE "CHANGE OWN PASSWORD" TO WS-SEC-ACTION
                            PERFORM CHANGE-OWN-PASSWORD
                   WHEN "8" MOVE "YES" TO WS-DONE
                   WHEN OTHER DISPLAY "Enter 1-8"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       COUNT-OPERATORS.
           MOVE 0 TO WS-OPERATOR-COUNT
           MOVE "NO" TO WS-OPER-EOF
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-STATUS = "00" THEN
               PERFORM UNTIL WS-OPER-EOF = "YES"
                   READ OPERATOR-FILE
                       AT END MOVE "YES" TO WS-OPER-EOF
                       NOT AT END ADD 1 TO WS-OPERATOR-COUNT
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

      *> an empty operator master can only be started with a
      *> supervisor - nobody else could ever add the rest. The
      *> set-up is logged under the new id with no level, since
      *> nobody has signed on yet
       SET-UP-FIRST-SUPERVISOR.
           DISPLAY "No operators on file - set up the first "
               "supervisor"
           MOVE SPACES TO WS-LOOKUP-ID
           PERFORM UNTIL WS-LOOKUP-ID NOT = SPACES
               DISPLAY "Supervisor id (8 chars): "
               ACCEPT WS-LOOKUP-ID
           END-PERFORM
           DISPLAY "Full name: "
           ACCEPT WS-NEW-NAME
           MOVE "NO" TO WS-PASSWORD-OK
           PERFORM UNTIL WS-PASSWORD-OK = "YES"
               PERFORM ASK-NEW-PASSWORD
           END-PERFORM
           OPEN OUTPUT OPERATOR-FILE
           MOVE WS-LOOKUP-ID         TO OP-OPERATOR-ID
           MOVE WS-NEW-NAME          TO OP-FULL-NAME
           MOVE WS-NEW-HASH          TO OP-PASSWORD-HASH
           MOVE 4                    TO OP-LEVEL
           MOVE "A"                  TO OP-ACTIVE-FLAG
           MOVE FUNCTION CURRENT-DATE(1:8) TO OP-ADDED-DATE
           WRITE OPERATOR-RECORD
           CLOSE OPERATOR-FILE
           DISPLAY WS-LOOKUP-ID " set up as supervisor - sign on"
           MOVE WS-LOOKUP-ID TO WS-SIGNON-ID
           MOVE 0 TO WS-SIGNON-LEVEL
           MOVE "FIRST SUPERVISOR" TO WS-SEC-ACTION
           MOVE WS-LOOKUP-ID TO WS-SEC-DETAIL
           PERFORM LOG-PRIVILEGED-ACTION.

      *> the hash is never shown - only who, what level and
      *> whether they may sign on
       LIST-OPERATORS.
           MOVE 0 TO WS-OPERATOR-COUNT WS-ACTIVE-COUNT
           MOVE "NO" TO WS-OPER-EOF
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-STATUS = "00" THEN
               DISPLAY "Operator A Added    Level           "
                   "Full name"
               PERFORM UNTIL WS-OPER-EOF = "YES"
                   READ OPERATOR-FILE
                       AT END MOVE "YES" TO WS-OPER-EOF
                       NOT AT END
                           ADD 1 TO WS-OPERATOR-COUNT
                           IF OP-ACTIVE-FLAG = "A" THEN
                               ADD 1 TO WS-ACTIVE-COUNT
                           END-IF
                           MOVE OP-LEVEL TO WS-NEED-LEVEL
                           PERFORM NAME-THE-LEVEL
                           DISPLAY OP-OPERATOR-ID " "
                               OP-ACTIVE-FLAG " " OP-ADDED-DATE " "
                               WS-LEVEL-NAME " " OP-FULL-NAME
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
               DISPLAY "Operators: " WS-OPERATOR-COUNT
                   "  Active: " WS-ACTIVE-COUNT
           ELSE
               DISPLAY "Could not open OPERMAST.DAT, status "
                   WS-OPER-STATUS
           END-IF.

      *> one record appended per new operator, starting with the
      *> password the supervisor gives them
       ADD-OPERATOR.
           DISPLAY "New operator id (8 chars): "
           ACCEPT WS-LOOKUP-ID
           IF WS-LOOKUP-ID = SPACES THEN
               DISPLAY "Id may not be blank"
           ELSE
               PERFORM FIND-OPERATOR-ENTRY
               IF WS-FOUND-FLAG = "YES" THEN
                   DISPLAY WS-LOOKUP-ID
                       " is already an operator ("
                       WS-FOUND-NAME ")"
               ELSE
                   DISPLAY "Full name: "
                   ACCEPT WS-NEW-NAME
                   PERFORM ASK-NEW-LEVEL
                   IF WS-NEW-LEVEL > 0 THEN
                       PERFORM ASK-NEW-PASSWORD
                   END-IF
                   IF WS-NEW-LEVEL > 0 AND
                           WS-PASSWORD-OK = "YES" THEN
                       OPEN EXTEND OPERATOR-FILE
                       IF WS-OPER-STATUS = "35" THEN
                           OPEN OUTPUT OPERATOR-FILE
                       END-IF
                       MOVE WS-LOOKUP-ID TO OP-OPERATOR-ID
                       MOVE WS-NEW-NAME  TO OP-FULL-NAME
                       MOVE WS-NEW-HASH  TO OP-PASSWORD-HASH
                       MOVE WS-NEW-LEVEL TO OP-LEVEL
                       MOVE "A"          TO OP-ACTIVE-FLAG
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO OP-ADDED-DATE
                       WRITE OPERATOR-RECORD
                       CLOSE OPERATOR-FILE
                       DISPLAY WS-LOOKUP-ID " added"
                       PERFORM LOG-OPERATOR-LEVEL
                   ELSE
                       DISPLAY WS-LOOKUP-ID " not added"
                   END-IF
               END-IF
           END-IF.

      *> for the operator who has forgotten theirs - the
      *> supervisor sets a new one and passes it on
       RESET-PASSWORD.
           DISPLAY "Reset password for which id: "
           ACCEPT WS-LOOKUP-ID
           PERFORM FIND-OPERATOR-ENTRY
           IF WS-FOUND-FLAG = "NO" THEN
               DISPLAY WS-LOOKUP-ID " is not an operator"
           ELSE
               PERFORM ASK-NEW-PASSWORD
               IF WS-PASSWORD-OK = "YES" THEN
                   MOVE WS-FOUND-NAME   TO WS-NEW-NAME
                   MOVE WS-FOUND-LEVEL  TO WS-NEW-LEVEL
                   MOVE WS-FOUND-ACTIVE TO WS-NEW-FLAG
                   PERFORM REWRITE-OPERATOR-ENTRY
                   DISPLAY WS-LOOKUP-ID " password reset"
                   MOVE WS-LOOKUP-ID TO WS-SEC-DETAIL
                   PERFORM LOG-PRIVILEGED-ACTION
               ELSE
                   DISPLAY "Password unchanged"
               END-IF
           END-IF.

       CHANGE-LEVEL.
           DISPLAY "Change level of which id: "
           ACCEPT WS-LOOKUP-ID
           PERFORM FIND-OPERATOR-ENTRY
           EVALUATE TRUE
               WHEN WS-FOUND-FLAG = "NO"
                   DISPLAY WS-LOOKUP-ID " is not an operator"
               WHEN WS-LOOKUP-ID = WS-SIGNON-ID
                   DISPLAY "A supervisor may not change their own "
                       "level"
               WHEN OTHER
                   MOVE WS-FOUND-LEVEL TO WS-NEED-LEVEL
                   PERFORM NAME-THE-LEVEL
                   DISPLAY WS-LOOKUP-ID " is now " WS-LEVEL-NAME
                   PERFORM ASK-NEW-LEVEL
                   EVALUATE TRUE
                       WHEN WS-NEW-LEVEL = 0
                           DISPLAY "Level unchanged"
                       WHEN WS-NEW-LEVEL = WS-FOUND-LEVEL
                           DISPLAY "Level unchanged"
                       WHEN OTHER
                           MOVE WS-FOUND-NAME   TO WS-NEW-NAME
                           MOVE WS-FOUND-HASH   TO WS-NEW-HASH
                           MOVE WS-FOUND-ACTIVE TO WS-NEW-FLAG
                           PERFORM REWRITE-OPERATOR-ENTRY
                           DISPLAY WS-LOOKUP-ID " level changed"
                           PERFORM LOG-OPERATOR-LEVEL
                   END-EVALUATE
           END-EVALUATE.

      *> deactivate keeps the operator on the master, so the
      *> security log still names them, but refuses their
      *> sign-on from then on
       FLIP-OPERATOR-FLAG.
           IF WS-NEW-FLAG = "I" THEN
               DISPLAY "Deactivate which id: "
           ELSE
               DISPLAY "Reactivate which id: "
           END-IF
           ACCEPT WS-LOOKUP-ID
           PERFORM FIND-OPERATOR-ENTRY
           EVALUATE TRUE
               WHEN WS-FOUND-FLAG = "NO"
                   DISPLAY WS-LOOKUP-ID " is not an operator"
               WHEN WS-LOOKUP-ID = WS-SIGNON-ID
                   DISPLAY "A supervisor may not deactivate "
                       "themselves"
               WHEN WS-FOUND-ACTIVE = WS-NEW-FLAG
                   DISPLAY WS-LOOKUP-ID " is already that way"
               WHEN OTHER
                   MOVE WS-FOUND-NAME  TO WS-NEW-NAME
                   MOVE WS-FOUND-HASH  TO WS-NEW-HASH
                   MOVE WS-FOUND-LEVEL TO WS-NEW-LEVEL
                   PERFORM REWRITE-OPERATOR-ENTRY
                   IF WS-NEW-FLAG = "I" THEN
                       DISPLAY WS-LOOKUP-ID " deactivated"
                   ELSE
                       DISPLAY WS-LOOKUP-ID " reactivated"
                   END-IF
                   MOVE WS-LOOKUP-ID TO WS-SEC-DETAIL
                   PERFORM LOG-PRIVILEGED-ACTION
           END-EVALUATE.

      *> open to every level - the old password is asked for
      *> again, so a terminal left signed on cannot be used to
      *> take the operator's sign-on over
       CHANGE-OWN-PASSWORD.
           MOVE WS-SIGNON-ID TO WS-LOOKUP-ID
           PERFORM FIND-OPERATOR-ENTRY
           DISPLAY "Current password: "
           MOVE SPACES TO WS-PASSWORD-ONE
           ACCEPT WS-PASSWORD-ONE
           MOVE WS-LOOKUP-ID    TO WS-HASH-ID
           MOVE WS-PASSWORD-ONE TO WS-HASH-PASSWORD
           PERFORM HASH-PASSWORD
           IF WS-HASH-VALUE NOT = WS-FOUND-HASH THEN
               DISPLAY "Wrong password - unchanged"
               MOVE "F" TO WS-SEC-EVENT
               MOVE "WRONG PASSWORD" TO WS-SEC-DETAIL
               PERFORM WRITE-SECURITY-LOG
           ELSE
               PERFORM ASK-NEW-PASSWORD
               IF WS-PASSWORD-OK = "YES" THEN
                   MOVE WS-FOUND-NAME   TO WS-NEW-NAME
                   MOVE WS-FOUND-LEVEL  TO WS-NEW-LEVEL
                   MOVE WS-FOUND-ACTIVE TO WS-NEW-FLAG
                   PERFORM REWRITE-OPERATOR-ENTRY
                   DISPLAY "Password changed"
                   MOVE WS-LOOKUP-ID TO WS-SEC-DETAIL
                   PERFORM LOG-PRIVILEGED-ACTION
               ELSE
                   DISPLAY "Password unchanged"
               END-IF
           END-IF.

      *> typed twice; the hash of WS-LOOKUP-ID with it comes back
      *> in WS-NEW-HASH when the two agree
       ASK-NEW-PASSWORD.
           MOVE "NO" TO WS-PASSWORD-OK
           DISPLAY "New password (up to 16 chars): "
           MOVE SPACES TO WS-PASSWORD-ONE
           ACCEPT WS-PASSWORD-ONE
           DISPLAY "New password again: "
           MOVE SPACES TO WS-PASSWORD-TWO
           ACCEPT WS-PASSWORD-TWO
           EVALUATE TRUE
               WHEN WS-PASSWORD-ONE = SPACES
                   DISPLAY "Password may not be blank"
               WHEN WS-PASSWORD-ONE NOT = WS-PASSWORD-TWO
                   DISPLAY "The two passwords differ"
               WHEN OTHER
                   MOVE WS-LOOKUP-ID    TO WS-HASH-ID
                   MOVE WS-PASSWORD-ONE TO WS-HASH-PASSWORD
                   PERFORM HASH-PASSWORD
                   MOVE WS-HASH-VALUE TO WS-NEW-HASH
                   MOVE "YES" TO WS-PASSWORD-OK
           END-EVALUATE.

      *> WS-NEW-LEVEL comes back 0 for anything but 1-4
       ASK-NEW-LEVEL.
           DISPLAY "Level (1 inquiry, 2 desk, 3 league official, "
               "4 supervisor): "
           MOVE SPACE TO WS-LEVEL-ENTRY
           ACCEPT WS-LEVEL-ENTRY
           IF WS-LEVEL-ENTRY >= "1" AND WS-LEVEL-ENTRY <= "4" THEN
               MOVE WS-LEVEL-ENTRY TO WS-NEW-LEVEL
           ELSE
               MOVE 0 TO WS-NEW-LEVEL
               DISPLAY "Enter 1-4"
           END-IF.

       LOG-OPERATOR-LEVEL.
           MOVE WS-NEW-LEVEL TO WS-NEED-LEVEL
           PERFORM NAME-THE-LEVEL
           MOVE SPACES TO WS-SEC-DETAIL
           STRING WS-LOOKUP-ID DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-LEVEL-NAME DELIMITED BY SIZE
               INTO WS-SEC-DETAIL
           PERFORM LOG-PRIVILEGED-ACTION.

      *> straight read for one id; the whole record comes back in
      *> the WS-FOUND fields so the caller can show or carry it
       FIND-OPERATOR-ENTRY.
           MOVE "NO" TO WS-FOUND-FLAG
           MOVE SPACES TO WS-FOUND-NAME
           MOVE 0 TO WS-FOUND-HASH WS-FOUND-LEVEL
           MOVE SPACE TO WS-FOUND-ACTIVE
           MOVE "NO" TO WS-OPER-EOF
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-STATUS = "00" THEN
               PERFORM UNTIL WS-OPER-EOF = "YES"
                   READ OPERATOR-FILE
                       AT END MOVE "YES" TO WS-OPER-EOF
                       NOT AT END
                           IF OP-OPERATOR-ID = WS-LOOKUP-ID THEN
                               MOVE "YES" TO WS-FOUND-FLAG
                               MOVE OP-FULL-NAME TO WS-FOUND-NAME
                               MOVE OP-PASSWORD-HASH
                                   TO WS-FOUND-HASH
                               MOVE OP-LEVEL TO WS-FOUND-LEVEL
                               MOVE OP-ACTIVE-FLAG
                                   TO WS-FOUND-ACTIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

      *> one read-and-copy pass with the target record replaced on
      *> the way through, then the copy swapped in
       REWRITE-OPERATOR-ENTRY.
           MOVE "NO" TO WS-OPER-EOF
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-STATUS = "00" THEN
               OPEN OUTPUT OPERATOR-NEW-FILE
               PERFORM UNTIL WS-OPER-EOF = "YES"
                   READ OPERATOR-FILE
                       AT END MOVE "YES" TO WS-OPER-EOF
                       NOT AT END
                           IF OP-OPERATOR-ID = WS-LOOKUP-ID THEN
                               MOVE WS-NEW-NAME TO OP-FULL-NAME
                               MOVE WS-NEW-HASH
                                   TO OP-PASSWORD-HASH
                               MOVE WS-NEW-LEVEL TO OP-LEVEL
                               MOVE WS-NEW-FLAG TO OP-ACTIVE-FLAG
                           END-IF
                           WRITE OPERATOR-NEW-RECORD
                               FROM OPERATOR-RECORD
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
               CLOSE OPERATOR-NEW-FILE
               CALL "CBL_DELETE_FILE" USING WS-OPER-NAME
               CALL "CBL_RENAME_FILE"
                   USING WS-OPER-NEW-NAME WS-OPER-NAME
               IF RETURN-CODE NOT = 0 THEN
                   DISPLAY "Rename of " WS-OPER-NEW-NAME
                       " to " WS-OPER-NAME " failed, rc "
                       RETURN-CODE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

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

       END PROGRAM TTTOper.
