      *> which is why the maintenance program spends its life
      *> merging CASS/CASSIE/CASS1 after the damage is done. This
      *> program is where a player becomes real: register an id
      *> with a full name and join date, amend the name, flip a
      *> member active or inactive, and record whether they may be
      *> named on the club website and in the newsletter (the
      *> publication extract leaves out anyone who has said no).
      *> The game refuses ids that
      *> are not on the roster, and the scheduler builds its
      *> league round from the active members here. Registration
      *> appends one record; every change is a read-and-copy pass
      *> with the copy swapped in, so the roster has no fixed
      *> ceiling anywhere. The operator signs on first: the desk
      *> registers players and amends names, and only a league
      *> official takes a member out of the league or puts one
      *> back.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ROSTER-NEW-FILE ASSIGN TO "ROSTER.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSNEW-STATUS.
           SELECT GEN-SOURCE-FILE ASSIGN TO DYNAMIC WS-GEN-MASTER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENSRC-STATUS.
           SELECT GEN-COPY-FILE ASSIGN TO DYNAMIC WS-GEN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENCPY-STATUS.
           SELECT GEN-CATALOGUE-FILE ASSIGN TO "GENCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENCAT-STATUS.
           SELECT GEN-PARM-FILE ASSIGN TO "GENPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENPRM-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE.
       COPY ROSTRREC.
       FD  ROSTER-NEW-FILE.
       01  ROSTER-NEW-RECORD    PIC X(48).

       FD  OPERATOR-FILE.
       COPY OPERREC.
       FD  SECURITY-LOG-FILE.
       COPY SECLOGR.
      *> a generation is the master copied byte for byte - wide
      *> enough for the widest master in the shop
       FD  GEN-SOURCE-FILE.
       01  GEN-SOURCE-RECORD    PIC X(133).
       FD  GEN-COPY-FILE.
       01  GEN-COPY-RECORD      PIC X(133).
       FD  GEN-CATALOGUE-FILE.
       COPY GENCAT.
      *> GENPARM.DAT columns 1-2: generations kept per master
       FD  GEN-PARM-FILE.
       01  GEN-PARM-RECORD.
           05  GEN-PARM-KEEP       PIC X(2).
       WORKING-STORAGE SECTION.
       01  WS-ROSTER-STATUS     PIC X(2) VALUE "00".
       01  WS-ROSNEW-STATUS     PIC X(2) VALUE "00".
       01  WS-FOUND-NAME        PIC X(30).
       01  WS-FOUND-JOINED      PIC 9(8).
       01  WS-FOUND-ACTIVE      PIC X(1).
       01  WS-FOUND-PUBLISH     PIC X(1).
       01  WS-NEW-NAME          PIC X(30).
       01  WS-NEW-FLAG          PIC X(1).
       01  WS-NEW-PUBLISH       PIC X(1).
       01  WS-PUBLISH-ANSWER    PIC X(1).
       01  WS-PUBLISH-SHOW      PIC X(1).
       01  WS-MEMBER-COUNT      PIC 9(4) VALUE 0.
       01  WS-ACTIVE-COUNT      PIC 9(4) VALUE 0.

      *> operator sign-on - who is at the keyboard and what they
      *> may do: 1 inquiry, 2 desk, 3 league official,
      *> 4 supervisor. Every sign-on, refusal and privileged
      *> action goes on the security log
       01  WS-OPER-STATUS       PIC X(2) VALUE "00".
       01  WS-SECLOG-STATUS     PIC X(2) VALUE "00".
       01  WS-OPER-EOF          PIC X(3) VALUE "NO".
       01  WS-SIGNON-PROGRAM    PIC X(8) VALUE "TTTREG".
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

      *> generation cut - the master named in WS-GEN-MASTER is
      *> copied to its next numbered generation before this job
      *> changes it, the copy is catalogued, and generations that
      *> fall off the end of the kept set are deleted
       01  WS-GENSRC-STATUS     PIC X(2) VALUE "00".
       01  WS-GENCPY-STATUS     PIC X(2) VALUE "00".
       01  WS-GENCAT-STATUS     PIC X(2) VALUE "00".
       01  WS-GENPRM-STATUS     PIC X(2) VALUE "00".
       01  WS-GEN-EOF           PIC X(3) VALUE "NO".
       01  WS-GEN-MASTER        PIC X(15).
       01  WS-GEN-STEM          PIC X(11).
       01  WS-GEN-JOB           PIC X(8).
       01  WS-GEN-FILENAME      PIC X(17).
       01  WS-GEN-NO            PIC 9(4) VALUE 0.
       01  WS-GEN-KEEP          PIC 9(2) VALUE 5.
       01  WS-GEN-COUNT         PIC 9(6) VALUE 0.
       01  WS-GEN-DROP-NO       PIC 9(4) VALUE 0.
       01  WS-GEN-DROP-NAME     PIC X(17).
       01  WS-GEN-DROP-RC       PIC S9(9) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON-OPERATOR
           PERFORM UNTIL WS-DONE = "YES"
               DISPLAY " "
               DISPLAY "===== Player Registration ====="
               DISPLAY "3 - Amend a player's name"
               DISPLAY "4 - Deactivate a player"
               DISPLAY "5 - Reactivate a player"
               DISPLAY "6 - Set a player's publication choice"
               DISPLAY "7 - Quit"
               DISPLAY "Choice: "
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "1" PERFORM LIST-ROSTER
                   WHEN "2" MOVE 2 TO WS-NEED-LEVEL
                            MOVE "REGISTER PLAYER" TO WS-SEC-ACTION
                            PERFORM CHECK-AUTHORITY
                            IF WS-AUTHORISED = "YES" THEN
                                PERFORM REGISTER-PLAYER
                            END-IF
                   WHEN "3" MOVE 2 TO WS-NEED-LEVEL
                            MOVE "AMEND NAME" TO WS-SEC-ACTION
                            PERFORM CHECK-AUTHORITY
                            IF WS-AUTHORISED = "YES" THEN
                                PERFORM AMEND-NAME
                            END-IF
                   WHEN "4" MOVE "I" TO WS-NEW-FLAG
                            MOVE 3 TO WS-NEED-LEVEL
                            MOVE "DEACTIVATE PLAYER" TO WS-SEC-ACTION
                            PERFORM CHECK-AUTHORITY
                            IF WS-AUTHORISED = "YES" THEN
                                PERFORM FLIP-ACTIVE-FLAG
                            END-IF
                   WHEN "5" MOVE "A" TO WS-NEW-FLAG
                            MOVE 3 TO WS-NEED-LEVEL
                            MOVE "REACTIVATE PLAYER" TO WS-SEC-ACTION
                            PERFORM CHECK-AUTHORITY
                            IF WS-AUTHORISED = "YES" THEN
                                PERFORM FLIP-ACTIVE-FLAG
                            END-IF
                   WHEN "6" MOVE 2 TO WS-NEED-LEVEL
                            MOVE "SET PUBLISH CHOICE" TO WS-SEC-ACTION
                            PERFORM CHECK-AUTHORITY
                            IF WS-AUTHORISED = "YES" THEN
                                PERFORM SET-PUBLISH-CHOICE
                            END-IF
                   WHEN "7" MOVE "YES" TO WS-DONE
                   WHEN OTHER DISPLAY "Enter 1-7"
               END-EVALUATE
           END-PERFORM
           STOP RUN.
           MOVE "NO" TO WS-ROSTER-EOF
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS = "00" THEN
               DISPLAY "Player    A P Joined   Full name"
               PERFORM UNTIL WS-ROSTER-EOF = "YES"
                   READ ROSTER-FILE
                       AT END MOVE "YES" TO WS-ROSTER-EOF
                           IF RP-ACTIVE-FLAG = "A" THEN
                               ADD 1 TO WS-ACTIVE-COUNT
                           END-IF
                           IF RP-PUBLISH-FLAG = "N" THEN
                               MOVE "N" TO WS-PUBLISH-SHOW
                           ELSE
                               MOVE "Y" TO WS-PUBLISH-SHOW
                           END-IF
                           DISPLAY RP-PLAYER-ID "  "
                               RP-ACTIVE-FLAG " " WS-PUBLISH-SHOW " "
                               RP-JOIN-DATE " " RP-FULL-NAME
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
               ELSE
                   DISPLAY "Full name: "
                   ACCEPT WS-NEW-NAME
                   PERFORM ASK-PUBLISH-CHOICE
                   PERFORM CUT-ROSTER-GENERATION
                   OPEN EXTEND ROSTER-FILE
                   IF WS-ROSTER-STATUS = "35" THEN
                       OPEN OUTPUT ROSTER-FILE
                   MOVE WS-NEW-NAME  TO RP-FULL-NAME
                   MOVE FUNCTION CURRENT-DATE(1:8) TO RP-JOIN-DATE
                   MOVE "A"          TO RP-ACTIVE-FLAG
                   MOVE WS-NEW-PUBLISH TO RP-PUBLISH-FLAG
                   WRITE ROSTER-RECORD
                   CLOSE ROSTER-FILE
                   DISPLAY WS-LOOKUP-ID " registered"
                   MOVE WS-LOOKUP-ID TO WS-SEC-DETAIL
                   PERFORM LOG-PRIVILEGED-ACTION
               END-IF
           END-IF.

                   DISPLAY "Name unchanged"
               ELSE
                   MOVE WS-FOUND-ACTIVE TO WS-NEW-FLAG
                   MOVE WS-FOUND-PUBLISH TO WS-NEW-PUBLISH
                   PERFORM REWRITE-ROSTER-ENTRY
                   DISPLAY WS-LOOKUP-ID " amended"
                   MOVE WS-LOOKUP-ID TO WS-SEC-DETAIL
                   PERFORM LOG-PRIVILEGED-ACTION
               END-IF
           END-IF.

                   DISPLAY WS-LOOKUP-ID " is already that way"
               WHEN OTHER
                   MOVE WS-FOUND-NAME TO WS-NEW-NAME
                   MOVE WS-FOUND-PUBLISH TO WS-NEW-PUBLISH
                   PERFORM REWRITE-ROSTER-ENTRY
                   IF WS-NEW-FLAG = "I" THEN
                       DISPLAY WS-LOOKUP-ID " deactivated"
                   ELSE
                       DISPLAY WS-LOOKUP-ID " reactivated"
                   END-IF
                   MOVE WS-LOOKUP-ID TO WS-SEC-DETAIL
                   PERFORM LOG-PRIVILEGED-ACTION
           END-EVALUATE.

      *> a member who says no is left out of everything the club
      *> publishes; the choice can be changed at any time
       SET-PUBLISH-CHOICE.
           DISPLAY "Publication choice for which id: "
           ACCEPT WS-LOOKUP-ID
           PERFORM FIND-ROSTER-ENTRY
           IF WS-FOUND-FLAG = "NO" THEN
               DISPLAY WS-LOOKUP-ID " is not on the roster"
           ELSE
               IF WS-FOUND-PUBLISH = "N" THEN
                   DISPLAY WS-LOOKUP-ID " is not published now"
               ELSE
                   DISPLAY WS-LOOKUP-ID " is published now"
               END-IF
               PERFORM ASK-PUBLISH-CHOICE
               IF WS-NEW-PUBLISH = WS-FOUND-PUBLISH OR
                       (WS-NEW-PUBLISH = "Y" AND
                        WS-FOUND-PUBLISH NOT = "N") THEN
                   DISPLAY WS-LOOKUP-ID " is already that way"
               ELSE
                   MOVE WS-FOUND-NAME TO WS-NEW-NAME
                   MOVE WS-FOUND-ACTIVE TO WS-NEW-FLAG
                   PERFORM REWRITE-ROSTER-ENTRY
                   DISPLAY WS-LOOKUP-ID " publication choice set to "
                       WS-NEW-PUBLISH
                   MOVE SPACES TO WS-SEC-DETAIL
                   STRING WS-LOOKUP-ID " PUBLISH " WS-NEW-PUBLISH
                       DELIMITED BY SIZE INTO WS-SEC-DETAIL
                   PERFORM LOG-PRIVILEGED-ACTION
               END-IF
           END-IF.

       ASK-PUBLISH-CHOICE.
           DISPLAY "Name on the club website and newsletter? "
               "(Y/N), Enter for Y: "
           MOVE SPACE TO WS-PUBLISH-ANSWER
           ACCEPT WS-PUBLISH-ANSWER
           IF WS-PUBLISH-ANSWER = "N" OR
                   WS-PUBLISH-ANSWER = "n" THEN
               MOVE "N" TO WS-NEW-PUBLISH
           ELSE
               MOVE "Y" TO WS-NEW-PUBLISH
           END-IF.

      *> straight read for one id; the whole record comes back in
      *> the WS-FOUND fields so the caller can show or carry it
       FIND-ROSTER-ENTRY.
           MOVE SPACES TO WS-FOUND-NAME
           MOVE 0 TO WS-FOUND-JOINED
           MOVE SPACE TO WS-FOUND-ACTIVE
           MOVE SPACE TO WS-FOUND-PUBLISH
           MOVE "NO" TO WS-ROSTER-EOF
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS = "00" THEN
                               MOVE RP-JOIN-DATE TO WS-FOUND-JOINED
                               MOVE RP-ACTIVE-FLAG
                                   TO WS-FOUND-ACTIVE
                               MOVE RP-PUBLISH-FLAG
                                   TO WS-FOUND-PUBLISH
                           END-IF
                   END-READ
               END-PERFORM
      *> as the game's fixture update, so a roster of any size
      *> survives intact
       REWRITE-ROSTER-ENTRY.
           PERFORM CUT-ROSTER-GENERATION
           MOVE "NO" TO WS-ROSTER-EOF
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS = "00" THEN
                           IF RP-PLAYER-ID = WS-LOOKUP-ID THEN
                               MOVE WS-NEW-NAME TO RP-FULL-NAME
                               MOVE WS-NEW-FLAG TO RP-ACTIVE-FLAG
                               MOVE WS-NEW-PUBLISH
                                   TO RP-PUBLISH-FLAG
                           END-IF
                           WRITE ROSTER-NEW-RECORD
                               FROM ROSTER-RECORD
               END-IF
           END-IF.

      *> the roster as it stands, kept before every change
       CUT-ROSTER-GENERATION.
           MOVE WS-ROSTER-NAME TO WS-GEN-MASTER
           MOVE "TTTREG" TO WS-GEN-JOB
           PERFORM CUT-GENERATION.

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

      *> the master in WS-GEN-MASTER copied to its next numbered
      *> generation (PLAYERSTATS.G0012 and so on) under the job in
      *> WS-GEN-JOB; WS-GEN-NO comes back as the generation cut,
      *> or zero when the master is not on disk to be copied
       CUT-GENERATION.
           PERFORM READ-GENERATION-PARM
           MOVE SPACES TO WS-GEN-STEM
           UNSTRING WS-GEN-MASTER DELIMITED BY "."
               INTO WS-GEN-STEM
           PERFORM FIND-LAST-GENERATION
           ADD 1 TO WS-GEN-NO
           MOVE SPACES TO WS-GEN-FILENAME
           STRING WS-GEN-STEM DELIMITED BY SPACE
               ".G" WS-GEN-NO DELIMITED BY SIZE
               INTO WS-GEN-FILENAME
           MOVE 0 TO WS-GEN-COUNT
           MOVE "NO" TO WS-GEN-EOF
           OPEN INPUT GEN-SOURCE-FILE
           IF WS-GENSRC-STATUS = "00" THEN
               OPEN OUTPUT GEN-COPY-FILE
               PERFORM UNTIL WS-GEN-EOF = "YES"
                   READ GEN-SOURCE-FILE
                       AT END MOVE "YES" TO WS-GEN-EOF
                       NOT AT END
                           ADD 1 TO WS-GEN-COUNT
                           WRITE GEN-COPY-RECORD
                               FROM GEN-SOURCE-RECORD
                   END-READ
               END-PERFORM
               CLOSE GEN-SOURCE-FILE
               CLOSE GEN-COPY-FILE
               PERFORM CATALOGUE-GENERATION
               PERFORM DROP-OLD-GENERATIONS
               DISPLAY "Generation " WS-GEN-NO " of "
                   WS-GEN-MASTER " cut to " WS-GEN-FILENAME
                   " (" WS-GEN-COUNT " records)"
           ELSE
               MOVE 0 TO WS-GEN-NO
               DISPLAY WS-GEN-MASTER " not on disk - no "
                   "generation cut"
           END-IF.

       READ-GENERATION-PARM.
           MOVE 5 TO WS-GEN-KEEP
           OPEN INPUT GEN-PARM-FILE
           IF WS-GENPRM-STATUS = "00" THEN
               READ GEN-PARM-FILE
                   NOT AT END
                       IF GEN-PARM-KEEP IS NUMERIC THEN
                           IF GEN-PARM-KEEP > 0 THEN
                               MOVE GEN-PARM-KEEP TO WS-GEN-KEEP
                           END-IF
                       END-IF
               END-READ
               CLOSE GEN-PARM-FILE
           END-IF.

      *> the highest generation number the catalogue holds for the
      *> master - numbering carries on past the ones deleted
       FIND-LAST-GENERATION.
           MOVE 0 TO WS-GEN-NO
           MOVE "NO" TO WS-GEN-EOF
           OPEN INPUT GEN-CATALOGUE-FILE
           IF WS-GENCAT-STATUS = "00" THEN
               PERFORM UNTIL WS-GEN-EOF = "YES"
                   READ GEN-CATALOGUE-FILE
                       AT END MOVE "YES" TO WS-GEN-EOF
                       NOT AT END
                           IF GC-MASTER = WS-GEN-MASTER AND
                                   GC-GEN-NO > WS-GEN-NO THEN
                               MOVE GC-GEN-NO TO WS-GEN-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GEN-CATALOGUE-FILE
           END-IF.

       CATALOGUE-GENERATION.
           INITIALIZE GEN-CATALOGUE-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO GC-CUT-TS
           MOVE WS-GEN-MASTER   TO GC-MASTER
           MOVE WS-GEN-NO       TO GC-GEN-NO
           MOVE WS-GEN-FILENAME TO GC-GEN-FILE
           MOVE WS-GEN-JOB      TO GC-JOB
           MOVE WS-GEN-COUNT    TO GC-RECORD-COUNT
           OPEN EXTEND GEN-CATALOGUE-FILE
           IF WS-GENCAT-STATUS = "35" THEN
               OPEN OUTPUT GEN-CATALOGUE-FILE
           END-IF
           WRITE GEN-CATALOGUE-RECORD
           CLOSE GEN-CATALOGUE-FILE.

      *> everything older than the last WS-GEN-KEEP generations
      *> comes off the disk, newest first, until a delete finds
      *> nothing there - one already gone means the rest are too
       DROP-OLD-GENERATIONS.
           IF WS-GEN-NO > WS-GEN-KEEP THEN
               COMPUTE WS-GEN-DROP-NO = WS-GEN-NO - WS-GEN-KEEP
               MOVE 0 TO WS-GEN-DROP-RC
               PERFORM UNTIL WS-GEN-DROP-NO = 0
                          OR WS-GEN-DROP-RC NOT = 0
                   MOVE SPACES TO WS-GEN-DROP-NAME
                   STRING WS-GEN-STEM DELIMITED BY SPACE
                       ".G" WS-GEN-DROP-NO DELIMITED BY SIZE
                       INTO WS-GEN-DROP-NAME
                   CALL "CBL_DELETE_FILE" USING WS-GEN-DROP-NAME
                   MOVE RETURN-CODE TO WS-GEN-DROP-RC
                   SUBTRACT 1 FROM WS-GEN-DROP-NO
               END-PERFORM
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM TTTReg.
