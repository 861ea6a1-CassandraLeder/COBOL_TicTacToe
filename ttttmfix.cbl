       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTTmFix.
       AUTHOR. Cassandra Leder

      *> Team league pairing generator. Every active team on the
      *> team master meets every other once in the round (round
      *> robin), the first on the master at home. Each team match
      *> is a set of boards: a team's squad is its members on the
      *> due date who are still active on the roster, strongest
      *> first by their place on the rating ladder (unrated
      *> players after the rated, in membership order), and board
      *> 1 pairs the two strongest, board 2 the next, and so on,
      *> up to the boards asked for or the smaller squad. The home
      *> player has X on the odd boards and O on the even ones.
      *> Every board is played as an ordinary game, and the game
      *> marks it played. A team with nobody eligible on the due
      *> date sits the round out. A round number already on the
      *> team fixture file is refused rather than doubled up.
      *> Scheduling is a league official's job; the operator signs
      *> on before anything is asked. The team fixture file is
      *> kept as a generation before the round is added.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEAM-FILE ASSIGN TO "TEAMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEAM-STATUS.
           SELECT MEMBER-FILE ASSIGN TO "TEAMMEMB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT ROSTER-FILE ASSIGN TO "ROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATINGS-STATUS.
           SELECT TEAM-FIXTURE-FILE ASSIGN TO "TEAMFIX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEAMFIX-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
       FD  TEAM-FILE.
       COPY TEAMREC.
       FD  MEMBER-FILE.
       COPY TMEMBREC.
       FD  ROSTER-FILE.
       COPY ROSTRREC.
       FD  RATINGS-FILE.
       COPY RATEREC.
       FD  TEAM-FIXTURE-FILE.
       COPY TFIXREC.
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
       01  WS-TEAM-STATUS       PIC X(2) VALUE "00".
       01  WS-MEMBER-STATUS     PIC X(2) VALUE "00".
       01  WS-ROSTER-STATUS     PIC X(2) VALUE "00".
       01  WS-RATINGS-STATUS    PIC X(2) VALUE "00".
       01  WS-TEAMFIX-STATUS    PIC X(2) VALUE "00".
       01  WS-EOF-FLAG          PIC X(3) VALUE "NO".
       01  WS-ROUND-ANSWER      PIC X(2).
       01  WS-ROUND-NO          PIC 9(2).
       01  WS-DUE-DATE          PIC X(8).
       01  WS-DUE-DATE-NUM      PIC 9(8).
       01  WS-BOARDS-ANSWER     PIC X(1).
       01  WS-BOARDS-ASKED      PIC 9(1) VALUE 4.
       01  WS-ROUND-EXISTS      PIC X(3) VALUE "NO".
       01  WS-MATCH-NO          PIC 9(3) VALUE 0.
       01  WS-BOARD-COUNT       PIC 9(1) VALUE 0.
       01  WS-BOARDS-WRITTEN    PIC 9(4) VALUE 0.
       01  WS-PLAYING-TEAMS     PIC 9(4) VALUE 0.
      *> active teams in master order, each with its squad for the
      *> due date, strongest first; ladder place 9999 = unrated
       01  TEAM-TABLE.
           05  TEAM-COUNT       PIC 9(4) VALUE 0.
           05  TEAM-ENTRY OCCURS 45 TIMES INDEXED BY TEAM-IDX.
               10  TEAM-ID          PIC X(8).
               10  SQUAD-COUNT      PIC 9(1).
               10  SQUAD-ENTRY OCCURS 9 TIMES.
                   15  SQUAD-ID         PIC X(8).
                   15  SQUAD-PLACE      PIC 9(4).
      *> the roster's active members
       01  ROST-TABLE.
           05  ROST-COUNT       PIC 9(4) VALUE 0.
           05  ROST-ENTRY OCCURS 200 TIMES INDEXED BY ROST-IDX.
               10  ROST-ID          PIC X(8).
      *> the rating ladder as last written - a straight read of
      *> the master is the ladder order
       01  LADDER-TABLE.
           05  LADDER-COUNT     PIC 9(4) VALUE 0.
           05  LADDER-ENTRY OCCURS 300 TIMES INDEXED BY LADDER-IDX.
               10  LADDER-ID        PIC X(8).
       01  WS-FOUND-TEAM        PIC 9(4) VALUE 0.
       01  WS-PLAYER-ACTIVE     PIC X(3) VALUE "NO".
       01  WS-PLAYER-PLACE      PIC 9(4) VALUE 0.
       01  WS-SLOT              PIC 9(2) VALUE 0.
       01  WS-HOLD-ID           PIC X(8).
       01  WS-HOLD-PLACE        PIC 9(4).
       01  WS-I                 PIC 9(4).
       01  WS-J                 PIC 9(4).
       01  WS-B                 PIC 9(2).

      *> operator sign-on - who is at the keyboard and what they
      *> may do: 1 inquiry, 2 desk, 3 league official,
      *> 4 supervisor. Every sign-on, refusal and privileged
      *> action goes on the security log
       01  WS-OPER-STATUS       PIC X(2) VALUE "00".
       01  WS-SECLOG-STATUS     PIC X(2) VALUE "00".
       01  WS-OPER-EOF          PIC X(3) VALUE "NO".
       01  WS-SIGNON-PROGRAM    PIC X(8) VALUE "TTTTMFIX".
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
           MOVE 3 TO WS-NEED-LEVEL
           MOVE "SCHEDULE TEAM ROUND" TO WS-SEC-ACTION
           PERFORM CHECK-AUTHORITY
           IF WS-AUTHORISED = "NO" THEN
               STOP RUN
           END-IF
           DISPLAY "Team round number (1-99): "
           ACCEPT WS-ROUND-ANSWER
           MOVE 0 TO WS-ROUND-NO
           IF WS-ROUND-ANSWER NOT = SPACES THEN
               COMPUTE WS-ROUND-NO =
                   FUNCTION NUMVAL(WS-ROUND-ANSWER)
           END-IF
           IF WS-ROUND-NO = 0 THEN
               DISPLAY "Round must be 1-99, got " WS-ROUND-ANSWER
               STOP RUN
           END-IF
           DISPLAY "Due date (YYYYMMDD): "
           ACCEPT WS-DUE-DATE
           IF WS-DUE-DATE IS NOT NUMERIC THEN
               DISPLAY "Due date must be an 8-digit date, got "
                   WS-DUE-DATE
               STOP RUN
           END-IF
           MOVE WS-DUE-DATE TO WS-DUE-DATE-NUM
           DISPLAY "Boards per match (1-9), Enter for 4: "
           ACCEPT WS-BOARDS-ANSWER
           EVALUATE TRUE
               WHEN WS-BOARDS-ANSWER = SPACE
                   MOVE 4 TO WS-BOARDS-ASKED
               WHEN WS-BOARDS-ANSWER IS NUMERIC AND
                       WS-BOARDS-ANSWER NOT = "0"
                   MOVE WS-BOARDS-ANSWER TO WS-BOARDS-ASKED
               WHEN OTHER
                   DISPLAY "Boards must be 1-9, got "
                       WS-BOARDS-ANSWER
                   STOP RUN
           END-EVALUATE
           PERFORM CHECK-ROUND-EXISTS
           IF WS-ROUND-EXISTS = "YES" THEN
               DISPLAY "Round " WS-ROUND-NO
                   " is already on the team fixture file"
           ELSE
               PERFORM LOAD-TEAMS
               PERFORM LOAD-ACTIVE-ROSTER
               PERFORM LOAD-LADDER
               PERFORM PICK-SQUADS
               PERFORM COUNT-PLAYING-TEAMS
               IF WS-PLAYING-TEAMS < 2 THEN
                   DISPLAY "Need at least 2 teams with eligible "
                       "players on " WS-DUE-DATE " to make fixtures"
               ELSE
                   PERFORM WRITE-TEAM-ROUND-ROBIN
               END-IF
           END-IF
           STOP RUN.

       CHECK-ROUND-EXISTS.
           MOVE "NO" TO WS-ROUND-EXISTS
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT TEAM-FIXTURE-FILE
           IF WS-TEAMFIX-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ TEAM-FIXTURE-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF TB-ROUND-NO = WS-ROUND-NO THEN
                               MOVE "YES" TO WS-ROUND-EXISTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEAM-FIXTURE-FILE
           END-IF.

      *> 45 teams is 990 matches - the most the 3-digit match
      *> number can hold; a withdrawn team is not scheduled
       LOAD-TEAMS.
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT TEAM-FILE
           IF WS-TEAM-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ TEAM-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF TM-ACTIVE-FLAG = "A" THEN
                               IF TEAM-COUNT < 45 THEN
                                   ADD 1 TO TEAM-COUNT
                                   MOVE TM-TEAM-ID
                                       TO TEAM-ID(TEAM-COUNT)
                                   MOVE 0 TO SQUAD-COUNT(TEAM-COUNT)
                               ELSE
                                   DISPLAY "Team table full, "
                                       "dropping " TM-TEAM-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEAM-FILE
           ELSE
               DISPLAY "Could not open TEAMMAST.DAT, status "
                   WS-TEAM-STATUS " - enter teams with TTTTeam "
                   "first"
           END-IF.

       LOAD-ACTIVE-ROSTER.
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ ROSTER-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF RP-ACTIVE-FLAG = "A" AND
                                   ROST-COUNT < 200 THEN
                               ADD 1 TO ROST-COUNT
                               MOVE RP-PLAYER-ID
                                   TO ROST-ID(ROST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           ELSE
               DISPLAY "Could not open ROSTER.DAT, status "
                   WS-ROSTER-STATUS " - register players with "
                   "TTTReg first"
           END-IF.

       LOAD-LADDER.
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT RATINGS-FILE
           IF WS-RATINGS-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ RATINGS-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF RT-PLAYER-ID(1:4) NOT = "CPU-" AND
                                   LADDER-COUNT < 300 THEN
                               ADD 1 TO LADDER-COUNT
                               MOVE RT-PLAYER-ID
                                   TO LADDER-ID(LADDER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATINGS-FILE
           ELSE
               DISPLAY "No RATINGS.DAT - squads are taken in "
                   "membership order"
           END-IF.

      *> a spell counts when it covers the due date - joined on
      *> or before it and not yet left, or left on or after it
       PICK-SQUADS.
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ MEMBER-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF MB-FROM-DATE <= WS-DUE-DATE-NUM AND
                                   (MB-TO-DATE = 0 OR
                                    MB-TO-DATE >= WS-DUE-DATE-NUM)
                                   THEN
                               PERFORM CONSIDER-MEMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMBER-FILE
           ELSE
               DISPLAY "Could not open TEAMMEMB.DAT, status "
                   WS-MEMBER-STATUS " - join players to teams "
                   "with TTTTeam first"
           END-IF.

       CONSIDER-MEMBER.
           MOVE 0 TO WS-FOUND-TEAM
           PERFORM VARYING TEAM-IDX FROM 1 BY 1
                   UNTIL TEAM-IDX > TEAM-COUNT
               IF TEAM-ID(TEAM-IDX) = MB-TEAM-ID THEN
                   SET WS-FOUND-TEAM TO TEAM-IDX
               END-IF
           END-PERFORM
           MOVE "NO" TO WS-PLAYER-ACTIVE
           PERFORM VARYING ROST-IDX FROM 1 BY 1
                   UNTIL ROST-IDX > ROST-COUNT
               IF ROST-ID(ROST-IDX) = MB-PLAYER-ID THEN
                   MOVE "YES" TO WS-PLAYER-ACTIVE
               END-IF
           END-PERFORM
           IF WS-FOUND-TEAM > 0 AND WS-PLAYER-ACTIVE = "YES" THEN
               MOVE 9999 TO WS-PLAYER-PLACE
               PERFORM VARYING LADDER-IDX FROM 1 BY 1
                       UNTIL LADDER-IDX > LADDER-COUNT
                   IF LADDER-ID(LADDER-IDX) = MB-PLAYER-ID THEN
                       SET WS-PLAYER-PLACE TO LADDER-IDX
                   END-IF
               END-PERFORM
               PERFORM PLACE-IN-SQUAD
           END-IF.

      *> the member goes in at the bottom of the squad - or over
      *> the bottom one when nine are already in and the member
      *> stands higher on the ladder - and moves up past anyone
      *> below them on the ladder
       PLACE-IN-SQUAD.
           MOVE 0 TO WS-SLOT
           IF SQUAD-COUNT(WS-FOUND-TEAM) < 9 THEN
               ADD 1 TO SQUAD-COUNT(WS-FOUND-TEAM)
               MOVE SQUAD-COUNT(WS-FOUND-TEAM) TO WS-SLOT
           ELSE
               IF WS-PLAYER-PLACE <
                       SQUAD-PLACE(WS-FOUND-TEAM, 9) THEN
                   MOVE 9 TO WS-SLOT
               END-IF
           END-IF
           IF WS-SLOT > 0 THEN
               MOVE MB-PLAYER-ID
                   TO SQUAD-ID(WS-FOUND-TEAM, WS-SLOT)
               MOVE WS-PLAYER-PLACE
                   TO SQUAD-PLACE(WS-FOUND-TEAM, WS-SLOT)
               PERFORM UNTIL WS-SLOT = 1
                   IF SQUAD-PLACE(WS-FOUND-TEAM, WS-SLOT) <
                           SQUAD-PLACE(WS-FOUND-TEAM, WS-SLOT - 1)
                           THEN
                       PERFORM SWAP-SQUAD-ENTRY
                       SUBTRACT 1 FROM WS-SLOT
                   ELSE
                       MOVE 1 TO WS-SLOT
                   END-IF
               END-PERFORM
           END-IF.

       SWAP-SQUAD-ENTRY.
           MOVE SQUAD-ID(WS-FOUND-TEAM, WS-SLOT) TO WS-HOLD-ID
           MOVE SQUAD-PLACE(WS-FOUND-TEAM, WS-SLOT) TO WS-HOLD-PLACE
           MOVE SQUAD-ID(WS-FOUND-TEAM, WS-SLOT - 1)
               TO SQUAD-ID(WS-FOUND-TEAM, WS-SLOT)
           MOVE SQUAD-PLACE(WS-FOUND-TEAM, WS-SLOT - 1)
               TO SQUAD-PLACE(WS-FOUND-TEAM, WS-SLOT)
           MOVE WS-HOLD-ID TO SQUAD-ID(WS-FOUND-TEAM, WS-SLOT - 1)
           MOVE WS-HOLD-PLACE
               TO SQUAD-PLACE(WS-FOUND-TEAM, WS-SLOT - 1).

       COUNT-PLAYING-TEAMS.
           MOVE 0 TO WS-PLAYING-TEAMS
           PERFORM VARYING TEAM-IDX FROM 1 BY 1
                   UNTIL TEAM-IDX > TEAM-COUNT
               IF SQUAD-COUNT(TEAM-IDX) = 0 THEN
                   DISPLAY TEAM-ID(TEAM-IDX) " has nobody eligible "
                       "on " WS-DUE-DATE " - sits the round out"
               ELSE
                   ADD 1 TO WS-PLAYING-TEAMS
               END-IF
           END-PERFORM.

      *> all pairs of teams, each once; board n pairs the two
      *> squads' n-th players
       WRITE-TEAM-ROUND-ROBIN.
           MOVE "TEAMFIX.DAT" TO WS-GEN-MASTER
           MOVE "TTTTMFIX" TO WS-GEN-JOB
           PERFORM CUT-GENERATION
           OPEN EXTEND TEAM-FIXTURE-FILE
           IF WS-TEAMFIX-STATUS = "35" THEN
               OPEN OUTPUT TEAM-FIXTURE-FILE
           END-IF
           MOVE 0 TO WS-MATCH-NO
           MOVE 0 TO WS-BOARDS-WRITTEN
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > TEAM-COUNT
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > TEAM-COUNT
                   IF WS-J > WS-I AND SQUAD-COUNT(WS-I) > 0 AND
                           SQUAD-COUNT(WS-J) > 0 THEN
                       PERFORM WRITE-TEAM-MATCH
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE TEAM-FIXTURE-FILE
           DISPLAY "Round " WS-ROUND-NO ": " WS-MATCH-NO
               " matches, " WS-BOARDS-WRITTEN " boards written for "
               WS-PLAYING-TEAMS " teams"
           MOVE SPACES TO WS-SEC-DETAIL
           STRING "ROUND " DELIMITED BY SIZE
               WS-ROUND-NO DELIMITED BY SIZE
               " MATCHES " DELIMITED BY SIZE
               WS-MATCH-NO DELIMITED BY SIZE
               INTO WS-SEC-DETAIL
           PERFORM LOG-PRIVILEGED-ACTION.

       WRITE-TEAM-MATCH.
           ADD 1 TO WS-MATCH-NO
           MOVE WS-BOARDS-ASKED TO WS-BOARD-COUNT
           IF SQUAD-COUNT(WS-I) < WS-BOARD-COUNT THEN
               MOVE SQUAD-COUNT(WS-I) TO WS-BOARD-COUNT
           END-IF
           IF SQUAD-COUNT(WS-J) < WS-BOARD-COUNT THEN
               MOVE SQUAD-COUNT(WS-J) TO WS-BOARD-COUNT
           END-IF
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-BOARD-COUNT
               INITIALIZE TEAM-FIXTURE-RECORD
               MOVE WS-ROUND-NO         TO TB-ROUND-NO
               MOVE WS-MATCH-NO         TO TB-MATCH-NO
               MOVE WS-B                TO TB-BOARD-NO
               MOVE TEAM-ID(WS-I)       TO TB-HOME-TEAM
               MOVE TEAM-ID(WS-J)       TO TB-AWAY-TEAM
               MOVE SQUAD-ID(WS-I, WS-B) TO TB-HOME-ID
               MOVE SQUAD-ID(WS-J, WS-B) TO TB-AWAY-ID
               IF FUNCTION MOD(WS-B, 2) = 1 THEN
                   MOVE "X" TO TB-HOME-COLOUR
               ELSE
                   MOVE "O" TO TB-HOME-COLOUR
               END-IF
               MOVE WS-DUE-DATE         TO TB-DUE-DATE
               MOVE "U"                 TO TB-STATUS
               MOVE SPACES              TO TB-GAME-ID
               MOVE 0                   TO TB-PLAYED-DATE
               WRITE TEAM-FIXTURE-RECORD
               ADD 1 TO WS-BOARDS-WRITTEN
           END-PERFORM
           DISPLAY "Match " WS-MATCH-NO ": " TEAM-ID(WS-I) " v "
               TEAM-ID(WS-J) ", " WS-BOARD-COUNT " boards".

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

       END PROGRAM TTTTmFix.
