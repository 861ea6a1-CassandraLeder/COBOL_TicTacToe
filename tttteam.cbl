       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTTeam.
       AUTHOR. Cassandra Leder

      *> Team and membership desk, kept alongside the player
      *> registration program. The team master says which club
      *> teams are entered in the team league; the membership file
      *> says which registered players turned out for which team
      *> and when. A player joins a team from a date, and a
      *> transfer closes the old spell the day before the new one
      *> opens, so the spells are never rewritten beyond their
      *> closing date and the team fixtures run can pick a squad
      *> as it stood on any day. A release closes the spell with
      *> no new one. Only active roster members join, a player is
      *> in at most one team at a time, and a team taken out of
      *> the league keeps its history. The desk handles joins,
      *> transfers and releases; entering or withdrawing a team
      *> is a league official's job.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEAM-FILE ASSIGN TO "TEAMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEAM-STATUS.
           SELECT TEAM-NEW-FILE ASSIGN TO "TEAMMAST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEAMNEW-STATUS.
           SELECT MEMBER-FILE ASSIGN TO "TEAMMEMB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT MEMBER-NEW-FILE ASSIGN TO "TEAMMEMB.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMNEW-STATUS.
           SELECT ROSTER-FILE ASSIGN TO "ROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEAM-FILE.
       COPY TEAMREC.
       FD  TEAM-NEW-FILE.
       01  TEAM-NEW-RECORD      PIC X(47).
       FD  MEMBER-FILE.
       COPY TMEMBREC.
       FD  MEMBER-NEW-FILE.
       01  MEMBER-NEW-RECORD    PIC X(40).
       FD  ROSTER-FILE.
       COPY ROSTRREC.
       FD  OPERATOR-FILE.
       COPY OPERREC.
       FD  SECURITY-LOG-FILE.
       COPY SECLOGR.

       WORKING-STORAGE SECTION.
       01  WS-TEAM-STATUS       PIC X(2) VALUE "00".
       01  WS-TEAMNEW-STATUS    PIC X(2) VALUE "00".
       01  WS-MEMBER-STATUS     PIC X(2) VALUE "00".
       01  WS-MEMNEW-STATUS     PIC X(2) VALUE "00".
       01  WS-ROSTER-STATUS     PIC X(2) VALUE "00".
       01  WS-EOF-FLAG          PIC X(3) VALUE "NO".
       01  WS-TEAM-NAME-FILE    PIC X(12) VALUE "TEAMMAST.DAT".
       01  WS-TEAM-NEW-NAME     PIC X(12) VALUE "TEAMMAST.NEW".
       01  WS-MEMB-NAME-FILE    PIC X(12) VALUE "TEAMMEMB.DAT".
       01  WS-MEMB-NEW-NAME     PIC X(12) VALUE "TEAMMEMB.NEW".
       01  WS-MENU-CHOICE       PIC X(1).
       01  WS-DONE              PIC X(3) VALUE "NO".
       01  WS-TODAY             PIC 9(8) VALUE 0.
       01  WS-DATE-ANSWER       PIC X(8).
       01  WS-EFFECTIVE-DATE    PIC 9(8) VALUE 0.
       01  WS-CLOSING-DATE      PIC 9(8) VALUE 0.
       01  WS-DATE-OK           PIC X(3) VALUE "NO".
      *> the team being looked up or changed
       01  WS-LOOKUP-TEAM       PIC X(8).
       01  WS-TEAM-FOUND        PIC X(3) VALUE "NO".
       01  WS-FOUND-TEAM-NAME   PIC X(30).
       01  WS-FOUND-TEAM-ACTIVE PIC X(1).
       01  WS-NEW-TEAM-NAME     PIC X(30).
       01  WS-NEW-TEAM-FLAG     PIC X(1).
       01  WS-TEAM-COUNT        PIC 9(4) VALUE 0.
      *> the player being looked up and their open spell, if any
       01  WS-LOOKUP-ID         PIC X(8).
       01  WS-ROSTER-VERDICT    PIC X(1).
       01  WS-ROSTER-NAME       PIC X(30).
       01  WS-SPELL-FOUND       PIC X(3) VALUE "NO".
       01  WS-SPELL-TEAM        PIC X(8).
       01  WS-SPELL-FROM        PIC 9(8) VALUE 0.
       01  WS-LAST-LEFT         PIC 9(8) VALUE 0.
       01  WS-MEMBER-COUNT      PIC 9(4) VALUE 0.

      *> operator sign-on - who is at the keyboard and what they
      *> may do: 1 inquiry, 2 desk, 3 league official,
      *> 4 supervisor. Every sign-on, refusal and privileged
      *> action goes on the security log
       01  WS-OPER-STATUS       PIC X(2) VALUE "00".
       01  WS-SECLOG-STATUS     PIC X(2) VALUE "00".
       01  WS-OPER-EOF          PIC X(3) VALUE "NO".
       01  WS-SIGNON-PROGRAM    PIC X(8) VALUE "TTTTEAM".
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM UNTIL WS-DONE = "YES"
               DISPLAY " "
               DISPLAY "===== Teams and Membership ====="
               DISPLAY "1 - List teams"
               DISPLAY "2 - Show a team's squad"
               DISPLAY "3 - Show a player's teams"
               DISPLAY "4 - Enter a new team"
               DISPLAY "5 - Withdraw or re-enter a team"
               DISPLAY "6 - Join a player to a team"
               DISPLAY "7 - Transfer a player"
               DISPLAY "8 - Release a player"
               DISPLAY "9 - Quit"
               DISPLAY "Choice: "
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "1" PERFORM LIST-TEAMS
                   WHEN "2" PERFORM SHOW-SQUAD
                   WHEN "3" PERFORM SHOW-PLAYER-SPELLS
                   WHEN "4" MOVE 3 TO WS-NEED-LEVEL
                            MOVE "ENTER TEAM" TO WS-SEC-ACTION
                            PERFORM CHECK-AUTHORITY
                            IF WS-AUTHORISED = "YES" THEN
                                PERFORM ADD-TEAM
                            END-IF
                   WHEN "5" MOVE 3 TO WS-NEED-LEVEL
                            MOVE "WITHDRAW TEAM" TO WS-SEC-ACTION
                            PERFORM CHECK-AUTHORITY
                            IF WS-AUTHORISED = "YES" THEN
                                PERFORM FLIP-TEAM-FLAG
                            END-IF
                   WHEN "6" MOVE 2 TO WS-NEED-LEVEL
                            MOVE "JOIN TEAM" TO WS-SEC-ACTION
                            PERFORM CHECK-AUTHORITY
                            IF WS-AUTHORISED = "YES" THEN
                                PERFORM JOIN-PLAYER
                            END-IF
                   WHEN "7" MOVE 2 TO WS-NEED-LEVEL
                            MOVE "TRANSFER PLAYER" TO WS-SEC-ACTION
                            PERFORM CHECK-AUTHORITY
                            IF WS-AUTHORISED = "YES" THEN
                                PERFORM TRANSFER-PLAYER
                            END-IF
                   WHEN "8" MOVE 2 TO WS-NEED-LEVEL
                            MOVE "RELEASE PLAYER" TO WS-SEC-ACTION
                            PERFORM CHECK-AUTHORITY
                            IF WS-AUTHORISED = "YES" THEN
                                PERFORM RELEASE-PLAYER
                            END-IF
                   WHEN "9" MOVE "YES" TO WS-DONE
                   WHEN OTHER DISPLAY "Enter 1-9"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       LIST-TEAMS.
           MOVE 0 TO WS-TEAM-COUNT
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT TEAM-FILE
           IF WS-TEAM-STATUS = "00" THEN
               DISPLAY "Team     A Formed   Team name"
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ TEAM-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-TEAM-COUNT
                           DISPLAY TM-TEAM-ID " " TM-ACTIVE-FLAG " "
                               TM-FORMED-DATE " " TM-TEAM-NAME
                   END-READ
               END-PERFORM
               CLOSE TEAM-FILE
               DISPLAY "Teams: " WS-TEAM-COUNT
           ELSE
               DISPLAY "No teams yet - enter the first team"
           END-IF.

      *> the players with an open spell for the team, and when
      *> they joined
       SHOW-SQUAD.
           DISPLAY "Team id: "
           ACCEPT WS-LOOKUP-TEAM
           PERFORM FIND-TEAM
           IF WS-TEAM-FOUND = "NO" THEN
               DISPLAY WS-LOOKUP-TEAM " is not a team"
           ELSE
               DISPLAY WS-LOOKUP-TEAM " " WS-FOUND-TEAM-NAME
               DISPLAY "Player   Since"
               MOVE 0 TO WS-MEMBER-COUNT
               MOVE "NO" TO WS-EOF-FLAG
               OPEN INPUT MEMBER-FILE
               IF WS-MEMBER-STATUS = "00" THEN
                   PERFORM UNTIL WS-EOF-FLAG = "YES"
                       READ MEMBER-FILE
                           AT END MOVE "YES" TO WS-EOF-FLAG
                           NOT AT END
                               IF MB-TEAM-ID = WS-LOOKUP-TEAM AND
                                       MB-TO-DATE = 0 THEN
                                   ADD 1 TO WS-MEMBER-COUNT
                                   DISPLAY MB-PLAYER-ID " "
                                       MB-FROM-DATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MEMBER-FILE
               END-IF
               DISPLAY "Members: " WS-MEMBER-COUNT
           END-IF.

      *> every spell on file for the player, oldest first
       SHOW-PLAYER-SPELLS.
           DISPLAY "Player id: "
           ACCEPT WS-LOOKUP-ID
           DISPLAY "Team     From     To"
           MOVE 0 TO WS-MEMBER-COUNT
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ MEMBER-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF MB-PLAYER-ID = WS-LOOKUP-ID THEN
                               ADD 1 TO WS-MEMBER-COUNT
                               IF MB-TO-DATE = 0 THEN
                                   DISPLAY MB-TEAM-ID " "
                                       MB-FROM-DATE " (current)"
                               ELSE
                                   DISPLAY MB-TEAM-ID " "
                                       MB-FROM-DATE " " MB-TO-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMBER-FILE
           END-IF
           DISPLAY "Spells: " WS-MEMBER-COUNT.

      *> one record appended per new team, same as registering a
      *> player
       ADD-TEAM.
           DISPLAY "New team id (8 chars): "
           ACCEPT WS-LOOKUP-TEAM
           IF WS-LOOKUP-TEAM = SPACES THEN
               DISPLAY "Id may not be blank"
           ELSE
               PERFORM FIND-TEAM
               IF WS-TEAM-FOUND = "YES" THEN
                   DISPLAY WS-LOOKUP-TEAM " is already a team ("
                       WS-FOUND-TEAM-NAME ")"
               ELSE
                   DISPLAY "Team name: "
                   ACCEPT WS-NEW-TEAM-NAME
                   OPEN EXTEND TEAM-FILE
                   IF WS-TEAM-STATUS = "35" THEN
                       OPEN OUTPUT TEAM-FILE
                   END-IF
                   MOVE WS-LOOKUP-TEAM   TO TM-TEAM-ID
                   MOVE WS-NEW-TEAM-NAME TO TM-TEAM-NAME
                   MOVE WS-TODAY         TO TM-FORMED-DATE
                   MOVE "A"              TO TM-ACTIVE-FLAG
                   WRITE TEAM-RECORD
                   CLOSE TEAM-FILE
                   DISPLAY WS-LOOKUP-TEAM " entered"
                   MOVE WS-LOOKUP-TEAM TO WS-SEC-DETAIL
                   PERFORM LOG-PRIVILEGED-ACTION
               END-IF
           END-IF.

      *> a withdrawn team is not scheduled; its members keep their
      *> spells, and join again elsewhere by transfer
       FLIP-TEAM-FLAG.
           DISPLAY "Team id: "
           ACCEPT WS-LOOKUP-TEAM
           PERFORM FIND-TEAM
           IF WS-TEAM-FOUND = "NO" THEN
               DISPLAY WS-LOOKUP-TEAM " is not a team"
           ELSE
               MOVE WS-FOUND-TEAM-NAME TO WS-NEW-TEAM-NAME
               IF WS-FOUND-TEAM-ACTIVE = "A" THEN
                   MOVE "I" TO WS-NEW-TEAM-FLAG
               ELSE
                   MOVE "A" TO WS-NEW-TEAM-FLAG
               END-IF
               PERFORM REWRITE-TEAM-ENTRY
               IF WS-NEW-TEAM-FLAG = "I" THEN
                   DISPLAY WS-LOOKUP-TEAM " withdrawn"
               ELSE
                   DISPLAY WS-LOOKUP-TEAM " re-entered"
               END-IF
               MOVE SPACES TO WS-SEC-DETAIL
               STRING WS-LOOKUP-TEAM DELIMITED BY SPACE
                   " FLAG " DELIMITED BY SIZE
                   WS-NEW-TEAM-FLAG DELIMITED BY SIZE
                   INTO WS-SEC-DETAIL
               PERFORM LOG-PRIVILEGED-ACTION
           END-IF.

      *> a registered player with no open spell starts one, on a
      *> day after the last spell they left, so no two spells
      *> cover the same date
       JOIN-PLAYER.
           DISPLAY "Player id: "
           ACCEPT WS-LOOKUP-ID
           PERFORM CHECK-ROSTER-ENTRY
           PERFORM FIND-OPEN-SPELL
           EVALUATE TRUE
               WHEN WS-ROSTER-VERDICT NOT = "A"
                   DISPLAY WS-LOOKUP-ID " is not an active "
                       "registered player"
               WHEN WS-SPELL-FOUND = "YES"
                   DISPLAY WS-LOOKUP-ID " already plays for "
                       WS-SPELL-TEAM " - transfer them instead"
               WHEN OTHER
                   DISPLAY "Join which team: "
                   ACCEPT WS-LOOKUP-TEAM
                   PERFORM FIND-TEAM
                   IF WS-TEAM-FOUND = "NO" OR
                           WS-FOUND-TEAM-ACTIVE NOT = "A" THEN
                       DISPLAY WS-LOOKUP-TEAM " is not an active "
                           "team"
                   ELSE
                       DISPLAY "First day with the team "
                           "(YYYYMMDD), Enter for today: "
                       PERFORM ASK-DATE
                       IF WS-DATE-OK = "YES" AND
                               WS-EFFECTIVE-DATE <= WS-LAST-LEFT
                               THEN
                           DISPLAY "The join must fall after "
                               WS-LAST-LEFT ", when the last "
                               "spell ended"
                           MOVE "NO" TO WS-DATE-OK
                       END-IF
                       IF WS-DATE-OK = "YES" THEN
                           PERFORM APPEND-SPELL
                           DISPLAY WS-LOOKUP-ID " joins "
                               WS-LOOKUP-TEAM " from "
                               WS-EFFECTIVE-DATE
                           PERFORM LOG-SPELL-ACTION
                       END-IF
                   END-IF
           END-EVALUATE.

      *> the open spell closes the day before the new one opens,
      *> so on no date does the player belong to both teams
       TRANSFER-PLAYER.
           DISPLAY "Player id: "
           ACCEPT WS-LOOKUP-ID
           PERFORM FIND-OPEN-SPELL
           IF WS-SPELL-FOUND = "NO" THEN
               DISPLAY WS-LOOKUP-ID " is in no team - join them "
                   "instead"
           ELSE
               DISPLAY WS-LOOKUP-ID " plays for " WS-SPELL-TEAM
                   " since " WS-SPELL-FROM
               DISPLAY "Transfer to which team: "
               ACCEPT WS-LOOKUP-TEAM
               PERFORM FIND-TEAM
               EVALUATE TRUE
                   WHEN WS-TEAM-FOUND = "NO" OR
                           WS-FOUND-TEAM-ACTIVE NOT = "A"
                       DISPLAY WS-LOOKUP-TEAM " is not an active "
                           "team"
                   WHEN WS-LOOKUP-TEAM = WS-SPELL-TEAM
                       DISPLAY WS-LOOKUP-ID " already plays for "
                           WS-LOOKUP-TEAM
                   WHEN OTHER
                       DISPLAY "First day with the new team "
                           "(YYYYMMDD), Enter for today: "
                       PERFORM ASK-DATE
                       IF WS-DATE-OK = "YES" AND
                               WS-EFFECTIVE-DATE <= WS-SPELL-FROM
                               THEN
                           DISPLAY "The transfer must fall after "
                               WS-SPELL-FROM
                           MOVE "NO" TO WS-DATE-OK
                       END-IF
                       IF WS-DATE-OK = "YES" THEN
                           COMPUTE WS-CLOSING-DATE =
                               FUNCTION DATE-OF-INTEGER(
                               FUNCTION INTEGER-OF-DATE(
                               WS-EFFECTIVE-DATE) - 1)
                           PERFORM CLOSE-OPEN-SPELL
                           PERFORM APPEND-SPELL
                           DISPLAY WS-LOOKUP-ID " transferred from "
                               WS-SPELL-TEAM " to " WS-LOOKUP-TEAM
                               " from " WS-EFFECTIVE-DATE
                           PERFORM LOG-SPELL-ACTION
                       END-IF
               END-EVALUATE
           END-IF.

       RELEASE-PLAYER.
           DISPLAY "Player id: "
           ACCEPT WS-LOOKUP-ID
           PERFORM FIND-OPEN-SPELL
           IF WS-SPELL-FOUND = "NO" THEN
               DISPLAY WS-LOOKUP-ID " is in no team"
           ELSE
               DISPLAY WS-LOOKUP-ID " plays for " WS-SPELL-TEAM
                   " since " WS-SPELL-FROM
               DISPLAY "Last day with the team (YYYYMMDD), "
                   "Enter for today: "
               PERFORM ASK-DATE
               IF WS-DATE-OK = "YES" AND
                       WS-EFFECTIVE-DATE < WS-SPELL-FROM THEN
                   DISPLAY "The release may not fall before "
                       WS-SPELL-FROM
                   MOVE "NO" TO WS-DATE-OK
               END-IF
               IF WS-DATE-OK = "YES" THEN
                   MOVE WS-EFFECTIVE-DATE TO WS-CLOSING-DATE
                   PERFORM CLOSE-OPEN-SPELL
                   DISPLAY WS-LOOKUP-ID " released by "
                       WS-SPELL-TEAM " after " WS-CLOSING-DATE
                   MOVE WS-SPELL-TEAM TO WS-LOOKUP-TEAM
                   PERFORM LOG-SPELL-ACTION
               END-IF
           END-IF.

      *> a typed date, or today when Enter is pressed
       ASK-DATE.
           MOVE "YES" TO WS-DATE-OK
           MOVE SPACES TO WS-DATE-ANSWER
           ACCEPT WS-DATE-ANSWER
           IF WS-DATE-ANSWER = SPACES THEN
               MOVE WS-TODAY TO WS-EFFECTIVE-DATE
           ELSE
               IF WS-DATE-ANSWER IS NUMERIC THEN
                   MOVE WS-DATE-ANSWER TO WS-EFFECTIVE-DATE
               ELSE
                   DISPLAY "Date must be an 8-digit date, got "
                       WS-DATE-ANSWER
                   MOVE "NO" TO WS-DATE-OK
               END-IF
           END-IF.

       LOG-SPELL-ACTION.
           MOVE SPACES TO WS-SEC-DETAIL
           STRING WS-LOOKUP-ID DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-LOOKUP-TEAM DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-EFFECTIVE-DATE DELIMITED BY SIZE
               INTO WS-SEC-DETAIL
           PERFORM LOG-PRIVILEGED-ACTION.

       FIND-TEAM.
           MOVE "NO" TO WS-TEAM-FOUND
           MOVE SPACES TO WS-FOUND-TEAM-NAME
           MOVE SPACE TO WS-FOUND-TEAM-ACTIVE
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT TEAM-FILE
           IF WS-TEAM-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ TEAM-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF TM-TEAM-ID = WS-LOOKUP-TEAM THEN
                               MOVE "YES" TO WS-TEAM-FOUND
                               MOVE TM-TEAM-NAME
                                   TO WS-FOUND-TEAM-NAME
                               MOVE TM-ACTIVE-FLAG
                                   TO WS-FOUND-TEAM-ACTIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEAM-FILE
           END-IF.

      *> the roster's active flag for the player, space if the
      *> player is not registered at all
       CHECK-ROSTER-ENTRY.
           MOVE SPACE TO WS-ROSTER-VERDICT
           MOVE SPACES TO WS-ROSTER-NAME
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ ROSTER-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF RP-PLAYER-ID = WS-LOOKUP-ID THEN
                               MOVE RP-ACTIVE-FLAG
                                   TO WS-ROSTER-VERDICT
                               MOVE RP-FULL-NAME TO WS-ROSTER-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF.

      *> the player's spell with no last day, if they have one,
      *> and the latest last day of the spells already closed
       FIND-OPEN-SPELL.
           MOVE "NO" TO WS-SPELL-FOUND
           MOVE SPACES TO WS-SPELL-TEAM
           MOVE 0 TO WS-SPELL-FROM
           MOVE 0 TO WS-LAST-LEFT
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ MEMBER-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF MB-PLAYER-ID = WS-LOOKUP-ID AND
                                   MB-TO-DATE = 0 THEN
                               MOVE "YES" TO WS-SPELL-FOUND
                               MOVE MB-TEAM-ID TO WS-SPELL-TEAM
                               MOVE MB-FROM-DATE TO WS-SPELL-FROM
                           END-IF
                           IF MB-PLAYER-ID = WS-LOOKUP-ID AND
                                   MB-TO-DATE > WS-LAST-LEFT THEN
                               MOVE MB-TO-DATE TO WS-LAST-LEFT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMBER-FILE
           END-IF.

       APPEND-SPELL.
           OPEN EXTEND MEMBER-FILE
           IF WS-MEMBER-STATUS = "35" THEN
               OPEN OUTPUT MEMBER-FILE
           END-IF
           MOVE WS-LOOKUP-ID      TO MB-PLAYER-ID
           MOVE WS-LOOKUP-TEAM    TO MB-TEAM-ID
           MOVE WS-EFFECTIVE-DATE TO MB-FROM-DATE
           MOVE 0                 TO MB-TO-DATE
           MOVE WS-SIGNON-ID      TO MB-OPERATOR-ID
           WRITE TEAM-MEMBER-RECORD
           CLOSE MEMBER-FILE.

      *> one read-and-copy pass giving the player's open spell its
      *> last day, then the copy swapped in; every other spell
      *> goes through untouched
       CLOSE-OPEN-SPELL.
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS = "00" THEN
               OPEN OUTPUT MEMBER-NEW-FILE
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ MEMBER-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF MB-PLAYER-ID = WS-LOOKUP-ID AND
                                   MB-TO-DATE = 0 THEN
                               MOVE WS-CLOSING-DATE TO MB-TO-DATE
                           END-IF
                           WRITE MEMBER-NEW-RECORD
                               FROM TEAM-MEMBER-RECORD
                   END-READ
               END-PERFORM
               CLOSE MEMBER-FILE
               CLOSE MEMBER-NEW-FILE
               CALL "CBL_DELETE_FILE" USING WS-MEMB-NAME-FILE
               CALL "CBL_RENAME_FILE"
                   USING WS-MEMB-NEW-NAME WS-MEMB-NAME-FILE
               IF RETURN-CODE NOT = 0 THEN
                   DISPLAY "Rename of " WS-MEMB-NEW-NAME
                       " to " WS-MEMB-NAME-FILE " failed, rc "
                       RETURN-CODE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       REWRITE-TEAM-ENTRY.
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT TEAM-FILE
           IF WS-TEAM-STATUS = "00" THEN
               OPEN OUTPUT TEAM-NEW-FILE
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ TEAM-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF TM-TEAM-ID = WS-LOOKUP-TEAM THEN
                               MOVE WS-NEW-TEAM-NAME TO TM-TEAM-NAME
                               MOVE WS-NEW-TEAM-FLAG
                                   TO TM-ACTIVE-FLAG
                           END-IF
                           WRITE TEAM-NEW-RECORD FROM TEAM-RECORD
                   END-READ
               END-PERFORM
               CLOSE TEAM-FILE
               CLOSE TEAM-NEW-FILE
               CALL "CBL_DELETE_FILE" USING WS-TEAM-NAME-FILE
               CALL "CBL_RENAME_FILE"
                   USING WS-TEAM-NEW-NAME WS-TEAM-NAME-FILE
               IF RETURN-CODE NOT = 0 THEN
                   DISPLAY "Rename of " WS-TEAM-NEW-NAME
                       " to " WS-TEAM-NAME-FILE " failed, rc "
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

       END PROGRAM TTTTeam.
