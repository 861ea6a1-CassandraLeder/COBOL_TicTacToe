           SELECT CUP-NEW-FILE ASSIGN TO "CUPBRKT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUPNEW-STATUS.
           SELECT SWISS-PAIRING-FILE ASSIGN TO "SWISSPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWISS-STATUS.
           SELECT SWISS-NEW-FILE ASSIGN TO "SWISSPR.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWNEW-STATUS.
           SELECT TEAM-FIXTURE-FILE ASSIGN TO "TEAMFIX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEAMFIX-STATUS.
           SELECT TEAM-NEW-FILE ASSIGN TO "TEAMFIX.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMNEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY CUPREC.
       FD  CUP-NEW-FILE.
       01  CUP-NEW-RECORD        PIC X(52).
       FD  SWISS-PAIRING-FILE.
       COPY SWPAIRR.
       FD  SWISS-NEW-FILE.
       01  SWISS-NEW-RECORD      PIC X(48).
       FD  TEAM-FIXTURE-FILE.
       COPY TFIXREC.
       FD  TEAM-NEW-FILE.
       01  TEAM-NEW-RECORD       PIC X(70).

       WORKING-STORAGE SECTION.
       01  WS-GAME-ID           PIC X(14).
       01  WS-CUP-WINNER-ID      PIC X(8).
       01  WS-CUPBRKT-NAME       PIC X(11) VALUE "CUPBRKT.DAT".
       01  WS-CUPBRKT-NEW-NAME   PIC X(11) VALUE "CUPBRKT.NEW".
      *> Swiss event - with no fixture or cup tie on offer, the
      *> game offers player 1 their unplayed board of the open
      *> Swiss round, and marks it played with the result when
      *> the sitting ends; a Swiss draw is a result, half a point
      *> each, so unlike a cup tie the board is never replayed
       01  WS-SWISS-STATUS       PIC X(2) VALUE "00".
       01  WS-SWNEW-STATUS       PIC X(2) VALUE "00".
       01  WS-SWISS-EOF          PIC X(3) VALUE "NO".
       01  WS-SWISS-ATTACHED     PIC X(3) VALUE "NO".
       01  WS-SWISS-ANSWER       PIC X(1).
       01  WS-SWISS-FOUND        PIC X(3) VALUE "NO".
       01  WS-SWISS-EVENT        PIC 9(3) VALUE 0.
       01  WS-SWISS-ROUND        PIC 9(2) VALUE 0.
       01  WS-SWISS-BOARD        PIC 9(3) VALUE 0.
       01  WS-SWISS-X-ID         PIC X(8) VALUE SPACES.
       01  WS-SWISS-O-ID         PIC X(8).
       01  WS-SWISS-WINNER-ID    PIC X(8).
       01  WS-SWISS-RESULT       PIC X(1).
       01  WS-SWISSPR-NAME       PIC X(11) VALUE "SWISSPR.DAT".
       01  WS-SWISSPR-NEW-NAME   PIC X(11) VALUE "SWISSPR.NEW".
      *> team league - with nothing else on offer, the game
      *> offers player 1 their unplayed board of a team match and
      *> marks it played with the game (or series) id when the
      *> sitting ends; the team results job scores the board from
      *> the results and series files, so no result is kept here
       01  WS-TEAMFIX-STATUS     PIC X(2) VALUE "00".
       01  WS-TMNEW-STATUS       PIC X(2) VALUE "00".
       01  WS-TEAM-EOF           PIC X(3) VALUE "NO".
       01  WS-TEAM-ATTACHED      PIC X(3) VALUE "NO".
       01  WS-TEAM-ANSWER        PIC X(1).
       01  WS-TEAM-FOUND         PIC X(3) VALUE "NO".
       01  WS-TEAM-ROUND         PIC 9(2) VALUE 0.
       01  WS-TEAM-MATCH         PIC 9(3) VALUE 0.
       01  WS-TEAM-BOARD         PIC 9(1) VALUE 0.
       01  WS-TEAM-HOME-TEAM     PIC X(8).
       01  WS-TEAM-AWAY-TEAM     PIC X(8).
       01  WS-TEAM-X-ID          PIC X(8).
       01  WS-TEAM-O-ID          PIC X(8).
       01  WS-TEAMFIX-NAME       PIC X(11) VALUE "TEAMFIX.DAT".
       01  WS-TEAMFIX-NEW-NAME   PIC X(11) VALUE "TEAMFIX.NEW".
      *> registered-player roster - a typed id must belong to an
      *> active roster member before it can reach the stats master,
      *> so a typo never becomes a new player; a missing roster
      *> series is decided - game one of three settles nothing
           PERFORM MARK-FIXTURE-PLAYED
           PERFORM MARK-CUP-TIE-PLAYED
           PERFORM MARK-SWISS-BOARD-PLAYED
           PERFORM MARK-TEAM-BOARD-PLAYED
           PERFORM CLOSE-GAME-LOG
           PERFORM CLOSE-PERF-LOG
           PERFORM DELETE-CHECKPOINT
                   MOVE CP-CUP-ROUND TO WS-CUP-ROUND
                   MOVE CP-CUP-NO    TO WS-CUP-NO
               END-IF
               IF CP-SWISS-ROUND IS NUMERIC AND
                       CP-SWISS-ROUND > 0 THEN
                   MOVE "YES" TO WS-SWISS-ATTACHED
                   MOVE CP-SWISS-EVENT TO WS-SWISS-EVENT
                   MOVE CP-SWISS-ROUND TO WS-SWISS-ROUND
                   MOVE CP-SWISS-BOARD TO WS-SWISS-BOARD
                   MOVE CP-SWISS-X-ID  TO WS-SWISS-X-ID
                   IF WS-SWISS-X-ID = SPACES THEN
                       IF CP-SERIES-LENGTH IS NUMERIC AND
                               CP-SERIES-LENGTH > 1 THEN
                           MOVE CP-SERIES-P1-ID TO WS-SWISS-X-ID
                       ELSE
                           MOVE CP-PLAYER1-ID TO WS-SWISS-X-ID
                       END-IF
                   END-IF
               END-IF
               IF CP-TEAM-ROUND IS NUMERIC AND
                       CP-TEAM-ROUND > 0 THEN
                   MOVE "YES" TO WS-TEAM-ATTACHED
                   MOVE CP-TEAM-ROUND TO WS-TEAM-ROUND
                   MOVE CP-TEAM-MATCH TO WS-TEAM-MATCH
                   MOVE CP-TEAM-BOARD TO WS-TEAM-BOARD
               END-IF
      *> checkpoints cut before series play existed read spaces
      *> here and stay a single game; the series id already holds
      *> the registry id the operator resumed by
           END-IF
           IF WS-FIXTURE-ATTACHED = "NO" AND
                   WS-CUP-ATTACHED = "NO" THEN
               PERFORM OFFER-SWISS-BOARD
           END-IF
           IF WS-FIXTURE-ATTACHED = "NO" AND
                   WS-CUP-ATTACHED = "NO" AND
                   WS-SWISS-ATTACHED = "NO" THEN
               PERFORM OFFER-TEAM-BOARD
           END-IF
           IF WS-FIXTURE-ATTACHED = "NO" AND
                   WS-CUP-ATTACHED = "NO" AND
                   WS-SWISS-ATTACHED = "NO" AND
                   WS-TEAM-ATTACHED = "NO" THEN
               MOVE "NO" TO WS-ROSTER-OK
               PERFORM UNTIL WS-ROSTER-OK = "YES"
                   DISPLAY "Player 2 (O) id, Enter for PLAYER2: "
                   WS-CUP-ROUND " tie " WS-CUP-NO
           END-IF.

      *> the first unplayed board of a Swiss round involving
      *> player 1 - same shape as OFFER-CUP-TIE. The board fixes
      *> the colours as well as the opponent, so player 1 (who
      *> always moves first, as X) becomes whoever the round job
      *> gave X
       OFFER-SWISS-BOARD.
           MOVE "NO" TO WS-SWISS-ATTACHED
           MOVE "NO" TO WS-SWISS-FOUND
           MOVE "NO" TO WS-SWISS-EOF
           MOVE 0 TO WS-SWISS-EVENT WS-SWISS-ROUND WS-SWISS-BOARD
           OPEN INPUT SWISS-PAIRING-FILE
           IF WS-SWISS-STATUS = "00" THEN
               PERFORM UNTIL WS-SWISS-EOF = "YES"
                          OR WS-SWISS-FOUND = "YES"
                   READ SWISS-PAIRING-FILE
                       AT END MOVE "YES" TO WS-SWISS-EOF
                       NOT AT END
                           IF SP-STATUS = "U" AND
                                   SP-O-ID NOT = SPACES AND
                                   (SP-X-ID = Player1Id OR
                                    SP-O-ID = Player1Id) THEN
                               MOVE "YES" TO WS-SWISS-FOUND
                               MOVE SP-EVENT-NO TO WS-SWISS-EVENT
                               MOVE SP-ROUND-NO TO WS-SWISS-ROUND
                               MOVE SP-BOARD-NO TO WS-SWISS-BOARD
                               MOVE SP-X-ID     TO WS-SWISS-X-ID
                               MOVE SP-O-ID     TO WS-SWISS-O-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SWISS-PAIRING-FILE
           END-IF
           IF WS-SWISS-FOUND = "YES" THEN
               DISPLAY "Swiss event " WS-SWISS-EVENT " round "
                   WS-SWISS-ROUND " board " WS-SWISS-BOARD " - "
                   WS-SWISS-X-ID " (X) vs " WS-SWISS-O-ID " (O)"
               DISPLAY "Play this board? (Y/N), Enter for Y: "
               ACCEPT WS-SWISS-ANSWER
               IF WS-SWISS-ANSWER = "N" OR
                       WS-SWISS-ANSWER = "n" THEN
                   MOVE 0 TO WS-SWISS-EVENT WS-SWISS-ROUND
                       WS-SWISS-BOARD
               ELSE
                   MOVE "YES" TO WS-SWISS-ATTACHED
                   MOVE WS-SWISS-X-ID TO Player1Id
                   MOVE WS-SWISS-O-ID TO Player2Id
                   DISPLAY "Playing " Player1Id " (X) vs "
                       Player2Id " (O) for the Swiss"
               END-IF
           END-IF.

      *> the sitting is over - check the board off with the result
      *> and the series id so the round job can score it and pair
      *> the next round. A best-of-N swaps colours game to game,
      *> so the result goes by who won (NOTE-CUP-WINNER works
      *> that out for any sitting), not by which seat
       MARK-SWISS-BOARD-PLAYED.
           IF WS-SWISS-ATTACHED = "YES" THEN
               PERFORM NOTE-CUP-WINNER
               MOVE WS-CUP-WINNER-ID TO WS-SWISS-WINNER-ID
               EVALUATE TRUE
                   WHEN WS-SWISS-WINNER-ID = SPACES
                       MOVE "D" TO WS-SWISS-RESULT
                   WHEN WS-SWISS-WINNER-ID = WS-SWISS-X-ID
                       MOVE "X" TO WS-SWISS-RESULT
                   WHEN OTHER
                       MOVE "O" TO WS-SWISS-RESULT
               END-EVALUATE
               PERFORM REWRITE-SWISS-BOARD
           END-IF.

       REWRITE-SWISS-BOARD.
           MOVE "NO" TO WS-SWISS-EOF
           OPEN INPUT SWISS-PAIRING-FILE
           IF WS-SWISS-STATUS = "00" THEN
               OPEN OUTPUT SWISS-NEW-FILE
               PERFORM UNTIL WS-SWISS-EOF = "YES"
                   READ SWISS-PAIRING-FILE
                       AT END MOVE "YES" TO WS-SWISS-EOF
                       NOT AT END
                           IF SP-EVENT-NO = WS-SWISS-EVENT AND
                                   SP-ROUND-NO = WS-SWISS-ROUND AND
                                   SP-BOARD-NO = WS-SWISS-BOARD THEN
                               MOVE "P" TO SP-STATUS
                               MOVE WS-SWISS-RESULT TO SP-RESULT
                               MOVE WS-SERIES-ID TO SP-GAME-ID
                               MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO SP-PLAYED-DATE
                           END-IF
                           WRITE SWISS-NEW-RECORD
                               FROM SWISS-PAIRING-RECORD
                   END-READ
               END-PERFORM
               CLOSE SWISS-PAIRING-FILE
               CLOSE SWISS-NEW-FILE
               CALL "CBL_DELETE_FILE" USING WS-SWISSPR-NAME
               CALL "CBL_RENAME_FILE"
                   USING WS-SWISSPR-NEW-NAME WS-SWISSPR-NAME
               IF RETURN-CODE NOT = 0 THEN
                   DISPLAY "Rename of " WS-SWISSPR-NEW-NAME
                       " to " WS-SWISSPR-NAME " failed, rc "
                       RETURN-CODE
                   MOVE 0 TO RETURN-CODE
               END-IF
               DISPLAY "Swiss round " WS-SWISS-ROUND " board "
                   WS-SWISS-BOARD " marked played"
           END-IF.

      *> the first unplayed team board involving player 1 - same
      *> shape as OFFER-SWISS-BOARD. The board says which side
      *> the home player takes, so player 1 (who always moves
      *> first, as X) becomes whichever of the two has X
       OFFER-TEAM-BOARD.
           MOVE "NO" TO WS-TEAM-ATTACHED
           MOVE "NO" TO WS-TEAM-FOUND
           MOVE "NO" TO WS-TEAM-EOF
           MOVE 0 TO WS-TEAM-ROUND WS-TEAM-MATCH WS-TEAM-BOARD
           OPEN INPUT TEAM-FIXTURE-FILE
           IF WS-TEAMFIX-STATUS = "00" THEN
               PERFORM UNTIL WS-TEAM-EOF = "YES"
                          OR WS-TEAM-FOUND = "YES"
                   READ TEAM-FIXTURE-FILE
                       AT END MOVE "YES" TO WS-TEAM-EOF
                       NOT AT END
                           IF TB-STATUS = "U" AND
                                   (TB-HOME-ID = Player1Id OR
                                    TB-AWAY-ID = Player1Id) THEN
                               MOVE "YES" TO WS-TEAM-FOUND
                               MOVE TB-ROUND-NO TO WS-TEAM-ROUND
                               MOVE TB-MATCH-NO TO WS-TEAM-MATCH
                               MOVE TB-BOARD-NO TO WS-TEAM-BOARD
                               MOVE TB-HOME-TEAM
                                   TO WS-TEAM-HOME-TEAM
                               MOVE TB-AWAY-TEAM
                                   TO WS-TEAM-AWAY-TEAM
                               IF TB-HOME-COLOUR = "X" THEN
                                   MOVE TB-HOME-ID TO WS-TEAM-X-ID
                                   MOVE TB-AWAY-ID TO WS-TEAM-O-ID
                               ELSE
                                   MOVE TB-AWAY-ID TO WS-TEAM-X-ID
                                   MOVE TB-HOME-ID TO WS-TEAM-O-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEAM-FIXTURE-FILE
           END-IF
           IF WS-TEAM-FOUND = "YES" THEN
               DISPLAY "Team round " WS-TEAM-ROUND " match "
                   WS-TEAM-MATCH " " WS-TEAM-HOME-TEAM " v "
                   WS-TEAM-AWAY-TEAM " board " WS-TEAM-BOARD " - "
                   WS-TEAM-X-ID " (X) vs " WS-TEAM-O-ID " (O)"
               DISPLAY "Play this board? (Y/N), Enter for Y: "
               ACCEPT WS-TEAM-ANSWER
               IF WS-TEAM-ANSWER = "N" OR
                       WS-TEAM-ANSWER = "n" THEN
                   MOVE 0 TO WS-TEAM-ROUND WS-TEAM-MATCH
                       WS-TEAM-BOARD
               ELSE
                   MOVE "YES" TO WS-TEAM-ATTACHED
                   MOVE WS-TEAM-X-ID TO Player1Id
                   MOVE WS-TEAM-O-ID TO Player2Id
                   DISPLAY "Playing " Player1Id " (X) vs "
                       Player2Id " (O) for the team match"
               END-IF
           END-IF.

      *> the sitting is over - check the board off with the
      *> series id (the game id for a single game), which is all
      *> the team results job needs to find the outcome
       MARK-TEAM-BOARD-PLAYED.
           IF WS-TEAM-ATTACHED = "YES" THEN
               PERFORM REWRITE-TEAM-BOARD
           END-IF.

       REWRITE-TEAM-BOARD.
           MOVE "NO" TO WS-TEAM-EOF
           OPEN INPUT TEAM-FIXTURE-FILE
           IF WS-TEAMFIX-STATUS = "00" THEN
               OPEN OUTPUT TEAM-NEW-FILE
               PERFORM UNTIL WS-TEAM-EOF = "YES"
                   READ TEAM-FIXTURE-FILE
                       AT END MOVE "YES" TO WS-TEAM-EOF
                       NOT AT END
                           IF TB-ROUND-NO = WS-TEAM-ROUND AND
                                   TB-MATCH-NO = WS-TEAM-MATCH AND
                                   TB-BOARD-NO = WS-TEAM-BOARD THEN
                               MOVE "P" TO TB-STATUS
                               MOVE WS-SERIES-ID TO TB-GAME-ID
                               MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO TB-PLAYED-DATE
                           END-IF
                           WRITE TEAM-NEW-RECORD
                               FROM TEAM-FIXTURE-RECORD
                   END-READ
               END-PERFORM
               CLOSE TEAM-FIXTURE-FILE
               CLOSE TEAM-NEW-FILE
               CALL "CBL_DELETE_FILE" USING WS-TEAMFIX-NAME
               CALL "CBL_RENAME_FILE"
                   USING WS-TEAMFIX-NEW-NAME WS-TEAMFIX-NAME
               IF RETURN-CODE NOT = 0 THEN
                   DISPLAY "Rename of " WS-TEAMFIX-NEW-NAME
                       " to " WS-TEAMFIX-NAME " failed, rc "
                       RETURN-CODE
                   MOVE 0 TO RETURN-CODE
               END-IF
               DISPLAY "Team round " WS-TEAM-ROUND " match "
                   WS-TEAM-MATCH " board " WS-TEAM-BOARD
                   " marked played"
           END-IF.

      *> let the operator pick the board size for the "big board"
      *> variant; blank or out-of-range input keeps the classic 3x3
       ASK-BOARD-SIZE.
       ASK-SINGLE-PLAYER-MODE.
           IF WS-DUAL-MODE = "YES" OR
                   WS-FIXTURE-ATTACHED = "YES" OR
                   WS-CUP-ATTACHED = "YES" OR
                   WS-SWISS-ATTACHED = "YES" OR
                   WS-TEAM-ATTACHED = "YES" THEN
      *> a league fixture, cup tie, Swiss board or team board is
      *> between two people - the computer cannot stand in for
      *> the opponent
               MOVE "NO" TO WS-SINGLE-PLAYER-MODE
           ELSE
               DISPLAY
           MOVE WS-FIX-NO      TO CP-FIX-NO
           MOVE WS-CUP-ROUND   TO CP-CUP-ROUND
           MOVE WS-CUP-NO      TO CP-CUP-NO
           MOVE WS-SWISS-EVENT TO CP-SWISS-EVENT
           MOVE WS-SWISS-ROUND TO CP-SWISS-ROUND
           MOVE WS-SWISS-BOARD TO CP-SWISS-BOARD
           MOVE WS-SWISS-X-ID  TO CP-SWISS-X-ID
           MOVE WS-TEAM-ROUND  TO CP-TEAM-ROUND
           MOVE WS-TEAM-MATCH  TO CP-TEAM-MATCH
           MOVE WS-TEAM-BOARD  TO CP-TEAM-BOARD
           MOVE WS-SERIES-ID      TO CP-SERIES-ID
           MOVE WS-SERIES-LENGTH  TO CP-SERIES-LENGTH
           MOVE WS-SERIES-GAME-NO TO CP-SERIES-GAME-NO
           MOVE WS-SERIES-P2-WINS TO CP-SERIES-P2-WINS
           MOVE WS-SERIES-DRAWS   TO CP-SERIES-DRAWS
           MOVE WS-SERIES-GAME-IDS TO CP-SERIES-GAME-IDS
           MOVE FUNCTION CURRENT-DATE(1:14) TO CP-SAVED-AT
           PERFORM SERIALIZE-BOARD
           MOVE WS-SERIALIZED-BOARD TO CP-BOARD-STATE
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE Total-Time        TO GR-TOTAL-TIME
           MOVE FUNCTION CURRENT-DATE(1:8) TO GR-DATE
           MOVE WS-RESULT-TYPE    TO GR-RESULT-TYPE
           MOVE SPACE             TO GR-CORRECTION-FLAG
           WRITE GAME-RESULT-RECORD
           CLOSE GAME-RESULTS-FILE.

