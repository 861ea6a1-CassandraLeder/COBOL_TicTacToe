       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTTmRes.
       AUTHOR. Cassandra Leder

      *> Team league results and table. Reads every board on the
      *> team fixture file and settles it from what the game
      *> wrote: a board played as a best-of-N from its series
      *> record, a single game from its results record. A board
      *> won is a board point, a board drawn half a point each; a
      *> double forfeit, or a game the sweep abandoned, is settled
      *> with no board point to either side. A board still marked
      *> played on a game a match official voided is not settled -
      *> it is owed a replay. A match is complete once every
      *> board is settled, and only then counts in the table: more
      *> board points takes the match for two match points, level
      *> board points share them. Prints each match board by board,
      *> then the table ranked by match points with board points
      *> breaking ties. Reports only - nothing is written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEAM-FIXTURE-FILE ASSIGN TO "TEAMFIX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEAMFIX-STATUS.
           SELECT TEAM-FILE ASSIGN TO "TEAMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEAM-STATUS.
           SELECT GAME-RESULTS-FILE ASSIGN TO "GAMERSLT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-STATUS.
           SELECT SERIES-FILE ASSIGN TO "SERIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERIES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEAM-FIXTURE-FILE.
       COPY TFIXREC.
       FD  TEAM-FILE.
       COPY TEAMREC.
       FD  GAME-RESULTS-FILE.
       COPY GAMERSLT.
       FD  SERIES-FILE.
       COPY SERIESR.

       WORKING-STORAGE SECTION.
       01  WS-RESULTS-STATUS    PIC X(2) VALUE "00".
       01  WS-SERIES-STATUS     PIC X(2) VALUE "00".
       01  WS-SHOW-HOME         PIC Z9.9.
       01  WS-SHOW-AWAY         PIC Z9.9.
       01  WS-BOARD-TEXT        PIC X(24).
       01  WS-COMPLETE-MATCHES  PIC 9(4) VALUE 0.

      *> team league scoring - every board on the team fixture
      *> file is settled from the series record or the results
      *> record its game id points at, each match is scored from
      *> its boards, and the team table is built from the
      *> matches. Board points are held in half points, so a
      *> drawn board never rounds away
       01  WS-TEAMFIX-STATUS    PIC X(2) VALUE "00".
       01  WS-TEAM-STATUS       PIC X(2) VALUE "00".
       01  WS-TEAM-EOF          PIC X(3) VALUE "NO".
       01  TBD-TABLE.
           05  TBD-COUNT        PIC 9(4) VALUE 0.
           05  TBD-ENTRY OCCURS 2000 TIMES INDEXED BY TBD-IDX.
               10  TBD-ROUND        PIC 9(2).
               10  TBD-MATCH        PIC 9(3).
               10  TBD-BOARD        PIC 9(1).
               10  TBD-HOME-TEAM    PIC X(8).
               10  TBD-AWAY-TEAM    PIC X(8).
               10  TBD-HOME-ID      PIC X(8).
               10  TBD-AWAY-ID      PIC X(8).
               10  TBD-HOME-COLOUR  PIC X(1).
               10  TBD-STATUS       PIC X(1).
               10  TBD-GAME-ID      PIC X(14).
      *> "H" = home player won, "A" = away player won, "D" =
      *> drawn, "N" = double forfeit and "L" = abandoned -
      *> settled, but no board point either way; "V" = played on
      *> a game since voided - not settled, the board is owed a
      *> replay (the correction job reopens it); space = not
      *> settled yet
               10  TBD-OUTCOME      PIC X(1).
       01  TMAT-TABLE.
           05  TMAT-COUNT       PIC 9(4) VALUE 0.
           05  TMAT-ENTRY OCCURS 1000 TIMES INDEXED BY TMAT-IDX.
               10  TMAT-ROUND       PIC 9(2).
               10  TMAT-MATCH       PIC 9(3).
               10  TMAT-HOME-TEAM   PIC X(8).
               10  TMAT-AWAY-TEAM   PIC X(8).
               10  TMAT-BOARDS      PIC 9(1).
               10  TMAT-SETTLED     PIC 9(1).
               10  TMAT-HOME-HALVES PIC 9(2).
               10  TMAT-AWAY-HALVES PIC 9(2).
      *> the team table - match points 2 a win and 1 a draw
       01  TMT-TABLE.
           05  TMT-COUNT        PIC 9(4) VALUE 0.
           05  TMT-ENTRY OCCURS 100 TIMES INDEXED BY TMT-IDX.
               10  TMT-ID           PIC X(8).
               10  TMT-NAME         PIC X(30).
               10  TMT-PLAYED       PIC 9(3).
               10  TMT-WINS         PIC 9(3).
               10  TMT-DRAWS        PIC 9(3).
               10  TMT-LOSSES       PIC 9(3).
               10  TMT-FOR-HALVES   PIC 9(4).
               10  TMT-AGAINST-HALVES PIC 9(4).
               10  TMT-MP           PIC 9(4).
       01  TMT-SWAP-ENTRY.
           05  TSW-ID           PIC X(8).
           05  TSW-NAME         PIC X(30).
           05  TSW-PLAYED       PIC 9(3).
           05  TSW-WINS         PIC 9(3).
           05  TSW-DRAWS        PIC 9(3).
           05  TSW-LOSSES       PIC 9(3).
           05  TSW-FOR-HALVES   PIC 9(4).
           05  TSW-AGAINST-HALVES PIC 9(4).
           05  TSW-MP           PIC 9(4).
       01  WS-TMAT-FOUND-IDX    PIC 9(4).
       01  WS-TMT-FOUND-IDX     PIC 9(4).
       01  WS-TEAM-LOOKUP-ID    PIC X(8).
       01  WS-TEAM-WINNER-ID    PIC X(8).
       01  WS-INCOMPLETE-MATCHES PIC 9(4) VALUE 0.
       01  WS-TEAM-BEST-IDX     PIC 9(4).
       01  WS-TEAM-SCAN-IDX     PIC 9(4).
       01  WS-TEAM-RANK         PIC 9(3).
       01  WS-SHOW-FOR          PIC ZZZ9.9.
       01  WS-SHOW-AGAINST      PIC ZZZ9.9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-TEAM-BOARDS
           IF TBD-COUNT = 0 THEN
               DISPLAY "No team boards on TEAMFIX.DAT - schedule a "
                   "team round with TTTTmFix first"
               STOP RUN
           END-IF
           PERFORM SETTLE-BOARDS-FROM-SERIES
           PERFORM SETTLE-BOARDS-FROM-RESULTS
           PERFORM BUILD-TEAM-MATCHES
           PERFORM SCORE-TEAM-MATCHES
           PERFORM LOAD-TEAM-NAMES
           PERFORM PRINT-TEAM-MATCHES
           PERFORM RANK-TEAM-TABLE
           DISPLAY " "
           DISPLAY "===== Team League Table ====="
           COMPUTE WS-COMPLETE-MATCHES =
               TMAT-COUNT - WS-INCOMPLETE-MATCHES
           DISPLAY "Matches complete: " WS-COMPLETE-MATCHES
               "  still being played: " WS-INCOMPLETE-MATCHES
           PERFORM PRINT-TEAM-TABLE
           STOP RUN.

      *> every match with its score so far and each board's
      *> result; an unsettled board says why
       PRINT-TEAM-MATCHES.
           DISPLAY "===== Team League Results ====="
           PERFORM VARYING TMAT-IDX FROM 1 BY 1
                   UNTIL TMAT-IDX > TMAT-COUNT
               COMPUTE WS-SHOW-HOME = TMAT-HOME-HALVES(TMAT-IDX) / 2
               COMPUTE WS-SHOW-AWAY = TMAT-AWAY-HALVES(TMAT-IDX) / 2
               IF TMAT-SETTLED(TMAT-IDX) < TMAT-BOARDS(TMAT-IDX)
                       THEN
                   DISPLAY "R" TMAT-ROUND(TMAT-IDX) " M"
                       TMAT-MATCH(TMAT-IDX) " "
                       TMAT-HOME-TEAM(TMAT-IDX) " " WS-SHOW-HOME
                       " - " WS-SHOW-AWAY " "
                       TMAT-AWAY-TEAM(TMAT-IDX) "  ("
                       TMAT-SETTLED(TMAT-IDX) " of "
                       TMAT-BOARDS(TMAT-IDX) " boards settled)"
               ELSE
                   DISPLAY "R" TMAT-ROUND(TMAT-IDX) " M"
                       TMAT-MATCH(TMAT-IDX) " "
                       TMAT-HOME-TEAM(TMAT-IDX) " " WS-SHOW-HOME
                       " - " WS-SHOW-AWAY " "
                       TMAT-AWAY-TEAM(TMAT-IDX) "  complete"
               END-IF
               PERFORM VARYING TBD-IDX FROM 1 BY 1
                       UNTIL TBD-IDX > TBD-COUNT
                   IF TBD-ROUND(TBD-IDX) = TMAT-ROUND(TMAT-IDX) AND
                           TBD-MATCH(TBD-IDX) = TMAT-MATCH(TMAT-IDX)
                           THEN
                       PERFORM PRINT-ONE-TEAM-BOARD
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-ONE-TEAM-BOARD.
           EVALUATE TRUE
               WHEN TBD-OUTCOME(TBD-IDX) = "H"
                   MOVE "1 - 0" TO WS-BOARD-TEXT
               WHEN TBD-OUTCOME(TBD-IDX) = "A"
                   MOVE "0 - 1" TO WS-BOARD-TEXT
               WHEN TBD-OUTCOME(TBD-IDX) = "D"
                   MOVE "drawn" TO WS-BOARD-TEXT
               WHEN TBD-OUTCOME(TBD-IDX) = "N"
                   MOVE "double forfeit" TO WS-BOARD-TEXT
               WHEN TBD-OUTCOME(TBD-IDX) = "V"
                   MOVE "voided - to be replayed" TO WS-BOARD-TEXT
               WHEN TBD-OUTCOME(TBD-IDX) = "L"
                   MOVE "abandoned" TO WS-BOARD-TEXT
               WHEN TBD-STATUS(TBD-IDX) = "U"
                   MOVE "unplayed" TO WS-BOARD-TEXT
               WHEN OTHER
                   MOVE "played, no result found" TO WS-BOARD-TEXT
           END-EVALUATE
           DISPLAY "    board " TBD-BOARD(TBD-IDX) " "
               TBD-HOME-ID(TBD-IDX) " (" TBD-HOME-COLOUR(TBD-IDX)
               ") v " TBD-AWAY-ID(TBD-IDX) "  " WS-BOARD-TEXT.

      *> team league scoring, common to the team results job and
      *> the season close-out: every board of every team match on
      *> the team fixture file, in file order
       LOAD-TEAM-BOARDS.
           MOVE "NO" TO WS-TEAM-EOF
           OPEN INPUT TEAM-FIXTURE-FILE
           IF WS-TEAMFIX-STATUS = "00" THEN
               PERFORM UNTIL WS-TEAM-EOF = "YES"
                   READ TEAM-FIXTURE-FILE
                       AT END MOVE "YES" TO WS-TEAM-EOF
                       NOT AT END
                           IF TBD-COUNT < 2000 THEN
                               ADD 1 TO TBD-COUNT
                               SET TBD-IDX TO TBD-COUNT
                               MOVE TB-ROUND-NO TO TBD-ROUND(TBD-IDX)
                               MOVE TB-MATCH-NO TO TBD-MATCH(TBD-IDX)
                               MOVE TB-BOARD-NO TO TBD-BOARD(TBD-IDX)
                               MOVE TB-HOME-TEAM
                                   TO TBD-HOME-TEAM(TBD-IDX)
                               MOVE TB-AWAY-TEAM
                                   TO TBD-AWAY-TEAM(TBD-IDX)
                               MOVE TB-HOME-ID TO TBD-HOME-ID(TBD-IDX)
                               MOVE TB-AWAY-ID TO TBD-AWAY-ID(TBD-IDX)
                               MOVE TB-HOME-COLOUR
                                   TO TBD-HOME-COLOUR(TBD-IDX)
                               MOVE TB-STATUS TO TBD-STATUS(TBD-IDX)
                               MOVE TB-GAME-ID TO TBD-GAME-ID(TBD-IDX)
                               MOVE SPACE TO TBD-OUTCOME(TBD-IDX)
                           ELSE
                               DISPLAY "Team board table full, "
                                   "dropping R" TB-ROUND-NO " M"
                                   TB-MATCH-NO " board " TB-BOARD-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEAM-FIXTURE-FILE
           END-IF.

      *> a board settled by a best-of-N carries the series id; the
      *> series winner takes the board, a drawn series halves it
       SETTLE-BOARDS-FROM-SERIES.
           MOVE "NO" TO WS-TEAM-EOF
           OPEN INPUT SERIES-FILE
           IF WS-SERIES-STATUS = "00" THEN
               PERFORM UNTIL WS-TEAM-EOF = "YES"
                   READ SERIES-FILE
                       AT END MOVE "YES" TO WS-TEAM-EOF
                       NOT AT END PERFORM SETTLE-ONE-SERIES
                   END-READ
               END-PERFORM
               CLOSE SERIES-FILE
           END-IF.

       SETTLE-ONE-SERIES.
           PERFORM VARYING TBD-IDX FROM 1 BY 1
                   UNTIL TBD-IDX > TBD-COUNT
               IF TBD-STATUS(TBD-IDX) = "P" AND
                       TBD-GAME-ID(TBD-IDX) = SR-SERIES-ID THEN
                   EVALUATE TRUE
                       WHEN SR-WINNER-ID = SPACES
                           MOVE "D" TO TBD-OUTCOME(TBD-IDX)
                       WHEN SR-WINNER-ID = TBD-HOME-ID(TBD-IDX)
                           MOVE "H" TO TBD-OUTCOME(TBD-IDX)
                       WHEN OTHER
                           MOVE "A" TO TBD-OUTCOME(TBD-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *> a board settled by a single game carries the game id.
      *> Player 1 on the results record is whoever had X, which
      *> may be either side, so the winner goes by id
       SETTLE-BOARDS-FROM-RESULTS.
           MOVE "NO" TO WS-TEAM-EOF
           OPEN INPUT GAME-RESULTS-FILE
           IF WS-RESULTS-STATUS = "00" THEN
               PERFORM UNTIL WS-TEAM-EOF = "YES"
                   READ GAME-RESULTS-FILE
                       AT END MOVE "YES" TO WS-TEAM-EOF
                       NOT AT END PERFORM SETTLE-ONE-RESULT
                   END-READ
               END-PERFORM
               CLOSE GAME-RESULTS-FILE
           END-IF.

       SETTLE-ONE-RESULT.
           PERFORM VARYING TBD-IDX FROM 1 BY 1
                   UNTIL TBD-IDX > TBD-COUNT
               IF TBD-STATUS(TBD-IDX) = "P" AND
                       TBD-OUTCOME(TBD-IDX) = SPACE AND
                       TBD-GAME-ID(TBD-IDX) = GR-GAME-ID THEN
                   EVALUATE TRUE
                       WHEN GR-CORRECTION-FLAG = "V"
                           MOVE "V" TO TBD-OUTCOME(TBD-IDX)
                       WHEN GR-RESULT-TYPE = "A"
                           MOVE "L" TO TBD-OUTCOME(TBD-IDX)
                       WHEN GR-WINNER = "X"
                           MOVE GR-PLAYER1-ID TO WS-TEAM-WINNER-ID
                       WHEN GR-WINNER = "O"
                           MOVE GR-PLAYER2-ID TO WS-TEAM-WINNER-ID
                       WHEN GR-RESULT-TYPE = "D"
                           MOVE "N" TO TBD-OUTCOME(TBD-IDX)
                       WHEN OTHER
                           MOVE "D" TO TBD-OUTCOME(TBD-IDX)
                   END-EVALUATE
                   IF TBD-OUTCOME(TBD-IDX) = SPACE THEN
                       IF WS-TEAM-WINNER-ID = TBD-HOME-ID(TBD-IDX)
                               THEN
                           MOVE "H" TO TBD-OUTCOME(TBD-IDX)
                       ELSE
                           MOVE "A" TO TBD-OUTCOME(TBD-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> one entry per match, its settled boards' points added up
       BUILD-TEAM-MATCHES.
           PERFORM VARYING TBD-IDX FROM 1 BY 1
                   UNTIL TBD-IDX > TBD-COUNT
               MOVE 0 TO WS-TMAT-FOUND-IDX
               PERFORM VARYING TMAT-IDX FROM 1 BY 1
                       UNTIL TMAT-IDX > TMAT-COUNT
                   IF TMAT-ROUND(TMAT-IDX) = TBD-ROUND(TBD-IDX) AND
                           TMAT-MATCH(TMAT-IDX) = TBD-MATCH(TBD-IDX)
                           THEN
                       SET WS-TMAT-FOUND-IDX TO TMAT-IDX
                   END-IF
               END-PERFORM
               IF WS-TMAT-FOUND-IDX = 0 AND TMAT-COUNT < 1000 THEN
                   ADD 1 TO TMAT-COUNT
                   MOVE TMAT-COUNT TO WS-TMAT-FOUND-IDX
                   INITIALIZE TMAT-ENTRY(WS-TMAT-FOUND-IDX)
                   MOVE TBD-ROUND(TBD-IDX)
                       TO TMAT-ROUND(WS-TMAT-FOUND-IDX)
                   MOVE TBD-MATCH(TBD-IDX)
                       TO TMAT-MATCH(WS-TMAT-FOUND-IDX)
                   MOVE TBD-HOME-TEAM(TBD-IDX)
                       TO TMAT-HOME-TEAM(WS-TMAT-FOUND-IDX)
                   MOVE TBD-AWAY-TEAM(TBD-IDX)
                       TO TMAT-AWAY-TEAM(WS-TMAT-FOUND-IDX)
               END-IF
               IF WS-TMAT-FOUND-IDX = 0 THEN
                   DISPLAY "Team match table full, dropping R"
                       TBD-ROUND(TBD-IDX) " M" TBD-MATCH(TBD-IDX)
               ELSE
                   PERFORM ADD-BOARD-TO-MATCH
               END-IF
           END-PERFORM.

       ADD-BOARD-TO-MATCH.
           ADD 1 TO TMAT-BOARDS(WS-TMAT-FOUND-IDX)
           IF TBD-OUTCOME(TBD-IDX) NOT = SPACE AND
                   TBD-OUTCOME(TBD-IDX) NOT = "V" THEN
               ADD 1 TO TMAT-SETTLED(WS-TMAT-FOUND-IDX)
           END-IF
           EVALUATE TBD-OUTCOME(TBD-IDX)
               WHEN "H"
                   ADD 2 TO TMAT-HOME-HALVES(WS-TMAT-FOUND-IDX)
               WHEN "A"
                   ADD 2 TO TMAT-AWAY-HALVES(WS-TMAT-FOUND-IDX)
               WHEN "D"
                   ADD 1 TO TMAT-HOME-HALVES(WS-TMAT-FOUND-IDX)
                   ADD 1 TO TMAT-AWAY-HALVES(WS-TMAT-FOUND-IDX)
           END-EVALUATE.

      *> a match counts in the table only once every board is
      *> settled; the side with more board points takes two match
      *> points, level board points share them
       SCORE-TEAM-MATCHES.
           MOVE 0 TO WS-INCOMPLETE-MATCHES
           PERFORM VARYING TMAT-IDX FROM 1 BY 1
                   UNTIL TMAT-IDX > TMAT-COUNT
               MOVE TMAT-HOME-TEAM(TMAT-IDX) TO WS-TEAM-LOOKUP-ID
               PERFORM FIND-OR-ADD-TEAM
               MOVE TMAT-AWAY-TEAM(TMAT-IDX) TO WS-TEAM-LOOKUP-ID
               PERFORM FIND-OR-ADD-TEAM
               IF TMAT-SETTLED(TMAT-IDX) < TMAT-BOARDS(TMAT-IDX)
                       THEN
                   ADD 1 TO WS-INCOMPLETE-MATCHES
               ELSE
                   MOVE TMAT-HOME-TEAM(TMAT-IDX)
                       TO WS-TEAM-LOOKUP-ID
                   PERFORM FIND-OR-ADD-TEAM
                   IF WS-TMT-FOUND-IDX > 0 THEN
                       ADD 1 TO TMT-PLAYED(WS-TMT-FOUND-IDX)
                       ADD TMAT-HOME-HALVES(TMAT-IDX)
                           TO TMT-FOR-HALVES(WS-TMT-FOUND-IDX)
                       ADD TMAT-AWAY-HALVES(TMAT-IDX)
                           TO TMT-AGAINST-HALVES(WS-TMT-FOUND-IDX)
                       EVALUATE TRUE
                           WHEN TMAT-HOME-HALVES(TMAT-IDX) >
                                   TMAT-AWAY-HALVES(TMAT-IDX)
                               ADD 1 TO TMT-WINS(WS-TMT-FOUND-IDX)
                               ADD 2 TO TMT-MP(WS-TMT-FOUND-IDX)
                           WHEN TMAT-HOME-HALVES(TMAT-IDX) <
                                   TMAT-AWAY-HALVES(TMAT-IDX)
                               ADD 1 TO TMT-LOSSES(WS-TMT-FOUND-IDX)
                           WHEN OTHER
                               ADD 1 TO TMT-DRAWS(WS-TMT-FOUND-IDX)
                               ADD 1 TO TMT-MP(WS-TMT-FOUND-IDX)
                       END-EVALUATE
                   END-IF
                   MOVE TMAT-AWAY-TEAM(TMAT-IDX)
                       TO WS-TEAM-LOOKUP-ID
                   PERFORM FIND-OR-ADD-TEAM
                   IF WS-TMT-FOUND-IDX > 0 THEN
                       ADD 1 TO TMT-PLAYED(WS-TMT-FOUND-IDX)
                       ADD TMAT-AWAY-HALVES(TMAT-IDX)
                           TO TMT-FOR-HALVES(WS-TMT-FOUND-IDX)
                       ADD TMAT-HOME-HALVES(TMAT-IDX)
                           TO TMT-AGAINST-HALVES(WS-TMT-FOUND-IDX)
                       EVALUATE TRUE
                           WHEN TMAT-AWAY-HALVES(TMAT-IDX) >
                                   TMAT-HOME-HALVES(TMAT-IDX)
                               ADD 1 TO TMT-WINS(WS-TMT-FOUND-IDX)
                               ADD 2 TO TMT-MP(WS-TMT-FOUND-IDX)
                           WHEN TMAT-AWAY-HALVES(TMAT-IDX) <
                                   TMAT-HOME-HALVES(TMAT-IDX)
                               ADD 1 TO TMT-LOSSES(WS-TMT-FOUND-IDX)
                           WHEN OTHER
                               ADD 1 TO TMT-DRAWS(WS-TMT-FOUND-IDX)
                               ADD 1 TO TMT-MP(WS-TMT-FOUND-IDX)
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.

       FIND-OR-ADD-TEAM.
           MOVE 0 TO WS-TMT-FOUND-IDX
           PERFORM VARYING TMT-IDX FROM 1 BY 1
                   UNTIL TMT-IDX > TMT-COUNT
               IF TMT-ID(TMT-IDX) = WS-TEAM-LOOKUP-ID THEN
                   SET WS-TMT-FOUND-IDX TO TMT-IDX
               END-IF
           END-PERFORM
           IF WS-TMT-FOUND-IDX = 0 AND TMT-COUNT < 100 THEN
               ADD 1 TO TMT-COUNT
               MOVE TMT-COUNT TO WS-TMT-FOUND-IDX
               INITIALIZE TMT-ENTRY(WS-TMT-FOUND-IDX)
               MOVE WS-TEAM-LOOKUP-ID TO TMT-ID(WS-TMT-FOUND-IDX)
           END-IF
           IF WS-TMT-FOUND-IDX = 0 THEN
               DISPLAY "Team table full, dropping result for "
                   WS-TEAM-LOOKUP-ID
           END-IF.

      *> team names off the team master, for the printed table
       LOAD-TEAM-NAMES.
           MOVE "NO" TO WS-TEAM-EOF
           OPEN INPUT TEAM-FILE
           IF WS-TEAM-STATUS = "00" THEN
               PERFORM UNTIL WS-TEAM-EOF = "YES"
                   READ TEAM-FILE
                       AT END MOVE "YES" TO WS-TEAM-EOF
                       NOT AT END
                           PERFORM VARYING TMT-IDX FROM 1 BY 1
                                   UNTIL TMT-IDX > TMT-COUNT
                               IF TMT-ID(TMT-IDX) = TM-TEAM-ID THEN
                                   MOVE TM-TEAM-NAME
                                       TO TMT-NAME(TMT-IDX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE TEAM-FILE
           END-IF.

      *> selection sort, descending by match points with board
      *> points breaking ties - same approach as the league table
       RANK-TEAM-TABLE.
           PERFORM VARYING TMT-IDX FROM 1 BY 1
                   UNTIL TMT-IDX > TMT-COUNT
               MOVE TMT-IDX TO WS-TEAM-BEST-IDX
               PERFORM VARYING WS-TEAM-SCAN-IDX FROM TMT-IDX BY 1
                       UNTIL WS-TEAM-SCAN-IDX > TMT-COUNT
                   IF TMT-MP(WS-TEAM-SCAN-IDX) >
                           TMT-MP(WS-TEAM-BEST-IDX) OR
                       (TMT-MP(WS-TEAM-SCAN-IDX) =
                           TMT-MP(WS-TEAM-BEST-IDX) AND
                        TMT-FOR-HALVES(WS-TEAM-SCAN-IDX) >
                           TMT-FOR-HALVES(WS-TEAM-BEST-IDX)) THEN
                       MOVE WS-TEAM-SCAN-IDX TO WS-TEAM-BEST-IDX
                   END-IF
               END-PERFORM
               IF WS-TEAM-BEST-IDX NOT = TMT-IDX THEN
                   MOVE TMT-ENTRY(TMT-IDX) TO TMT-SWAP-ENTRY
                   MOVE TMT-ENTRY(WS-TEAM-BEST-IDX)
                       TO TMT-ENTRY(TMT-IDX)
                   MOVE TMT-SWAP-ENTRY
                       TO TMT-ENTRY(WS-TEAM-BEST-IDX)
               END-IF
           END-PERFORM.

       PRINT-TEAM-TABLE.
           DISPLAY "Rank Team     Name                           "
               "P   W   D   L   BP for BP agst MP"
           PERFORM VARYING TMT-IDX FROM 1 BY 1
                   UNTIL TMT-IDX > TMT-COUNT
               SET WS-TEAM-RANK TO TMT-IDX
               COMPUTE WS-SHOW-FOR = TMT-FOR-HALVES(TMT-IDX) / 2
               COMPUTE WS-SHOW-AGAINST =
                   TMT-AGAINST-HALVES(TMT-IDX) / 2
               DISPLAY WS-TEAM-RANK "  " TMT-ID(TMT-IDX) " "
                   TMT-NAME(TMT-IDX) " "
                   TMT-PLAYED(TMT-IDX) " "
                   TMT-WINS(TMT-IDX) " "
                   TMT-DRAWS(TMT-IDX) " "
                   TMT-LOSSES(TMT-IDX) " "
                   WS-SHOW-FOR " " WS-SHOW-AGAINST "  "
                   TMT-MP(TMT-IDX)
           END-PERFORM.

       END PROGRAM TTTTmRes.
