      *> TFIXREC - one board of a team fixture. The team fixtures
      *> run writes every board of every match in a round: the
      *> two teams' players paired board by board, strongest
      *> against strongest. Each board is an ordinary game - the
      *> game offers a player their unplayed board and marks it
      *> played with the game (or series) id, and the team results
      *> job scores it from the results and series files.
       01  TEAM-FIXTURE-RECORD.
           05  TB-ROUND-NO         PIC 9(2).
           05  TB-MATCH-NO         PIC 9(3).
           05  TB-BOARD-NO         PIC 9(1).
           05  TB-HOME-TEAM        PIC X(8).
           05  TB-AWAY-TEAM        PIC X(8).
           05  TB-HOME-ID          PIC X(8).
           05  TB-AWAY-ID          PIC X(8).
      *> the side the home player takes: "X" (moves first) on
      *> odd boards, "O" on even ones
           05  TB-HOME-COLOUR      PIC X(1).
           05  TB-DUE-DATE         PIC 9(8).
      *> "U" = unplayed, "P" = played
           05  TB-STATUS           PIC X(1).
           05  TB-GAME-ID          PIC X(14).
           05  TB-PLAYED-DATE      PIC 9(8).
