      *> fixture is played: where they finished, their season
      *> figures, and their rating as the season closed. The
      *> honours report reads these so "who won season 3" has an
      *> answer on file instead of in folklore. When the season
      *> had a team league, one record per team follows the
      *> players' - the team section - with matches won, lost
      *> and drawn in the win/loss/draw fields, match points in
      *> the points, and the board points beside them.
       01  SEASON-HISTORY-RECORD.
           05  SH-SEASON-NO        PIC 9(3).
           05  SH-PLAYER-ID        PIC X(8).
      *> "C" on the champion's record, space on everyone else's
           05  SH-CHAMPION-FLAG    PIC X(1).
           05  SH-CLOSE-DATE       PIC 9(8).
      *> "T" = a team's record, the player id field holding the
      *> team id; space = a player's. Records written before the
      *> field existed read back as a space
           05  SH-ENTRY-TYPE       PIC X(1).
           05  SH-BOARD-POINTS     PIC 9(4)V9.
