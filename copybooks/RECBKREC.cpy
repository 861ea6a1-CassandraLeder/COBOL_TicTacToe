      *> RECBKREC - records-book master record, keyed by player id,
      *> one record per player who has finished a game. Written
      *> whole by the records-book job; like the ratings master it
      *> only exists so the next run can say which records have
      *> been set, and which milestones passed, since this one.
       01  RECORD-BOOK-RECORD.
           05  RB-PLAYER-ID        PIC X(8).
      *> games played against other players, and the last
      *> game-count milestone reached and the date of that game
           05  RB-GAMES            PIC 9(6).
           05  RB-MILESTONE        PIC 9(6).
           05  RB-MILESTONE-DATE   PIC 9(8).
      *> the run the player is on at the end of the results file
           05  RB-CUR-STREAK       PIC 9(4).
           05  RB-CUR-UNBEATEN     PIC 9(4).
           05  RB-CPU-GAMES        PIC 9(6).
      *> the player's best in each record, with the date and id of
      *> the game that set it; a zero value means none yet.
      *>  1 longest win streak         2 longest unbeaten run
      *>  3-5 fewest-turn win on the 3x3, 4x4 and 5x5 boards
      *>  6 quickest win (game time, hundredths of a second)
      *>  7 longest win streak against the computer
      *>  8-10 fewest-turn win against the computer, 3x3 to 5x5
      *> 11 quickest win against the computer
      *> 12 wins by forfeit, resignation or walkover (a count -
      *>    the date and game are the latest)
      *> Slots 1-6 are over-the-board wins between players only
           05  RB-BEST OCCURS 12 TIMES.
               10  RB-BEST-VALUE   PIC 9(8).
               10  RB-BEST-DATE    PIC 9(8).
               10  RB-BEST-GAME    PIC X(14).
           05  RB-RUN-DATE         PIC 9(8).
