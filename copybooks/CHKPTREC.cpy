      *> spaces in an older checkpoint mean none
           05  CP-CUP-ROUND        PIC 9(2).
           05  CP-CUP-NO           PIC 9(3).
      *> when this checkpoint was cut (YYYYMMDDHHMMSS), so the
      *> housekeeping sweep can tell a game that has stopped
      *> moving from one still in play; spaces in an older
      *> checkpoint mean unknown, and the game id - cut from the
      *> clock when the game started - stands in for it
           05  CP-SAVED-AT         PIC X(14).
      *> the Swiss board this sitting is settling - event, round
      *> and board number; spaces in an older checkpoint mean none
           05  CP-SWISS-EVENT      PIC 9(3).
           05  CP-SWISS-ROUND      PIC 9(2).
           05  CP-SWISS-BOARD      PIC 9(3).
      *> the team board this sitting is settling - round, match
      *> and board number; spaces in an older checkpoint mean none
           05  CP-TEAM-ROUND       PIC 9(2).
           05  CP-TEAM-MATCH       PIC 9(3).
           05  CP-TEAM-BOARD       PIC 9(1).
      *> the Swiss board's X player, so a resumed sitting still
      *> tells an X win from an O win when it checks the board
      *> off; spaces in an older checkpoint mean the seat that
      *> opened the sitting is taken as X
           05  CP-SWISS-X-ID       PIC X(8).
