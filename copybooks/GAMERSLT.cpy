           05  GR-PLAYER2-ID       PIC X(8).
      *> "X" = player1 won, "O" = player2 won, space = draw
           05  GR-WINNER           PIC X(1).
      *> CONSOL / DUAL / SINGLE / BATCH, or ADJUD for a result
      *> awarded by a league job with no game played (no log,
      *> no timings)
           05  GR-MODE             PIC X(6).
           05  GR-BOARD-SIZE       PIC 9(1).
           05  GR-TURN-COUNT       PIC 9(2).
      *> "P" = played to a decision or draw, "F" = won on the
      *> opponent's move-clock forfeit, "R" = won on the
      *> opponent's resignation (an ordinary loss for the
      *> resigner, not a forfeit), "W" = walkover awarded to the
      *> side that turned up for an overdue fixture, "D" = double
      *> forfeit - neither side turned up, no winner, and both
      *> charged a forfeit, "A" = abandoned - left standing in
      *> flight and closed by the housekeeping sweep, no winner,
      *> a game played for both but won, lost or drawn by
      *> neither; records written before the field existed read
      *> back as a space and count as played
           05  GR-RESULT-TYPE      PIC X(1).
      *> set only by the result-correction job: "V" = voided by
      *> a match official - the game stays on file for the record
      *> but counts for nothing anywhere; "C" = winner or result
      *> type amended, and the fields above already carry the
      *> corrected outcome. Space = stands as played; records
      *> written before the field existed read back as a space
           05  GR-CORRECTION-FLAG  PIC X(1).
