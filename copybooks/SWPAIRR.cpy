      *> SWPAIRR - one Swiss pairing (a board of a round). The
      *> round job writes each round's boards once the round before
      *> is complete; the game offers a player their unplayed
      *> board and marks it played with the game (or series) id
      *> and the result, so the next round can be paired from the
      *> scores.
       01  SWISS-PAIRING-RECORD.
           05  SP-EVENT-NO         PIC 9(3).
           05  SP-ROUND-NO         PIC 9(2).
           05  SP-BOARD-NO         PIC 9(3).
      *> the player with X moves first; spaces for O = a bye
           05  SP-X-ID             PIC X(8).
           05  SP-O-ID             PIC X(8).
      *> "U" = unplayed, "P" = played, "B" = bye
           05  SP-STATUS           PIC X(1).
      *> "X" or "O" = that side won, "D" = drawn; a bye reads "X"
      *> (a full point), an unplayed board a space
           05  SP-RESULT           PIC X(1).
           05  SP-GAME-ID          PIC X(14).
           05  SP-PLAYED-DATE      PIC 9(8).
