      *> CORRTXN - one result-correction transaction, keyed by the
      *> game id on the results file. A match official's ruling is
      *> keyed here and the correction job posts it: either the
      *> game is voided outright, or its winner and/or result type
      *> is changed. Whoever ordered the change is carried through
      *> to the correction register.
       01  CORR-TXN-RECORD.
           05  CX-GAME-ID          PIC X(14).
      *> "V" = void the game, "C" = change winner / result type
           05  CX-ACTION           PIC X(1).
      *> change only: "X" = player1 won, "O" = player2 won,
      *> space = drawn - same convention as GR-WINNER
           05  CX-NEW-WINNER       PIC X(1).
      *> change only: "P", "F", "R", "W" or "D" as on
      *> GR-RESULT-TYPE
           05  CX-NEW-RESULT-TYPE  PIC X(1).
      *> the official who ruled - required
           05  CX-ORDERED-BY       PIC X(8).
           05  CX-REASON           PIC X(30).
