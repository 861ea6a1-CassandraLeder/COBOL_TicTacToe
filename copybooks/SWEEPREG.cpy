      *> SWEEPREG - the stale-game register, one record per
      *> active-games registry entry the housekeeping sweep found
      *> standing still: the game, when its checkpoint was last
      *> cut, the fixture or cup tie it was settling, and what the
      *> sweep did about it - so every game closed as abandoned
      *> can be traced back to the night it was closed.
       01  SWEEP-REGISTER-RECORD.
           05  SW-TIMESTAMP        PIC X(14).
      *> the registry id (the series id for a best-of-N sitting)
      *> and the game that was in play under it
           05  SW-REGISTRY-ID      PIC X(14).
           05  SW-GAME-ID          PIC X(14).
           05  SW-PLAYER1-ID       PIC X(8).
           05  SW-PLAYER2-ID       PIC X(8).
           05  SW-LAST-SAVED       PIC X(14).
           05  SW-IDLE-HOURS       PIC 9(5).
           05  SW-TURN-COUNT       PIC 9(2).
           05  SW-FIX-ROUND        PIC 9(2).
           05  SW-FIX-NO           PIC 9(3).
           05  SW-CUP-ROUND        PIC 9(2).
           05  SW-CUP-NO           PIC 9(3).
      *> "A" = adjudicated abandoned and cleared away, "C" =
      *> cleared only (no checkpoint, or the game's result was
      *> already on file), "L" = listed only, nothing touched
           05  SW-DISPOSITION      PIC X(1).
           05  SW-REMARK           PIC X(40).
