      *> CORRREG - the correction register, one record per result
      *> correction transaction the correction job processed,
      *> applied or rejected: who ordered it, who ran it, the
      *> outcome before and after, and which fixture or cup tie it
      *> reopened or re-marked - so every overturned result can be
      *> traced back to a ruling.
       01  CORR-REGISTER-RECORD.
           05  CR-TIMESTAMP        PIC X(14).
           05  CR-GAME-ID          PIC X(14).
           05  CR-ACTION           PIC X(1).
           05  CR-ORDERED-BY       PIC X(8).
           05  CR-OPERATOR-ID      PIC X(8).
           05  CR-PLAYER1-ID       PIC X(8).
           05  CR-PLAYER2-ID       PIC X(8).
           05  CR-OLD-WINNER       PIC X(1).
           05  CR-OLD-RESULT-TYPE  PIC X(1).
           05  CR-NEW-WINNER       PIC X(1).
           05  CR-NEW-RESULT-TYPE  PIC X(1).
      *> "A" = applied, "R" = rejected
           05  CR-DISPOSITION      PIC X(1).
      *> what the correction did beyond the results file, or why
      *> it was rejected
           05  CR-REMARK           PIC X(40).
           05  CR-REASON           PIC X(30).
