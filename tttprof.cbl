               MOVE "O" TO WS-PLAYER-SEAT
               MOVE GR-PLAYER1-ID TO WS-THIS-OPPONENT
           END-IF
      *> a game a match official voided counts for nothing
      *> anywhere; it is still listed, so the desk can see why
           EVALUATE TRUE
               WHEN GR-CORRECTION-FLAG = "V"
                   MOVE "VOID" TO WS-THIS-OUTCOME
               WHEN GR-RESULT-TYPE = "D"
                   MOVE "LOST" TO WS-THIS-OUTCOME
               WHEN GR-RESULT-TYPE = "A"
                   MOVE "ABND" TO WS-THIS-OUTCOME
               WHEN GR-WINNER = SPACE
                   MOVE "DREW" TO WS-THIS-OUTCOME
               WHEN GR-WINNER = WS-PLAYER-SEAT
               WHEN OTHER
                   MOVE "LOST" TO WS-THIS-OUTCOME
           END-EVALUATE
           EVALUATE TRUE
               WHEN GR-CORRECTION-FLAG = "V"
                   MOVE "voided    " TO WS-THIS-NOTE
               WHEN GR-RESULT-TYPE = "F"
                   MOVE "on clock  " TO WS-THIS-NOTE
               WHEN GR-RESULT-TYPE = "R"
                   MOVE "resigned  " TO WS-THIS-NOTE
               WHEN GR-RESULT-TYPE = "W"
                   MOVE "walkover  " TO WS-THIS-NOTE
               WHEN GR-RESULT-TYPE = "D"
                   MOVE "no-show   " TO WS-THIS-NOTE
               WHEN GR-RESULT-TYPE = "A"
                   MOVE "abandoned " TO WS-THIS-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-THIS-NOTE
           END-EVALUATE
