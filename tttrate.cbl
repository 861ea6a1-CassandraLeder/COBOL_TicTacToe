       01  WS-RATINGS-EOF       PIC X(3) VALUE "NO".
       01  WS-GAME-COUNT        PIC 9(4) VALUE 0.
       01  WS-FORFEIT-COUNT     PIC 9(4) VALUE 0.
       01  WS-VOID-COUNT        PIC 9(4) VALUE 0.

      *> every identity starts at 1500; K of 32 is the classic
      *> club-play constant
      *> it goes in the standings but moves no ratings. A
      *> resignation ("R") is a conceded lost position and rates
      *> the same as a played-out loss
      *> a game voided by the correction job never happened as
      *> far as the ladder is concerned
                           EVALUATE TRUE
                               WHEN GR-CORRECTION-FLAG = "V"
                                   ADD 1 TO WS-VOID-COUNT
      *> nor does a walkover or double forfeit - nobody played -
      *> or a game abandoned in flight, which nobody finished
                               WHEN GR-RESULT-TYPE = "F" OR
                                       GR-RESULT-TYPE = "W" OR
                                       GR-RESULT-TYPE = "D" OR
                                       GR-RESULT-TYPE = "A"
                                   ADD 1 TO WS-FORFEIT-COUNT
                               WHEN OTHER
                                   PERFORM RATE-ONE-GAME
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE GAME-RESULTS-FILE
       PRINT-LADDER.
           DISPLAY "===== Ratings Ladder ====="
           DISPLAY "Results processed: " WS-GAME-COUNT
               " (forfeits unrated: " WS-FORFEIT-COUNT
               ", voided: " WS-VOID-COUNT ")"
           DISPLAY "Rank Player    Rating Games  Change"
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-COUNT
