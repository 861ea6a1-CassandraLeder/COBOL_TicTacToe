       01  WS-RESULTS-STATUS    PIC X(2) VALUE "00".
       01  WS-RESULTS-EOF       PIC X(3) VALUE "NO".
       01  WS-GAME-COUNT        PIC 9(4) VALUE 0.
       01  WS-VOID-COUNT        PIC 9(4) VALUE 0.
       01  WS-NO-RESULT-COUNT   PIC 9(4) VALUE 0.

      *> one entry per unordered pairing; a result between the same
      *> two ids in either orientation lands in the same entry
                       AT END MOVE "YES" TO WS-RESULTS-EOF
                       NOT AT END
                           ADD 1 TO WS-GAME-COUNT
      *> a voided game stays on file but counts for nobody; a
      *> double forfeit or an abandoned game has no winner but
      *> is no draw either
                           EVALUATE TRUE
                               WHEN GR-CORRECTION-FLAG = "V"
                                   ADD 1 TO WS-VOID-COUNT
                               WHEN GR-RESULT-TYPE = "D" OR
                                       GR-RESULT-TYPE = "A"
                                   ADD 1 TO WS-NO-RESULT-COUNT
                               WHEN OTHER
                                   PERFORM TALLY-ONE-RESULT
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE GAME-RESULTS-FILE
       PRINT-MATCHUPS.
           DISPLAY "===== Head-to-Head Matchups ====="
           DISPLAY "Results read: " WS-GAME-COUNT
               " (voided: " WS-VOID-COUNT
               ", no result: " WS-NO-RESULT-COUNT ")"
           DISPLAY "Player A  Player B  Games A-Wins B-Wins Draws"
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX > PAIR-COUNT
