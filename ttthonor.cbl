      *> instead of folklore. The close-out appends each season's
      *> records in rank order, so a straight read with a control
      *> break on the season number is all the sorting needed.
      *> A season with a team league has its team section after
      *> the players, in the same rank order, and the team
      *> champion prints under its own heading.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-PRIOR-SEASON      PIC 9(3) VALUE 0.
       01  WS-SEASON-COUNT      PIC 9(3) VALUE 0.
       01  WS-PLAYER-COUNT      PIC 9(4) VALUE 0.
       01  WS-TEAM-COUNT        PIC 9(4) VALUE 0.
       01  WS-SHOW-BOARD-POINTS PIC ZZZ9.9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               END-PERFORM
               CLOSE SEASON-HISTORY-FILE
               IF WS-PRIOR-SEASON > 0 THEN
                   PERFORM PRINT-SEASON-COUNTS
               END-IF
               DISPLAY " "
               DISPLAY "Seasons on file: " WS-SEASON-COUNT
       PRINT-ONE-RECORD.
           IF SH-SEASON-NO NOT = WS-PRIOR-SEASON THEN
               IF WS-PRIOR-SEASON > 0 THEN
                   PERFORM PRINT-SEASON-COUNTS
               END-IF
               MOVE SH-SEASON-NO TO WS-PRIOR-SEASON
               MOVE 0 TO WS-PLAYER-COUNT
               MOVE 0 TO WS-TEAM-COUNT
               ADD 1 TO WS-SEASON-COUNT
               DISPLAY " "
               DISPLAY "Season " SH-SEASON-NO " (closed "
                   SH-CLOSE-DATE "):"
           END-IF
           IF SH-ENTRY-TYPE = "T" THEN
               PERFORM PRINT-ONE-TEAM-RECORD
           ELSE
               PERFORM PRINT-ONE-PLAYER-RECORD
           END-IF.

       PRINT-ONE-PLAYER-RECORD.
           ADD 1 TO WS-PLAYER-COUNT
           EVALUATE TRUE
               WHEN SH-CHAMPION-FLAG = "C"
                   CONTINUE
           END-EVALUATE.

      *> the team section - matches won, lost and drawn, match
      *> points, and the board points that broke any tie
       PRINT-ONE-TEAM-RECORD.
           IF WS-TEAM-COUNT = 0 THEN
               DISPLAY "  Team league:"
           END-IF
           ADD 1 TO WS-TEAM-COUNT
           MOVE SH-BOARD-POINTS TO WS-SHOW-BOARD-POINTS
           EVALUATE TRUE
               WHEN SH-CHAMPION-FLAG = "C"
                   DISPLAY "  TEAM CHAMPION  " SH-PLAYER-ID
                       "  " SH-POINTS " pts  W" SH-WINS
                       " L" SH-LOSSES " D" SH-DRAWS
                       "  board pts " WS-SHOW-BOARD-POINTS
               WHEN SH-FINAL-RANK <= 3
                   DISPLAY "  rank " SH-FINAL-RANK "        "
                       SH-PLAYER-ID "  " SH-POINTS " pts  W"
                       SH-WINS " L" SH-LOSSES " D" SH-DRAWS
                       "  board pts " WS-SHOW-BOARD-POINTS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PRINT-SEASON-COUNTS.
           IF WS-TEAM-COUNT > 0 THEN
               DISPLAY "  (" WS-PLAYER-COUNT " players, "
                   WS-TEAM-COUNT " teams)"
           ELSE
               DISPLAY "  (" WS-PLAYER-COUNT " players)"
           END-IF.

       END PROGRAM TTTHonor.
