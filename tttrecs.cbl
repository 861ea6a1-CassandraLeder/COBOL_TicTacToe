       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTRecs.
       AUTHOR. Cassandra Leder

      *> Records book. The honours board knows season champions and
      *> the stats master knows lifetime totals, but neither can
      *> say who holds the longest winning streak or the fastest
      *> win. This job replays the whole results file in the order
      *> the games completed and follows every player through it:
      *> the longest win streak, the longest unbeaten run and the
      *> run they are on now, the fewest-turn win on each board
      *> size, the quickest win by game time, and the game-count
      *> milestones (the 50th, 100th, 250th game ...). Like the
      *> ratings job it rebuilds from game one every run, so a
      *> result voided or amended by the correction job is simply
      *> replayed as it now stands; the records master only exists
      *> so each run can print the records set and milestones
      *> passed since the last one next to the all-time lists.
      *>
      *> The results file holds every game ever finished - the
      *> archive job cuts the move log and the performance log,
      *> never the results - and each result carries its own turn
      *> count and game time, so nothing is read from the logs.
      *>
      *> Only games won over the board between two players make
      *> the main records. A win by forfeit, resignation or
      *> walkover is counted in its own list and neither extends
      *> nor breaks a streak; the loser's side is an ordinary loss.
      *> Games against the CPU-n computer opponents have their own
      *> streak, fewest-turn and quickest lists. A double forfeit
      *> is a loss for both, an abandoned game is nobody's result,
      *> and a voided game counts for nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-RESULTS-FILE ASSIGN TO "GAMERSLT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-STATUS.
           SELECT RECORD-BOOK-FILE ASSIGN TO "RECBOOK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECBOOK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-RESULTS-FILE.
       COPY GAMERSLT.
       FD  RECORD-BOOK-FILE.
       COPY RECBKREC.

       WORKING-STORAGE SECTION.
       01  WS-RESULTS-STATUS    PIC X(2) VALUE "00".
       01  WS-RESULTS-EOF       PIC X(3) VALUE "NO".
       01  WS-RECBOOK-STATUS    PIC X(2) VALUE "00".
       01  WS-RECBOOK-EOF       PIC X(3) VALUE "NO".
       01  WS-TODAY             PIC 9(8).
       01  WS-RESULT-COUNT      PIC 9(6) VALUE 0.
       01  WS-VOID-COUNT        PIC 9(6) VALUE 0.
       01  WS-PLAYER-GAME-COUNT PIC 9(6) VALUE 0.
       01  WS-CPU-GAME-COUNT    PIC 9(6) VALUE 0.

      *> the records being computed this run, one entry per player;
      *> REC-BEST runs in the same slot order as the master record
       01  REC-TABLE.
           05  REC-COUNT        PIC 9(4) VALUE 0.
           05  REC-ENTRY OCCURS 300 TIMES INDEXED BY REC-IDX.
               10  REC-ID           PIC X(8).
               10  REC-GAMES        PIC 9(6).
               10  REC-MILESTONE    PIC 9(6).
               10  REC-MILESTONE-DATE PIC 9(8).
               10  REC-CUR-STREAK   PIC 9(4).
               10  REC-CUR-UNBEATEN PIC 9(4).
               10  REC-CPU-GAMES    PIC 9(6).
               10  REC-CPU-STREAK   PIC 9(4).
               10  REC-BEST OCCURS 12 TIMES.
                   15  REC-BEST-VALUE   PIC 9(8).
                   15  REC-BEST-DATE    PIC 9(8).
                   15  REC-BEST-GAME    PIC X(14).
       01  REC-SWAP-ENTRY.
           05  RSW-ID           PIC X(8).
           05  RSW-GAMES        PIC 9(6).
           05  RSW-MILESTONE    PIC 9(6).
           05  RSW-MILESTONE-DATE PIC 9(8).
           05  RSW-CUR-STREAK   PIC 9(4).
           05  RSW-CUR-UNBEATEN PIC 9(4).
           05  RSW-CPU-GAMES    PIC 9(6).
           05  RSW-CPU-STREAK   PIC 9(4).
           05  RSW-BEST OCCURS 12 TIMES.
               10  RSW-BEST-VALUE   PIC 9(8).
               10  RSW-BEST-DATE    PIC 9(8).
               10  RSW-BEST-GAME    PIC X(14).
      *> the master as of the last run, kept only for the records
      *> set and milestones passed since then
       01  PRV-TABLE.
           05  PRV-COUNT        PIC 9(4) VALUE 0.
           05  PRV-ENTRY OCCURS 300 TIMES INDEXED BY PRV-IDX.
               10  PRV-ID           PIC X(8).
               10  PRV-MILESTONE    PIC 9(6).
               10  PRV-BEST-VALUE   PIC 9(8) OCCURS 12 TIMES.
       01  WS-HAVE-BOOK         PIC X(3) VALUE "NO".
       01  WS-LAST-RUN-DATE     PIC 9(8) VALUE 0.

      *> what each record slot is called, whether more ("H") or
      *> fewer ("L") is better, and whether the value is a count
      *> ("C") or a game time in hundredths of a second ("T")
       01  SLOT-TABLE.
           05  SLOT-ENTRY OCCURS 12 TIMES.
               10  SLOT-NAME        PIC X(30).
               10  SLOT-ORDER       PIC X(1).
               10  SLOT-KIND        PIC X(1).
       01  MILESTONE-TABLE.
           05  MST-COUNT        PIC 9(2) VALUE 0.
           05  MST-VALUE PIC 9(6) OCCURS 10 TIMES INDEXED BY MST-IDX.

      *> one side of the game being replayed
       01  WS-CPU-GAME          PIC X(3).
       01  WS-SIDE-ID           PIC X(8).
       01  WS-SIDE-MARK         PIC X(1).
       01  WS-SIDE-IDX          PIC 9(4).
      *> "W" won, "L" lost, "D" drawn, "N" no result (abandoned)
       01  WS-SIDE-OUTCOME      PIC X(1).
      *> "YES" when the win came by forfeit, resignation or walkover
       01  WS-SIDE-AWARDED      PIC X(3).
       01  WS-LOOKUP-ID         PIC X(8).
       01  WS-REC-FOUND-IDX     PIC 9(4).
       01  WS-SLOT              PIC 9(2).
       01  WS-OFFER-VALUE       PIC 9(8).

      *> new-record and ranking fields
       01  WS-OLD-BEST          PIC 9(8).
       01  WS-BEATS             PIC X(3).
       01  WS-NEW-COUNT         PIC 9(4).
       01  WS-PRV-FOUND         PIC X(3).
       01  WS-PRV-MILESTONE     PIC 9(6).
      *> "S" = by the record in WS-SLOT, "G" = by games played,
      *> "C" = by the current win streak
       01  WS-RANK-BY           PIC X(1).
       01  WS-RANK-LIMIT        PIC 9(4).
       01  WS-RANK-KEY          PIC 9(9).
       01  WS-BEST-KEY          PIC 9(9).
       01  WS-KEY-IDX           PIC 9(4).
       01  WS-BEST-IDX          PIC 9(4).
       01  WS-SCAN-IDX          PIC 9(4).
       01  WS-DISPLAY-RANK      PIC 9(2).
       01  WS-SHOWN             PIC 9(4).
       01  WS-SHOW-SOURCE       PIC 9(8).
       01  WS-SHOW-TEXT         PIC X(12).
       01  WS-OLD-TEXT          PIC X(12).
       01  WS-SHOW-COUNT        PIC ZZZZZZZ9.
       01  WS-SHOW-TIME         PIC ZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM LOAD-SLOT-NAMES
           PERFORM LOAD-PREVIOUS-BOOK
           PERFORM PROCESS-RESULTS
      *> a missing results file must not quietly wipe the master -
      *> print nothing and leave last run's book standing
           IF WS-RESULTS-STATUS = "00" THEN
               DISPLAY "===== Records Book ====="
               DISPLAY "Results read: " WS-RESULT-COUNT
                   " (voided: " WS-VOID-COUNT ")  between players: "
                   WS-PLAYER-GAME-COUNT "  against the computer: "
                   WS-CPU-GAME-COUNT
               PERFORM PRINT-NEW-RECORDS
               PERFORM PRINT-NEW-MILESTONES
               PERFORM PRINT-STANDING-RECORDS
               PERFORM SAVE-RECORD-BOOK
           END-IF
           STOP RUN.

       LOAD-SLOT-NAMES.
           MOVE "Longest win streak"       TO SLOT-NAME(1)
           MOVE "Longest unbeaten run"     TO SLOT-NAME(2)
           MOVE "Fewest-turn win, 3x3"     TO SLOT-NAME(3)
           MOVE "Fewest-turn win, 4x4"     TO SLOT-NAME(4)
           MOVE "Fewest-turn win, 5x5"     TO SLOT-NAME(5)
           MOVE "Quickest win (seconds)"   TO SLOT-NAME(6)
           MOVE "Longest win streak"       TO SLOT-NAME(7)
           MOVE "Fewest-turn win, 3x3"     TO SLOT-NAME(8)
           MOVE "Fewest-turn win, 4x4"     TO SLOT-NAME(9)
           MOVE "Fewest-turn win, 5x5"     TO SLOT-NAME(10)
           MOVE "Quickest win (seconds)"   TO SLOT-NAME(11)
           MOVE "Wins not played out"      TO SLOT-NAME(12)
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 12
               MOVE "L" TO SLOT-ORDER(WS-SLOT)
               MOVE "C" TO SLOT-KIND(WS-SLOT)
           END-PERFORM
           MOVE "H" TO SLOT-ORDER(1) SLOT-ORDER(2) SLOT-ORDER(7)
               SLOT-ORDER(12)
           MOVE "T" TO SLOT-KIND(6) SLOT-KIND(11)
           MOVE 7 TO MST-COUNT
           MOVE 50    TO MST-VALUE(1)
           MOVE 100   TO MST-VALUE(2)
           MOVE 250   TO MST-VALUE(3)
           MOVE 500   TO MST-VALUE(4)
           MOVE 1000  TO MST-VALUE(5)
           MOVE 2500  TO MST-VALUE(6)
           MOVE 5000  TO MST-VALUE(7).

      *> last run's master, if there is one; the first run has
      *> nothing to compare with and only sets the standing records
       LOAD-PREVIOUS-BOOK.
           MOVE 0 TO PRV-COUNT
           OPEN INPUT RECORD-BOOK-FILE
           IF WS-RECBOOK-STATUS = "00" THEN
               MOVE "YES" TO WS-HAVE-BOOK
               PERFORM UNTIL WS-RECBOOK-EOF = "YES"
                   READ RECORD-BOOK-FILE
                       AT END MOVE "YES" TO WS-RECBOOK-EOF
                       NOT AT END
                           IF PRV-COUNT < 300 THEN
                               ADD 1 TO PRV-COUNT
                               MOVE RB-PLAYER-ID TO
                                   PRV-ID(PRV-COUNT)
                               MOVE RB-MILESTONE TO
                                   PRV-MILESTONE(PRV-COUNT)
                               PERFORM VARYING WS-SLOT FROM 1 BY 1
                                       UNTIL WS-SLOT > 12
                                   MOVE RB-BEST-VALUE(WS-SLOT) TO
                                       PRV-BEST-VALUE(PRV-COUNT,
                                           WS-SLOT)
                               END-PERFORM
                           END-IF
                           MOVE RB-RUN-DATE TO WS-LAST-RUN-DATE
                   END-READ
               END-PERFORM
               CLOSE RECORD-BOOK-FILE
           END-IF.

      *> the results file is appended in completion order, so a
      *> straight sequential pass IS chronological order
       PROCESS-RESULTS.
           OPEN INPUT GAME-RESULTS-FILE
           IF WS-RESULTS-STATUS = "00" THEN
               PERFORM UNTIL WS-RESULTS-EOF = "YES"
                   READ GAME-RESULTS-FILE
                       AT END MOVE "YES" TO WS-RESULTS-EOF
                       NOT AT END
                           ADD 1 TO WS-RESULT-COUNT
                           IF GR-CORRECTION-FLAG = "V" THEN
                               ADD 1 TO WS-VOID-COUNT
                           ELSE
                               PERFORM TAKE-ONE-RESULT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GAME-RESULTS-FILE
           ELSE
               DISPLAY "Could not open GAMERSLT.DAT, status "
                   WS-RESULTS-STATUS
           END-IF.

       TAKE-ONE-RESULT.
           IF GR-PLAYER1-ID(1:4) = "CPU-" OR
                   GR-PLAYER2-ID(1:4) = "CPU-" THEN
               MOVE "YES" TO WS-CPU-GAME
               ADD 1 TO WS-CPU-GAME-COUNT
           ELSE
               MOVE "NO" TO WS-CPU-GAME
               ADD 1 TO WS-PLAYER-GAME-COUNT
           END-IF
           MOVE GR-PLAYER1-ID TO WS-SIDE-ID
           MOVE "X" TO WS-SIDE-MARK
           PERFORM TAKE-ONE-SIDE
           MOVE GR-PLAYER2-ID TO WS-SIDE-ID
           MOVE "O" TO WS-SIDE-MARK
           PERFORM TAKE-ONE-SIDE.

      *> the computer opponents keep no records of their own
       TAKE-ONE-SIDE.
           IF WS-SIDE-ID(1:4) NOT = "CPU-" AND
                   WS-SIDE-ID NOT = SPACES THEN
               MOVE WS-SIDE-ID TO WS-LOOKUP-ID
               PERFORM FIND-OR-ADD-PLAYER
               IF WS-REC-FOUND-IDX = 0 THEN
                   DISPLAY "Records table full, dropping "
                       WS-SIDE-ID " from game " GR-GAME-ID
               ELSE
                   MOVE WS-REC-FOUND-IDX TO WS-SIDE-IDX
                   PERFORM WORK-OUT-SIDE-OUTCOME
                   IF WS-CPU-GAME = "YES" THEN
                       PERFORM TAKE-COMPUTER-GAME
                   ELSE
                       PERFORM TAKE-PLAYER-GAME
                   END-IF
               END-IF
           END-IF.

      *> a double forfeit has no winner but charges both sides, so
      *> it is a loss for each; an abandoned game is nobody's
      *> result and leaves every run where it stood
       WORK-OUT-SIDE-OUTCOME.
           MOVE "NO" TO WS-SIDE-AWARDED
           EVALUATE TRUE
               WHEN GR-RESULT-TYPE = "A"
                   MOVE "N" TO WS-SIDE-OUTCOME
               WHEN GR-RESULT-TYPE = "D"
                   MOVE "L" TO WS-SIDE-OUTCOME
               WHEN GR-WINNER = WS-SIDE-MARK
                   MOVE "W" TO WS-SIDE-OUTCOME
                   IF GR-RESULT-TYPE = "F" OR GR-RESULT-TYPE = "R" OR
                           GR-RESULT-TYPE = "W" THEN
                       MOVE "YES" TO WS-SIDE-AWARDED
                   END-IF
               WHEN GR-WINNER = "X" OR GR-WINNER = "O"
                   MOVE "L" TO WS-SIDE-OUTCOME
               WHEN OTHER
                   MOVE "D" TO WS-SIDE-OUTCOME
           END-EVALUATE.

      *> a game between two players. Walkovers and double forfeits
      *> were awarded with no game played, so they are not counted
      *> towards the milestones
       TAKE-PLAYER-GAME.
           IF GR-RESULT-TYPE NOT = "W" AND
                   GR-RESULT-TYPE NOT = "D" THEN
               ADD 1 TO REC-GAMES(WS-SIDE-IDX)
               PERFORM CHECK-MILESTONE
           END-IF
           EVALUATE TRUE
               WHEN WS-SIDE-OUTCOME = "W" AND WS-SIDE-AWARDED = "YES"
                   PERFORM COUNT-AWARDED-WIN
               WHEN WS-SIDE-OUTCOME = "W"
                   ADD 1 TO REC-CUR-STREAK(WS-SIDE-IDX)
                   ADD 1 TO REC-CUR-UNBEATEN(WS-SIDE-IDX)
                   MOVE 1 TO WS-SLOT
                   MOVE REC-CUR-STREAK(WS-SIDE-IDX) TO WS-OFFER-VALUE
                   PERFORM OFFER-BEST
                   MOVE 2 TO WS-SLOT
                   MOVE REC-CUR-UNBEATEN(WS-SIDE-IDX)
                       TO WS-OFFER-VALUE
                   PERFORM OFFER-BEST
      *> the fewest-turn slots 3-5 line up with the board sizes
                   IF GR-BOARD-SIZE >= 3 AND GR-BOARD-SIZE <= 5 THEN
                       MOVE GR-BOARD-SIZE TO WS-SLOT
                       MOVE GR-TURN-COUNT TO WS-OFFER-VALUE
                       PERFORM OFFER-BEST
                   END-IF
                   MOVE 6 TO WS-SLOT
                   MOVE GR-TOTAL-TIME TO WS-OFFER-VALUE
                   PERFORM OFFER-BEST
               WHEN WS-SIDE-OUTCOME = "D"
                   MOVE 0 TO REC-CUR-STREAK(WS-SIDE-IDX)
                   ADD 1 TO REC-CUR-UNBEATEN(WS-SIDE-IDX)
                   MOVE 2 TO WS-SLOT
                   MOVE REC-CUR-UNBEATEN(WS-SIDE-IDX)
                       TO WS-OFFER-VALUE
                   PERFORM OFFER-BEST
               WHEN WS-SIDE-OUTCOME = "L"
                   MOVE 0 TO REC-CUR-STREAK(WS-SIDE-IDX)
                   MOVE 0 TO REC-CUR-UNBEATEN(WS-SIDE-IDX)
           END-EVALUATE.

      *> a game against one of the computer opponents
       TAKE-COMPUTER-GAME.
           IF GR-RESULT-TYPE NOT = "W" AND
                   GR-RESULT-TYPE NOT = "D" THEN
               ADD 1 TO REC-CPU-GAMES(WS-SIDE-IDX)
           END-IF
           EVALUATE TRUE
               WHEN WS-SIDE-OUTCOME = "W" AND WS-SIDE-AWARDED = "YES"
                   PERFORM COUNT-AWARDED-WIN
               WHEN WS-SIDE-OUTCOME = "W"
                   ADD 1 TO REC-CPU-STREAK(WS-SIDE-IDX)
                   MOVE 7 TO WS-SLOT
                   MOVE REC-CPU-STREAK(WS-SIDE-IDX) TO WS-OFFER-VALUE
                   PERFORM OFFER-BEST
                   IF GR-BOARD-SIZE >= 3 AND GR-BOARD-SIZE <= 5 THEN
                       COMPUTE WS-SLOT = GR-BOARD-SIZE + 5
                       MOVE GR-TURN-COUNT TO WS-OFFER-VALUE
                       PERFORM OFFER-BEST
                   END-IF
                   MOVE 11 TO WS-SLOT
                   MOVE GR-TOTAL-TIME TO WS-OFFER-VALUE
                   PERFORM OFFER-BEST
               WHEN WS-SIDE-OUTCOME = "D" OR WS-SIDE-OUTCOME = "L"
                   MOVE 0 TO REC-CPU-STREAK(WS-SIDE-IDX)
           END-EVALUATE.

       COUNT-AWARDED-WIN.
           ADD 1 TO REC-BEST-VALUE(WS-SIDE-IDX, 12)
           MOVE GR-DATE TO REC-BEST-DATE(WS-SIDE-IDX, 12)
           MOVE GR-GAME-ID TO REC-BEST-GAME(WS-SIDE-IDX, 12).

      *> WS-OFFER-VALUE against the player's best in WS-SLOT; a
      *> record is only taken by beating it, so the holder of a
      *> tied record is whoever got there first. A zero turn count
      *> or game time (an awarded result has neither) is no value
       OFFER-BEST.
           IF SLOT-ORDER(WS-SLOT) = "H" THEN
               IF WS-OFFER-VALUE >
                       REC-BEST-VALUE(WS-SIDE-IDX, WS-SLOT) THEN
                   PERFORM TAKE-BEST-FROM-GAME
               END-IF
           ELSE
               IF WS-OFFER-VALUE > 0 AND
                       (REC-BEST-VALUE(WS-SIDE-IDX, WS-SLOT) = 0 OR
                        WS-OFFER-VALUE <
                           REC-BEST-VALUE(WS-SIDE-IDX, WS-SLOT)) THEN
                   PERFORM TAKE-BEST-FROM-GAME
               END-IF
           END-IF.

       TAKE-BEST-FROM-GAME.
           MOVE WS-OFFER-VALUE TO REC-BEST-VALUE(WS-SIDE-IDX, WS-SLOT)
           MOVE GR-DATE TO REC-BEST-DATE(WS-SIDE-IDX, WS-SLOT)
           MOVE GR-GAME-ID TO REC-BEST-GAME(WS-SIDE-IDX, WS-SLOT).

       CHECK-MILESTONE.
           PERFORM VARYING MST-IDX FROM 1 BY 1
                   UNTIL MST-IDX > MST-COUNT
               IF REC-GAMES(WS-SIDE-IDX) = MST-VALUE(MST-IDX) THEN
                   MOVE MST-VALUE(MST-IDX) TO
                       REC-MILESTONE(WS-SIDE-IDX)
                   MOVE GR-DATE TO REC-MILESTONE-DATE(WS-SIDE-IDX)
               END-IF
           END-PERFORM.

      *> find (or add, all zero) WS-LOOKUP-ID
       FIND-OR-ADD-PLAYER.
           MOVE 0 TO WS-REC-FOUND-IDX
           PERFORM VARYING REC-IDX FROM 1 BY 1
                   UNTIL REC-IDX > REC-COUNT
               IF REC-ID(REC-IDX) = WS-LOOKUP-ID THEN
                   SET WS-REC-FOUND-IDX TO REC-IDX
               END-IF
           END-PERFORM
           IF WS-REC-FOUND-IDX = 0 AND REC-COUNT < 300 THEN
               ADD 1 TO REC-COUNT
               MOVE REC-COUNT TO WS-REC-FOUND-IDX
               INITIALIZE REC-ENTRY(WS-REC-FOUND-IDX)
               MOVE WS-LOOKUP-ID TO REC-ID(WS-REC-FOUND-IDX)
           END-IF.

      *> every player whose best in a slot now beats the best that
      *> stood on the master at the last run. The "not played out"
      *> count is a tally, not a record, so it is left out
       PRINT-NEW-RECORDS.
           DISPLAY " "
           IF WS-HAVE-BOOK = "NO" THEN
               DISPLAY "===== New Records Since Last Run ====="
               DISPLAY "No records book on file - this run sets the "
                   "standing records"
           ELSE
               DISPLAY "===== New Records Since Last Run ("
                   WS-LAST-RUN-DATE ") ====="
               MOVE 0 TO WS-NEW-COUNT
               PERFORM VARYING WS-SLOT FROM 1 BY 1
                       UNTIL WS-SLOT > 11
                   PERFORM FIND-OLD-BEST
                   PERFORM VARYING REC-IDX FROM 1 BY 1
                           UNTIL REC-IDX > REC-COUNT
                       PERFORM CHECK-BEATS-OLD
                       IF WS-BEATS = "YES" THEN
                           ADD 1 TO WS-NEW-COUNT
                           PERFORM PRINT-NEW-RECORD-LINE
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF WS-NEW-COUNT = 0 THEN
                   DISPLAY "No new records"
               END-IF
           END-IF.

      *> the best in WS-SLOT across the whole of last run's master
       FIND-OLD-BEST.
           MOVE 0 TO WS-OLD-BEST
           PERFORM VARYING PRV-IDX FROM 1 BY 1
                   UNTIL PRV-IDX > PRV-COUNT
               IF SLOT-ORDER(WS-SLOT) = "H" THEN
                   IF PRV-BEST-VALUE(PRV-IDX, WS-SLOT) > WS-OLD-BEST
                           THEN
                       MOVE PRV-BEST-VALUE(PRV-IDX, WS-SLOT)
                           TO WS-OLD-BEST
                   END-IF
               ELSE
                   IF PRV-BEST-VALUE(PRV-IDX, WS-SLOT) > 0 AND
                           (WS-OLD-BEST = 0 OR
                            PRV-BEST-VALUE(PRV-IDX, WS-SLOT) <
                               WS-OLD-BEST) THEN
                       MOVE PRV-BEST-VALUE(PRV-IDX, WS-SLOT)
                           TO WS-OLD-BEST
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-BEATS-OLD.
           MOVE "NO" TO WS-BEATS
           IF SLOT-ORDER(WS-SLOT) = "H" THEN
               IF REC-BEST-VALUE(REC-IDX, WS-SLOT) > WS-OLD-BEST THEN
                   MOVE "YES" TO WS-BEATS
               END-IF
           ELSE
               IF REC-BEST-VALUE(REC-IDX, WS-SLOT) > 0 AND
                       (WS-OLD-BEST = 0 OR
                        REC-BEST-VALUE(REC-IDX, WS-SLOT) <
                           WS-OLD-BEST) THEN
                   MOVE "YES" TO WS-BEATS
               END-IF
           END-IF.

       PRINT-NEW-RECORD-LINE.
           IF WS-OLD-BEST = 0 THEN
               MOVE "none" TO WS-OLD-TEXT
           ELSE
               MOVE WS-OLD-BEST TO WS-SHOW-SOURCE
               PERFORM FORMAT-SLOT-VALUE
               MOVE WS-SHOW-TEXT TO WS-OLD-TEXT
           END-IF
           MOVE REC-BEST-VALUE(REC-IDX, WS-SLOT) TO WS-SHOW-SOURCE
           PERFORM FORMAT-SLOT-VALUE
           IF WS-SLOT > 6 THEN
               DISPLAY "NEW RECORD v computer  " SLOT-NAME(WS-SLOT)
           ELSE
               DISPLAY "NEW RECORD  " SLOT-NAME(WS-SLOT)
           END-IF
           DISPLAY "    " REC-ID(REC-IDX) " " WS-SHOW-TEXT
               " on " REC-BEST-DATE(REC-IDX, WS-SLOT) " game "
               REC-BEST-GAME(REC-IDX, WS-SLOT) "  (was "
               FUNCTION TRIM(WS-OLD-TEXT) ")".

      *> WS-SHOW-SOURCE as a count or as seconds, into WS-SHOW-TEXT
       FORMAT-SLOT-VALUE.
           IF SLOT-KIND(WS-SLOT) = "T" THEN
               COMPUTE WS-SHOW-TIME = WS-SHOW-SOURCE / 100
               MOVE WS-SHOW-TIME TO WS-SHOW-TEXT
           ELSE
               MOVE WS-SHOW-SOURCE TO WS-SHOW-COUNT
               MOVE WS-SHOW-COUNT TO WS-SHOW-TEXT
           END-IF.

      *> milestones reached since the last run; a player new to the
      *> book since then starts from none
       PRINT-NEW-MILESTONES.
           IF WS-HAVE-BOOK = "YES" THEN
               DISPLAY " "
               DISPLAY "===== Milestones Since Last Run ====="
               MOVE 0 TO WS-NEW-COUNT
               PERFORM VARYING REC-IDX FROM 1 BY 1
                       UNTIL REC-IDX > REC-COUNT
                   PERFORM FIND-PREVIOUS-MILESTONE
                   IF REC-MILESTONE(REC-IDX) > WS-PRV-MILESTONE THEN
                       ADD 1 TO WS-NEW-COUNT
                       DISPLAY REC-ID(REC-IDX) " played game number "
                           REC-MILESTONE(REC-IDX) " on "
                           REC-MILESTONE-DATE(REC-IDX)
                   END-IF
               END-PERFORM
               IF WS-NEW-COUNT = 0 THEN
                   DISPLAY "No milestones passed"
               END-IF
           END-IF.

       FIND-PREVIOUS-MILESTONE.
           MOVE "NO" TO WS-PRV-FOUND
           MOVE 0 TO WS-PRV-MILESTONE
           PERFORM VARYING PRV-IDX FROM 1 BY 1
                   UNTIL PRV-IDX > PRV-COUNT
               IF PRV-ID(PRV-IDX) = REC-ID(REC-IDX) THEN
                   MOVE "YES" TO WS-PRV-FOUND
                   MOVE PRV-MILESTONE(PRV-IDX) TO WS-PRV-MILESTONE
               END-IF
           END-PERFORM.

      *> the all-time lists: the top five in every record, then the
      *> current win streaks, the wins not played out, and every
      *> player's last milestone
       PRINT-STANDING-RECORDS.
           DISPLAY " "
           DISPLAY "===== All-Time Records - Games Between Players "
               "====="
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 6
               PERFORM PRINT-ONE-SLOT
           END-PERFORM
           DISPLAY " "
           DISPLAY "===== All-Time Records - Against The Computer "
               "====="
           PERFORM VARYING WS-SLOT FROM 7 BY 1 UNTIL WS-SLOT > 11
               PERFORM PRINT-ONE-SLOT
           END-PERFORM
           DISPLAY " "
           DISPLAY "===== Wins By Forfeit, Resignation Or Walkover "
               "====="
           DISPLAY "(not counted in any record above)"
           MOVE 12 TO WS-SLOT
           PERFORM PRINT-ONE-SLOT
           PERFORM PRINT-CURRENT-STREAKS
           PERFORM PRINT-STANDING-MILESTONES.

       PRINT-ONE-SLOT.
           DISPLAY SLOT-NAME(WS-SLOT)
           MOVE "S" TO WS-RANK-BY
           MOVE 5 TO WS-RANK-LIMIT
           PERFORM RANK-TOP-ENTRIES
           MOVE 0 TO WS-SHOWN
           PERFORM VARYING REC-IDX FROM 1 BY 1
                   UNTIL REC-IDX > REC-COUNT OR REC-IDX > 5
               IF REC-BEST-VALUE(REC-IDX, WS-SLOT) > 0 THEN
                   ADD 1 TO WS-SHOWN
                   MOVE WS-SHOWN TO WS-DISPLAY-RANK
                   MOVE REC-BEST-VALUE(REC-IDX, WS-SLOT)
                       TO WS-SHOW-SOURCE
                   PERFORM FORMAT-SLOT-VALUE
                   DISPLAY "  " WS-DISPLAY-RANK "  " REC-ID(REC-IDX)
                       " " WS-SHOW-TEXT "  "
                       REC-BEST-DATE(REC-IDX, WS-SLOT) "  game "
                       REC-BEST-GAME(REC-IDX, WS-SLOT)
               END-IF
           END-PERFORM
           IF WS-SHOWN = 0 THEN
               DISPLAY "  none yet"
           END-IF.

       PRINT-CURRENT-STREAKS.
           DISPLAY " "
           DISPLAY "===== Current Runs - Games Between Players ====="
           DISPLAY "Player    Win streak  Unbeaten"
           MOVE "C" TO WS-RANK-BY
           MOVE REC-COUNT TO WS-RANK-LIMIT
           PERFORM RANK-TOP-ENTRIES
           MOVE 0 TO WS-SHOWN
           PERFORM VARYING REC-IDX FROM 1 BY 1
                   UNTIL REC-IDX > REC-COUNT
               IF REC-CUR-UNBEATEN(REC-IDX) > 1 THEN
                   ADD 1 TO WS-SHOWN
                   DISPLAY REC-ID(REC-IDX) "  "
                       REC-CUR-STREAK(REC-IDX) "        "
                       REC-CUR-UNBEATEN(REC-IDX)
               END-IF
           END-PERFORM
           IF WS-SHOWN = 0 THEN
               DISPLAY "Nobody is on a run of more than one game"
           END-IF.

       PRINT-STANDING-MILESTONES.
           DISPLAY " "
           DISPLAY "===== Game-Count Milestones ====="
           DISPLAY "Player    Games   Milestone  Reached"
           MOVE "G" TO WS-RANK-BY
           MOVE REC-COUNT TO WS-RANK-LIMIT
           PERFORM RANK-TOP-ENTRIES
           MOVE 0 TO WS-SHOWN
           PERFORM VARYING REC-IDX FROM 1 BY 1
                   UNTIL REC-IDX > REC-COUNT
               IF REC-MILESTONE(REC-IDX) > 0 THEN
                   ADD 1 TO WS-SHOWN
                   DISPLAY REC-ID(REC-IDX) "  " REC-GAMES(REC-IDX)
                       "  " REC-MILESTONE(REC-IDX) "     "
                       REC-MILESTONE-DATE(REC-IDX)
               END-IF
           END-PERFORM
           IF WS-SHOWN = 0 THEN
               DISPLAY "Nobody has reached " MST-VALUE(1)
                   " games yet"
           END-IF.

      *> selection sort, descending by the key WS-RANK-BY names,
      *> stopped once the first WS-RANK-LIMIT places are settled -
      *> the lists above only print the top of the table
       RANK-TOP-ENTRIES.
           PERFORM VARYING REC-IDX FROM 1 BY 1
                   UNTIL REC-IDX > REC-COUNT OR
                         REC-IDX > WS-RANK-LIMIT
               SET WS-BEST-IDX TO REC-IDX
               SET WS-KEY-IDX TO REC-IDX
               PERFORM GET-RANK-KEY
               MOVE WS-RANK-KEY TO WS-BEST-KEY
               PERFORM VARYING WS-SCAN-IDX FROM REC-IDX BY 1
                       UNTIL WS-SCAN-IDX > REC-COUNT
                   MOVE WS-SCAN-IDX TO WS-KEY-IDX
                   PERFORM GET-RANK-KEY
                   IF WS-RANK-KEY > WS-BEST-KEY THEN
                       MOVE WS-SCAN-IDX TO WS-BEST-IDX
                       MOVE WS-RANK-KEY TO WS-BEST-KEY
                   END-IF
               END-PERFORM
               IF WS-BEST-IDX NOT = REC-IDX THEN
                   MOVE REC-ENTRY(REC-IDX) TO REC-SWAP-ENTRY
                   MOVE REC-ENTRY(WS-BEST-IDX) TO REC-ENTRY(REC-IDX)
                   MOVE REC-SWAP-ENTRY TO REC-ENTRY(WS-BEST-IDX)
               END-IF
           END-PERFORM.

      *> the sort key for entry WS-KEY-IDX, larger always better: a
      *> fewer-is-better value is turned round so the smallest
      *> sorts first, and a zero (none yet) still sorts last
       GET-RANK-KEY.
           EVALUATE WS-RANK-BY
               WHEN "G"
                   MOVE REC-GAMES(WS-KEY-IDX) TO WS-RANK-KEY
               WHEN "C"
                   COMPUTE WS-RANK-KEY =
                       REC-CUR-STREAK(WS-KEY-IDX) * 10000 +
                       REC-CUR-UNBEATEN(WS-KEY-IDX)
               WHEN OTHER
                   MOVE REC-BEST-VALUE(WS-KEY-IDX, WS-SLOT)
                       TO WS-RANK-KEY
                   IF SLOT-ORDER(WS-SLOT) = "L" AND
                           WS-RANK-KEY > 0 THEN
                       COMPUTE WS-RANK-KEY = 100000000 - WS-RANK-KEY
                   END-IF
           END-EVALUATE.

      *> write the computed book out as the new master
       SAVE-RECORD-BOOK.
           OPEN OUTPUT RECORD-BOOK-FILE
           PERFORM VARYING REC-IDX FROM 1 BY 1
                   UNTIL REC-IDX > REC-COUNT
               INITIALIZE RECORD-BOOK-RECORD
               MOVE REC-ID(REC-IDX)            TO RB-PLAYER-ID
               MOVE REC-GAMES(REC-IDX)         TO RB-GAMES
               MOVE REC-MILESTONE(REC-IDX)     TO RB-MILESTONE
               MOVE REC-MILESTONE-DATE(REC-IDX) TO RB-MILESTONE-DATE
               MOVE REC-CUR-STREAK(REC-IDX)    TO RB-CUR-STREAK
               MOVE REC-CUR-UNBEATEN(REC-IDX)  TO RB-CUR-UNBEATEN
               MOVE REC-CPU-GAMES(REC-IDX)     TO RB-CPU-GAMES
               PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 12
                   MOVE REC-BEST(REC-IDX, WS-SLOT)
                       TO RB-BEST(WS-SLOT)
               END-PERFORM
               MOVE WS-TODAY TO RB-RUN-DATE
               WRITE RECORD-BOOK-RECORD
           END-PERFORM
           CLOSE RECORD-BOOK-FILE.

       END PROGRAM TTTRecs.
