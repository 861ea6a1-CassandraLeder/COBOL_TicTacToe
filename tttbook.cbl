       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTBook.
       AUTHOR. Cassandra Leder

      *> Opening-book report. The move-quality report says who
      *> blunders; this one says what people actually open with
      *> and how it turns out. The game log is sorted by game id
      *> and turn so each game streams past as one group in play
      *> order, and the results file, sorted the same way, is
      *> matched against it game by game for the outcome. The
      *> first few moves of every finished game (the depth is
      *> asked for, 1-4) go into an opening tree per board size:
      *> every prefix of the sequence is a line of the tree with
      *> how often it was played and the win / draw / loss split
      *> from X's side and from O's. A second section gives each
      *> player's favourite openings as X and as O and how those
      *> openings score for them.
      *>
      *> Forfeit and resignation markers (moves 00 and 99) are
      *> not moves and are skipped. Games with no results record
      *> (still in flight), voided games, and games against the
      *> computer opponents are left out - the computer games
      *> only come in when asked for.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAME-LOG-STATUS.
           SELECT SORTED-LOG-FILE ASSIGN TO "BOOKLOG.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTLOG-STATUS.
           SELECT STREAM-SORT-FILE ASSIGN TO "BOOKSRT1.TMP".
           SELECT GAME-RESULTS-FILE ASSIGN TO "GAMERSLT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-STATUS.
           SELECT SORTED-RESULTS-FILE ASSIGN TO "BOOKRES.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTRES-STATUS.
           SELECT RESULT-SORT-FILE ASSIGN TO "BOOKSRT2.TMP".
           SELECT NODE-FILE ASSIGN TO "BOOKNODE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NODE-STATUS.
           SELECT SORTED-NODE-FILE ASSIGN TO "BOOKNODE.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTNODE-STATUS.
           SELECT NODE-SORT-FILE ASSIGN TO "BOOKSRT3.TMP".
           SELECT PLAYER-OPEN-FILE ASSIGN TO "BOOKPLY.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLOP-STATUS.
           SELECT SORTED-PLAYER-FILE ASSIGN TO "BOOKPLY.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTPLY-STATUS.
           SELECT PLAYER-SORT-FILE ASSIGN TO "BOOKSRT4.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-LOG-FILE.
       COPY GAMELOGR.
       FD  SORTED-LOG-FILE.
       COPY GAMELOGR REPLACING
           ==GAME-LOG-RECORD== BY ==SORTED-LOG-RECORD==
           LEADING ==GL== BY ==SL==.
       SD  STREAM-SORT-FILE.
       01  SORT-STREAM-RECORD.
           05  SRT-GAME-ID      PIC X(14).
           05  SRT-TURN-NO      PIC X(4).
           05  FILLER           PIC X(59).
       FD  GAME-RESULTS-FILE.
       COPY GAMERSLT.
       FD  SORTED-RESULTS-FILE.
       COPY GAMERSLT REPLACING
           ==GAME-RESULT-RECORD== BY ==SORTED-RESULT-RECORD==
           LEADING ==GR== BY ==SR==.
       SD  RESULT-SORT-FILE.
       01  SORT-RESULT-RECORD.
           05  SRR-GAME-ID      PIC X(14).
           05  FILLER           PIC X(44).
      *> one opening-tree line: board size, the move sequence so
      *> far (two digits a move, space-filled past its depth, so
      *> a parent sorts ahead of its children) and its outcomes
       FD  NODE-FILE.
       01  NODE-RECORD.
           05  ND-BOARD-SIZE    PIC 9(1).
           05  ND-SEQUENCE      PIC X(8).
           05  ND-DEPTH         PIC 9(1).
           05  ND-GAMES         PIC 9(6).
           05  ND-X-WINS        PIC 9(6).
           05  ND-DRAWS         PIC 9(6).
           05  ND-O-WINS        PIC 9(6).
       FD  SORTED-NODE-FILE.
       01  SORTED-NODE-RECORD.
           05  SN-BOARD-SIZE    PIC 9(1).
           05  SN-SEQUENCE      PIC X(8).
           05  SN-DEPTH         PIC 9(1).
           05  SN-GAMES         PIC 9(6).
           05  SN-X-WINS        PIC 9(6).
           05  SN-DRAWS         PIC 9(6).
           05  SN-O-WINS        PIC 9(6).
       SD  NODE-SORT-FILE.
       01  NODE-SORT-RECORD.
           05  NS-BOARD-SIZE    PIC 9(1).
           05  NS-SEQUENCE      PIC X(8).
           05  FILLER           PIC X(25).
      *> one player's full-depth opening on one side of the board
       FD  PLAYER-OPEN-FILE.
       01  PLAYER-OPEN-RECORD.
           05  PO-PLAYER-ID     PIC X(8).
           05  PO-SIDE          PIC X(1).
           05  PO-GAMES         PIC 9(6).
           05  PO-BOARD-SIZE    PIC 9(1).
           05  PO-SEQUENCE      PIC X(8).
           05  PO-WINS          PIC 9(6).
           05  PO-DRAWS         PIC 9(6).
           05  PO-LOSSES        PIC 9(6).
       FD  SORTED-PLAYER-FILE.
       01  SORTED-PLAYER-RECORD.
           05  SP-PLAYER-ID     PIC X(8).
           05  SP-SIDE          PIC X(1).
           05  SP-GAMES         PIC 9(6).
           05  SP-BOARD-SIZE    PIC 9(1).
           05  SP-SEQUENCE      PIC X(8).
           05  SP-WINS          PIC 9(6).
           05  SP-DRAWS         PIC 9(6).
           05  SP-LOSSES        PIC 9(6).
       SD  PLAYER-SORT-FILE.
       01  PLAYER-SORT-RECORD.
           05  PS-PLAYER-ID     PIC X(8).
           05  PS-SIDE          PIC X(1).
           05  PS-GAMES         PIC 9(6).
           05  FILLER           PIC X(27).

       WORKING-STORAGE SECTION.
       01  WS-GAME-LOG-STATUS   PIC X(2) VALUE "00".
       01  WS-SORTLOG-STATUS    PIC X(2) VALUE "00".
       01  WS-RESULTS-STATUS    PIC X(2) VALUE "00".
       01  WS-SORTRES-STATUS    PIC X(2) VALUE "00".
       01  WS-NODE-STATUS       PIC X(2) VALUE "00".
       01  WS-SORTNODE-STATUS   PIC X(2) VALUE "00".
       01  WS-PLOP-STATUS       PIC X(2) VALUE "00".
       01  WS-SORTPLY-STATUS    PIC X(2) VALUE "00".
       01  WS-SL-EOF            PIC X(3) VALUE "NO".
       01  WS-SR-EOF            PIC X(3) VALUE "NO".
       01  WS-EOF-FLAG          PIC X(3) VALUE "NO".

      *> run options
       01  WS-DEPTH-ANSWER      PIC X(1).
       01  WS-DEPTH             PIC 9(1) VALUE 3.
       01  WS-CPU-ANSWER        PIC X(1).
       01  WS-INCLUDE-CPU       PIC X(3) VALUE "NO".

      *> the game streaming past: its board size and the opening
      *> moves gathered so far
       01  WS-HELD-ID           PIC X(14).
       01  WS-GM-BOARD-SIZE     PIC 9(1).
       01  WS-GM-MOVE-COUNT     PIC 9(1).
       01  WS-GM-SEQUENCE       PIC X(8).
       01  WS-MAX-MOVE          PIC 9(2).
       01  WS-SEQ-POS           PIC 9(2).
       01  WS-OUTCOME           PIC X(1).

      *> games counted, and why the rest were not
       01  WS-GAME-COUNT        PIC 9(6) VALUE 0.
       01  WS-USED-COUNT        PIC 9(6) VALUE 0.
       01  WS-NO-RESULT-COUNT   PIC 9(6) VALUE 0.
       01  WS-VOID-COUNT        PIC 9(6) VALUE 0.
       01  WS-ABANDONED-COUNT   PIC 9(6) VALUE 0.
       01  WS-CPU-COUNT         PIC 9(6) VALUE 0.
       01  WS-NO-MOVES-COUNT    PIC 9(6) VALUE 0.
       01  SIZE-TABLE.
           05  SIZE-GAMES       PIC 9(6) OCCURS 9 TIMES.

      *> the opening tree, every prefix of every game's opening
       01  NODE-TABLE.
           05  NODE-COUNT       PIC 9(4) VALUE 0.
           05  NODE-ENTRY OCCURS 3000 TIMES INDEXED BY NODE-IDX.
               10  NODE-SIZE        PIC 9(1).
               10  NODE-SEQ         PIC X(8).
               10  NODE-DEPTH       PIC 9(1).
               10  NODE-GAMES       PIC 9(6).
               10  NODE-X-WINS      PIC 9(6).
               10  NODE-DRAWS       PIC 9(6).
               10  NODE-O-WINS      PIC 9(6).
       01  WS-NODE-FOUND-IDX    PIC 9(4).
       01  WS-LOOKUP-SIZE       PIC 9(1).
       01  WS-LOOKUP-SEQ        PIC X(8).
       01  WS-LOOKUP-DEPTH      PIC 9(1).
       01  WS-PREFIX-DEPTH      PIC 9(1).

      *> each player's full-depth openings, one entry per side
       01  PLOP-TABLE.
           05  PLOP-COUNT       PIC 9(4) VALUE 0.
           05  PLOP-ENTRY OCCURS 3000 TIMES INDEXED BY PLOP-IDX.
               10  PLOP-ID          PIC X(8).
               10  PLOP-SIDE        PIC X(1).
               10  PLOP-SIZE        PIC 9(1).
               10  PLOP-SEQ         PIC X(8).
               10  PLOP-GAMES       PIC 9(6).
               10  PLOP-WINS        PIC 9(6).
               10  PLOP-DRAWS       PIC 9(6).
               10  PLOP-LOSSES      PIC 9(6).
       01  WS-PLOP-FOUND-IDX    PIC 9(4).
       01  WS-LOOKUP-ID         PIC X(8).
       01  WS-LOOKUP-SIDE       PIC X(1).

      *> report print fields
       01  WS-PRINT-LINE        PIC X(80).
       01  WS-SEQ-DISP          PIC X(11).
       01  WS-SEQ-SUB           PIC 9(1).
       01  WS-INDENT            PIC 9(2).
       01  WS-LAST-SIZE         PIC 9(1).
       01  WS-LAST-PLAYER       PIC X(8).
       01  WS-LAST-SIDE         PIC X(1).
       01  WS-SHOWN-COUNT       PIC 9(2).
       01  WS-SCORE-PCT         PIC 9(3).
       01  WS-GAMES-DISP        PIC ZZZZZ9.
       01  WS-W-DISP            PIC ZZZZ9.
       01  WS-D-DISP            PIC ZZZZ9.
       01  WS-L-DISP            PIC ZZZZ9.
       01  WS-PCT-DISP          PIC ZZ9.
      *> favourites shown per player per side
       01  WS-FAVOURITE-LIMIT   PIC 9(2) VALUE 3.

       01  WS-SORTLOG-NAME      PIC X(11) VALUE "BOOKLOG.SRT".
       01  WS-SORTRES-NAME      PIC X(11) VALUE "BOOKRES.SRT".
       01  WS-NODE-NAME         PIC X(12) VALUE "BOOKNODE.TMP".
       01  WS-SORTNODE-NAME     PIC X(12) VALUE "BOOKNODE.SRT".
       01  WS-PLOP-NAME         PIC X(11) VALUE "BOOKPLY.TMP".
       01  WS-SORTPLY-NAME      PIC X(11) VALUE "BOOKPLY.SRT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Opening depth in moves (1-4), Enter for 3: "
           ACCEPT WS-DEPTH-ANSWER
           IF WS-DEPTH-ANSWER >= "1" AND WS-DEPTH-ANSWER <= "4" THEN
               MOVE WS-DEPTH-ANSWER TO WS-DEPTH
           END-IF
           DISPLAY "Include games against the computer? (Y/N), "
               "Enter for N: "
           ACCEPT WS-CPU-ANSWER
           IF WS-CPU-ANSWER = "Y" OR WS-CPU-ANSWER = "y" THEN
               MOVE "YES" TO WS-INCLUDE-CPU
           END-IF
           MOVE ZEROS TO SIZE-TABLE
           PERFORM SORT-GAME-LOG
           PERFORM SORT-RESULTS
           PERFORM BUILD-OPENINGS
           DISPLAY "===== Opening Book ====="
           DISPLAY "Depth " WS-DEPTH " move(s); computer games "
               "included: " WS-INCLUDE-CPU
           DISPLAY "Games in log: " WS-GAME-COUNT
               " (used " WS-USED-COUNT
               ", no result " WS-NO-RESULT-COUNT
               ", voided " WS-VOID-COUNT
               ", abandoned " WS-ABANDONED-COUNT
               ", computer " WS-CPU-COUNT
               ", no moves " WS-NO-MOVES-COUNT ")"
           PERFORM PRINT-OPENING-TREE
           PERFORM PRINT-PLAYER-OPENINGS
           PERFORM DELETE-WORK-FILES
           STOP RUN.

      *> sorted by game id and turn, every game's records arrive
      *> as one consecutive group in play order
       SORT-GAME-LOG.
           OPEN INPUT GAME-LOG-FILE
           IF WS-GAME-LOG-STATUS = "00" THEN
               CLOSE GAME-LOG-FILE
               SORT STREAM-SORT-FILE
                   ON ASCENDING KEY SRT-GAME-ID
                   ON ASCENDING KEY SRT-TURN-NO
                   USING GAME-LOG-FILE GIVING SORTED-LOG-FILE
           ELSE
               DISPLAY "Could not open GAMELOG.DAT, status "
                   WS-GAME-LOG-STATUS
               OPEN OUTPUT SORTED-LOG-FILE
               CLOSE SORTED-LOG-FILE
           END-IF.

      *> the results in game-id order, so each game's outcome is
      *> wherever the results stream stands when its group ends
       SORT-RESULTS.
           OPEN INPUT GAME-RESULTS-FILE
           IF WS-RESULTS-STATUS = "00" THEN
               CLOSE GAME-RESULTS-FILE
               SORT RESULT-SORT-FILE
                   ON ASCENDING KEY SRR-GAME-ID
                   USING GAME-RESULTS-FILE
                   GIVING SORTED-RESULTS-FILE
           ELSE
               DISPLAY "Could not open GAMERSLT.DAT, status "
                   WS-RESULTS-STATUS
               OPEN OUTPUT SORTED-RESULTS-FILE
               CLOSE SORTED-RESULTS-FILE
           END-IF.

      *> one pass over the sorted log with a control break on the
      *> game id, gathering each game's opening moves
       BUILD-OPENINGS.
           MOVE SPACES TO WS-HELD-ID
           MOVE "NO" TO WS-SL-EOF
           MOVE "NO" TO WS-SR-EOF
           OPEN INPUT SORTED-LOG-FILE
           OPEN INPUT SORTED-RESULTS-FILE
           PERFORM READ-SORTED-RESULT
           PERFORM READ-SORTED-LOG
           PERFORM UNTIL WS-SL-EOF = "YES"
               IF SL-GAME-ID NOT = WS-HELD-ID THEN
                   IF WS-HELD-ID NOT = SPACES THEN
                       PERFORM PROCESS-HELD-GAME
                   END-IF
                   MOVE SL-GAME-ID TO WS-HELD-ID
                   MOVE SL-BOARD-SIZE TO WS-GM-BOARD-SIZE
                   MOVE 0 TO WS-GM-MOVE-COUNT
                   MOVE SPACES TO WS-GM-SEQUENCE
                   ADD 1 TO WS-GAME-COUNT
               END-IF
               PERFORM NOTE-OPENING-MOVE
               PERFORM READ-SORTED-LOG
           END-PERFORM
           IF WS-HELD-ID NOT = SPACES THEN
               PERFORM PROCESS-HELD-GAME
           END-IF
           CLOSE SORTED-LOG-FILE
           CLOSE SORTED-RESULTS-FILE.

       READ-SORTED-LOG.
           READ SORTED-LOG-FILE
               AT END MOVE "YES" TO WS-SL-EOF
           END-READ.

       READ-SORTED-RESULT.
           READ SORTED-RESULTS-FILE
               AT END MOVE "YES" TO WS-SR-EOF
           END-READ.

      *> only real squares count - the 00 forfeit and 99
      *> resignation markers are not moves
       NOTE-OPENING-MOVE.
           COMPUTE WS-MAX-MOVE = SL-BOARD-SIZE * SL-BOARD-SIZE
           IF SL-MOVE >= 1 AND SL-MOVE <= WS-MAX-MOVE AND
                   WS-GM-MOVE-COUNT < WS-DEPTH THEN
               ADD 1 TO WS-GM-MOVE-COUNT
               COMPUTE WS-SEQ-POS = WS-GM-MOVE-COUNT * 2 - 1
               MOVE SL-MOVE TO WS-GM-SEQUENCE(WS-SEQ-POS:2)
           END-IF.

      *> the results stream is positioned on or past the held
      *> game; a game the results file never heard of is still in
      *> flight (or was abandoned) and has no outcome to book
       PROCESS-HELD-GAME.
           PERFORM UNTIL WS-SR-EOF = "YES"
                      OR SR-GAME-ID >= WS-HELD-ID
               PERFORM READ-SORTED-RESULT
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-SR-EOF = "YES"
                   ADD 1 TO WS-NO-RESULT-COUNT
               WHEN SR-GAME-ID NOT = WS-HELD-ID
                   ADD 1 TO WS-NO-RESULT-COUNT
               WHEN SR-CORRECTION-FLAG = "V"
                   ADD 1 TO WS-VOID-COUNT
      *> an abandoned game never reached an end to score
               WHEN SR-RESULT-TYPE = "A"
                   ADD 1 TO WS-ABANDONED-COUNT
               WHEN (SR-PLAYER1-ID(1:4) = "CPU-" OR
                     SR-PLAYER2-ID(1:4) = "CPU-") AND
                     WS-INCLUDE-CPU = "NO"
                   ADD 1 TO WS-CPU-COUNT
               WHEN WS-GM-MOVE-COUNT = 0
                   ADD 1 TO WS-NO-MOVES-COUNT
               WHEN OTHER
                   PERFORM BOOK-HELD-GAME
           END-EVALUATE.

      *> every prefix of the opening is a line of the tree; the
      *> full opening is also booked to each player's side
       BOOK-HELD-GAME.
           ADD 1 TO WS-USED-COUNT
           IF WS-GM-BOARD-SIZE >= 1 THEN
               ADD 1 TO SIZE-GAMES(WS-GM-BOARD-SIZE)
           END-IF
           MOVE SR-WINNER TO WS-OUTCOME
           PERFORM VARYING WS-PREFIX-DEPTH FROM 1 BY 1
                   UNTIL WS-PREFIX-DEPTH > WS-GM-MOVE-COUNT
               MOVE WS-GM-BOARD-SIZE TO WS-LOOKUP-SIZE
               MOVE WS-PREFIX-DEPTH TO WS-LOOKUP-DEPTH
               MOVE SPACES TO WS-LOOKUP-SEQ
               MOVE WS-GM-SEQUENCE(1:WS-PREFIX-DEPTH * 2)
                   TO WS-LOOKUP-SEQ
               PERFORM FIND-OR-ADD-NODE
               IF WS-NODE-FOUND-IDX NOT = 0 THEN
                   ADD 1 TO NODE-GAMES(WS-NODE-FOUND-IDX)
                   EVALUATE WS-OUTCOME
                       WHEN "X"
                           ADD 1 TO NODE-X-WINS(WS-NODE-FOUND-IDX)
                       WHEN "O"
                           ADD 1 TO NODE-O-WINS(WS-NODE-FOUND-IDX)
                       WHEN OTHER
                           ADD 1 TO NODE-DRAWS(WS-NODE-FOUND-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM
           MOVE WS-GM-BOARD-SIZE TO WS-LOOKUP-SIZE
           MOVE WS-GM-SEQUENCE TO WS-LOOKUP-SEQ
           MOVE SR-PLAYER1-ID TO WS-LOOKUP-ID
           MOVE "X" TO WS-LOOKUP-SIDE
           PERFORM BOOK-PLAYER-OPENING
           MOVE SR-PLAYER2-ID TO WS-LOOKUP-ID
           MOVE "O" TO WS-LOOKUP-SIDE
           PERFORM BOOK-PLAYER-OPENING.

       FIND-OR-ADD-NODE.
           MOVE 0 TO WS-NODE-FOUND-IDX
           PERFORM VARYING NODE-IDX FROM 1 BY 1
                   UNTIL NODE-IDX > NODE-COUNT
               IF NODE-SIZE(NODE-IDX) = WS-LOOKUP-SIZE AND
                       NODE-SEQ(NODE-IDX) = WS-LOOKUP-SEQ THEN
                   SET WS-NODE-FOUND-IDX TO NODE-IDX
               END-IF
           END-PERFORM
           IF WS-NODE-FOUND-IDX = 0 THEN
               IF NODE-COUNT < 3000 THEN
                   ADD 1 TO NODE-COUNT
                   MOVE NODE-COUNT TO WS-NODE-FOUND-IDX
                   INITIALIZE NODE-ENTRY(NODE-COUNT)
                   MOVE WS-LOOKUP-SIZE  TO NODE-SIZE(NODE-COUNT)
                   MOVE WS-LOOKUP-SEQ   TO NODE-SEQ(NODE-COUNT)
                   MOVE WS-LOOKUP-DEPTH TO NODE-DEPTH(NODE-COUNT)
               ELSE
                   DISPLAY "Opening table full, dropping line "
                       WS-LOOKUP-SEQ " of game " WS-HELD-ID
               END-IF
           END-IF.

      *> the outcome turned round to the player's own side
       BOOK-PLAYER-OPENING.
           MOVE 0 TO WS-PLOP-FOUND-IDX
           PERFORM VARYING PLOP-IDX FROM 1 BY 1
                   UNTIL PLOP-IDX > PLOP-COUNT
               IF PLOP-ID(PLOP-IDX) = WS-LOOKUP-ID AND
                       PLOP-SIDE(PLOP-IDX) = WS-LOOKUP-SIDE AND
                       PLOP-SIZE(PLOP-IDX) = WS-LOOKUP-SIZE AND
                       PLOP-SEQ(PLOP-IDX) = WS-LOOKUP-SEQ THEN
                   SET WS-PLOP-FOUND-IDX TO PLOP-IDX
               END-IF
           END-PERFORM
           IF WS-PLOP-FOUND-IDX = 0 THEN
               IF PLOP-COUNT < 3000 THEN
                   ADD 1 TO PLOP-COUNT
                   MOVE PLOP-COUNT TO WS-PLOP-FOUND-IDX
                   INITIALIZE PLOP-ENTRY(PLOP-COUNT)
                   MOVE WS-LOOKUP-ID   TO PLOP-ID(PLOP-COUNT)
                   MOVE WS-LOOKUP-SIDE TO PLOP-SIDE(PLOP-COUNT)
                   MOVE WS-LOOKUP-SIZE TO PLOP-SIZE(PLOP-COUNT)
                   MOVE WS-LOOKUP-SEQ  TO PLOP-SEQ(PLOP-COUNT)
               ELSE
                   DISPLAY "Player opening table full, dropping "
                       WS-LOOKUP-ID " game " WS-HELD-ID
               END-IF
           END-IF
           IF WS-PLOP-FOUND-IDX NOT = 0 THEN
               ADD 1 TO PLOP-GAMES(WS-PLOP-FOUND-IDX)
               EVALUATE TRUE
                   WHEN WS-OUTCOME = SPACE
                       ADD 1 TO PLOP-DRAWS(WS-PLOP-FOUND-IDX)
                   WHEN WS-OUTCOME = WS-LOOKUP-SIDE
                       ADD 1 TO PLOP-WINS(WS-PLOP-FOUND-IDX)
                   WHEN OTHER
                       ADD 1 TO PLOP-LOSSES(WS-PLOP-FOUND-IDX)
               END-EVALUATE
           END-IF.

      *> the tree goes out to a work file and comes back sorted by
      *> board size and sequence - a space-filled prefix sorts
      *> ahead of every line that extends it, so each line prints
      *> under its parent, indented by its depth
       PRINT-OPENING-TREE.
           OPEN OUTPUT NODE-FILE
           PERFORM VARYING NODE-IDX FROM 1 BY 1
                   UNTIL NODE-IDX > NODE-COUNT
               MOVE NODE-SIZE(NODE-IDX)    TO ND-BOARD-SIZE
               MOVE NODE-SEQ(NODE-IDX)     TO ND-SEQUENCE
               MOVE NODE-DEPTH(NODE-IDX)   TO ND-DEPTH
               MOVE NODE-GAMES(NODE-IDX)   TO ND-GAMES
               MOVE NODE-X-WINS(NODE-IDX)  TO ND-X-WINS
               MOVE NODE-DRAWS(NODE-IDX)   TO ND-DRAWS
               MOVE NODE-O-WINS(NODE-IDX)  TO ND-O-WINS
               WRITE NODE-RECORD
           END-PERFORM
           CLOSE NODE-FILE
           SORT NODE-SORT-FILE
               ON ASCENDING KEY NS-BOARD-SIZE
               ON ASCENDING KEY NS-SEQUENCE
               USING NODE-FILE GIVING SORTED-NODE-FILE
           MOVE 0 TO WS-LAST-SIZE
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT SORTED-NODE-FILE
           PERFORM UNTIL WS-EOF-FLAG = "YES"
               READ SORTED-NODE-FILE
                   AT END MOVE "YES" TO WS-EOF-FLAG
                   NOT AT END
                       IF SN-BOARD-SIZE NOT = WS-LAST-SIZE THEN
                           MOVE SN-BOARD-SIZE TO WS-LAST-SIZE
                           DISPLAY " "
                           DISPLAY "----- Board " SN-BOARD-SIZE "x"
                               SN-BOARD-SIZE " - "
                               SIZE-GAMES(SN-BOARD-SIZE)
                               " game(s) -----"
                           DISPLAY "Opening           Games"
                               "   X:  W    D    L   O:  W    D    L"
                       END-IF
                       PERFORM PRINT-ONE-NODE
               END-READ
           END-PERFORM
           CLOSE SORTED-NODE-FILE.

       PRINT-ONE-NODE.
           MOVE SN-SEQUENCE TO WS-LOOKUP-SEQ
           MOVE SN-DEPTH TO WS-LOOKUP-DEPTH
           PERFORM FORMAT-SEQUENCE
           MOVE SPACES TO WS-PRINT-LINE
           COMPUTE WS-INDENT = (SN-DEPTH - 1) * 2 + 1
           MOVE WS-SEQ-DISP TO WS-PRINT-LINE(WS-INDENT:11)
           MOVE SN-GAMES TO WS-GAMES-DISP
           MOVE WS-GAMES-DISP TO WS-PRINT-LINE(18:6)
           MOVE SN-X-WINS TO WS-W-DISP
           MOVE SN-DRAWS  TO WS-D-DISP
           MOVE SN-O-WINS TO WS-L-DISP
           MOVE WS-W-DISP TO WS-PRINT-LINE(27:5)
           MOVE WS-D-DISP TO WS-PRINT-LINE(32:5)
           MOVE WS-L-DISP TO WS-PRINT-LINE(37:5)
      *> O's split is X's turned round
           MOVE SN-O-WINS TO WS-W-DISP
           MOVE SN-X-WINS TO WS-L-DISP
           MOVE WS-W-DISP TO WS-PRINT-LINE(45:5)
           MOVE WS-D-DISP TO WS-PRINT-LINE(50:5)
           MOVE WS-L-DISP TO WS-PRINT-LINE(55:5)
           DISPLAY WS-PRINT-LINE.

      *> two digits a move into "05-01-09" form
       FORMAT-SEQUENCE.
           MOVE SPACES TO WS-SEQ-DISP
           MOVE WS-LOOKUP-SEQ(1:2) TO WS-SEQ-DISP(1:2)
           PERFORM VARYING WS-SEQ-SUB FROM 2 BY 1
                   UNTIL WS-SEQ-SUB > WS-LOOKUP-DEPTH
               COMPUTE WS-SEQ-POS = (WS-SEQ-SUB - 1) * 3
               MOVE "-" TO WS-SEQ-DISP(WS-SEQ-POS:1)
               COMPUTE WS-SEQ-POS = WS-SEQ-POS + 1
               MOVE WS-LOOKUP-SEQ(WS-SEQ-SUB * 2 - 1:2)
                   TO WS-SEQ-DISP(WS-SEQ-POS:2)
           END-PERFORM.

      *> per player and side, the most-played openings first -
      *> sorted by player, side, and games descending, then the
      *> first few of each group printed
       PRINT-PLAYER-OPENINGS.
           OPEN OUTPUT PLAYER-OPEN-FILE
           PERFORM VARYING PLOP-IDX FROM 1 BY 1
                   UNTIL PLOP-IDX > PLOP-COUNT
               MOVE PLOP-ID(PLOP-IDX)     TO PO-PLAYER-ID
               MOVE PLOP-SIDE(PLOP-IDX)   TO PO-SIDE
               MOVE PLOP-GAMES(PLOP-IDX)  TO PO-GAMES
               MOVE PLOP-SIZE(PLOP-IDX)   TO PO-BOARD-SIZE
               MOVE PLOP-SEQ(PLOP-IDX)    TO PO-SEQUENCE
               MOVE PLOP-WINS(PLOP-IDX)   TO PO-WINS
               MOVE PLOP-DRAWS(PLOP-IDX)  TO PO-DRAWS
               MOVE PLOP-LOSSES(PLOP-IDX) TO PO-LOSSES
               WRITE PLAYER-OPEN-RECORD
           END-PERFORM
           CLOSE PLAYER-OPEN-FILE
           SORT PLAYER-SORT-FILE
               ON ASCENDING KEY PS-PLAYER-ID
               ON ASCENDING KEY PS-SIDE
               ON DESCENDING KEY PS-GAMES
               USING PLAYER-OPEN-FILE GIVING SORTED-PLAYER-FILE
           DISPLAY " "
           DISPLAY "===== Favourite Openings by Player ====="
           MOVE SPACES TO WS-LAST-PLAYER
           MOVE SPACES TO WS-LAST-SIDE
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT SORTED-PLAYER-FILE
           PERFORM UNTIL WS-EOF-FLAG = "YES"
               READ SORTED-PLAYER-FILE
                   AT END MOVE "YES" TO WS-EOF-FLAG
                   NOT AT END
                       IF SP-PLAYER-ID NOT = WS-LAST-PLAYER THEN
                           MOVE SP-PLAYER-ID TO WS-LAST-PLAYER
                           MOVE SPACES TO WS-LAST-SIDE
                           DISPLAY " "
                           DISPLAY "Player " SP-PLAYER-ID
                       END-IF
                       IF SP-SIDE NOT = WS-LAST-SIDE THEN
                           MOVE SP-SIDE TO WS-LAST-SIDE
                           MOVE 0 TO WS-SHOWN-COUNT
                           DISPLAY "  as " SP-SIDE
                               ":  Board  Opening     Games"
                               "    W    D    L Score%"
                       END-IF
                       IF WS-SHOWN-COUNT < WS-FAVOURITE-LIMIT THEN
                           ADD 1 TO WS-SHOWN-COUNT
                           PERFORM PRINT-ONE-PLAYER-OPENING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SORTED-PLAYER-FILE.

      *> score is points over points available, a win two and a
      *> draw one, same as the league table pays
       PRINT-ONE-PLAYER-OPENING.
           MOVE SP-SEQUENCE TO WS-LOOKUP-SEQ
           MOVE 0 TO WS-LOOKUP-DEPTH
           PERFORM VARYING WS-SEQ-SUB FROM 1 BY 1
                   UNTIL WS-SEQ-SUB > 4
               IF SP-SEQUENCE(WS-SEQ-SUB * 2 - 1:2) NOT = SPACES
                       THEN
                   MOVE WS-SEQ-SUB TO WS-LOOKUP-DEPTH
               END-IF
           END-PERFORM
           PERFORM FORMAT-SEQUENCE
           COMPUTE WS-SCORE-PCT ROUNDED =
               (SP-WINS * 2 + SP-DRAWS) * 50 / SP-GAMES
           MOVE SPACES TO WS-PRINT-LINE
           MOVE SP-BOARD-SIZE TO WS-PRINT-LINE(12:1)
           MOVE "x" TO WS-PRINT-LINE(13:1)
           MOVE SP-BOARD-SIZE TO WS-PRINT-LINE(14:1)
           MOVE WS-SEQ-DISP TO WS-PRINT-LINE(17:11)
           MOVE SP-GAMES TO WS-GAMES-DISP
           MOVE WS-GAMES-DISP TO WS-PRINT-LINE(28:6)
           MOVE SP-WINS TO WS-W-DISP
           MOVE SP-DRAWS TO WS-D-DISP
           MOVE SP-LOSSES TO WS-L-DISP
           MOVE WS-W-DISP TO WS-PRINT-LINE(34:5)
           MOVE WS-D-DISP TO WS-PRINT-LINE(39:5)
           MOVE WS-L-DISP TO WS-PRINT-LINE(44:5)
           MOVE WS-SCORE-PCT TO WS-PCT-DISP
           MOVE WS-PCT-DISP TO WS-PRINT-LINE(51:3)
           DISPLAY WS-PRINT-LINE.

       DELETE-WORK-FILES.
           CALL "CBL_DELETE_FILE" USING WS-SORTLOG-NAME
           CALL "CBL_DELETE_FILE" USING WS-SORTRES-NAME
           CALL "CBL_DELETE_FILE" USING WS-NODE-NAME
           CALL "CBL_DELETE_FILE" USING WS-SORTNODE-NAME
           CALL "CBL_DELETE_FILE" USING WS-PLOP-NAME
           CALL "CBL_DELETE_FILE" USING WS-SORTPLY-NAME.

       END PROGRAM TTTBook.
