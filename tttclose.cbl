      *> its individual games are skipped, or a 2-1 match would
      *> pay four points where a single game pays two. Games and
      *> series claimed by a cup tie are knockout play, not league
      *> standing, and so are those a Swiss board settled; games
      *> against the computer opponents are friendlies; all stay
      *> out, the same way. Team boards are team play and stay out
      *> too: when the season had a team league, the season will
      *> not close while any team match has a board unsettled,
      *> the team table goes on the season history after the
      *> players' records with the team champion marked, and the
      *> team fixtures are archived alongside the individual ones.
      *>
      *> Closing a season cannot be taken back, so only a
      *> supervisor may run it; the operator signs on first.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CUP-FILE ASSIGN TO "CUPBRKT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUP-STATUS.
           SELECT SWISS-PAIRING-FILE ASSIGN TO "SWISSPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWISS-STATUS.
           SELECT TEAM-FIXTURE-FILE ASSIGN TO "TEAMFIX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEAMFIX-STATUS.
           SELECT TEAM-FILE ASSIGN TO "TEAMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEAM-STATUS.
           SELECT SEASON-HISTORY-FILE ASSIGN TO "SEASHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT RETAINED-FILE ASSIGN TO "FIXTURES.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETAINED-STATUS.
           SELECT TEAM-ARCHIVE-FILE ASSIGN TO DYNAMIC
                   WS-TEAM-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMARC-STATUS.
           SELECT TEAM-RETAINED-FILE ASSIGN TO "TEAMFIX.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMRET-STATUS.
           SELECT GEN-SOURCE-FILE ASSIGN TO DYNAMIC WS-GEN-MASTER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENSRC-STATUS.
           SELECT GEN-COPY-FILE ASSIGN TO DYNAMIC WS-GEN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENCPY-STATUS.
           SELECT GEN-CATALOGUE-FILE ASSIGN TO "GENCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENCAT-STATUS.
           SELECT GEN-PARM-FILE ASSIGN TO "GENPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENPRM-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY SERIESR.
       FD  CUP-FILE.
       COPY CUPREC.
       FD  SWISS-PAIRING-FILE.
       COPY SWPAIRR.
       FD  TEAM-FIXTURE-FILE.
       COPY TFIXREC.
       FD  TEAM-FILE.
       COPY TEAMREC.
       FD  SEASON-HISTORY-FILE.
       COPY SEASREC.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD       PIC X(52).
       FD  RETAINED-FILE.
       01  RETAINED-RECORD      PIC X(52).
       FD  TEAM-ARCHIVE-FILE.
       01  TEAM-ARCHIVE-RECORD  PIC X(70).
       FD  TEAM-RETAINED-FILE.
       01  TEAM-RETAINED-RECORD PIC X(70).

       FD  OPERATOR-FILE.
       COPY OPERREC.
       FD  SECURITY-LOG-FILE.
       COPY SECLOGR.
      *> a generation is the master copied byte for byte - wide
      *> enough for the widest master in the shop
       FD  GEN-SOURCE-FILE.
       01  GEN-SOURCE-RECORD    PIC X(133).
       FD  GEN-COPY-FILE.
       01  GEN-COPY-RECORD      PIC X(133).
       FD  GEN-CATALOGUE-FILE.
       COPY GENCAT.
      *> GENPARM.DAT columns 1-2: generations kept per master
       FD  GEN-PARM-FILE.
       01  GEN-PARM-RECORD.
           05  GEN-PARM-KEEP       PIC X(2).
       WORKING-STORAGE SECTION.
       01  WS-FIX-STATUS        PIC X(2) VALUE "00".
       01  WS-RESULTS-STATUS    PIC X(2) VALUE "00".
       01  WS-RATINGS-STATUS    PIC X(2) VALUE "00".
       01  WS-SERIES-STATUS     PIC X(2) VALUE "00".
       01  WS-CUP-STATUS        PIC X(2) VALUE "00".
       01  WS-SWISS-STATUS      PIC X(2) VALUE "00".
       01  WS-HIST-STATUS       PIC X(2) VALUE "00".
       01  WS-ARCHIVE-STATUS    PIC X(2) VALUE "00".
       01  WS-RETAINED-STATUS   PIC X(2) VALUE "00".
               10  SSER-DATE        PIC 9(8).
               10  SSER-GAME-IDS.
                   15  SSER-GAME-ID PIC X(14) OCCURS 5 TIMES.
      *> every game or series id a cup tie, a Swiss board or a
      *> team board settled - event play, kept out of the league
      *> table
       01  CUPID-TABLE.
           05  CUPID-COUNT      PIC 9(4) VALUE 0.
           05  CUPID-ENTRY OCCURS 2500 TIMES INDEXED BY CUPID-IDX.
               10  CUP-GAME-ID      PIC X(14).
       01  WS-LOOKUP-GAME-ID    PIC X(14).
       01  WS-IN-SERIES         PIC X(3).
       01  WS-READ-COUNT        PIC 9(6) VALUE 0.
       01  WS-ARCHIVED-COUNT    PIC 9(6) VALUE 0.
       01  WS-RETAINED-COUNT    PIC 9(6) VALUE 0.
       01  WS-TMARC-STATUS      PIC X(2) VALUE "00".
       01  WS-TMRET-STATUS      PIC X(2) VALUE "00".
       01  WS-TEAM-ARCHIVE-FILENAME PIC X(20).
       01  WS-TEAM-LIVE-FILENAME PIC X(11) VALUE "TEAMFIX.DAT".
       01  WS-TEAM-RETAINED-FILENAME PIC X(11) VALUE "TEAMFIX.NEW".

      *> team league scoring - every board on the team fixture
      *> file is settled from the series record or the results
      *> record its game id points at, each match is scored from
      *> its boards, and the team table is built from the
      *> matches. Board points are held in half points, so a
      *> drawn board never rounds away
       01  WS-TEAMFIX-STATUS    PIC X(2) VALUE "00".
       01  WS-TEAM-STATUS       PIC X(2) VALUE "00".
       01  WS-TEAM-EOF          PIC X(3) VALUE "NO".
       01  TBD-TABLE.
           05  TBD-COUNT        PIC 9(4) VALUE 0.
           05  TBD-ENTRY OCCURS 2000 TIMES INDEXED BY TBD-IDX.
               10  TBD-ROUND        PIC 9(2).
               10  TBD-MATCH        PIC 9(3).
               10  TBD-BOARD        PIC 9(1).
               10  TBD-HOME-TEAM    PIC X(8).
               10  TBD-AWAY-TEAM    PIC X(8).
               10  TBD-HOME-ID      PIC X(8).
               10  TBD-AWAY-ID      PIC X(8).
               10  TBD-HOME-COLOUR  PIC X(1).
               10  TBD-STATUS       PIC X(1).
               10  TBD-GAME-ID      PIC X(14).
      *> "H" = home player won, "A" = away player won, "D" =
      *> drawn, "N" = double forfeit and "L" = abandoned -
      *> settled, but no board point either way; "V" = played on
      *> a game since voided - not settled, the board is owed a
      *> replay (the correction job reopens it); space = not
      *> settled yet
               10  TBD-OUTCOME      PIC X(1).
       01  TMAT-TABLE.
           05  TMAT-COUNT       PIC 9(4) VALUE 0.
           05  TMAT-ENTRY OCCURS 1000 TIMES INDEXED BY TMAT-IDX.
               10  TMAT-ROUND       PIC 9(2).
               10  TMAT-MATCH       PIC 9(3).
               10  TMAT-HOME-TEAM   PIC X(8).
               10  TMAT-AWAY-TEAM   PIC X(8).
               10  TMAT-BOARDS      PIC 9(1).
               10  TMAT-SETTLED     PIC 9(1).
               10  TMAT-HOME-HALVES PIC 9(2).
               10  TMAT-AWAY-HALVES PIC 9(2).
      *> the team table - match points 2 a win and 1 a draw
       01  TMT-TABLE.
           05  TMT-COUNT        PIC 9(4) VALUE 0.
           05  TMT-ENTRY OCCURS 100 TIMES INDEXED BY TMT-IDX.
               10  TMT-ID           PIC X(8).
               10  TMT-NAME         PIC X(30).
               10  TMT-PLAYED       PIC 9(3).
               10  TMT-WINS         PIC 9(3).
               10  TMT-DRAWS        PIC 9(3).
               10  TMT-LOSSES       PIC 9(3).
               10  TMT-FOR-HALVES   PIC 9(4).
               10  TMT-AGAINST-HALVES PIC 9(4).
               10  TMT-MP           PIC 9(4).
       01  TMT-SWAP-ENTRY.
           05  TSW-ID           PIC X(8).
           05  TSW-NAME         PIC X(30).
           05  TSW-PLAYED       PIC 9(3).
           05  TSW-WINS         PIC 9(3).
           05  TSW-DRAWS        PIC 9(3).
           05  TSW-LOSSES       PIC 9(3).
           05  TSW-FOR-HALVES   PIC 9(4).
           05  TSW-AGAINST-HALVES PIC 9(4).
           05  TSW-MP           PIC 9(4).
       01  WS-TMAT-FOUND-IDX    PIC 9(4).
       01  WS-TMT-FOUND-IDX     PIC 9(4).
       01  WS-TEAM-LOOKUP-ID    PIC X(8).
       01  WS-TEAM-WINNER-ID    PIC X(8).
       01  WS-INCOMPLETE-MATCHES PIC 9(4) VALUE 0.
       01  WS-TEAM-BEST-IDX     PIC 9(4).
       01  WS-TEAM-SCAN-IDX     PIC 9(4).
       01  WS-TEAM-RANK         PIC 9(3).
       01  WS-SHOW-FOR          PIC ZZZ9.9.
       01  WS-SHOW-AGAINST      PIC ZZZ9.9.

      *> operator sign-on - who is at the keyboard and what they
      *> may do: 1 inquiry, 2 desk, 3 league official,
      *> 4 supervisor. Every sign-on, refusal and privileged
      *> action goes on the security log
       01  WS-OPER-STATUS       PIC X(2) VALUE "00".
       01  WS-SECLOG-STATUS     PIC X(2) VALUE "00".
       01  WS-OPER-EOF          PIC X(3) VALUE "NO".
       01  WS-SIGNON-PROGRAM    PIC X(8) VALUE "TTTCLOSE".
       01  WS-SIGNON-ID         PIC X(8).
       01  WS-SIGNON-PASSWORD   PIC X(16).
       01  WS-SIGNON-LEVEL      PIC 9(1) VALUE 0.
       01  WS-SIGNON-OK         PIC X(3) VALUE "NO".
       01  WS-SIGNON-TRIES      PIC 9(1) VALUE 0.
       01  WS-OPER-FOUND        PIC X(3) VALUE "NO".
       01  WS-OPER-HASH         PIC 9(10) VALUE 0.
       01  WS-OPER-LEVEL        PIC 9(1) VALUE 0.
       01  WS-OPER-ACTIVE       PIC X(1).
       01  WS-NEED-LEVEL        PIC 9(1) VALUE 0.
       01  WS-AUTHORISED        PIC X(3) VALUE "NO".
       01  WS-LEVEL-NAME        PIC X(15).
       01  WS-SEC-EVENT         PIC X(1).
       01  WS-SEC-ACTION        PIC X(20).
       01  WS-SEC-DETAIL        PIC X(30).
      *> the id and password run through the hash together
       01  WS-HASH-TEXT.
           05  WS-HASH-ID       PIC X(8).
           05  WS-HASH-PASSWORD PIC X(16).
       01  WS-HASH-WORK         PIC 9(12) VALUE 0.
       01  WS-HASH-VALUE        PIC 9(10) VALUE 0.
       01  WS-HASH-SUB          PIC 9(2) VALUE 0.

      *> generation cut - the master named in WS-GEN-MASTER is
      *> copied to its next numbered generation before this job
      *> changes it, the copy is catalogued, and generations that
      *> fall off the end of the kept set are deleted
       01  WS-GENSRC-STATUS     PIC X(2) VALUE "00".
       01  WS-GENCPY-STATUS     PIC X(2) VALUE "00".
       01  WS-GENCAT-STATUS     PIC X(2) VALUE "00".
       01  WS-GENPRM-STATUS     PIC X(2) VALUE "00".
       01  WS-GEN-EOF           PIC X(3) VALUE "NO".
       01  WS-GEN-MASTER        PIC X(15).
       01  WS-GEN-STEM          PIC X(11).
       01  WS-GEN-JOB           PIC X(8).
       01  WS-GEN-FILENAME      PIC X(17).
       01  WS-GEN-NO            PIC 9(4) VALUE 0.
       01  WS-GEN-KEEP          PIC 9(2) VALUE 5.
       01  WS-GEN-COUNT         PIC 9(6) VALUE 0.
       01  WS-GEN-DROP-NO       PIC 9(4) VALUE 0.
       01  WS-GEN-DROP-NAME     PIC X(17).
       01  WS-GEN-DROP-RC       PIC S9(9) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON-OPERATOR
           MOVE 4 TO WS-NEED-LEVEL
           MOVE "CLOSE SEASON" TO WS-SEC-ACTION
           PERFORM CHECK-AUTHORITY
           IF WS-AUTHORISED = "NO" THEN
               STOP RUN
           END-IF
           DISPLAY "Season number to close (1-999): "
           ACCEPT WS-SEASON-ANSWER
           MOVE 0 TO WS-SEASON-NO
                   "the fixtures report"
               STOP RUN
           END-IF
           PERFORM LOAD-TEAM-BOARDS
           PERFORM SETTLE-BOARDS-FROM-SERIES
           PERFORM SETTLE-BOARDS-FROM-RESULTS
           PERFORM BUILD-TEAM-MATCHES
           PERFORM SCORE-TEAM-MATCHES
           IF WS-INCOMPLETE-MATCHES > 0 THEN
               PERFORM LIST-INCOMPLETE-MATCHES
               DISPLAY "Season not closed: " WS-INCOMPLETE-MATCHES
                   " team match(es) still being played - chase "
                   "them with the team results job"
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CLOSE-DATE
           PERFORM LOAD-SEASON-SERIES
           PERFORM LOAD-CUP-GAME-IDS
           PERFORM LOAD-SWISS-GAME-IDS
           PERFORM LOAD-TEAM-GAME-IDS
           PERFORM TALLY-SEASON-RESULTS
           PERFORM TALLY-SEASON-SERIES
           IF SEAS-COUNT = 0 THEN
           PERFORM RANK-SEASON-TABLE
           PERFORM PRINT-FINAL-TABLE
           PERFORM WRITE-SEASON-HISTORY
           IF TMT-COUNT > 0 THEN
               PERFORM LOAD-TEAM-NAMES
               PERFORM RANK-TEAM-TABLE
               PERFORM PRINT-FINAL-TEAM-TABLE
               PERFORM WRITE-TEAM-HISTORY
           END-IF
           PERFORM ARCHIVE-SEASON-FIXTURES
           PERFORM ARCHIVE-TEAM-FIXTURES
           MOVE SPACES TO WS-SEC-DETAIL
           STRING "SEASON " DELIMITED BY SIZE
               WS-SEASON-NO DELIMITED BY SIZE
               INTO WS-SEC-DETAIL
           PERFORM LOG-PRIVILEGED-ACTION
           STOP RUN.

      *> the season only closes when the fixture file says nothing
                   GR-PLAYER1-ID(1:4) = "CPU-" OR
                   GR-PLAYER2-ID(1:4) = "CPU-" OR
      *> a game of a best-of-N scores through its series record,
      *> not on its own; a game a cup tie or Swiss board settled
      *> is event play, and so is one a team board settled
                   WS-IN-SERIES = "YES" OR
                   WS-CUP-CLAIMED = "YES" OR
      *> a game the correction job voided scores for nobody, and
      *> an abandoned one leaves its fixture to be played again
                   GR-CORRECTION-FLAG = "V" OR
                   GR-RESULT-TYPE = "A" THEN
               ADD 1 TO WS-GAMES-SKIPPED
           ELSE
               ADD 1 TO WS-GAMES-COUNTED
                       MOVE GR-PLAYER1-ID TO WS-LOOKUP-ID
                       MOVE "LOSS" TO WS-STAT-RESULT
                       PERFORM APPLY-SEASON-RESULT
      *> no winner: a draw, or a double forfeit that pays
      *> neither side anything
                   WHEN OTHER
                       IF GR-RESULT-TYPE = "D" THEN
                           MOVE "LOSS" TO WS-STAT-RESULT
                       ELSE
                           MOVE "DRAW" TO WS-STAT-RESULT
                       END-IF
                       MOVE GR-PLAYER1-ID TO WS-LOOKUP-ID
                       PERFORM APPLY-SEASON-RESULT
                       MOVE GR-PLAYER2-ID TO WS-LOOKUP-ID
                       PERFORM APPLY-SEASON-RESULT
               END-EVALUATE
           END-IF.
                       NOT AT END
                           IF CT-STATUS = "P" AND
                                   CT-GAME-ID NOT = SPACES THEN
                               IF CUPID-COUNT < 2500 THEN
                                   ADD 1 TO CUPID-COUNT
                                   MOVE CT-GAME-ID TO
                                       CUP-GAME-ID(CUPID-COUNT)
               CLOSE CUP-FILE
           END-IF.

      *> Swiss boards go in the same table as cup ties - a Swiss
      *> game is event play and scores in the event standings,
      *> not in the league's
       LOAD-SWISS-GAME-IDS.
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT SWISS-PAIRING-FILE
           IF WS-SWISS-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ SWISS-PAIRING-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF SP-STATUS = "P" AND
                                   SP-GAME-ID NOT = SPACES THEN
                               IF CUPID-COUNT < 2500 THEN
                                   ADD 1 TO CUPID-COUNT
                                   MOVE SP-GAME-ID TO
                                       CUP-GAME-ID(CUPID-COUNT)
                               ELSE
                                   DISPLAY "Cup-id table full, "
                                       "dropping " SP-GAME-ID
                                       " - its game may score "
                                       "in the league table"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SWISS-PAIRING-FILE
           END-IF.

      *> team boards too - a team board's game scores in the team
      *> table, not in the individual one
       LOAD-TEAM-GAME-IDS.
           PERFORM VARYING TBD-IDX FROM 1 BY 1
                   UNTIL TBD-IDX > TBD-COUNT
               IF TBD-STATUS(TBD-IDX) = "P" AND
                       TBD-GAME-ID(TBD-IDX) NOT = SPACES THEN
                   IF CUPID-COUNT < 2500 THEN
                       ADD 1 TO CUPID-COUNT
                       MOVE TBD-GAME-ID(TBD-IDX) TO
                           CUP-GAME-ID(CUPID-COUNT)
                   ELSE
                       DISPLAY "Cup-id table full, dropping "
                           TBD-GAME-ID(TBD-IDX)
                           " - its game may score in the league "
                           "table"
                   END-IF
               END-IF
           END-PERFORM.

      *> is the looked-up game one of a series' member games?
       FIND-GAME-IN-SERIES.
           MOVE "NO" TO WS-IN-SERIES
               " Final League Table ====="
           DISPLAY "Single games counted: " WS-GAMES-COUNTED
               "  series counted: " WS-SERIES-COUNTED
           DISPLAY "Skipped (outside season, friendly, cup, "
               "Swiss, team, or series member game): "
               WS-GAMES-SKIPPED
           DISPLAY "Rank Player    Pts  W    L    D    Rating"
           PERFORM VARYING SEAS-IDX FROM 1 BY 1
                   UNTIL SEAS-IDX > SEAS-COUNT
           DISPLAY SEAS-COUNT " season-history record(s) written "
               "to SEASHIST.DAT".

      *> which team matches are holding the close up
       LIST-INCOMPLETE-MATCHES.
           PERFORM VARYING TMAT-IDX FROM 1 BY 1
                   UNTIL TMAT-IDX > TMAT-COUNT
               IF TMAT-SETTLED(TMAT-IDX) < TMAT-BOARDS(TMAT-IDX)
                       THEN
                   DISPLAY "  incomplete: R" TMAT-ROUND(TMAT-IDX)
                       " M" TMAT-MATCH(TMAT-IDX) " "
                       TMAT-HOME-TEAM(TMAT-IDX) " v "
                       TMAT-AWAY-TEAM(TMAT-IDX) " ("
                       TMAT-SETTLED(TMAT-IDX) " of "
                       TMAT-BOARDS(TMAT-IDX) " boards settled)"
               END-IF
           END-PERFORM.

       PRINT-FINAL-TEAM-TABLE.
           DISPLAY " "
           DISPLAY "===== Season " WS-SEASON-NO
               " Final Team League Table ====="
           PERFORM PRINT-TEAM-TABLE
           DISPLAY " "
           DISPLAY "*** SEASON " WS-SEASON-NO " TEAM CHAMPION: "
               TMT-ID(1) " " TMT-NAME(1) " ***".

      *> the team section - one history record per team after the
      *> players', matches in the win/loss/draw fields and match
      *> points in the points
       WRITE-TEAM-HISTORY.
           OPEN EXTEND SEASON-HISTORY-FILE
           IF WS-HIST-STATUS = "35" THEN
               OPEN OUTPUT SEASON-HISTORY-FILE
           END-IF
           PERFORM VARYING TMT-IDX FROM 1 BY 1
                   UNTIL TMT-IDX > TMT-COUNT
               INITIALIZE SEASON-HISTORY-RECORD
               MOVE WS-SEASON-NO        TO SH-SEASON-NO
               MOVE TMT-ID(TMT-IDX)     TO SH-PLAYER-ID
               SET WS-TEAM-RANK         TO TMT-IDX
               MOVE WS-TEAM-RANK        TO SH-FINAL-RANK
               MOVE TMT-WINS(TMT-IDX)   TO SH-WINS
               MOVE TMT-LOSSES(TMT-IDX) TO SH-LOSSES
               MOVE TMT-DRAWS(TMT-IDX)  TO SH-DRAWS
               MOVE TMT-MP(TMT-IDX)     TO SH-POINTS
               MOVE 0                   TO SH-RATING
               IF TMT-IDX = 1 THEN
                   MOVE "C" TO SH-CHAMPION-FLAG
               ELSE
                   MOVE SPACE TO SH-CHAMPION-FLAG
               END-IF
               MOVE WS-CLOSE-DATE       TO SH-CLOSE-DATE
               MOVE "T"                 TO SH-ENTRY-TYPE
               COMPUTE SH-BOARD-POINTS = TMT-FOR-HALVES(TMT-IDX) / 2
               WRITE SEASON-HISTORY-RECORD
           END-PERFORM
           CLOSE SEASON-HISTORY-FILE
           DISPLAY TMT-COUNT " team-history record(s) written "
               "to SEASHIST.DAT".

      *> every fixture goes to the numbered season archive - the
      *> close-out already proved none is unplayed - and the live
      *> file starts the new season empty; same cut-and-swap
      *> pattern as the archive job, counts printed as proof. The
      *> fixture file as it stood is kept as a generation first
       ARCHIVE-SEASON-FIXTURES.
           MOVE "FIXTURES.DAT" TO WS-GEN-MASTER
           MOVE "TTTCLOSE" TO WS-GEN-JOB
           PERFORM CUT-GENERATION
           MOVE SPACES TO WS-ARCHIVE-FILENAME
           STRING "FIXTURES" WS-SEASON-NO ".ARC"
               DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME
                   WS-FIX-STATUS " - fixtures not archived"
           END-IF.

      *> the team fixtures go the same way to their own numbered
      *> archive - the close-out already proved every match
      *> complete - and are kept as a generation first as well
       ARCHIVE-TEAM-FIXTURES.
           MOVE "TEAMFIX.DAT" TO WS-GEN-MASTER
           MOVE "TTTCLOSE" TO WS-GEN-JOB
           PERFORM CUT-GENERATION
           MOVE SPACES TO WS-TEAM-ARCHIVE-FILENAME
           STRING "TEAMFIX" WS-SEASON-NO ".ARC"
               DELIMITED BY SIZE INTO WS-TEAM-ARCHIVE-FILENAME
           MOVE 0 TO WS-READ-COUNT WS-ARCHIVED-COUNT
               WS-RETAINED-COUNT
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT TEAM-FIXTURE-FILE
           IF WS-TEAMFIX-STATUS = "00" THEN
               OPEN EXTEND TEAM-ARCHIVE-FILE
               IF WS-TMARC-STATUS = "35" THEN
                   OPEN OUTPUT TEAM-ARCHIVE-FILE
               END-IF
               OPEN OUTPUT TEAM-RETAINED-FILE
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ TEAM-FIXTURE-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           ADD 1 TO WS-ARCHIVED-COUNT
                           WRITE TEAM-ARCHIVE-RECORD
                               FROM TEAM-FIXTURE-RECORD
                   END-READ
               END-PERFORM
               CLOSE TEAM-FIXTURE-FILE
               CLOSE TEAM-ARCHIVE-FILE
               CLOSE TEAM-RETAINED-FILE
               CALL "CBL_DELETE_FILE" USING WS-TEAM-LIVE-FILENAME
               CALL "CBL_RENAME_FILE"
                   USING WS-TEAM-RETAINED-FILENAME
                         WS-TEAM-LIVE-FILENAME
               IF RETURN-CODE NOT = 0 THEN
                   DISPLAY "Rename of " WS-TEAM-RETAINED-FILENAME
                       " to " WS-TEAM-LIVE-FILENAME " failed, rc "
                       RETURN-CODE
                   MOVE 0 TO RETURN-CODE
               END-IF
               DISPLAY "TEAMFIX.DAT"
               DISPLAY "  Records read:     " WS-READ-COUNT
               DISPLAY "  Records archived: " WS-ARCHIVED-COUNT
                   " to " WS-TEAM-ARCHIVE-FILENAME
               DISPLAY "  Records retained: " WS-RETAINED-COUNT
           END-IF.

      *> team league scoring, common to the team results job and
      *> the season close-out: every board of every team match on
      *> the team fixture file, in file order
       LOAD-TEAM-BOARDS.
           MOVE "NO" TO WS-TEAM-EOF
           OPEN INPUT TEAM-FIXTURE-FILE
           IF WS-TEAMFIX-STATUS = "00" THEN
               PERFORM UNTIL WS-TEAM-EOF = "YES"
                   READ TEAM-FIXTURE-FILE
                       AT END MOVE "YES" TO WS-TEAM-EOF
                       NOT AT END
                           IF TBD-COUNT < 2000 THEN
                               ADD 1 TO TBD-COUNT
                               SET TBD-IDX TO TBD-COUNT
                               MOVE TB-ROUND-NO TO TBD-ROUND(TBD-IDX)
                               MOVE TB-MATCH-NO TO TBD-MATCH(TBD-IDX)
                               MOVE TB-BOARD-NO TO TBD-BOARD(TBD-IDX)
                               MOVE TB-HOME-TEAM
                                   TO TBD-HOME-TEAM(TBD-IDX)
                               MOVE TB-AWAY-TEAM
                                   TO TBD-AWAY-TEAM(TBD-IDX)
                               MOVE TB-HOME-ID TO TBD-HOME-ID(TBD-IDX)
                               MOVE TB-AWAY-ID TO TBD-AWAY-ID(TBD-IDX)
                               MOVE TB-HOME-COLOUR
                                   TO TBD-HOME-COLOUR(TBD-IDX)
                               MOVE TB-STATUS TO TBD-STATUS(TBD-IDX)
                               MOVE TB-GAME-ID TO TBD-GAME-ID(TBD-IDX)
                               MOVE SPACE TO TBD-OUTCOME(TBD-IDX)
                           ELSE
                               DISPLAY "Team board table full, "
                                   "dropping R" TB-ROUND-NO " M"
                                   TB-MATCH-NO " board " TB-BOARD-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEAM-FIXTURE-FILE
           END-IF.

      *> a board settled by a best-of-N carries the series id; the
      *> series winner takes the board, a drawn series halves it
       SETTLE-BOARDS-FROM-SERIES.
           MOVE "NO" TO WS-TEAM-EOF
           OPEN INPUT SERIES-FILE
           IF WS-SERIES-STATUS = "00" THEN
               PERFORM UNTIL WS-TEAM-EOF = "YES"
                   READ SERIES-FILE
                       AT END MOVE "YES" TO WS-TEAM-EOF
                       NOT AT END PERFORM SETTLE-ONE-SERIES
                   END-READ
               END-PERFORM
               CLOSE SERIES-FILE
           END-IF.

       SETTLE-ONE-SERIES.
           PERFORM VARYING TBD-IDX FROM 1 BY 1
                   UNTIL TBD-IDX > TBD-COUNT
               IF TBD-STATUS(TBD-IDX) = "P" AND
                       TBD-GAME-ID(TBD-IDX) = SR-SERIES-ID THEN
                   EVALUATE TRUE
                       WHEN SR-WINNER-ID = SPACES
                           MOVE "D" TO TBD-OUTCOME(TBD-IDX)
                       WHEN SR-WINNER-ID = TBD-HOME-ID(TBD-IDX)
                           MOVE "H" TO TBD-OUTCOME(TBD-IDX)
                       WHEN OTHER
                           MOVE "A" TO TBD-OUTCOME(TBD-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *> a board settled by a single game carries the game id.
      *> Player 1 on the results record is whoever had X, which
      *> may be either side, so the winner goes by id
       SETTLE-BOARDS-FROM-RESULTS.
           MOVE "NO" TO WS-TEAM-EOF
           OPEN INPUT GAME-RESULTS-FILE
           IF WS-RESULTS-STATUS = "00" THEN
               PERFORM UNTIL WS-TEAM-EOF = "YES"
                   READ GAME-RESULTS-FILE
                       AT END MOVE "YES" TO WS-TEAM-EOF
                       NOT AT END PERFORM SETTLE-ONE-RESULT
                   END-READ
               END-PERFORM
               CLOSE GAME-RESULTS-FILE
           END-IF.

       SETTLE-ONE-RESULT.
           PERFORM VARYING TBD-IDX FROM 1 BY 1
                   UNTIL TBD-IDX > TBD-COUNT
               IF TBD-STATUS(TBD-IDX) = "P" AND
                       TBD-OUTCOME(TBD-IDX) = SPACE AND
                       TBD-GAME-ID(TBD-IDX) = GR-GAME-ID THEN
                   EVALUATE TRUE
                       WHEN GR-CORRECTION-FLAG = "V"
                           MOVE "V" TO TBD-OUTCOME(TBD-IDX)
                       WHEN GR-RESULT-TYPE = "A"
                           MOVE "L" TO TBD-OUTCOME(TBD-IDX)
                       WHEN GR-WINNER = "X"
                           MOVE GR-PLAYER1-ID TO WS-TEAM-WINNER-ID
                       WHEN GR-WINNER = "O"
                           MOVE GR-PLAYER2-ID TO WS-TEAM-WINNER-ID
                       WHEN GR-RESULT-TYPE = "D"
                           MOVE "N" TO TBD-OUTCOME(TBD-IDX)
                       WHEN OTHER
                           MOVE "D" TO TBD-OUTCOME(TBD-IDX)
                   END-EVALUATE
                   IF TBD-OUTCOME(TBD-IDX) = SPACE THEN
                       IF WS-TEAM-WINNER-ID = TBD-HOME-ID(TBD-IDX)
                               THEN
                           MOVE "H" TO TBD-OUTCOME(TBD-IDX)
                       ELSE
                           MOVE "A" TO TBD-OUTCOME(TBD-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> one entry per match, its settled boards' points added up
       BUILD-TEAM-MATCHES.
           PERFORM VARYING TBD-IDX FROM 1 BY 1
                   UNTIL TBD-IDX > TBD-COUNT
               MOVE 0 TO WS-TMAT-FOUND-IDX
               PERFORM VARYING TMAT-IDX FROM 1 BY 1
                       UNTIL TMAT-IDX > TMAT-COUNT
                   IF TMAT-ROUND(TMAT-IDX) = TBD-ROUND(TBD-IDX) AND
                           TMAT-MATCH(TMAT-IDX) = TBD-MATCH(TBD-IDX)
                           THEN
                       SET WS-TMAT-FOUND-IDX TO TMAT-IDX
                   END-IF
               END-PERFORM
               IF WS-TMAT-FOUND-IDX = 0 AND TMAT-COUNT < 1000 THEN
                   ADD 1 TO TMAT-COUNT
                   MOVE TMAT-COUNT TO WS-TMAT-FOUND-IDX
                   INITIALIZE TMAT-ENTRY(WS-TMAT-FOUND-IDX)
                   MOVE TBD-ROUND(TBD-IDX)
                       TO TMAT-ROUND(WS-TMAT-FOUND-IDX)
                   MOVE TBD-MATCH(TBD-IDX)
                       TO TMAT-MATCH(WS-TMAT-FOUND-IDX)
                   MOVE TBD-HOME-TEAM(TBD-IDX)
                       TO TMAT-HOME-TEAM(WS-TMAT-FOUND-IDX)
                   MOVE TBD-AWAY-TEAM(TBD-IDX)
                       TO TMAT-AWAY-TEAM(WS-TMAT-FOUND-IDX)
               END-IF
               IF WS-TMAT-FOUND-IDX = 0 THEN
                   DISPLAY "Team match table full, dropping R"
                       TBD-ROUND(TBD-IDX) " M" TBD-MATCH(TBD-IDX)
               ELSE
                   PERFORM ADD-BOARD-TO-MATCH
               END-IF
           END-PERFORM.

       ADD-BOARD-TO-MATCH.
           ADD 1 TO TMAT-BOARDS(WS-TMAT-FOUND-IDX)
           IF TBD-OUTCOME(TBD-IDX) NOT = SPACE AND
                   TBD-OUTCOME(TBD-IDX) NOT = "V" THEN
               ADD 1 TO TMAT-SETTLED(WS-TMAT-FOUND-IDX)
           END-IF
           EVALUATE TBD-OUTCOME(TBD-IDX)
               WHEN "H"
                   ADD 2 TO TMAT-HOME-HALVES(WS-TMAT-FOUND-IDX)
               WHEN "A"
                   ADD 2 TO TMAT-AWAY-HALVES(WS-TMAT-FOUND-IDX)
               WHEN "D"
                   ADD 1 TO TMAT-HOME-HALVES(WS-TMAT-FOUND-IDX)
                   ADD 1 TO TMAT-AWAY-HALVES(WS-TMAT-FOUND-IDX)
           END-EVALUATE.

      *> a match counts in the table only once every board is
      *> settled; the side with more board points takes two match
      *> points, level board points share them
       SCORE-TEAM-MATCHES.
           MOVE 0 TO WS-INCOMPLETE-MATCHES
           PERFORM VARYING TMAT-IDX FROM 1 BY 1
                   UNTIL TMAT-IDX > TMAT-COUNT
               MOVE TMAT-HOME-TEAM(TMAT-IDX) TO WS-TEAM-LOOKUP-ID
               PERFORM FIND-OR-ADD-TEAM
               MOVE TMAT-AWAY-TEAM(TMAT-IDX) TO WS-TEAM-LOOKUP-ID
               PERFORM FIND-OR-ADD-TEAM
               IF TMAT-SETTLED(TMAT-IDX) < TMAT-BOARDS(TMAT-IDX)
                       THEN
                   ADD 1 TO WS-INCOMPLETE-MATCHES
               ELSE
                   MOVE TMAT-HOME-TEAM(TMAT-IDX)
                       TO WS-TEAM-LOOKUP-ID
                   PERFORM FIND-OR-ADD-TEAM
                   IF WS-TMT-FOUND-IDX > 0 THEN
                       ADD 1 TO TMT-PLAYED(WS-TMT-FOUND-IDX)
                       ADD TMAT-HOME-HALVES(TMAT-IDX)
                           TO TMT-FOR-HALVES(WS-TMT-FOUND-IDX)
                       ADD TMAT-AWAY-HALVES(TMAT-IDX)
                           TO TMT-AGAINST-HALVES(WS-TMT-FOUND-IDX)
                       EVALUATE TRUE
                           WHEN TMAT-HOME-HALVES(TMAT-IDX) >
                                   TMAT-AWAY-HALVES(TMAT-IDX)
                               ADD 1 TO TMT-WINS(WS-TMT-FOUND-IDX)
                               ADD 2 TO TMT-MP(WS-TMT-FOUND-IDX)
                           WHEN TMAT-HOME-HALVES(TMAT-IDX) <
                                   TMAT-AWAY-HALVES(TMAT-IDX)
                               ADD 1 TO TMT-LOSSES(WS-TMT-FOUND-IDX)
                           WHEN OTHER
                               ADD 1 TO TMT-DRAWS(WS-TMT-FOUND-IDX)
                               ADD 1 TO TMT-MP(WS-TMT-FOUND-IDX)
                       END-EVALUATE
                   END-IF
                   MOVE TMAT-AWAY-TEAM(TMAT-IDX)
                       TO WS-TEAM-LOOKUP-ID
                   PERFORM FIND-OR-ADD-TEAM
                   IF WS-TMT-FOUND-IDX > 0 THEN
                       ADD 1 TO TMT-PLAYED(WS-TMT-FOUND-IDX)
                       ADD TMAT-AWAY-HALVES(TMAT-IDX)
                           TO TMT-FOR-HALVES(WS-TMT-FOUND-IDX)
                       ADD TMAT-HOME-HALVES(TMAT-IDX)
                           TO TMT-AGAINST-HALVES(WS-TMT-FOUND-IDX)
                       EVALUATE TRUE
                           WHEN TMAT-AWAY-HALVES(TMAT-IDX) >
                                   TMAT-HOME-HALVES(TMAT-IDX)
                               ADD 1 TO TMT-WINS(WS-TMT-FOUND-IDX)
                               ADD 2 TO TMT-MP(WS-TMT-FOUND-IDX)
                           WHEN TMAT-AWAY-HALVES(TMAT-IDX) <
                                   TMAT-HOME-HALVES(TMAT-IDX)
                               ADD 1 TO TMT-LOSSES(WS-TMT-FOUND-IDX)
                           WHEN OTHER
                               ADD 1 TO TMT-DRAWS(WS-TMT-FOUND-IDX)
                               ADD 1 TO TMT-MP(WS-TMT-FOUND-IDX)
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.

       FIND-OR-ADD-TEAM.
           MOVE 0 TO WS-TMT-FOUND-IDX
           PERFORM VARYING TMT-IDX FROM 1 BY 1
                   UNTIL TMT-IDX > TMT-COUNT
               IF TMT-ID(TMT-IDX) = WS-TEAM-LOOKUP-ID THEN
                   SET WS-TMT-FOUND-IDX TO TMT-IDX
               END-IF
           END-PERFORM
           IF WS-TMT-FOUND-IDX = 0 AND TMT-COUNT < 100 THEN
               ADD 1 TO TMT-COUNT
               MOVE TMT-COUNT TO WS-TMT-FOUND-IDX
               INITIALIZE TMT-ENTRY(WS-TMT-FOUND-IDX)
               MOVE WS-TEAM-LOOKUP-ID TO TMT-ID(WS-TMT-FOUND-IDX)
           END-IF
           IF WS-TMT-FOUND-IDX = 0 THEN
               DISPLAY "Team table full, dropping result for "
                   WS-TEAM-LOOKUP-ID
           END-IF.

      *> team names off the team master, for the printed table
       LOAD-TEAM-NAMES.
           MOVE "NO" TO WS-TEAM-EOF
           OPEN INPUT TEAM-FILE
           IF WS-TEAM-STATUS = "00" THEN
               PERFORM UNTIL WS-TEAM-EOF = "YES"
                   READ TEAM-FILE
                       AT END MOVE "YES" TO WS-TEAM-EOF
                       NOT AT END
                           PERFORM VARYING TMT-IDX FROM 1 BY 1
                                   UNTIL TMT-IDX > TMT-COUNT
                               IF TMT-ID(TMT-IDX) = TM-TEAM-ID THEN
                                   MOVE TM-TEAM-NAME
                                       TO TMT-NAME(TMT-IDX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE TEAM-FILE
           END-IF.

      *> selection sort, descending by match points with board
      *> points breaking ties - same approach as the league table
       RANK-TEAM-TABLE.
           PERFORM VARYING TMT-IDX FROM 1 BY 1
                   UNTIL TMT-IDX > TMT-COUNT
               MOVE TMT-IDX TO WS-TEAM-BEST-IDX
               PERFORM VARYING WS-TEAM-SCAN-IDX FROM TMT-IDX BY 1
                       UNTIL WS-TEAM-SCAN-IDX > TMT-COUNT
                   IF TMT-MP(WS-TEAM-SCAN-IDX) >
                           TMT-MP(WS-TEAM-BEST-IDX) OR
                       (TMT-MP(WS-TEAM-SCAN-IDX) =
                           TMT-MP(WS-TEAM-BEST-IDX) AND
                        TMT-FOR-HALVES(WS-TEAM-SCAN-IDX) >
                           TMT-FOR-HALVES(WS-TEAM-BEST-IDX)) THEN
                       MOVE WS-TEAM-SCAN-IDX TO WS-TEAM-BEST-IDX
                   END-IF
               END-PERFORM
               IF WS-TEAM-BEST-IDX NOT = TMT-IDX THEN
                   MOVE TMT-ENTRY(TMT-IDX) TO TMT-SWAP-ENTRY
                   MOVE TMT-ENTRY(WS-TEAM-BEST-IDX)
                       TO TMT-ENTRY(TMT-IDX)
                   MOVE TMT-SWAP-ENTRY
                       TO TMT-ENTRY(WS-TEAM-BEST-IDX)
               END-IF
           END-PERFORM.

       PRINT-TEAM-TABLE.
           DISPLAY "Rank Team     Name                           "
               "P   W   D   L   BP for BP agst MP"
           PERFORM VARYING TMT-IDX FROM 1 BY 1
                   UNTIL TMT-IDX > TMT-COUNT
               SET WS-TEAM-RANK TO TMT-IDX
               COMPUTE WS-SHOW-FOR = TMT-FOR-HALVES(TMT-IDX) / 2
               COMPUTE WS-SHOW-AGAINST =
                   TMT-AGAINST-HALVES(TMT-IDX) / 2
               DISPLAY WS-TEAM-RANK "  " TMT-ID(TMT-IDX) " "
                   TMT-NAME(TMT-IDX) " "
                   TMT-PLAYED(TMT-IDX) " "
                   TMT-WINS(TMT-IDX) " "
                   TMT-DRAWS(TMT-IDX) " "
                   TMT-LOSSES(TMT-IDX) " "
                   WS-SHOW-FOR " " WS-SHOW-AGAINST "  "
                   TMT-MP(TMT-IDX)
           END-PERFORM.

      *> common sign-on, run before anything else: three tries at
      *> an id and password off the operator master, and the
      *> program goes no further if none of them is good
       SIGN-ON-OPERATOR.
           MOVE "NO" TO WS-SIGNON-OK
           MOVE 0 TO WS-SIGNON-TRIES
           PERFORM UNTIL WS-SIGNON-OK = "YES"
                      OR WS-SIGNON-TRIES = 3
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY "Operator id: "
               MOVE SPACES TO WS-SIGNON-ID
               ACCEPT WS-SIGNON-ID
               DISPLAY "Password: "
               MOVE SPACES TO WS-SIGNON-PASSWORD
               ACCEPT WS-SIGNON-PASSWORD
               PERFORM CHECK-SIGN-ON
           END-PERFORM
           IF WS-SIGNON-OK = "NO" THEN
               DISPLAY "Sign-on failed - " WS-SIGNON-PROGRAM
                   " stopped"
               STOP RUN
           END-IF.

      *> the same message for an unknown id as for a wrong
      *> password, so the screen never confirms an id exists; the
      *> log says which it was
       CHECK-SIGN-ON.
           PERFORM FIND-OPERATOR
           MOVE WS-SIGNON-ID       TO WS-HASH-ID
           MOVE WS-SIGNON-PASSWORD TO WS-HASH-PASSWORD
           PERFORM HASH-PASSWORD
           MOVE "SIGN-ON" TO WS-SEC-ACTION
           EVALUATE TRUE
               WHEN WS-OPER-FOUND = "NO"
                   MOVE 0 TO WS-SIGNON-LEVEL
                   MOVE "F" TO WS-SEC-EVENT
                   MOVE "UNKNOWN OPERATOR ID" TO WS-SEC-DETAIL
                   DISPLAY "Unknown operator id or wrong password"
               WHEN WS-HASH-VALUE NOT = WS-OPER-HASH
                   MOVE 0 TO WS-SIGNON-LEVEL
                   MOVE "F" TO WS-SEC-EVENT
                   MOVE "WRONG PASSWORD" TO WS-SEC-DETAIL
                   DISPLAY "Unknown operator id or wrong password"
               WHEN WS-OPER-ACTIVE NOT = "A"
                   MOVE 0 TO WS-SIGNON-LEVEL
                   MOVE "F" TO WS-SEC-EVENT
                   MOVE "OPERATOR DEACTIVATED" TO WS-SEC-DETAIL
                   DISPLAY "Operator " WS-SIGNON-ID
                       " is deactivated"
               WHEN OTHER
                   MOVE "YES" TO WS-SIGNON-OK
                   MOVE WS-OPER-LEVEL TO WS-SIGNON-LEVEL
                   MOVE WS-SIGNON-LEVEL TO WS-NEED-LEVEL
                   PERFORM NAME-THE-LEVEL
                   MOVE "S" TO WS-SEC-EVENT
                   MOVE WS-LEVEL-NAME TO WS-SEC-DETAIL
                   DISPLAY "Signed on as " WS-SIGNON-ID " - "
                       WS-LEVEL-NAME
           END-EVALUATE
           PERFORM WRITE-SECURITY-LOG.

      *> straight read of the operator master for the typed id
       FIND-OPERATOR.
           MOVE "NO" TO WS-OPER-FOUND
           MOVE 0 TO WS-OPER-HASH WS-OPER-LEVEL
           MOVE SPACE TO WS-OPER-ACTIVE
           MOVE "NO" TO WS-OPER-EOF
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-STATUS = "00" THEN
               PERFORM UNTIL WS-OPER-EOF = "YES"
                   READ OPERATOR-FILE
                       AT END MOVE "YES" TO WS-OPER-EOF
                       NOT AT END
                           IF OP-OPERATOR-ID = WS-SIGNON-ID AND
                                   WS-SIGNON-ID NOT = SPACES THEN
                               MOVE "YES" TO WS-OPER-FOUND
                               MOVE OP-PASSWORD-HASH
                                   TO WS-OPER-HASH
                               MOVE OP-LEVEL TO WS-OPER-LEVEL
                               MOVE OP-ACTIVE-FLAG
                                   TO WS-OPER-ACTIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

      *> the id and password folded together a character at a
      *> time into a ten-digit figure - what the master holds in
      *> place of the password
       HASH-PASSWORD.
           MOVE 7 TO WS-HASH-WORK
           PERFORM VARYING WS-HASH-SUB FROM 1 BY 1
                   UNTIL WS-HASH-SUB > 24
               COMPUTE WS-HASH-WORK = FUNCTION MOD(
                   WS-HASH-WORK * 131 +
                   FUNCTION ORD(WS-HASH-TEXT(WS-HASH-SUB:1)),
                   2147483647)
           END-PERFORM
           MOVE WS-HASH-WORK TO WS-HASH-VALUE.

      *> the operator may go ahead only at or above WS-NEED-LEVEL
      *> for the action named in WS-SEC-ACTION; a refusal is
      *> logged and shown
       CHECK-AUTHORITY.
           IF WS-SIGNON-LEVEL >= WS-NEED-LEVEL THEN
               MOVE "YES" TO WS-AUTHORISED
           ELSE
               MOVE "NO" TO WS-AUTHORISED
               PERFORM NAME-THE-LEVEL
               MOVE "R" TO WS-SEC-EVENT
               MOVE SPACES TO WS-SEC-DETAIL
               STRING "NEEDS " DELIMITED BY SIZE
                   WS-LEVEL-NAME DELIMITED BY SIZE
                   INTO WS-SEC-DETAIL
               DISPLAY "Refused: " WS-SEC-ACTION " needs "
                   WS-LEVEL-NAME " authority"
               PERFORM WRITE-SECURITY-LOG
           END-IF.

      *> a privileged action done - WS-SEC-ACTION says what and
      *> WS-SEC-DETAIL to what
       LOG-PRIVILEGED-ACTION.
           MOVE "A" TO WS-SEC-EVENT
           PERFORM WRITE-SECURITY-LOG.

      *> the level in WS-NEED-LEVEL as a name, for messages
       NAME-THE-LEVEL.
           EVALUATE WS-NEED-LEVEL
               WHEN 1 MOVE "INQUIRY"         TO WS-LEVEL-NAME
               WHEN 2 MOVE "DESK"            TO WS-LEVEL-NAME
               WHEN 3 MOVE "LEAGUE OFFICIAL" TO WS-LEVEL-NAME
               WHEN 4 MOVE "SUPERVISOR"      TO WS-LEVEL-NAME
               WHEN OTHER MOVE "NONE"        TO WS-LEVEL-NAME
           END-EVALUATE.

       WRITE-SECURITY-LOG.
           INITIALIZE SECURITY-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO SL-TIMESTAMP
           MOVE WS-SIGNON-ID      TO SL-OPERATOR-ID
           MOVE WS-SIGNON-PROGRAM TO SL-PROGRAM
           MOVE WS-SEC-EVENT      TO SL-EVENT
           MOVE WS-SIGNON-LEVEL   TO SL-LEVEL
           MOVE WS-SEC-ACTION     TO SL-ACTION
           MOVE WS-SEC-DETAIL     TO SL-DETAIL
           OPEN EXTEND SECURITY-LOG-FILE
           IF WS-SECLOG-STATUS = "35" THEN
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG-FILE.

      *> the master in WS-GEN-MASTER copied to its next numbered
      *> generation (PLAYERSTATS.G0012 and so on) under the job in
      *> WS-GEN-JOB; WS-GEN-NO comes back as the generation cut,
      *> or zero when the master is not on disk to be copied
       CUT-GENERATION.
           PERFORM READ-GENERATION-PARM
           MOVE SPACES TO WS-GEN-STEM
           UNSTRING WS-GEN-MASTER DELIMITED BY "."
               INTO WS-GEN-STEM
           PERFORM FIND-LAST-GENERATION
           ADD 1 TO WS-GEN-NO
           MOVE SPACES TO WS-GEN-FILENAME
           STRING WS-GEN-STEM DELIMITED BY SPACE
               ".G" WS-GEN-NO DELIMITED BY SIZE
               INTO WS-GEN-FILENAME
           MOVE 0 TO WS-GEN-COUNT
           MOVE "NO" TO WS-GEN-EOF
           OPEN INPUT GEN-SOURCE-FILE
           IF WS-GENSRC-STATUS = "00" THEN
               OPEN OUTPUT GEN-COPY-FILE
               PERFORM UNTIL WS-GEN-EOF = "YES"
                   READ GEN-SOURCE-FILE
                       AT END MOVE "YES" TO WS-GEN-EOF
                       NOT AT END
                           ADD 1 TO WS-GEN-COUNT
                           WRITE GEN-COPY-RECORD
                               FROM GEN-SOURCE-RECORD
                   END-READ
               END-PERFORM
               CLOSE GEN-SOURCE-FILE
               CLOSE GEN-COPY-FILE
               PERFORM CATALOGUE-GENERATION
               PERFORM DROP-OLD-GENERATIONS
               DISPLAY "Generation " WS-GEN-NO " of "
                   WS-GEN-MASTER " cut to " WS-GEN-FILENAME
                   " (" WS-GEN-COUNT " records)"
           ELSE
               MOVE 0 TO WS-GEN-NO
               DISPLAY WS-GEN-MASTER " not on disk - no "
                   "generation cut"
           END-IF.

       READ-GENERATION-PARM.
           MOVE 5 TO WS-GEN-KEEP
           OPEN INPUT GEN-PARM-FILE
           IF WS-GENPRM-STATUS = "00" THEN
               READ GEN-PARM-FILE
                   NOT AT END
                       IF GEN-PARM-KEEP IS NUMERIC THEN
                           IF GEN-PARM-KEEP > 0 THEN
                               MOVE GEN-PARM-KEEP TO WS-GEN-KEEP
                           END-IF
                       END-IF
               END-READ
               CLOSE GEN-PARM-FILE
           END-IF.

      *> the highest generation number the catalogue holds for the
      *> master - numbering carries on past the ones deleted
       FIND-LAST-GENERATION.
           MOVE 0 TO WS-GEN-NO
           MOVE "NO" TO WS-GEN-EOF
           OPEN INPUT GEN-CATALOGUE-FILE
           IF WS-GENCAT-STATUS = "00" THEN
               PERFORM UNTIL WS-GEN-EOF = "YES"
                   READ GEN-CATALOGUE-FILE
                       AT END MOVE "YES" TO WS-GEN-EOF
                       NOT AT END
                           IF GC-MASTER = WS-GEN-MASTER AND
                                   GC-GEN-NO > WS-GEN-NO THEN
                               MOVE GC-GEN-NO TO WS-GEN-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GEN-CATALOGUE-FILE
           END-IF.

       CATALOGUE-GENERATION.
           INITIALIZE GEN-CATALOGUE-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO GC-CUT-TS
           MOVE WS-GEN-MASTER   TO GC-MASTER
           MOVE WS-GEN-NO       TO GC-GEN-NO
           MOVE WS-GEN-FILENAME TO GC-GEN-FILE
           MOVE WS-GEN-JOB      TO GC-JOB
           MOVE WS-GEN-COUNT    TO GC-RECORD-COUNT
           OPEN EXTEND GEN-CATALOGUE-FILE
           IF WS-GENCAT-STATUS = "35" THEN
               OPEN OUTPUT GEN-CATALOGUE-FILE
           END-IF
           WRITE GEN-CATALOGUE-RECORD
           CLOSE GEN-CATALOGUE-FILE.

      *> everything older than the last WS-GEN-KEEP generations
      *> comes off the disk, newest first, until a delete finds
      *> nothing there - one already gone means the rest are too
       DROP-OLD-GENERATIONS.
           IF WS-GEN-NO > WS-GEN-KEEP THEN
               COMPUTE WS-GEN-DROP-NO = WS-GEN-NO - WS-GEN-KEEP
               MOVE 0 TO WS-GEN-DROP-RC
               PERFORM UNTIL WS-GEN-DROP-NO = 0
                          OR WS-GEN-DROP-RC NOT = 0
                   MOVE SPACES TO WS-GEN-DROP-NAME
                   STRING WS-GEN-STEM DELIMITED BY SPACE
                       ".G" WS-GEN-DROP-NO DELIMITED BY SIZE
                       INTO WS-GEN-DROP-NAME
                   CALL "CBL_DELETE_FILE" USING WS-GEN-DROP-NAME
                   MOVE RETURN-CODE TO WS-GEN-DROP-RC
                   SUBTRACT 1 FROM WS-GEN-DROP-NO
               END-PERFORM
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM TTTClose.
