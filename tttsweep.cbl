       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTSweep.
       AUTHOR. Cassandra Leder

      *> Stale-game sweep. The active-games registry and each
      *> game's checkpoint, mailboxes and turn flag are only
      *> cleared when the game finishes or somebody resumes it, so
      *> a game people simply walk away from stays "in flight" for
      *> ever: the audit keeps listing its game-log records as
      *> innocent orphans and the fixture or cup tie it was
      *> settling never gets played. This job reads every registry
      *> entry and its checkpoint, lists the ones whose checkpoint
      *> has not moved for the configured number of hours, and
      *> closes each of them down:
      *>   - the game in play is adjudicated abandoned: a results
      *>     record with result type "A" and no winner, and one
      *>     change record per side through the usual stats merge
      *>     counting a game played (and its time) but no win,
      *>     loss, draw or forfeit;
      *>   - the fixture, cup tie, Swiss board or team board it
      *>     was settling is left unplayed, free to be played
      *>     again or enforced;
      *>   - the registry entry is dropped and the checkpoint,
      *>     both mailboxes and the turn flag are deleted.
      *> A registry entry with no checkpoint behind it, or whose
      *> game already has its result on file, is litter from a
      *> session that died at the wrong moment - it is cleared
      *> without a result. Every entry found stale goes on the
      *> register SWEEPLOG.DAT.
      *> The parameter card SWEEPPRM.DAT gives the idle hours in
      *> columns 1-3 (default 24) and a "Y" in column 4 to list
      *> the stale games without touching anything.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SWEEPPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT GAME-REGISTRY-FILE ASSIGN TO "TTTGAMES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT REGISTRY-NEW-FILE ASSIGN TO "TTTGAMES.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGNEW-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC
                   WS-CHECKPOINT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
           SELECT GAME-RESULTS-FILE ASSIGN TO "GAMERSLT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-STATUS.
           SELECT FIXTURES-FILE ASSIGN TO "FIXTURES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIX-STATUS.
           SELECT CUP-FILE ASSIGN TO "CUPBRKT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUP-STATUS.
           SELECT SWISS-PAIRING-FILE ASSIGN TO "SWISSPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWISS-STATUS.
           SELECT TEAM-FIXTURE-FILE ASSIGN TO "TEAMFIX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEAMFIX-STATUS.
           SELECT SWEEP-LOG-FILE ASSIGN TO "SWEEPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWEEPLOG-STATUS.
           SELECT PLAYER-STATS-FILE ASSIGN TO "PLAYERSTATS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSTAT-STATUS.
           SELECT SORTED-MASTER-FILE ASSIGN TO "PSTAT.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTMST-STATUS.
           SELECT STAT-DELTA-FILE ASSIGN TO "PSDELTA.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.
           SELECT SORTED-DELTA-FILE ASSIGN TO "PSDELTA.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTDLT-STATUS.
           SELECT NEW-MASTER-FILE ASSIGN TO "PLAYERSTATS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWMST-STATUS.
           SELECT STAT-SORT-FILE ASSIGN TO "PSSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-IDLE-HOURS     PIC X(3).
           05  PARM-LIST-ONLY      PIC X(1).
       FD  GAME-REGISTRY-FILE.
       COPY GREGREC.
       FD  REGISTRY-NEW-FILE.
       01  REGISTRY-NEW-RECORD  PIC X(30).
       FD  CHECKPOINT-FILE.
       COPY CHKPTREC.
       FD  GAME-RESULTS-FILE.
       COPY GAMERSLT.
       FD  FIXTURES-FILE.
       COPY FIXREC.
       FD  CUP-FILE.
       COPY CUPREC.
       FD  SWISS-PAIRING-FILE.
       COPY SWPAIRR.
       FD  TEAM-FIXTURE-FILE.
       COPY TFIXREC.
       FD  SWEEP-LOG-FILE.
       COPY SWEEPREG.
       FD  PLAYER-STATS-FILE.
       COPY PSTATREC.
       FD  SORTED-MASTER-FILE.
       COPY PSTATREC REPLACING
           ==PLAYER-STATS-RECORD== BY ==SORTED-MASTER-RECORD==
           LEADING ==PS== BY ==SM==.
       FD  STAT-DELTA-FILE.
       COPY PSDELTA.
       FD  SORTED-DELTA-FILE.
       COPY PSDELTA REPLACING
           ==STAT-DELTA-RECORD== BY ==SORTED-DELTA-RECORD==
           LEADING ==SD== BY ==SG==.
       FD  NEW-MASTER-FILE.
       01  NEW-MASTER-RECORD    PIC X(58).
       SD  STAT-SORT-FILE.
       01  SORT-STAT-RECORD.
           05  SRT-PLAYER-ID    PIC X(8).
           05  FILLER           PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS       PIC X(2) VALUE "00".
       01  WS-REGISTRY-STATUS   PIC X(2) VALUE "00".
       01  WS-REGNEW-STATUS     PIC X(2) VALUE "00".
       01  WS-CHECKPOINT-STATUS PIC X(2) VALUE "00".
       01  WS-RESULTS-STATUS    PIC X(2) VALUE "00".
       01  WS-FIX-STATUS        PIC X(2) VALUE "00".
       01  WS-CUP-STATUS        PIC X(2) VALUE "00".
       01  WS-SWISS-STATUS      PIC X(2) VALUE "00".
       01  WS-TEAMFIX-STATUS    PIC X(2) VALUE "00".
       01  WS-SWEEPLOG-STATUS   PIC X(2) VALUE "00".
       01  WS-EOF-FLAG          PIC X(3) VALUE "NO".
       01  WS-RUN-TIMESTAMP     PIC X(14).
       01  WS-IDLE-HOURS        PIC 9(3) VALUE 24.
       01  WS-LIST-ONLY         PIC X(3) VALUE "NO".
       01  WS-CHECKPOINT-EXISTS PIC X(3) VALUE "NO".

      *> the per-game working file names, built the same way the
      *> game builds them from the registry (series) id
       01  WS-CHECKPOINT-FILENAME PIC X(23).
       01  WS-P1-MAILBOX-NAME   PIC X(21).
       01  WS-P2-MAILBOX-NAME   PIC X(21).
       01  WS-TURN-FLAG-FILENAME PIC X(23).
       01  WS-REGISTRY-NAME     PIC X(12) VALUE "TTTGAMES.DAT".
       01  WS-REGISTRY-NEW-NAME PIC X(12) VALUE "TTTGAMES.NEW".

      *> idle time: both instants in minutes since the calendar's
      *> day one, so the gap survives a month or year end
       01  WS-NOW-MINUTES       PIC 9(12).
       01  WS-SAVED-MINUTES     PIC 9(12).
       01  WS-IDLE-MINUTES      PIC 9(12).
       01  WS-STAMP             PIC X(14).
       01  WS-STAMP-DATE        PIC 9(8).
       01  WS-STAMP-HOUR        PIC 9(2).
       01  WS-STAMP-MIN         PIC 9(2).

      *> every registry entry, with what the sweep makes of it
       01  SWEEP-TABLE.
           05  SWEEP-COUNT      PIC 9(4) VALUE 0.
           05  SWEEP-ENTRY OCCURS 200 TIMES INDEXED BY SWEEP-IDX.
               10  SWT-REGISTRY-ID  PIC X(14).
               10  SWT-PLAYER1-ID   PIC X(8).
               10  SWT-PLAYER2-ID   PIC X(8).
      *> "K" = still moving, keep; "S" = stale, to be closed as
      *> abandoned; "N" = stale with no checkpoint; "R" = stale
      *> but its result is already on file
               10  SWT-STATE        PIC X(1).
               10  SWT-GAME-ID      PIC X(14).
               10  SWT-LAST-SAVED   PIC X(14).
               10  SWT-IDLE-HOURS   PIC 9(5).
               10  SWT-TURN-COUNT   PIC 9(2).
               10  SWT-BOARD-SIZE   PIC 9(1).
               10  SWT-TOTAL-TIME   PIC 9(8).
               10  SWT-DUAL-MODE    PIC X(3).
               10  SWT-SINGLE-MODE  PIC X(3).
               10  SWT-DIFFICULTY   PIC 9(1).
               10  SWT-FIX-ROUND    PIC 9(2).
               10  SWT-FIX-NO       PIC 9(3).
               10  SWT-CUP-ROUND    PIC 9(2).
               10  SWT-CUP-NO       PIC 9(3).
               10  SWT-SWISS-EVENT  PIC 9(3).
               10  SWT-SWISS-ROUND  PIC 9(2).
               10  SWT-SWISS-BOARD  PIC 9(3).
               10  SWT-TEAM-ROUND   PIC 9(2).
               10  SWT-TEAM-MATCH   PIC 9(3).
               10  SWT-TEAM-BOARD   PIC 9(1).
               10  SWT-SERIES-LENGTH PIC 9(1).
               10  SWT-SERIES-GAME-NO PIC 9(1).
               10  SWT-REMARK       PIC X(40).
       01  WS-REGISTRY-READ     PIC 9(4) VALUE 0.
       01  WS-STALE-COUNT       PIC 9(4) VALUE 0.
       01  WS-ABANDONED-COUNT   PIC 9(4) VALUE 0.
       01  WS-CLEARED-COUNT     PIC 9(4) VALUE 0.
       01  WS-KEPT-COUNT        PIC 9(4) VALUE 0.
       01  WS-FIX-FREED         PIC X(3).
       01  WS-CUP-FREED         PIC X(3).
       01  WS-SWISS-FREED       PIC X(3).
       01  WS-TEAM-FREED        PIC X(3).
       01  WS-DROP-ENTRY        PIC X(3).

      *> sequential merge-update of the stats master, same as the
      *> game and the batch driver post theirs
       01  WS-PSTAT-STATUS      PIC X(2) VALUE "00".
       01  WS-SORTMST-STATUS    PIC X(2) VALUE "00".
       01  WS-DELTA-STATUS      PIC X(2) VALUE "00".
       01  WS-SORTDLT-STATUS    PIC X(2) VALUE "00".
       01  WS-NEWMST-STATUS     PIC X(2) VALUE "00".
       01  WS-SM-EOF            PIC X(3) VALUE "NO".
       01  WS-SG-EOF            PIC X(3) VALUE "NO".
       01  WS-STAT-ID           PIC X(8).
       01  WS-STAT-RESULT       PIC X(4).
       01  WS-STAT-TIME         PIC 9(10).
       01  WS-DELTA-COUNT       PIC 9(6) VALUE 0.
       01  WS-GROUP-ID          PIC X(8).
       01  WS-GROUP-WINS        PIC 9(6).
       01  WS-GROUP-LOSSES      PIC 9(6).
       01  WS-GROUP-DRAWS       PIC 9(6).
       01  WS-GROUP-FORFEITS    PIC 9(6).
       01  WS-GROUP-GAMES       PIC 9(6).
       01  WS-GROUP-TIME        PIC 9(10).
       COPY PSTATREC REPLACING
           ==PLAYER-STATS-RECORD== BY ==WS-NEW-STAT-RECORD==
           LEADING ==PS== BY ==NS==.
       01  WS-MASTER-NAME       PIC X(15) VALUE "PLAYERSTATS.DAT".
       01  WS-NEWMASTER-NAME    PIC X(15) VALUE "PLAYERSTATS.NEW".
       01  WS-SORTMST-NAME      PIC X(9)  VALUE "PSTAT.SRT".
       01  WS-DELTA-NAME        PIC X(11) VALUE "PSDELTA.TMP".
       01  WS-SORTDLT-NAME      PIC X(11) VALUE "PSDELTA.SRT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP TO WS-STAMP
           PERFORM STAMP-TO-MINUTES
           MOVE WS-SAVED-MINUTES TO WS-NOW-MINUTES
           PERFORM READ-PARAMETERS
           DISPLAY "===== Stale Game Sweep ====="
           DISPLAY "Run " WS-RUN-TIMESTAMP "  idle hours "
               WS-IDLE-HOURS "  list only " WS-LIST-ONLY
           PERFORM LOAD-REGISTRY
           IF WS-REGISTRY-STATUS NOT = "00" THEN
               DISPLAY "No active-games registry - nothing in flight"
               STOP RUN
           END-IF
           PERFORM CHECK-RESULTS-ON-FILE
           PERFORM LIST-STALE-GAMES
           IF WS-STALE-COUNT > 0 AND WS-LIST-ONLY = "NO" THEN
               PERFORM CLOSE-STALE-GAMES
               PERFORM REWRITE-REGISTRY
               IF WS-DELTA-COUNT > 0 THEN
                   PERFORM MERGE-POST-STATS
               ELSE
                   CALL "CBL_DELETE_FILE" USING WS-DELTA-NAME
               END-IF
           END-IF
           IF WS-STALE-COUNT > 0 THEN
               PERFORM WRITE-SWEEP-REGISTER
           END-IF
           DISPLAY " "
           DISPLAY "Registry entries read:   " WS-REGISTRY-READ
           DISPLAY "Still in play, kept:     " WS-KEPT-COUNT
           DISPLAY "Stale:                   " WS-STALE-COUNT
           DISPLAY "Closed as abandoned:     " WS-ABANDONED-COUNT
           DISPLAY "Cleared without result:  " WS-CLEARED-COUNT
           STOP RUN.

      *> the parameter card is optional; a blank or non-numeric
      *> field keeps its default
       READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00" THEN
               READ PARM-FILE
                   NOT AT END
                       IF PARM-IDLE-HOURS IS NUMERIC THEN
                           MOVE PARM-IDLE-HOURS TO WS-IDLE-HOURS
                       END-IF
                       IF PARM-LIST-ONLY = "Y" OR
                               PARM-LIST-ONLY = "y" THEN
                           MOVE "YES" TO WS-LIST-ONLY
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *> WS-STAMP (YYYYMMDDHHMMSS) as minutes in WS-SAVED-MINUTES
       STAMP-TO-MINUTES.
           MOVE WS-STAMP(1:8)  TO WS-STAMP-DATE
           MOVE WS-STAMP(9:2)  TO WS-STAMP-HOUR
           MOVE WS-STAMP(11:2) TO WS-STAMP-MIN
           COMPUTE WS-SAVED-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 1440
               + WS-STAMP-HOUR * 60 + WS-STAMP-MIN.

      *> every registry entry and the checkpoint behind it; the
      *> entry's age is the time since its checkpoint was last cut
       LOAD-REGISTRY.
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT GAME-REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ GAME-REGISTRY-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-REGISTRY-READ
                           IF SWEEP-COUNT < 200 THEN
                               ADD 1 TO SWEEP-COUNT
                               PERFORM JUDGE-REGISTRY-ENTRY
                           ELSE
                               DISPLAY "Sweep table full, entry "
                                   AG-GAME-ID " left for next run"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GAME-REGISTRY-FILE
           END-IF.

       JUDGE-REGISTRY-ENTRY.
           SET SWEEP-IDX TO SWEEP-COUNT
           INITIALIZE SWEEP-ENTRY(SWEEP-IDX)
           MOVE AG-GAME-ID    TO SWT-REGISTRY-ID(SWEEP-IDX)
           MOVE AG-PLAYER1-ID TO SWT-PLAYER1-ID(SWEEP-IDX)
           MOVE AG-PLAYER2-ID TO SWT-PLAYER2-ID(SWEEP-IDX)
           MOVE AG-GAME-ID    TO SWT-GAME-ID(SWEEP-IDX)
           PERFORM BUILD-GAME-FILENAMES
           PERFORM LOAD-CHECKPOINT
           IF WS-CHECKPOINT-EXISTS = "YES" THEN
               MOVE CP-GAME-ID     TO SWT-GAME-ID(SWEEP-IDX)
               MOVE CP-PLAYER1-ID  TO SWT-PLAYER1-ID(SWEEP-IDX)
               MOVE CP-PLAYER2-ID  TO SWT-PLAYER2-ID(SWEEP-IDX)
               MOVE CP-TURN-COUNT  TO SWT-TURN-COUNT(SWEEP-IDX)
               MOVE CP-BOARD-SIZE  TO SWT-BOARD-SIZE(SWEEP-IDX)
               MOVE CP-TOTAL-TIME  TO SWT-TOTAL-TIME(SWEEP-IDX)
               MOVE CP-DUAL-MODE   TO SWT-DUAL-MODE(SWEEP-IDX)
               MOVE CP-SINGLE-PLAYER-MODE
                   TO SWT-SINGLE-MODE(SWEEP-IDX)
               MOVE CP-DIFFICULTY  TO SWT-DIFFICULTY(SWEEP-IDX)
      *> checkpoints cut before a field existed read spaces there,
      *> which means none, same as the game reads them
               IF CP-FIX-ROUND IS NUMERIC THEN
                   MOVE CP-FIX-ROUND TO SWT-FIX-ROUND(SWEEP-IDX)
                   MOVE CP-FIX-NO    TO SWT-FIX-NO(SWEEP-IDX)
               END-IF
               IF CP-CUP-ROUND IS NUMERIC THEN
                   MOVE CP-CUP-ROUND TO SWT-CUP-ROUND(SWEEP-IDX)
                   MOVE CP-CUP-NO    TO SWT-CUP-NO(SWEEP-IDX)
               END-IF
               IF CP-SWISS-ROUND IS NUMERIC THEN
                   MOVE CP-SWISS-EVENT
                       TO SWT-SWISS-EVENT(SWEEP-IDX)
                   MOVE CP-SWISS-ROUND
                       TO SWT-SWISS-ROUND(SWEEP-IDX)
                   MOVE CP-SWISS-BOARD
                       TO SWT-SWISS-BOARD(SWEEP-IDX)
               END-IF
               IF CP-TEAM-ROUND IS NUMERIC THEN
                   MOVE CP-TEAM-ROUND
                       TO SWT-TEAM-ROUND(SWEEP-IDX)
                   MOVE CP-TEAM-MATCH
                       TO SWT-TEAM-MATCH(SWEEP-IDX)
                   MOVE CP-TEAM-BOARD
                       TO SWT-TEAM-BOARD(SWEEP-IDX)
               END-IF
               IF CP-SERIES-LENGTH IS NUMERIC THEN
                   MOVE CP-SERIES-LENGTH
                       TO SWT-SERIES-LENGTH(SWEEP-IDX)
                   MOVE CP-SERIES-GAME-NO
                       TO SWT-SERIES-GAME-NO(SWEEP-IDX)
               END-IF
               IF CP-SAVED-AT IS NUMERIC THEN
                   MOVE CP-SAVED-AT TO SWT-LAST-SAVED(SWEEP-IDX)
               ELSE
                   MOVE CP-GAME-ID TO SWT-LAST-SAVED(SWEEP-IDX)
               END-IF
           ELSE
      *> no checkpoint at all - the registry id is the clock time
      *> the sitting started, which is all there is to go on
               MOVE AG-GAME-ID TO SWT-LAST-SAVED(SWEEP-IDX)
           END-IF
           MOVE SWT-LAST-SAVED(SWEEP-IDX) TO WS-STAMP
           IF WS-STAMP IS NUMERIC THEN
               PERFORM STAMP-TO-MINUTES
               IF WS-SAVED-MINUTES > WS-NOW-MINUTES THEN
                   MOVE 0 TO WS-IDLE-MINUTES
               ELSE
                   COMPUTE WS-IDLE-MINUTES =
                       WS-NOW-MINUTES - WS-SAVED-MINUTES
               END-IF
           ELSE
      *> an id that is not a clock reading cannot be aged - it
      *> is never a game the game itself started, so call it old
               MOVE 5999940 TO WS-IDLE-MINUTES
           END-IF
           IF WS-IDLE-MINUTES / 60 > 99999 THEN
               MOVE 99999 TO SWT-IDLE-HOURS(SWEEP-IDX)
           ELSE
               COMPUTE SWT-IDLE-HOURS(SWEEP-IDX) =
                   WS-IDLE-MINUTES / 60
           END-IF
           EVALUATE TRUE
               WHEN WS-IDLE-MINUTES < WS-IDLE-HOURS * 60
                   MOVE "K" TO SWT-STATE(SWEEP-IDX)
                   ADD 1 TO WS-KEPT-COUNT
               WHEN WS-CHECKPOINT-EXISTS = "NO"
                   MOVE "N" TO SWT-STATE(SWEEP-IDX)
                   MOVE "NO CHECKPOINT - REGISTRY ENTRY CLEARED"
                       TO SWT-REMARK(SWEEP-IDX)
                   ADD 1 TO WS-STALE-COUNT
               WHEN OTHER
                   MOVE "S" TO SWT-STATE(SWEEP-IDX)
                   ADD 1 TO WS-STALE-COUNT
           END-EVALUATE.

      *> every per-series working file is the base name plus the
      *> registry id - the names the game itself uses
       BUILD-GAME-FILENAMES.
           MOVE SPACES TO WS-CHECKPOINT-FILENAME
           STRING "CHKPT" SWT-REGISTRY-ID(SWEEP-IDX) ".DAT"
               DELIMITED BY SIZE INTO WS-CHECKPOINT-FILENAME
           MOVE SPACES TO WS-P1-MAILBOX-NAME
           STRING "P1-" SWT-REGISTRY-ID(SWEEP-IDX) ".MBX"
               DELIMITED BY SIZE INTO WS-P1-MAILBOX-NAME
           MOVE SPACES TO WS-P2-MAILBOX-NAME
           STRING "P2-" SWT-REGISTRY-ID(SWEEP-IDX) ".MBX"
               DELIMITED BY SIZE INTO WS-P2-MAILBOX-NAME
           MOVE SPACES TO WS-TURN-FLAG-FILENAME
           STRING "TFLAG" SWT-REGISTRY-ID(SWEEP-IDX) ".DAT"
               DELIMITED BY SIZE INTO WS-TURN-FLAG-FILENAME.

       LOAD-CHECKPOINT.
           MOVE "NO" TO WS-CHECKPOINT-EXISTS
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS = "00" THEN
               READ CHECKPOINT-FILE
                   AT END MOVE "NO" TO WS-CHECKPOINT-EXISTS
                   NOT AT END MOVE "YES" TO WS-CHECKPOINT-EXISTS
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

      *> a session that died after writing its result but before
      *> clearing its checkpoint away must not be given a second
      *> result - one pass over the results file catches it
       CHECK-RESULTS-ON-FILE.
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT GAME-RESULTS-FILE
           IF WS-RESULTS-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ GAME-RESULTS-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM VARYING SWEEP-IDX FROM 1 BY 1
                                   UNTIL SWEEP-IDX > SWEEP-COUNT
                               IF SWT-STATE(SWEEP-IDX) = "S" AND
                                       SWT-GAME-ID(SWEEP-IDX) =
                                           GR-GAME-ID THEN
                                   MOVE "R" TO SWT-STATE(SWEEP-IDX)
                                   MOVE "RESULT ON FILE - ENTRY CLEARED"
                                       TO SWT-REMARK(SWEEP-IDX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE GAME-RESULTS-FILE
           END-IF.

       LIST-STALE-GAMES.
           DISPLAY " "
           IF WS-STALE-COUNT = 0 THEN
               DISPLAY "No game has stood still for "
                   WS-IDLE-HOURS " hours or more"
           ELSE
               DISPLAY "Games standing still " WS-IDLE-HOURS
                   " hours or more:"
               DISPLAY "Registry id    Game id        Player1  "
                   "Player2  Last saved     Idle h Turn Settling"
               PERFORM VARYING SWEEP-IDX FROM 1 BY 1
                       UNTIL SWEEP-IDX > SWEEP-COUNT
                   IF SWT-STATE(SWEEP-IDX) NOT = "K" THEN
                       PERFORM LIST-ONE-STALE-GAME
                   END-IF
               END-PERFORM
           END-IF.

       LIST-ONE-STALE-GAME.
           EVALUATE TRUE
               WHEN SWT-FIX-ROUND(SWEEP-IDX) > 0
                   DISPLAY SWT-REGISTRY-ID(SWEEP-IDX) " "
                       SWT-GAME-ID(SWEEP-IDX) " "
                       SWT-PLAYER1-ID(SWEEP-IDX) " "
                       SWT-PLAYER2-ID(SWEEP-IDX) " "
                       SWT-LAST-SAVED(SWEEP-IDX) " "
                       SWT-IDLE-HOURS(SWEEP-IDX) "  "
                       SWT-TURN-COUNT(SWEEP-IDX) "  fixture "
                       SWT-FIX-ROUND(SWEEP-IDX) "/"
                       SWT-FIX-NO(SWEEP-IDX)
               WHEN SWT-CUP-ROUND(SWEEP-IDX) > 0
                   DISPLAY SWT-REGISTRY-ID(SWEEP-IDX) " "
                       SWT-GAME-ID(SWEEP-IDX) " "
                       SWT-PLAYER1-ID(SWEEP-IDX) " "
                       SWT-PLAYER2-ID(SWEEP-IDX) " "
                       SWT-LAST-SAVED(SWEEP-IDX) " "
                       SWT-IDLE-HOURS(SWEEP-IDX) "  "
                       SWT-TURN-COUNT(SWEEP-IDX) "  cup tie "
                       SWT-CUP-ROUND(SWEEP-IDX) "/"
                       SWT-CUP-NO(SWEEP-IDX)
               WHEN SWT-SWISS-ROUND(SWEEP-IDX) > 0
                   DISPLAY SWT-REGISTRY-ID(SWEEP-IDX) " "
                       SWT-GAME-ID(SWEEP-IDX) " "
                       SWT-PLAYER1-ID(SWEEP-IDX) " "
                       SWT-PLAYER2-ID(SWEEP-IDX) " "
                       SWT-LAST-SAVED(SWEEP-IDX) " "
                       SWT-IDLE-HOURS(SWEEP-IDX) "  "
                       SWT-TURN-COUNT(SWEEP-IDX) "  Swiss "
                       SWT-SWISS-EVENT(SWEEP-IDX) "/"
                       SWT-SWISS-ROUND(SWEEP-IDX) "/"
                       SWT-SWISS-BOARD(SWEEP-IDX)
               WHEN SWT-TEAM-ROUND(SWEEP-IDX) > 0
                   DISPLAY SWT-REGISTRY-ID(SWEEP-IDX) " "
                       SWT-GAME-ID(SWEEP-IDX) " "
                       SWT-PLAYER1-ID(SWEEP-IDX) " "
                       SWT-PLAYER2-ID(SWEEP-IDX) " "
                       SWT-LAST-SAVED(SWEEP-IDX) " "
                       SWT-IDLE-HOURS(SWEEP-IDX) "  "
                       SWT-TURN-COUNT(SWEEP-IDX) "  team "
                       SWT-TEAM-ROUND(SWEEP-IDX) "/"
                       SWT-TEAM-MATCH(SWEEP-IDX) "/"
                       SWT-TEAM-BOARD(SWEEP-IDX)
               WHEN OTHER
                   DISPLAY SWT-REGISTRY-ID(SWEEP-IDX) " "
                       SWT-GAME-ID(SWEEP-IDX) " "
                       SWT-PLAYER1-ID(SWEEP-IDX) " "
                       SWT-PLAYER2-ID(SWEEP-IDX) " "
                       SWT-LAST-SAVED(SWEEP-IDX) " "
                       SWT-IDLE-HOURS(SWEEP-IDX) "  "
                       SWT-TURN-COUNT(SWEEP-IDX)
           END-EVALUATE
           IF SWT-STATE(SWEEP-IDX) = "N" OR
                   SWT-STATE(SWEEP-IDX) = "R" THEN
               DISPLAY "    " SWT-REMARK(SWEEP-IDX)
           END-IF.

      *> the abandoned results go on the end of the results file
      *> and their change records out for the merge; every stale
      *> entry's working files are deleted
       CLOSE-STALE-GAMES.
           OPEN OUTPUT STAT-DELTA-FILE
           OPEN EXTEND GAME-RESULTS-FILE
           IF WS-RESULTS-STATUS = "35" THEN
               OPEN OUTPUT GAME-RESULTS-FILE
           END-IF
           PERFORM VARYING SWEEP-IDX FROM 1 BY 1
                   UNTIL SWEEP-IDX > SWEEP-COUNT
               EVALUATE SWT-STATE(SWEEP-IDX)
                   WHEN "S"
                       PERFORM ABANDON-ONE-GAME
                       PERFORM CLEAR-WORKING-FILES
                   WHEN "N"
                   WHEN "R"
                       ADD 1 TO WS-CLEARED-COUNT
                       PERFORM CLEAR-WORKING-FILES
               END-EVALUATE
           END-PERFORM
           CLOSE GAME-RESULTS-FILE
           CLOSE STAT-DELTA-FILE.

      *> the result the game would have written, with no winner
      *> and type "A"; in single-player mode the computer side is
      *> named CPU-n the same way the game names it
       ABANDON-ONE-GAME.
           ADD 1 TO WS-ABANDONED-COUNT
           INITIALIZE GAME-RESULT-RECORD
           MOVE SWT-GAME-ID(SWEEP-IDX)    TO GR-GAME-ID
           MOVE SWT-PLAYER1-ID(SWEEP-IDX) TO GR-PLAYER1-ID
           IF SWT-SINGLE-MODE(SWEEP-IDX) = "YES" THEN
               MOVE "CPU-" TO GR-PLAYER2-ID
               MOVE SWT-DIFFICULTY(SWEEP-IDX) TO GR-PLAYER2-ID(5:1)
           ELSE
               MOVE SWT-PLAYER2-ID(SWEEP-IDX) TO GR-PLAYER2-ID
           END-IF
           MOVE SPACE TO GR-WINNER
           EVALUATE TRUE
               WHEN SWT-DUAL-MODE(SWEEP-IDX) = "YES"
                   MOVE "DUAL  " TO GR-MODE
               WHEN SWT-SINGLE-MODE(SWEEP-IDX) = "YES"
                   MOVE "SINGLE" TO GR-MODE
               WHEN OTHER
                   MOVE "CONSOL" TO GR-MODE
           END-EVALUATE
           MOVE SWT-BOARD-SIZE(SWEEP-IDX) TO GR-BOARD-SIZE
           MOVE SWT-TURN-COUNT(SWEEP-IDX) TO GR-TURN-COUNT
           MOVE SWT-TOTAL-TIME(SWEEP-IDX) TO GR-TOTAL-TIME
           MOVE WS-RUN-TIMESTAMP(1:8)     TO GR-DATE
           MOVE "A"   TO GR-RESULT-TYPE
           MOVE SPACE TO GR-CORRECTION-FLAG
           WRITE GAME-RESULT-RECORD
      *> a game played for both but won, lost or drawn by
      *> neither - posted under the seat ids the game posts under
           MOVE SWT-TOTAL-TIME(SWEEP-IDX) TO WS-STAT-TIME
           MOVE "GAME" TO WS-STAT-RESULT
           MOVE SWT-PLAYER1-ID(SWEEP-IDX) TO WS-STAT-ID
           PERFORM WRITE-ONE-DELTA
           MOVE SWT-PLAYER2-ID(SWEEP-IDX) TO WS-STAT-ID
           PERFORM WRITE-ONE-DELTA
           MOVE "CLOSED AS ABANDONED" TO SWT-REMARK(SWEEP-IDX)
           IF SWT-FIX-ROUND(SWEEP-IDX) > 0 THEN
               PERFORM CHECK-FIXTURE-FREE
           END-IF
           IF SWT-CUP-ROUND(SWEEP-IDX) > 0 THEN
               PERFORM CHECK-CUP-TIE-FREE
           END-IF
           IF SWT-SWISS-ROUND(SWEEP-IDX) > 0 THEN
               PERFORM CHECK-SWISS-BOARD-FREE
           END-IF
           IF SWT-TEAM-ROUND(SWEEP-IDX) > 0 THEN
               PERFORM CHECK-TEAM-BOARD-FREE
           END-IF
           IF SWT-SERIES-LENGTH(SWEEP-IDX) > 1 THEN
               DISPLAY "Note: " SWT-REGISTRY-ID(SWEEP-IDX)
                   " was game " SWT-SERIES-GAME-NO(SWEEP-IDX)
                   " of a best of " SWT-SERIES-LENGTH(SWEEP-IDX)
                   " - the series is left undecided"
           END-IF.

      *> the game only ever marks its fixture played once the
      *> sitting is decided, so an abandoned sitting's fixture is
      *> still unplayed on file - it goes back on offer to the
      *> players and under the enforcement rules as it stands
       CHECK-FIXTURE-FREE.
           MOVE "NO" TO WS-FIX-FREED
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT FIXTURES-FILE
           IF WS-FIX-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ FIXTURES-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF FX-ROUND-NO = SWT-FIX-ROUND(SWEEP-IDX)
                                   AND FX-FIXTURE-NO =
                                       SWT-FIX-NO(SWEEP-IDX) AND
                                   FX-STATUS = "U" THEN
                               MOVE "YES" TO WS-FIX-FREED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIXTURES-FILE
           END-IF
           IF WS-FIX-FREED = "YES" THEN
               MOVE "ABANDONED - FIXTURE FREED FOR REPLAY"
                   TO SWT-REMARK(SWEEP-IDX)
           ELSE
               MOVE "ABANDONED - FIXTURE NOT OPEN ON FILE"
                   TO SWT-REMARK(SWEEP-IDX)
           END-IF.

      *> same for a knockout tie - still unplayed, to be replayed
       CHECK-CUP-TIE-FREE.
           MOVE "NO" TO WS-CUP-FREED
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT CUP-FILE
           IF WS-CUP-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ CUP-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF CT-ROUND-NO = SWT-CUP-ROUND(SWEEP-IDX)
                                   AND CT-TIE-NO =
                                       SWT-CUP-NO(SWEEP-IDX) AND
                                   CT-STATUS = "U" THEN
                               MOVE "YES" TO WS-CUP-FREED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUP-FILE
           END-IF
           IF WS-CUP-FREED = "YES" THEN
               MOVE "ABANDONED - CUP TIE FREED FOR REPLAY"
                   TO SWT-REMARK(SWEEP-IDX)
           ELSE
               MOVE "ABANDONED - CUP TIE NOT OPEN ON FILE"
                   TO SWT-REMARK(SWEEP-IDX)
           END-IF.

      *> and for a Swiss board - the round cannot be paired on
      *> until it is played, so the players must sit down again
       CHECK-SWISS-BOARD-FREE.
           MOVE "NO" TO WS-SWISS-FREED
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT SWISS-PAIRING-FILE
           IF WS-SWISS-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ SWISS-PAIRING-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF SP-EVENT-NO =
                                   SWT-SWISS-EVENT(SWEEP-IDX) AND
                                   SP-ROUND-NO =
                                   SWT-SWISS-ROUND(SWEEP-IDX) AND
                                   SP-BOARD-NO =
                                   SWT-SWISS-BOARD(SWEEP-IDX) AND
                                   SP-STATUS = "U" THEN
                               MOVE "YES" TO WS-SWISS-FREED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SWISS-PAIRING-FILE
           END-IF
           IF WS-SWISS-FREED = "YES" THEN
               MOVE "ABANDONED - SWISS BOARD FREED FOR REPLAY"
                   TO SWT-REMARK(SWEEP-IDX)
           ELSE
               MOVE "ABANDONED - SWISS BOARD NOT OPEN ON FILE"
                   TO SWT-REMARK(SWEEP-IDX)
           END-IF.

      *> and for a team board - the match is not complete until
      *> every board is, so it goes back on offer the same way
       CHECK-TEAM-BOARD-FREE.
           MOVE "NO" TO WS-TEAM-FREED
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT TEAM-FIXTURE-FILE
           IF WS-TEAMFIX-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ TEAM-FIXTURE-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF TB-ROUND-NO =
                                   SWT-TEAM-ROUND(SWEEP-IDX) AND
                                   TB-MATCH-NO =
                                   SWT-TEAM-MATCH(SWEEP-IDX) AND
                                   TB-BOARD-NO =
                                   SWT-TEAM-BOARD(SWEEP-IDX) AND
                                   TB-STATUS = "U" THEN
                               MOVE "YES" TO WS-TEAM-FREED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEAM-FIXTURE-FILE
           END-IF
           IF WS-TEAM-FREED = "YES" THEN
               MOVE "ABANDONED - TEAM BOARD FREED FOR REPLAY"
                   TO SWT-REMARK(SWEEP-IDX)
           ELSE
               MOVE "ABANDONED - TEAM BOARD NOT OPEN ON FILE"
                   TO SWT-REMARK(SWEEP-IDX)
           END-IF.

      *> the checkpoint, both mailboxes and the turn flag; a file
      *> that was never there deletes quietly
       CLEAR-WORKING-FILES.
           PERFORM BUILD-GAME-FILENAMES
           CALL "CBL_DELETE_FILE" USING WS-CHECKPOINT-FILENAME
           CALL "CBL_DELETE_FILE" USING WS-P1-MAILBOX-NAME
           CALL "CBL_DELETE_FILE" USING WS-P2-MAILBOX-NAME
           CALL "CBL_DELETE_FILE" USING WS-TURN-FLAG-FILENAME.

      *> a read-and-copy pass dropping every entry this run closed,
      *> then the copy swapped in - same pattern as the game's own
      *> REMOVE-REGISTRY-ENTRY, so an entry the game added while
      *> the sweep was running is not lost
       REWRITE-REGISTRY.
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT GAME-REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00" THEN
               OPEN OUTPUT REGISTRY-NEW-FILE
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ GAME-REGISTRY-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM COPY-REGISTRY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE GAME-REGISTRY-FILE
               CLOSE REGISTRY-NEW-FILE
               CALL "CBL_DELETE_FILE" USING WS-REGISTRY-NAME
               CALL "CBL_RENAME_FILE"
                   USING WS-REGISTRY-NEW-NAME WS-REGISTRY-NAME
               IF RETURN-CODE NOT = 0 THEN
                   DISPLAY "Rename of " WS-REGISTRY-NEW-NAME
                       " to " WS-REGISTRY-NAME " failed, rc "
                       RETURN-CODE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       COPY-REGISTRY-ENTRY.
           MOVE "NO" TO WS-DROP-ENTRY
           PERFORM VARYING SWEEP-IDX FROM 1 BY 1
                   UNTIL SWEEP-IDX > SWEEP-COUNT
               IF SWT-REGISTRY-ID(SWEEP-IDX) = AG-GAME-ID AND
                       SWT-STATE(SWEEP-IDX) NOT = "K" THEN
                   MOVE "YES" TO WS-DROP-ENTRY
               END-IF
           END-PERFORM
           IF WS-DROP-ENTRY = "NO" THEN
               WRITE REGISTRY-NEW-RECORD FROM GAME-REGISTRY-RECORD
           END-IF.

      *> every stale entry goes on the register, closed or only
      *> listed
       WRITE-SWEEP-REGISTER.
           OPEN EXTEND SWEEP-LOG-FILE
           IF WS-SWEEPLOG-STATUS = "35" THEN
               OPEN OUTPUT SWEEP-LOG-FILE
           END-IF
           PERFORM VARYING SWEEP-IDX FROM 1 BY 1
                   UNTIL SWEEP-IDX > SWEEP-COUNT
               IF SWT-STATE(SWEEP-IDX) NOT = "K" THEN
                   INITIALIZE SWEEP-REGISTER-RECORD
                   MOVE WS-RUN-TIMESTAMP TO SW-TIMESTAMP
                   MOVE SWT-REGISTRY-ID(SWEEP-IDX) TO SW-REGISTRY-ID
                   MOVE SWT-GAME-ID(SWEEP-IDX)     TO SW-GAME-ID
                   MOVE SWT-PLAYER1-ID(SWEEP-IDX)  TO SW-PLAYER1-ID
                   MOVE SWT-PLAYER2-ID(SWEEP-IDX)  TO SW-PLAYER2-ID
                   MOVE SWT-LAST-SAVED(SWEEP-IDX)  TO SW-LAST-SAVED
                   MOVE SWT-IDLE-HOURS(SWEEP-IDX)  TO SW-IDLE-HOURS
                   MOVE SWT-TURN-COUNT(SWEEP-IDX)  TO SW-TURN-COUNT
                   MOVE SWT-FIX-ROUND(SWEEP-IDX)   TO SW-FIX-ROUND
                   MOVE SWT-FIX-NO(SWEEP-IDX)      TO SW-FIX-NO
                   MOVE SWT-CUP-ROUND(SWEEP-IDX)   TO SW-CUP-ROUND
                   MOVE SWT-CUP-NO(SWEEP-IDX)      TO SW-CUP-NO
                   EVALUATE TRUE
                       WHEN WS-LIST-ONLY = "YES"
                           MOVE "L" TO SW-DISPOSITION
                           MOVE "LISTED ONLY - NOTHING TOUCHED"
                               TO SW-REMARK
                       WHEN SWT-STATE(SWEEP-IDX) = "S"
                           MOVE "A" TO SW-DISPOSITION
                           MOVE SWT-REMARK(SWEEP-IDX) TO SW-REMARK
                       WHEN OTHER
                           MOVE "C" TO SW-DISPOSITION
                           MOVE SWT-REMARK(SWEEP-IDX) TO SW-REMARK
                   END-EVALUATE
                   WRITE SWEEP-REGISTER-RECORD
                   IF WS-LIST-ONLY = "NO" THEN
                       DISPLAY SWT-REGISTRY-ID(SWEEP-IDX) " "
                           SW-DISPOSITION " " SW-REMARK
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SWEEP-LOG-FILE.

      *> "GAME" matches none of the outcome branches - the change
      *> record carries the game and its time and nothing else
       WRITE-ONE-DELTA.
           INITIALIZE STAT-DELTA-RECORD
           MOVE WS-STAT-ID TO SD-PLAYER-ID
           EVALUATE WS-STAT-RESULT
               WHEN "WIN "  MOVE 1 TO SD-WINS
               WHEN "LOSS"  MOVE 1 TO SD-LOSSES
               WHEN "DRAW"  MOVE 1 TO SD-DRAWS
               WHEN "FFT "  MOVE 1 TO SD-FORFEITS
           END-EVALUATE
           MOVE 1 TO SD-GAMES
           MOVE WS-STAT-TIME TO SD-TIME
           WRITE STAT-DELTA-RECORD
           ADD 1 TO WS-DELTA-COUNT.

      *> the classic sequential master update: sort the old master
      *> image, sort the changes by player id, then one merge pass
      *> writes the new master and the swap puts it live
       MERGE-POST-STATS.
           PERFORM SORT-MASTER-IMAGE
           SORT STAT-SORT-FILE ON ASCENDING KEY SRT-PLAYER-ID
               USING STAT-DELTA-FILE GIVING SORTED-DELTA-FILE
           MOVE "NO" TO WS-SM-EOF
           MOVE "NO" TO WS-SG-EOF
           OPEN INPUT SORTED-MASTER-FILE
           OPEN INPUT SORTED-DELTA-FILE
           OPEN OUTPUT NEW-MASTER-FILE
           PERFORM READ-SORTED-MASTER
           PERFORM READ-SORTED-DELTA
           PERFORM UNTIL WS-SM-EOF = "YES" AND WS-SG-EOF = "YES"
               EVALUATE TRUE
                   WHEN WS-SG-EOF = "YES"
                       PERFORM COPY-MASTER-RECORD
                   WHEN WS-SM-EOF = "YES"
                       PERFORM BUILD-FROM-DELTAS
                   WHEN SM-PLAYER-ID < SG-PLAYER-ID
                       PERFORM COPY-MASTER-RECORD
                   WHEN SM-PLAYER-ID > SG-PLAYER-ID
                       PERFORM BUILD-FROM-DELTAS
                   WHEN OTHER
                       PERFORM APPLY-DELTAS-TO-MASTER
               END-EVALUATE
           END-PERFORM
           CLOSE SORTED-MASTER-FILE
           CLOSE SORTED-DELTA-FILE
           CLOSE NEW-MASTER-FILE
           PERFORM SWAP-IN-NEW-MASTER.

       SORT-MASTER-IMAGE.
           OPEN INPUT PLAYER-STATS-FILE
           IF WS-PSTAT-STATUS = "00" THEN
               CLOSE PLAYER-STATS-FILE
               SORT STAT-SORT-FILE ON ASCENDING KEY SRT-PLAYER-ID
                   USING PLAYER-STATS-FILE
                   GIVING SORTED-MASTER-FILE
           ELSE
               OPEN OUTPUT SORTED-MASTER-FILE
               CLOSE SORTED-MASTER-FILE
           END-IF.

       READ-SORTED-MASTER.
           READ SORTED-MASTER-FILE
               AT END MOVE "YES" TO WS-SM-EOF
           END-READ.

       READ-SORTED-DELTA.
           READ SORTED-DELTA-FILE
               AT END MOVE "YES" TO WS-SG-EOF
           END-READ.

       COPY-MASTER-RECORD.
           WRITE NEW-MASTER-RECORD FROM SORTED-MASTER-RECORD
           PERFORM READ-SORTED-MASTER.

       GATHER-DELTA-GROUP.
           MOVE SG-PLAYER-ID TO WS-GROUP-ID
           MOVE 0 TO WS-GROUP-WINS WS-GROUP-LOSSES WS-GROUP-DRAWS
               WS-GROUP-FORFEITS WS-GROUP-GAMES WS-GROUP-TIME
           PERFORM UNTIL WS-SG-EOF = "YES"
                      OR SG-PLAYER-ID NOT = WS-GROUP-ID
               ADD SG-WINS     TO WS-GROUP-WINS
               ADD SG-LOSSES   TO WS-GROUP-LOSSES
               ADD SG-DRAWS    TO WS-GROUP-DRAWS
               ADD SG-FORFEITS TO WS-GROUP-FORFEITS
               ADD SG-GAMES    TO WS-GROUP-GAMES
               ADD SG-TIME     TO WS-GROUP-TIME
               PERFORM READ-SORTED-DELTA
           END-PERFORM.

       BUILD-FROM-DELTAS.
           PERFORM GATHER-DELTA-GROUP
           INITIALIZE WS-NEW-STAT-RECORD
           MOVE WS-GROUP-ID       TO NS-PLAYER-ID
           MOVE WS-GROUP-WINS     TO NS-WINS
           MOVE WS-GROUP-LOSSES   TO NS-LOSSES
           MOVE WS-GROUP-DRAWS    TO NS-DRAWS
           MOVE WS-GROUP-FORFEITS TO NS-FORFEITS
           MOVE WS-GROUP-GAMES    TO NS-GAMES
           MOVE WS-GROUP-TIME     TO NS-TOTAL-TIME
           IF NS-GAMES > 0 THEN
               COMPUTE NS-AVG-TIME = NS-TOTAL-TIME / NS-GAMES
           ELSE
               MOVE 0 TO NS-AVG-TIME
           END-IF
           WRITE NEW-MASTER-RECORD FROM WS-NEW-STAT-RECORD.

       APPLY-DELTAS-TO-MASTER.
           PERFORM GATHER-DELTA-GROUP
           INITIALIZE WS-NEW-STAT-RECORD
           MOVE SM-PLAYER-ID TO NS-PLAYER-ID
           COMPUTE NS-WINS   = SM-WINS   + WS-GROUP-WINS
           COMPUTE NS-LOSSES = SM-LOSSES + WS-GROUP-LOSSES
           COMPUTE NS-DRAWS  = SM-DRAWS  + WS-GROUP-DRAWS
           IF SM-FORFEITS IS NUMERIC THEN
               COMPUTE NS-FORFEITS = SM-FORFEITS +
                   WS-GROUP-FORFEITS
           ELSE
               MOVE WS-GROUP-FORFEITS TO NS-FORFEITS
           END-IF
           COMPUTE NS-GAMES = SM-GAMES + WS-GROUP-GAMES
           COMPUTE NS-TOTAL-TIME = SM-TOTAL-TIME + WS-GROUP-TIME
           IF NS-GAMES > 0 THEN
               COMPUTE NS-AVG-TIME = NS-TOTAL-TIME / NS-GAMES
           ELSE
               MOVE 0 TO NS-AVG-TIME
           END-IF
           WRITE NEW-MASTER-RECORD FROM WS-NEW-STAT-RECORD
           PERFORM READ-SORTED-MASTER.

       SWAP-IN-NEW-MASTER.
           CALL "CBL_DELETE_FILE" USING WS-MASTER-NAME
           CALL "CBL_RENAME_FILE"
               USING WS-NEWMASTER-NAME WS-MASTER-NAME
           IF RETURN-CODE NOT = 0 THEN
               DISPLAY "Rename of " WS-NEWMASTER-NAME " to "
                   WS-MASTER-NAME " failed, rc " RETURN-CODE
               MOVE 0 TO RETURN-CODE
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-SORTMST-NAME
           CALL "CBL_DELETE_FILE" USING WS-DELTA-NAME
           CALL "CBL_DELETE_FILE" USING WS-SORTDLT-NAME.

       END PROGRAM TTTSweep.
