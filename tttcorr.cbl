       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTCorr.
       AUTHOR. Cassandra Leder

      *> Result-correction job. Once a game is on the results file
      *> nothing short of hand-editing four files could overturn
      *> it; a match official's ruling now goes on the correction
      *> transaction file instead, one record per game, and this
      *> job carries it through every file the game touched:
      *>   - the results record is flagged void, or has its winner
      *>     and result type amended in place, so the ratings,
      *>     head-to-head, close-out and audit jobs all read the
      *>     corrected outcome;
      *>   - the old outcome is taken back out of the stats master
      *>     by reversal deltas and the new one posted, through the
      *>     same sort-and-merge the game itself uses;
      *>   - a best-of-N the game belonged to has its series score
      *>     and winner recomputed;
      *>   - a fixture the game settled is reopened when the match
      *>     it stood for is void, and a cup tie is reopened or
      *>     re-marked with the corrected winner;
      *>   - a Swiss board is reopened for replay when its match is
      *>     void, or has its result re-marked from the corrected
      *>     winner, so the round job scores what now stands; a
      *>     team board is reopened when its match is void (the
      *>     team results job reads any other change straight from
      *>     the results and series files);
      *>   - every transaction, applied or rejected, goes on the
      *>     correction register with the official who ordered it
      *>     and the operator who ran it.
      *> Re-runnable: a game already void is refused, and a change
      *> to the outcome the game already has is refused as no
      *> change, so feeding the same file twice posts nothing twice.
      *> Only a league official may run it; the operator on the
      *> register is the one signed on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRECTION-FILE ASSIGN TO "CORRTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "CORRREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT GAME-RESULTS-FILE ASSIGN TO "GAMERSLT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-STATUS.
           SELECT RESULTS-NEW-FILE ASSIGN TO "GAMERSLT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESNEW-STATUS.
           SELECT SERIES-FILE ASSIGN TO "SERIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERIES-STATUS.
           SELECT SERIES-NEW-FILE ASSIGN TO "SERIES.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERNEW-STATUS.
           SELECT FIXTURES-FILE ASSIGN TO "FIXTURES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIX-STATUS.
           SELECT FIXTURES-NEW-FILE ASSIGN TO "FIXTURES.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIXNEW-STATUS.
           SELECT CUP-FILE ASSIGN TO "CUPBRKT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUP-STATUS.
           SELECT CUP-NEW-FILE ASSIGN TO "CUPBRKT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUPNEW-STATUS.
           SELECT SWISS-PAIRING-FILE ASSIGN TO "SWISSPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWISS-STATUS.
           SELECT SWISS-NEW-FILE ASSIGN TO "SWISSPR.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWNEW-STATUS.
           SELECT TEAM-FIXTURE-FILE ASSIGN TO "TEAMFIX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEAMFIX-STATUS.
           SELECT TEAM-NEW-FILE ASSIGN TO "TEAMFIX.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMNEW-STATUS.
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
       FD  CORRECTION-FILE.
       COPY CORRTXN.
       FD  REGISTER-FILE.
       COPY CORRREG.
       FD  GAME-RESULTS-FILE.
       COPY GAMERSLT.
       FD  RESULTS-NEW-FILE.
       01  RESULTS-NEW-RECORD   PIC X(58).
       FD  SERIES-FILE.
       COPY SERIESR.
       FD  SERIES-NEW-FILE.
       01  SERIES-NEW-RECORD    PIC X(121).
       FD  FIXTURES-FILE.
       COPY FIXREC.
       FD  FIXTURES-NEW-FILE.
       01  FIXTURES-NEW-RECORD  PIC X(52).
       FD  CUP-FILE.
       COPY CUPREC.
       FD  CUP-NEW-FILE.
       01  CUP-NEW-RECORD       PIC X(52).
       FD  SWISS-PAIRING-FILE.
       COPY SWPAIRR.
       FD  SWISS-NEW-FILE.
       01  SWISS-NEW-RECORD     PIC X(48).
       FD  TEAM-FIXTURE-FILE.
       COPY TFIXREC.
       FD  TEAM-NEW-FILE.
       01  TEAM-NEW-RECORD      PIC X(70).
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
       01  WS-CORR-STATUS       PIC X(2) VALUE "00".
       01  WS-REG-STATUS        PIC X(2) VALUE "00".
       01  WS-RESULTS-STATUS    PIC X(2) VALUE "00".
       01  WS-RESNEW-STATUS     PIC X(2) VALUE "00".
       01  WS-SERIES-STATUS     PIC X(2) VALUE "00".
       01  WS-SERNEW-STATUS     PIC X(2) VALUE "00".
       01  WS-FIX-STATUS        PIC X(2) VALUE "00".
       01  WS-FIXNEW-STATUS     PIC X(2) VALUE "00".
       01  WS-CUP-STATUS        PIC X(2) VALUE "00".
       01  WS-CUPNEW-STATUS     PIC X(2) VALUE "00".
       01  WS-SWISS-STATUS      PIC X(2) VALUE "00".
       01  WS-SWNEW-STATUS      PIC X(2) VALUE "00".
       01  WS-TEAMFIX-STATUS    PIC X(2) VALUE "00".
       01  WS-TMNEW-STATUS      PIC X(2) VALUE "00".
       01  WS-EOF-FLAG          PIC X(3) VALUE "NO".
       01  WS-OPERATOR-ID       PIC X(8).
       01  WS-RUN-TIMESTAMP     PIC X(14).

      *> every transaction read this run, in file order, with what
      *> became of it - the register is printed from here
       01  CORR-TABLE.
           05  CORR-COUNT       PIC 9(4) VALUE 0.
           05  CORR-ENTRY OCCURS 200 TIMES INDEXED BY CORR-IDX.
               10  CORR-GAME-ID         PIC X(14).
               10  CORR-ACTION          PIC X(1).
               10  CORR-NEW-WINNER      PIC X(1).
               10  CORR-NEW-TYPE        PIC X(1).
               10  CORR-ORDERED-BY      PIC X(8).
               10  CORR-REASON          PIC X(30).
      *> "P" = pending, "A" = applied, "R" = rejected
               10  CORR-STATE           PIC X(1).
               10  CORR-REMARK          PIC X(40).
               10  CORR-P1-ID           PIC X(8).
               10  CORR-P2-ID           PIC X(8).
               10  CORR-OLD-WINNER      PIC X(1).
               10  CORR-OLD-TYPE        PIC X(1).
      *> the id a fixture or cup tie would carry for this game -
      *> its series id when it was one game of a best-of-N
               10  CORR-SETTLE-ID       PIC X(14).
      *> the match winner before and after, by player id; spaces
      *> = drawn. "Y" in MATCH-VOID when nothing of the match
      *> stands any more
               10  CORR-OLD-MATCH-WIN   PIC X(8).
               10  CORR-NEW-MATCH-WIN   PIC X(8).
               10  CORR-MATCH-VOID      PIC X(1).
               10  CORR-CUP-ROUND       PIC 9(2).
      *> the Swiss board the game settled, if it changed one, and
      *> "Y" once a later round of that event is found drawn
               10  CORR-SWISS-EVENT     PIC 9(3).
               10  CORR-SWISS-ROUND     PIC 9(2).
               10  CORR-SWISS-LATER     PIC X(1).
       01  WS-CORR-FOUND-IDX    PIC 9(4).
       01  WS-EDIT-ERROR        PIC X(40).
       01  WS-APPLIED-COUNT     PIC 9(4) VALUE 0.
       01  WS-REJECTED-COUNT    PIC 9(4) VALUE 0.
       01  WS-READ-COUNT        PIC 9(6) VALUE 0.
       01  WS-OLD-TYPE          PIC X(1).

      *> series rework fields
       01  WS-SER-SUB           PIC 9(1).
       01  WS-SHIFT-SUB         PIC 9(1).
       01  WS-GAME-WINNER-ID    PIC X(8).
       01  WS-SERIES-DROPPED    PIC X(3).
       01  WS-SERIES-CHANGED    PIC 9(4) VALUE 0.
      *> fixture and cup rework fields
       01  WS-FIX-CHANGED       PIC 9(4) VALUE 0.
       01  WS-CUP-CHANGED       PIC 9(4) VALUE 0.
       01  WS-CUP-MAX-ROUND     PIC 9(2) VALUE 0.
      *> Swiss and team board rework fields
       01  WS-SWISS-CHANGED     PIC 9(4) VALUE 0.
       01  WS-TEAM-CHANGED      PIC 9(4) VALUE 0.
       01  WS-SWISS-NEW-RESULT  PIC X(1).
       01  WS-RESULTS-NAME      PIC X(12) VALUE "GAMERSLT.DAT".
       01  WS-RESULTS-NEW-NAME  PIC X(12) VALUE "GAMERSLT.NEW".
       01  WS-SERIES-NAME       PIC X(10) VALUE "SERIES.DAT".
       01  WS-SERIES-NEW-NAME   PIC X(10) VALUE "SERIES.NEW".
       01  WS-FIXTURES-NAME     PIC X(12) VALUE "FIXTURES.DAT".
       01  WS-FIXTURES-NEW-NAME PIC X(12) VALUE "FIXTURES.NEW".
       01  WS-CUPBRKT-NAME      PIC X(11) VALUE "CUPBRKT.DAT".
       01  WS-CUPBRKT-NEW-NAME  PIC X(11) VALUE "CUPBRKT.NEW".
       01  WS-SWISSPR-NAME      PIC X(11) VALUE "SWISSPR.DAT".
       01  WS-SWISSPR-NEW-NAME  PIC X(11) VALUE "SWISSPR.NEW".
       01  WS-TEAMFIX-NAME      PIC X(11) VALUE "TEAMFIX.DAT".
       01  WS-TEAMFIX-NEW-NAME  PIC X(11) VALUE "TEAMFIX.NEW".

      *> stats reversal and reposting - the old outcome goes back
      *> out as "R" deltas and the new one in as ordinary ones,
      *> and one merge pass nets them against the master
       01  WS-PSTAT-STATUS      PIC X(2) VALUE "00".
       01  WS-SORTMST-STATUS    PIC X(2) VALUE "00".
       01  WS-DELTA-STATUS      PIC X(2) VALUE "00".
       01  WS-SORTDLT-STATUS    PIC X(2) VALUE "00".
       01  WS-NEWMST-STATUS     PIC X(2) VALUE "00".
       01  WS-SM-EOF            PIC X(3) VALUE "NO".
       01  WS-SG-EOF            PIC X(3) VALUE "NO".
       01  WS-STAT-ID           PIC X(8).
       01  WS-STAT-RESULT       PIC X(4).
       01  WS-STAT-TIME         PIC 9(8).
       01  WS-DELTA-WINNER      PIC X(1).
       01  WS-DELTA-TYPE        PIC X(1).
       01  WS-DELTA-DIRECTION   PIC X(1).
       01  WS-DELTA-COUNT       PIC 9(6) VALUE 0.
       01  WS-CPU-SKIPPED       PIC X(3).
       01  WS-GROUP-ID          PIC X(8).
       01  WS-GROUP-WINS        PIC 9(6).
       01  WS-GROUP-LOSSES      PIC 9(6).
       01  WS-GROUP-DRAWS       PIC 9(6).
       01  WS-GROUP-FORFEITS    PIC 9(6).
       01  WS-GROUP-GAMES       PIC 9(6).
       01  WS-GROUP-TIME        PIC 9(10).
       01  WS-REV-WINS          PIC 9(6).
       01  WS-REV-LOSSES        PIC 9(6).
       01  WS-REV-DRAWS         PIC 9(6).
       01  WS-REV-FORFEITS      PIC 9(6).
       01  WS-REV-GAMES         PIC 9(6).
       01  WS-REV-TIME          PIC 9(10).
      *> master figure plus postings less reversals; a reversal
      *> can never take a figure below nothing
       01  WS-NET-VALUE         PIC S9(11).
       01  WS-BASE-FORFEITS     PIC 9(6).
       COPY PSTATREC REPLACING
           ==PLAYER-STATS-RECORD== BY ==WS-NEW-STAT-RECORD==
           LEADING ==PS== BY ==NS==.
       01  WS-MASTER-NAME       PIC X(15) VALUE "PLAYERSTATS.DAT".
       01  WS-NEWMASTER-NAME    PIC X(15) VALUE "PLAYERSTATS.NEW".
       01  WS-SORTMST-NAME      PIC X(9)  VALUE "PSTAT.SRT".
       01  WS-DELTA-NAME        PIC X(11) VALUE "PSDELTA.TMP".
       01  WS-SORTDLT-NAME      PIC X(11) VALUE "PSDELTA.SRT".

      *> operator sign-on - who is at the keyboard and what they
      *> may do: 1 inquiry, 2 desk, 3 league official,
      *> 4 supervisor. Every sign-on, refusal and privileged
      *> action goes on the security log
       01  WS-OPER-STATUS       PIC X(2) VALUE "00".
       01  WS-SECLOG-STATUS     PIC X(2) VALUE "00".
       01  WS-OPER-EOF          PIC X(3) VALUE "NO".
       01  WS-SIGNON-PROGRAM    PIC X(8) VALUE "TTTCORR".
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
           MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
           MOVE 3 TO WS-NEED-LEVEL
           MOVE "RESULT CORRECTION" TO WS-SEC-ACTION
           PERFORM CHECK-AUTHORITY
           IF WS-AUTHORISED = "NO" THEN
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           PERFORM LOAD-CORRECTIONS
           IF WS-CORR-STATUS NOT = "00" THEN
               DISPLAY "Could not open CORRTXN.DAT, status "
                   WS-CORR-STATUS " - nothing to correct"
               STOP RUN
           END-IF
           PERFORM CUT-MASTER-GENERATIONS
           OPEN OUTPUT STAT-DELTA-FILE
           PERFORM CORRECT-RESULTS
           CLOSE STAT-DELTA-FILE
           IF WS-APPLIED-COUNT > 0 THEN
               PERFORM CORRECT-SERIES
               PERFORM SETTLE-SINGLE-GAMES
               PERFORM CORRECT-FIXTURES
               PERFORM CORRECT-CUP-TIES
               PERFORM CORRECT-SWISS-BOARDS
               PERFORM CORRECT-TEAM-BOARDS
           END-IF
           IF WS-DELTA-COUNT > 0 THEN
               PERFORM MERGE-POST-STATS
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-DELTA-NAME
           END-IF
           PERFORM WRITE-REGISTER
           MOVE SPACES TO WS-SEC-DETAIL
           STRING "APPLIED " DELIMITED BY SIZE
               WS-APPLIED-COUNT DELIMITED BY SIZE
               INTO WS-SEC-DETAIL
           PERFORM LOG-PRIVILEGED-ACTION
           STOP RUN.

      *> the whole transaction file into the table, each record
      *> edited on the way in; a record that fails an edit is
      *> kept as rejected so it still reaches the register
       LOAD-CORRECTIONS.
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT CORRECTION-FILE
           IF WS-CORR-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ CORRECTION-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF CORR-COUNT < 200 THEN
                               PERFORM ADD-CORRECTION-ENTRY
                           ELSE
                               DISPLAY "Correction table full, "
                                   "dropping " CX-GAME-ID
                                   " - feed it on the next run"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRECTION-FILE
           END-IF.

       ADD-CORRECTION-ENTRY.
           PERFORM VALIDATE-CORRECTION
           ADD 1 TO CORR-COUNT
           INITIALIZE CORR-ENTRY(CORR-COUNT)
           MOVE CX-GAME-ID         TO CORR-GAME-ID(CORR-COUNT)
           MOVE CX-ACTION          TO CORR-ACTION(CORR-COUNT)
           MOVE CX-NEW-WINNER      TO CORR-NEW-WINNER(CORR-COUNT)
           MOVE CX-NEW-RESULT-TYPE TO CORR-NEW-TYPE(CORR-COUNT)
           MOVE CX-ORDERED-BY      TO CORR-ORDERED-BY(CORR-COUNT)
           MOVE CX-REASON          TO CORR-REASON(CORR-COUNT)
           MOVE "N"                TO CORR-MATCH-VOID(CORR-COUNT)
           IF CX-ACTION = "V" THEN
               MOVE SPACE TO CORR-NEW-WINNER(CORR-COUNT)
               MOVE SPACE TO CORR-NEW-TYPE(CORR-COUNT)
           END-IF
           IF WS-EDIT-ERROR = SPACES THEN
               MOVE "P" TO CORR-STATE(CORR-COUNT)
           ELSE
               MOVE "R" TO CORR-STATE(CORR-COUNT)
               MOVE WS-EDIT-ERROR TO CORR-REMARK(CORR-COUNT)
           END-IF.

      *> first rule broken wins and goes on the register
       VALIDATE-CORRECTION.
           MOVE SPACES TO WS-EDIT-ERROR
           EVALUATE TRUE
               WHEN CX-GAME-ID = SPACES
                   MOVE "GAME ID MISSING" TO WS-EDIT-ERROR
               WHEN CX-ORDERED-BY = SPACES
                   MOVE "ORDERED-BY MISSING - WHO RULED?"
                       TO WS-EDIT-ERROR
               WHEN CX-ACTION NOT = "V" AND CX-ACTION NOT = "C"
                   MOVE "ACTION NOT V OR C" TO WS-EDIT-ERROR
               WHEN CX-ACTION = "C" AND
                       CX-NEW-WINNER NOT = "X" AND
                       CX-NEW-WINNER NOT = "O" AND
                       CX-NEW-WINNER NOT = SPACE
                   MOVE "NEW WINNER NOT X, O OR SPACE"
                       TO WS-EDIT-ERROR
               WHEN CX-ACTION = "C" AND
                       CX-NEW-RESULT-TYPE NOT = "P" AND
                       CX-NEW-RESULT-TYPE NOT = "F" AND
                       CX-NEW-RESULT-TYPE NOT = "R" AND
                       CX-NEW-RESULT-TYPE NOT = "W" AND
                       CX-NEW-RESULT-TYPE NOT = "D"
                   MOVE "NEW RESULT TYPE NOT P, F, R, W OR D"
                       TO WS-EDIT-ERROR
      *> nobody forfeits, resigns or walks over into a draw, and
      *> a double forfeit has nobody to win it
               WHEN CX-ACTION = "C" AND CX-NEW-WINNER = SPACE AND
                       CX-NEW-RESULT-TYPE NOT = "P" AND
                       CX-NEW-RESULT-TYPE NOT = "D"
                   MOVE "NO WINNER NEEDS TYPE P OR D"
                       TO WS-EDIT-ERROR
               WHEN CX-ACTION = "C" AND CX-NEW-WINNER NOT = SPACE AND
                       CX-NEW-RESULT-TYPE = "D"
                   MOVE "A DOUBLE FORFEIT HAS NO WINNER"
                       TO WS-EDIT-ERROR
               WHEN OTHER
                   PERFORM FIND-PENDING-CORRECTION
                   IF WS-CORR-FOUND-IDX NOT = 0 THEN
                       MOVE "GAME ALREADY CORRECTED THIS RUN"
                           TO WS-EDIT-ERROR
                   END-IF
           END-EVALUATE.

      *> the pending transaction for CX-GAME-ID (on load) or
      *> GR-GAME-ID (on the results pass), 0 when there is none
       FIND-PENDING-CORRECTION.
           MOVE 0 TO WS-CORR-FOUND-IDX
           PERFORM VARYING CORR-IDX FROM 1 BY 1
                   UNTIL CORR-IDX > CORR-COUNT
               IF CORR-STATE(CORR-IDX) = "P" AND
                       CORR-GAME-ID(CORR-IDX) = CX-GAME-ID THEN
                   SET WS-CORR-FOUND-IDX TO CORR-IDX
               END-IF
           END-PERFORM.

      *> one read-and-copy pass over the results file: a game with
      *> a pending transaction is corrected on the way through and
      *> its stats reversals written; everything else is copied as
      *> it stands. The copy only replaces the live file when at
      *> least one correction went through
       CORRECT-RESULTS.
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT GAME-RESULTS-FILE
           IF WS-RESULTS-STATUS = "00" THEN
               OPEN OUTPUT RESULTS-NEW-FILE
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ GAME-RESULTS-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE GR-GAME-ID TO CX-GAME-ID
                           PERFORM FIND-PENDING-CORRECTION
                           IF WS-CORR-FOUND-IDX NOT = 0 THEN
                               PERFORM APPLY-ONE-CORRECTION
                           END-IF
                           WRITE RESULTS-NEW-RECORD
                               FROM GAME-RESULT-RECORD
                   END-READ
               END-PERFORM
               CLOSE GAME-RESULTS-FILE
               CLOSE RESULTS-NEW-FILE
               IF WS-APPLIED-COUNT > 0 THEN
                   CALL "CBL_DELETE_FILE" USING WS-RESULTS-NAME
                   CALL "CBL_RENAME_FILE"
                       USING WS-RESULTS-NEW-NAME WS-RESULTS-NAME
                   IF RETURN-CODE NOT = 0 THEN
                       DISPLAY "Rename of " WS-RESULTS-NEW-NAME
                           " to " WS-RESULTS-NAME " failed, rc "
                           RETURN-CODE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               ELSE
                   CALL "CBL_DELETE_FILE" USING WS-RESULTS-NEW-NAME
               END-IF
           ELSE
               DISPLAY "Could not open GAMERSLT.DAT, status "
                   WS-RESULTS-STATUS
           END-IF
      *> whatever is still pending never matched a results record
           PERFORM VARYING CORR-IDX FROM 1 BY 1
                   UNTIL CORR-IDX > CORR-COUNT
               IF CORR-STATE(CORR-IDX) = "P" THEN
                   MOVE "R" TO CORR-STATE(CORR-IDX)
                   MOVE "GAME NOT ON RESULTS FILE"
                       TO CORR-REMARK(CORR-IDX)
               END-IF
           END-PERFORM.

      *> refuse what cannot stand, else take the old outcome out,
      *> put the new one in, and amend the record in place
       APPLY-ONE-CORRECTION.
           MOVE WS-CORR-FOUND-IDX TO CORR-IDX
           MOVE GR-RESULT-TYPE TO WS-OLD-TYPE
           IF WS-OLD-TYPE = SPACE THEN
               MOVE "P" TO WS-OLD-TYPE
           END-IF
           EVALUATE TRUE
               WHEN GR-CORRECTION-FLAG = "V"
                   MOVE "R" TO CORR-STATE(CORR-IDX)
                   MOVE "GAME ALREADY VOID" TO CORR-REMARK(CORR-IDX)
               WHEN CORR-ACTION(CORR-IDX) = "C" AND
                       CORR-NEW-WINNER(CORR-IDX) = GR-WINNER AND
                       CORR-NEW-TYPE(CORR-IDX) = WS-OLD-TYPE
                   MOVE "R" TO CORR-STATE(CORR-IDX)
                   MOVE "NO CHANGE TO THE RESULT ON FILE"
                       TO CORR-REMARK(CORR-IDX)
               WHEN OTHER
                   MOVE "A" TO CORR-STATE(CORR-IDX)
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE GR-PLAYER1-ID TO CORR-P1-ID(CORR-IDX)
                   MOVE GR-PLAYER2-ID TO CORR-P2-ID(CORR-IDX)
                   MOVE GR-WINNER     TO CORR-OLD-WINNER(CORR-IDX)
                   MOVE WS-OLD-TYPE   TO CORR-OLD-TYPE(CORR-IDX)
                   MOVE GR-TOTAL-TIME TO WS-STAT-TIME
                   MOVE "NO" TO WS-CPU-SKIPPED
                   MOVE GR-WINNER   TO WS-DELTA-WINNER
                   MOVE WS-OLD-TYPE TO WS-DELTA-TYPE
                   MOVE "R"         TO WS-DELTA-DIRECTION
                   PERFORM WRITE-OUTCOME-DELTAS
                   IF CORR-ACTION(CORR-IDX) = "V" THEN
                       MOVE "V" TO GR-CORRECTION-FLAG
                       MOVE "RESULT VOIDED" TO CORR-REMARK(CORR-IDX)
                   ELSE
                       MOVE CORR-NEW-WINNER(CORR-IDX)
                           TO WS-DELTA-WINNER
                       MOVE CORR-NEW-TYPE(CORR-IDX) TO WS-DELTA-TYPE
                       MOVE SPACE TO WS-DELTA-DIRECTION
                       PERFORM WRITE-OUTCOME-DELTAS
                       MOVE CORR-NEW-WINNER(CORR-IDX) TO GR-WINNER
                       MOVE CORR-NEW-TYPE(CORR-IDX)
                           TO GR-RESULT-TYPE
                       MOVE "C" TO GR-CORRECTION-FLAG
                       MOVE "RESULT CHANGED" TO CORR-REMARK(CORR-IDX)
                   END-IF
      *> the computer side was posted under whatever seat id the
      *> game ran with, not its CPU-n rating id, so it cannot be
      *> found to reverse - the register says so
                   IF WS-CPU-SKIPPED = "YES" THEN
                       MOVE "APPLIED - CPU SIDE STATS NOT TOUCHED"
                           TO CORR-REMARK(CORR-IDX)
                   END-IF
           END-EVALUATE.

      *> one change record per side for the outcome in
      *> WS-DELTA-WINNER / WS-DELTA-TYPE, in WS-DELTA-DIRECTION -
      *> the same win / loss / forfeit / draw split the game posts
       WRITE-OUTCOME-DELTAS.
           EVALUATE WS-DELTA-WINNER
               WHEN "X"
                   MOVE GR-PLAYER1-ID TO WS-STAT-ID
                   MOVE "WIN " TO WS-STAT-RESULT
                   PERFORM WRITE-ONE-DELTA
                   MOVE GR-PLAYER2-ID TO WS-STAT-ID
                   PERFORM SET-LOSER-RESULT
                   PERFORM WRITE-ONE-DELTA
               WHEN "O"
                   MOVE GR-PLAYER2-ID TO WS-STAT-ID
                   MOVE "WIN " TO WS-STAT-RESULT
                   PERFORM WRITE-ONE-DELTA
                   MOVE GR-PLAYER1-ID TO WS-STAT-ID
                   PERFORM SET-LOSER-RESULT
                   PERFORM WRITE-ONE-DELTA
      *> no winner: a draw, a double forfeit charging both, or
      *> an abandoned game that counted as played and no more
               WHEN OTHER
                   EVALUATE WS-DELTA-TYPE
                       WHEN "D"
                           MOVE "FFT " TO WS-STAT-RESULT
                       WHEN "A"
                           MOVE "GAME" TO WS-STAT-RESULT
                       WHEN OTHER
                           MOVE "DRAW" TO WS-STAT-RESULT
                   END-EVALUATE
                   MOVE GR-PLAYER1-ID TO WS-STAT-ID
                   PERFORM WRITE-ONE-DELTA
                   MOVE GR-PLAYER2-ID TO WS-STAT-ID
                   PERFORM WRITE-ONE-DELTA
           END-EVALUATE.

      *> a move-clock forfeit and a walkover no-show are tallied
      *> apart from a played loss; a resignation is an ordinary
      *> loss
       SET-LOSER-RESULT.
           IF WS-DELTA-TYPE = "F" OR WS-DELTA-TYPE = "W" THEN
               MOVE "FFT " TO WS-STAT-RESULT
           ELSE
               MOVE "LOSS" TO WS-STAT-RESULT
           END-IF.

       WRITE-ONE-DELTA.
           IF WS-STAT-ID(1:4) = "CPU-" THEN
               MOVE "YES" TO WS-CPU-SKIPPED
           ELSE
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
               MOVE WS-DELTA-DIRECTION TO SD-DIRECTION
               WRITE STAT-DELTA-RECORD
               ADD 1 TO WS-DELTA-COUNT
           END-IF.

      *> a corrected game that was one of a best-of-N changes the
      *> series score: the old game outcome comes off, the new one
      *> goes on (a void also takes the game off the series'
      *> game list), and the series winner is worked out afresh
      *> the same way the game decides it. A series left with no
      *> games at all is dropped - nothing of the match stands
       CORRECT-SERIES.
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT SERIES-FILE
           IF WS-SERIES-STATUS = "00" THEN
               OPEN OUTPUT SERIES-NEW-FILE
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ SERIES-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM REWORK-ONE-SERIES
                   END-READ
               END-PERFORM
               CLOSE SERIES-FILE
               CLOSE SERIES-NEW-FILE
               IF WS-SERIES-CHANGED > 0 THEN
                   CALL "CBL_DELETE_FILE" USING WS-SERIES-NAME
                   CALL "CBL_RENAME_FILE"
                       USING WS-SERIES-NEW-NAME WS-SERIES-NAME
                   IF RETURN-CODE NOT = 0 THEN
                       DISPLAY "Rename of " WS-SERIES-NEW-NAME
                           " to " WS-SERIES-NAME " failed, rc "
                           RETURN-CODE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               ELSE
                   CALL "CBL_DELETE_FILE" USING WS-SERIES-NEW-NAME
               END-IF
           END-IF.

       REWORK-ONE-SERIES.
           MOVE "NO" TO WS-SERIES-DROPPED
           PERFORM VARYING CORR-IDX FROM 1 BY 1
                   UNTIL CORR-IDX > CORR-COUNT
               IF CORR-STATE(CORR-IDX) = "A" THEN
                   PERFORM VARYING WS-SER-SUB FROM 1 BY 1
                           UNTIL WS-SER-SUB > 5
                       IF SR-GAME-ID(WS-SER-SUB) =
                               CORR-GAME-ID(CORR-IDX) THEN
                           PERFORM REWORK-SERIES-GAME
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-SERIES-DROPPED = "NO" THEN
               WRITE SERIES-NEW-RECORD FROM SERIES-RESULT-RECORD
           END-IF.

       REWORK-SERIES-GAME.
           ADD 1 TO WS-SERIES-CHANGED
           MOVE SR-SERIES-ID TO CORR-SETTLE-ID(CORR-IDX)
           MOVE SR-WINNER-ID TO CORR-OLD-MATCH-WIN(CORR-IDX)
           MOVE CORR-OLD-WINNER(CORR-IDX) TO WS-DELTA-WINNER
           PERFORM NOTE-GAME-WINNER-ID
           EVALUATE TRUE
               WHEN WS-GAME-WINNER-ID = SPACES
                   IF SR-DRAWS > 0 THEN
                       SUBTRACT 1 FROM SR-DRAWS
                   END-IF
               WHEN WS-GAME-WINNER-ID = SR-PLAYER1-ID
                   IF SR-P1-WINS > 0 THEN
                       SUBTRACT 1 FROM SR-P1-WINS
                   END-IF
               WHEN OTHER
                   IF SR-P2-WINS > 0 THEN
                       SUBTRACT 1 FROM SR-P2-WINS
                   END-IF
           END-EVALUATE
           IF CORR-ACTION(CORR-IDX) = "V" THEN
               IF SR-GAMES-PLAYED > 0 THEN
                   SUBTRACT 1 FROM SR-GAMES-PLAYED
               END-IF
      *> close the gap so the played games stay in order with the
      *> unplayed slots as spaces at the end
               PERFORM VARYING WS-SHIFT-SUB FROM WS-SER-SUB BY 1
                       UNTIL WS-SHIFT-SUB >= 5
                   MOVE SR-GAME-ID(WS-SHIFT-SUB + 1)
                       TO SR-GAME-ID(WS-SHIFT-SUB)
               END-PERFORM
               MOVE SPACES TO SR-GAME-ID(5)
           ELSE
               MOVE CORR-NEW-WINNER(CORR-IDX) TO WS-DELTA-WINNER
               PERFORM NOTE-GAME-WINNER-ID
               EVALUATE TRUE
                   WHEN WS-GAME-WINNER-ID = SPACES
                       ADD 1 TO SR-DRAWS
                   WHEN WS-GAME-WINNER-ID = SR-PLAYER1-ID
                       ADD 1 TO SR-P1-WINS
                   WHEN OTHER
                       ADD 1 TO SR-P2-WINS
               END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN SR-P1-WINS > SR-P2-WINS
                   MOVE SR-PLAYER1-ID TO SR-WINNER-ID
               WHEN SR-P2-WINS > SR-P1-WINS
                   MOVE SR-PLAYER2-ID TO SR-WINNER-ID
               WHEN OTHER
                   MOVE SPACES TO SR-WINNER-ID
           END-EVALUATE
           MOVE SR-WINNER-ID TO CORR-NEW-MATCH-WIN(CORR-IDX)
           IF SR-GAMES-PLAYED = 0 THEN
               MOVE "YES" TO WS-SERIES-DROPPED
               MOVE "Y" TO CORR-MATCH-VOID(CORR-IDX)
               MOVE "RESULT VOIDED - SERIES DROPPED"
                   TO CORR-REMARK(CORR-IDX)
           END-IF.

      *> the player id behind an X / O / space outcome of this
      *> transaction's game
       NOTE-GAME-WINNER-ID.
           EVALUATE WS-DELTA-WINNER
               WHEN "X"   MOVE CORR-P1-ID(CORR-IDX)
                              TO WS-GAME-WINNER-ID
               WHEN "O"   MOVE CORR-P2-ID(CORR-IDX)
                              TO WS-GAME-WINNER-ID
               WHEN OTHER MOVE SPACES TO WS-GAME-WINNER-ID
           END-EVALUATE.

      *> a game that was no series' member settled its fixture or
      *> tie on its own id, and the match outcome is the game's
       SETTLE-SINGLE-GAMES.
           PERFORM VARYING CORR-IDX FROM 1 BY 1
                   UNTIL CORR-IDX > CORR-COUNT
               IF CORR-STATE(CORR-IDX) = "A" AND
                       CORR-SETTLE-ID(CORR-IDX) = SPACES THEN
                   MOVE CORR-GAME-ID(CORR-IDX)
                       TO CORR-SETTLE-ID(CORR-IDX)
                   MOVE CORR-OLD-WINNER(CORR-IDX) TO WS-DELTA-WINNER
                   PERFORM NOTE-GAME-WINNER-ID
                   MOVE WS-GAME-WINNER-ID
                       TO CORR-OLD-MATCH-WIN(CORR-IDX)
                   IF CORR-ACTION(CORR-IDX) = "V" THEN
                       MOVE SPACES TO CORR-NEW-MATCH-WIN(CORR-IDX)
                       MOVE "Y" TO CORR-MATCH-VOID(CORR-IDX)
                   ELSE
                       MOVE CORR-NEW-WINNER(CORR-IDX)
                           TO WS-DELTA-WINNER
                       PERFORM NOTE-GAME-WINNER-ID
                       MOVE WS-GAME-WINNER-ID
                           TO CORR-NEW-MATCH-WIN(CORR-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *> a played fixture whose match is now void goes back to
      *> unplayed so the pair are chased to play it again; one
      *> whose match still stands keeps its played mark - a
      *> fixture carries no winner to re-mark
       CORRECT-FIXTURES.
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT FIXTURES-FILE
           IF WS-FIX-STATUS = "00" THEN
               OPEN OUTPUT FIXTURES-NEW-FILE
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ FIXTURES-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF FX-STATUS = "P" THEN
                               PERFORM REWORK-ONE-FIXTURE
                           END-IF
                           WRITE FIXTURES-NEW-RECORD
                               FROM FIXTURE-RECORD
                   END-READ
               END-PERFORM
               CLOSE FIXTURES-FILE
               CLOSE FIXTURES-NEW-FILE
               IF WS-FIX-CHANGED > 0 THEN
                   CALL "CBL_DELETE_FILE" USING WS-FIXTURES-NAME
                   CALL "CBL_RENAME_FILE"
                       USING WS-FIXTURES-NEW-NAME WS-FIXTURES-NAME
                   IF RETURN-CODE NOT = 0 THEN
                       DISPLAY "Rename of " WS-FIXTURES-NEW-NAME
                           " to " WS-FIXTURES-NAME " failed, rc "
                           RETURN-CODE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               ELSE
                   CALL "CBL_DELETE_FILE" USING WS-FIXTURES-NEW-NAME
               END-IF
           END-IF.

       REWORK-ONE-FIXTURE.
           PERFORM VARYING CORR-IDX FROM 1 BY 1
                   UNTIL CORR-IDX > CORR-COUNT
               IF CORR-STATE(CORR-IDX) = "A" AND
                       CORR-SETTLE-ID(CORR-IDX) = FX-GAME-ID THEN
                   MOVE SPACES TO CORR-REMARK(CORR-IDX)
                   IF CORR-MATCH-VOID(CORR-IDX) = "Y" THEN
                       ADD 1 TO WS-FIX-CHANGED
                       STRING "FIXTURE R" FX-ROUND-NO " #"
                           FX-FIXTURE-NO " REOPENED"
                           DELIMITED BY SIZE
                           INTO CORR-REMARK(CORR-IDX)
                       MOVE "U"    TO FX-STATUS
                       MOVE SPACES TO FX-GAME-ID
                       MOVE 0      TO FX-PLAYED-DATE
                   ELSE
                       STRING "FIXTURE R" FX-ROUND-NO " #"
                           FX-FIXTURE-NO " STANDS AS PLAYED"
                           DELIMITED BY SIZE
                           INTO CORR-REMARK(CORR-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *> a played cup tie whose match is now void, or now drawn,
      *> goes back to unplayed to be replayed - a knockout tie is
      *> never left played without a winner; one whose winner
      *> changed is re-marked with the corrected winner
       CORRECT-CUP-TIES.
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT CUP-FILE
           IF WS-CUP-STATUS = "00" THEN
               OPEN OUTPUT CUP-NEW-FILE
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ CUP-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF CT-ROUND-NO > WS-CUP-MAX-ROUND THEN
                               MOVE CT-ROUND-NO TO WS-CUP-MAX-ROUND
                           END-IF
                           IF CT-STATUS = "P" THEN
                               PERFORM REWORK-ONE-CUP-TIE
                           END-IF
                           WRITE CUP-NEW-RECORD FROM CUP-TIE-RECORD
                   END-READ
               END-PERFORM
               CLOSE CUP-FILE
               CLOSE CUP-NEW-FILE
               IF WS-CUP-CHANGED > 0 THEN
                   CALL "CBL_DELETE_FILE" USING WS-CUPBRKT-NAME
                   CALL "CBL_RENAME_FILE"
                       USING WS-CUPBRKT-NEW-NAME WS-CUPBRKT-NAME
                   IF RETURN-CODE NOT = 0 THEN
                       DISPLAY "Rename of " WS-CUPBRKT-NEW-NAME
                           " to " WS-CUPBRKT-NAME " failed, rc "
                           RETURN-CODE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               ELSE
                   CALL "CBL_DELETE_FILE" USING WS-CUPBRKT-NEW-NAME
               END-IF
      *> the advance job may already have paired the old winner
      *> into the next round - that is a ruling for the cup
      *> committee, not something to unpick here
               PERFORM VARYING CORR-IDX FROM 1 BY 1
                       UNTIL CORR-IDX > CORR-COUNT
                   IF CORR-CUP-ROUND(CORR-IDX) > 0 AND
                           CORR-CUP-ROUND(CORR-IDX) <
                               WS-CUP-MAX-ROUND THEN
                       DISPLAY "WARNING game " CORR-GAME-ID(CORR-IDX)
                           " changed a cup round "
                           CORR-CUP-ROUND(CORR-IDX)
                           " tie but round " WS-CUP-MAX-ROUND
                           " is already drawn - check the bracket"
                   END-IF
               END-PERFORM
           END-IF.

       REWORK-ONE-CUP-TIE.
           PERFORM VARYING CORR-IDX FROM 1 BY 1
                   UNTIL CORR-IDX > CORR-COUNT
               IF CORR-STATE(CORR-IDX) = "A" AND
                       CORR-SETTLE-ID(CORR-IDX) = CT-GAME-ID THEN
                   MOVE SPACES TO CORR-REMARK(CORR-IDX)
                   EVALUATE TRUE
                       WHEN CORR-MATCH-VOID(CORR-IDX) = "Y" OR
                               CORR-NEW-MATCH-WIN(CORR-IDX) = SPACES
                           ADD 1 TO WS-CUP-CHANGED
                           MOVE CT-ROUND-NO TO
                               CORR-CUP-ROUND(CORR-IDX)
                           STRING "CUP R" CT-ROUND-NO " #"
                               CT-TIE-NO " REOPENED FOR REPLAY"
                               DELIMITED BY SIZE
                               INTO CORR-REMARK(CORR-IDX)
                           MOVE "U"    TO CT-STATUS
                           MOVE SPACES TO CT-GAME-ID
                           MOVE SPACES TO CT-WINNER-ID
                           MOVE 0      TO CT-PLAYED-DATE
                       WHEN CORR-NEW-MATCH-WIN(CORR-IDX) NOT =
                               CT-WINNER-ID
                           ADD 1 TO WS-CUP-CHANGED
                           MOVE CT-ROUND-NO TO
                               CORR-CUP-ROUND(CORR-IDX)
                           STRING "CUP R" CT-ROUND-NO " #"
                               CT-TIE-NO " NOW WON BY "
                               CORR-NEW-MATCH-WIN(CORR-IDX)
                               DELIMITED BY SIZE
                               INTO CORR-REMARK(CORR-IDX)
                           MOVE CORR-NEW-MATCH-WIN(CORR-IDX)
                               TO CT-WINNER-ID
                       WHEN OTHER
                           STRING "CUP R" CT-ROUND-NO " #"
                               CT-TIE-NO " WINNER STANDS"
                               DELIMITED BY SIZE
                               INTO CORR-REMARK(CORR-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *> a played Swiss board whose match is now void goes back to
      *> unplayed, result and game cleared, to be replayed; one
      *> whose match still stands has its result re-marked from
      *> the corrected winner, the way the game marks it - by
      *> who won, not by which seat
       CORRECT-SWISS-BOARDS.
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT SWISS-PAIRING-FILE
           IF WS-SWISS-STATUS = "00" THEN
               OPEN OUTPUT SWISS-NEW-FILE
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ SWISS-PAIRING-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF SP-STATUS = "P" THEN
                               PERFORM REWORK-ONE-SWISS-BOARD
                           END-IF
                           WRITE SWISS-NEW-RECORD
                               FROM SWISS-PAIRING-RECORD
                   END-READ
               END-PERFORM
               CLOSE SWISS-PAIRING-FILE
               CLOSE SWISS-NEW-FILE
               IF WS-SWISS-CHANGED > 0 THEN
                   CALL "CBL_DELETE_FILE" USING WS-SWISSPR-NAME
                   CALL "CBL_RENAME_FILE"
                       USING WS-SWISSPR-NEW-NAME WS-SWISSPR-NAME
                   IF RETURN-CODE NOT = 0 THEN
                       DISPLAY "Rename of " WS-SWISSPR-NEW-NAME
                           " to " WS-SWISSPR-NAME " failed, rc "
                           RETURN-CODE
                       MOVE 0 TO RETURN-CODE
                   END-IF
                   PERFORM WARN-SWISS-LATER-ROUNDS
               ELSE
                   CALL "CBL_DELETE_FILE" USING WS-SWISSPR-NEW-NAME
               END-IF
           END-IF.

       REWORK-ONE-SWISS-BOARD.
           PERFORM VARYING CORR-IDX FROM 1 BY 1
                   UNTIL CORR-IDX > CORR-COUNT
               IF CORR-STATE(CORR-IDX) = "A" AND
                       CORR-SETTLE-ID(CORR-IDX) = SP-GAME-ID THEN
                   MOVE SPACES TO CORR-REMARK(CORR-IDX)
                   EVALUATE TRUE
                       WHEN CORR-NEW-MATCH-WIN(CORR-IDX) = SPACES
                           MOVE "D" TO WS-SWISS-NEW-RESULT
                       WHEN CORR-NEW-MATCH-WIN(CORR-IDX) = SP-X-ID
                           MOVE "X" TO WS-SWISS-NEW-RESULT
                       WHEN OTHER
                           MOVE "O" TO WS-SWISS-NEW-RESULT
                   END-EVALUATE
                   EVALUATE TRUE
                       WHEN CORR-MATCH-VOID(CORR-IDX) = "Y"
                           ADD 1 TO WS-SWISS-CHANGED
                           MOVE SP-EVENT-NO TO
                               CORR-SWISS-EVENT(CORR-IDX)
                           MOVE SP-ROUND-NO TO
                               CORR-SWISS-ROUND(CORR-IDX)
                           STRING "SWISS E" SP-EVENT-NO " R"
                               SP-ROUND-NO " B" SP-BOARD-NO
                               " REOPENED FOR REPLAY"
                               DELIMITED BY SIZE
                               INTO CORR-REMARK(CORR-IDX)
                           MOVE "U"    TO SP-STATUS
                           MOVE SPACE  TO SP-RESULT
                           MOVE SPACES TO SP-GAME-ID
                           MOVE 0      TO SP-PLAYED-DATE
                       WHEN WS-SWISS-NEW-RESULT NOT = SP-RESULT
                           ADD 1 TO WS-SWISS-CHANGED
                           MOVE SP-EVENT-NO TO
                               CORR-SWISS-EVENT(CORR-IDX)
                           MOVE SP-ROUND-NO TO
                               CORR-SWISS-ROUND(CORR-IDX)
                           STRING "SWISS E" SP-EVENT-NO " R"
                               SP-ROUND-NO " B" SP-BOARD-NO
                               " RESULT NOW " WS-SWISS-NEW-RESULT
                               DELIMITED BY SIZE
                               INTO CORR-REMARK(CORR-IDX)
                           MOVE WS-SWISS-NEW-RESULT TO SP-RESULT
                       WHEN OTHER
                           STRING "SWISS E" SP-EVENT-NO " R"
                               SP-ROUND-NO " B" SP-BOARD-NO
                               " RESULT STANDS"
                               DELIMITED BY SIZE
                               INTO CORR-REMARK(CORR-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *> the round job may already have paired a later round from
      *> the old scores - as with the cup, re-pairing is a ruling
      *> for the tournament director, not something to unpick here
       WARN-SWISS-LATER-ROUNDS.
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT SWISS-PAIRING-FILE
           IF WS-SWISS-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ SWISS-PAIRING-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM VARYING CORR-IDX FROM 1 BY 1
                                   UNTIL CORR-IDX > CORR-COUNT
                               IF CORR-SWISS-ROUND(CORR-IDX) > 0 AND
                                       CORR-SWISS-EVENT(CORR-IDX) =
                                           SP-EVENT-NO AND
                                       CORR-SWISS-ROUND(CORR-IDX) <
                                           SP-ROUND-NO THEN
                                   MOVE "Y" TO
                                       CORR-SWISS-LATER(CORR-IDX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE SWISS-PAIRING-FILE
           END-IF
           PERFORM VARYING CORR-IDX FROM 1 BY 1
                   UNTIL CORR-IDX > CORR-COUNT
               IF CORR-SWISS-LATER(CORR-IDX) = "Y" THEN
                   DISPLAY "WARNING game " CORR-GAME-ID(CORR-IDX)
                       " changed a Swiss event "
                       CORR-SWISS-EVENT(CORR-IDX) " round "
                       CORR-SWISS-ROUND(CORR-IDX)
                       " board but a later round is already "
                       "paired - check the pairings"
               END-IF
           END-PERFORM.

      *> a played team board whose match is now void goes back to
      *> unplayed to be replayed; one whose match still stands
      *> keeps its played mark - the board carries no result, the
      *> team results job reads it from the corrected files
       CORRECT-TEAM-BOARDS.
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT TEAM-FIXTURE-FILE
           IF WS-TEAMFIX-STATUS = "00" THEN
               OPEN OUTPUT TEAM-NEW-FILE
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ TEAM-FIXTURE-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF TB-STATUS = "P" THEN
                               PERFORM REWORK-ONE-TEAM-BOARD
                           END-IF
                           WRITE TEAM-NEW-RECORD
                               FROM TEAM-FIXTURE-RECORD
                   END-READ
               END-PERFORM
               CLOSE TEAM-FIXTURE-FILE
               CLOSE TEAM-NEW-FILE
               IF WS-TEAM-CHANGED > 0 THEN
                   CALL "CBL_DELETE_FILE" USING WS-TEAMFIX-NAME
                   CALL "CBL_RENAME_FILE"
                       USING WS-TEAMFIX-NEW-NAME WS-TEAMFIX-NAME
                   IF RETURN-CODE NOT = 0 THEN
                       DISPLAY "Rename of " WS-TEAMFIX-NEW-NAME
                           " to " WS-TEAMFIX-NAME " failed, rc "
                           RETURN-CODE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               ELSE
                   CALL "CBL_DELETE_FILE" USING WS-TEAMFIX-NEW-NAME
               END-IF
           END-IF.

       REWORK-ONE-TEAM-BOARD.
           PERFORM VARYING CORR-IDX FROM 1 BY 1
                   UNTIL CORR-IDX > CORR-COUNT
               IF CORR-STATE(CORR-IDX) = "A" AND
                       CORR-SETTLE-ID(CORR-IDX) = TB-GAME-ID THEN
                   MOVE SPACES TO CORR-REMARK(CORR-IDX)
                   IF CORR-MATCH-VOID(CORR-IDX) = "Y" THEN
                       ADD 1 TO WS-TEAM-CHANGED
                       STRING "TEAM R" TB-ROUND-NO " M" TB-MATCH-NO
                           " B" TB-BOARD-NO " REOPENED FOR REPLAY"
                           DELIMITED BY SIZE
                           INTO CORR-REMARK(CORR-IDX)
                       MOVE "U"    TO TB-STATUS
                       MOVE SPACES TO TB-GAME-ID
                       MOVE 0      TO TB-PLAYED-DATE
                   ELSE
                       STRING "TEAM R" TB-ROUND-NO " M" TB-MATCH-NO
                           " B" TB-BOARD-NO " STANDS AS PLAYED"
                           DELIMITED BY SIZE
                           INTO CORR-REMARK(CORR-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *> the register: every transaction of the run appended to
      *> the register file and printed, applied or rejected
       WRITE-REGISTER.
           OPEN EXTEND REGISTER-FILE
           IF WS-REG-STATUS = "35" THEN
               OPEN OUTPUT REGISTER-FILE
           END-IF
           DISPLAY "===== Result Correction Register ====="
           DISPLAY "Run " WS-RUN-TIMESTAMP " by operator "
               WS-OPERATOR-ID
           DISPLAY "Game id        A Ordered  Old New  Remark"
           PERFORM VARYING CORR-IDX FROM 1 BY 1
                   UNTIL CORR-IDX > CORR-COUNT
               INITIALIZE CORR-REGISTER-RECORD
               MOVE WS-RUN-TIMESTAMP TO CR-TIMESTAMP
               MOVE CORR-GAME-ID(CORR-IDX)    TO CR-GAME-ID
               MOVE CORR-ACTION(CORR-IDX)     TO CR-ACTION
               MOVE CORR-ORDERED-BY(CORR-IDX) TO CR-ORDERED-BY
               MOVE WS-OPERATOR-ID            TO CR-OPERATOR-ID
               MOVE CORR-P1-ID(CORR-IDX)      TO CR-PLAYER1-ID
               MOVE CORR-P2-ID(CORR-IDX)      TO CR-PLAYER2-ID
               MOVE CORR-OLD-WINNER(CORR-IDX) TO CR-OLD-WINNER
               MOVE CORR-OLD-TYPE(CORR-IDX)   TO CR-OLD-RESULT-TYPE
               MOVE CORR-NEW-WINNER(CORR-IDX) TO CR-NEW-WINNER
               MOVE CORR-NEW-TYPE(CORR-IDX)   TO CR-NEW-RESULT-TYPE
               MOVE CORR-STATE(CORR-IDX)      TO CR-DISPOSITION
               MOVE CORR-REMARK(CORR-IDX)     TO CR-REMARK
               MOVE CORR-REASON(CORR-IDX)     TO CR-REASON
               WRITE CORR-REGISTER-RECORD
               IF CORR-STATE(CORR-IDX) = "R" THEN
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY CORR-GAME-ID(CORR-IDX) " "
                       CORR-ACTION(CORR-IDX) " "
                       CORR-ORDERED-BY(CORR-IDX) "          "
                       "REJECTED " CORR-REMARK(CORR-IDX)
               ELSE
                   DISPLAY CORR-GAME-ID(CORR-IDX) " "
                       CORR-ACTION(CORR-IDX) " "
                       CORR-ORDERED-BY(CORR-IDX) " "
                       CORR-OLD-WINNER(CORR-IDX)
                       CORR-OLD-TYPE(CORR-IDX) "  "
                       CORR-NEW-WINNER(CORR-IDX)
                       CORR-NEW-TYPE(CORR-IDX) "   "
                       CORR-REMARK(CORR-IDX)
               END-IF
               DISPLAY "               reason: "
                   CORR-REASON(CORR-IDX)
           END-PERFORM
           CLOSE REGISTER-FILE
           DISPLAY "Transactions read: " WS-READ-COUNT
           DISPLAY "Applied:           " WS-APPLIED-COUNT
           DISPLAY "Rejected:          " WS-REJECTED-COUNT
           DISPLAY "Stats changes:     " WS-DELTA-COUNT
           DISPLAY "Series reworked:   " WS-SERIES-CHANGED
           DISPLAY "Fixtures reopened: " WS-FIX-CHANGED
           DISPLAY "Cup ties changed:  " WS-CUP-CHANGED
           DISPLAY "Swiss boards:      " WS-SWISS-CHANGED
           DISPLAY "Team boards:       " WS-TEAM-CHANGED.

      *> the classic sequential master update, with one twist:
      *> a reversal delta's figures come off the master instead of
      *> going on, so a voided game nets out of every total it
      *> was ever posted to
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

      *> the old master in player-id order; a missing master merges
      *> as an empty one
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

      *> sum one player id's change records, postings and
      *> reversals kept apart; the file is sorted, so the group is
      *> consecutive
       GATHER-DELTA-GROUP.
           MOVE SG-PLAYER-ID TO WS-GROUP-ID
           MOVE 0 TO WS-GROUP-WINS WS-GROUP-LOSSES WS-GROUP-DRAWS
               WS-GROUP-FORFEITS WS-GROUP-GAMES WS-GROUP-TIME
           MOVE 0 TO WS-REV-WINS WS-REV-LOSSES WS-REV-DRAWS
               WS-REV-FORFEITS WS-REV-GAMES WS-REV-TIME
           PERFORM UNTIL WS-SG-EOF = "YES"
                      OR SG-PLAYER-ID NOT = WS-GROUP-ID
               IF SG-DIRECTION = "R" THEN
                   ADD SG-WINS     TO WS-REV-WINS
                   ADD SG-LOSSES   TO WS-REV-LOSSES
                   ADD SG-DRAWS    TO WS-REV-DRAWS
                   ADD SG-FORFEITS TO WS-REV-FORFEITS
                   ADD SG-GAMES    TO WS-REV-GAMES
                   ADD SG-TIME     TO WS-REV-TIME
               ELSE
                   ADD SG-WINS     TO WS-GROUP-WINS
                   ADD SG-LOSSES   TO WS-GROUP-LOSSES
                   ADD SG-DRAWS    TO WS-GROUP-DRAWS
                   ADD SG-FORFEITS TO WS-GROUP-FORFEITS
                   ADD SG-GAMES    TO WS-GROUP-GAMES
                   ADD SG-TIME     TO WS-GROUP-TIME
               END-IF
               PERFORM READ-SORTED-DELTA
           END-PERFORM.

      *> an id the master has never seen - only its postings can
      *> stand; a reversal against nothing nets to nothing
       BUILD-FROM-DELTAS.
           PERFORM GATHER-DELTA-GROUP
           INITIALIZE WS-NEW-STAT-RECORD
           MOVE WS-GROUP-ID TO NS-PLAYER-ID
           COMPUTE WS-NET-VALUE = WS-GROUP-WINS - WS-REV-WINS
           PERFORM FLOOR-NET-VALUE
           MOVE WS-NET-VALUE TO NS-WINS
           COMPUTE WS-NET-VALUE = WS-GROUP-LOSSES - WS-REV-LOSSES
           PERFORM FLOOR-NET-VALUE
           MOVE WS-NET-VALUE TO NS-LOSSES
           COMPUTE WS-NET-VALUE = WS-GROUP-DRAWS - WS-REV-DRAWS
           PERFORM FLOOR-NET-VALUE
           MOVE WS-NET-VALUE TO NS-DRAWS
           COMPUTE WS-NET-VALUE =
               WS-GROUP-FORFEITS - WS-REV-FORFEITS
           PERFORM FLOOR-NET-VALUE
           MOVE WS-NET-VALUE TO NS-FORFEITS
           COMPUTE WS-NET-VALUE = WS-GROUP-GAMES - WS-REV-GAMES
           PERFORM FLOOR-NET-VALUE
           MOVE WS-NET-VALUE TO NS-GAMES
           COMPUTE WS-NET-VALUE = WS-GROUP-TIME - WS-REV-TIME
           PERFORM FLOOR-NET-VALUE
           MOVE WS-NET-VALUE TO NS-TOTAL-TIME
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
           COMPUTE WS-NET-VALUE =
               SM-WINS + WS-GROUP-WINS - WS-REV-WINS
           PERFORM FLOOR-NET-VALUE
           MOVE WS-NET-VALUE TO NS-WINS
           COMPUTE WS-NET-VALUE =
               SM-LOSSES + WS-GROUP-LOSSES - WS-REV-LOSSES
           PERFORM FLOOR-NET-VALUE
           MOVE WS-NET-VALUE TO NS-LOSSES
           COMPUTE WS-NET-VALUE =
               SM-DRAWS + WS-GROUP-DRAWS - WS-REV-DRAWS
           PERFORM FLOOR-NET-VALUE
           MOVE WS-NET-VALUE TO NS-DRAWS
      *> masters written before the forfeits field existed read
      *> back with spaces there - treat that as zero
           IF SM-FORFEITS IS NUMERIC THEN
               MOVE SM-FORFEITS TO WS-BASE-FORFEITS
           ELSE
               MOVE 0 TO WS-BASE-FORFEITS
           END-IF
           COMPUTE WS-NET-VALUE =
               WS-BASE-FORFEITS + WS-GROUP-FORFEITS - WS-REV-FORFEITS
           PERFORM FLOOR-NET-VALUE
           MOVE WS-NET-VALUE TO NS-FORFEITS
           COMPUTE WS-NET-VALUE =
               SM-GAMES + WS-GROUP-GAMES - WS-REV-GAMES
           PERFORM FLOOR-NET-VALUE
           MOVE WS-NET-VALUE TO NS-GAMES
           COMPUTE WS-NET-VALUE =
               SM-TOTAL-TIME + WS-GROUP-TIME - WS-REV-TIME
           PERFORM FLOOR-NET-VALUE
           MOVE WS-NET-VALUE TO NS-TOTAL-TIME
           IF NS-GAMES > 0 THEN
               COMPUTE NS-AVG-TIME = NS-TOTAL-TIME / NS-GAMES
           ELSE
               MOVE 0 TO NS-AVG-TIME
           END-IF
           WRITE NEW-MASTER-RECORD FROM WS-NEW-STAT-RECORD
           PERFORM READ-SORTED-MASTER.

       FLOOR-NET-VALUE.
           IF WS-NET-VALUE < 0 THEN
               MOVE 0 TO WS-NET-VALUE
           END-IF.

      *> the new master only replaces the live one after the merge
      *> closed cleanly; the work files are litter once it is in
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

      *> every file a correction can change, kept as it stood
      *> before the run, so a mistaken ruling can be put back
      *> whole by the restore job
       CUT-MASTER-GENERATIONS.
           MOVE "TTTCORR" TO WS-GEN-JOB
           MOVE WS-MASTER-NAME TO WS-GEN-MASTER
           PERFORM CUT-GENERATION
           MOVE WS-RESULTS-NAME TO WS-GEN-MASTER
           PERFORM CUT-GENERATION
           MOVE WS-SERIES-NAME TO WS-GEN-MASTER
           PERFORM CUT-GENERATION
           MOVE WS-FIXTURES-NAME TO WS-GEN-MASTER
           PERFORM CUT-GENERATION
           MOVE WS-CUPBRKT-NAME TO WS-GEN-MASTER
           PERFORM CUT-GENERATION
           MOVE WS-SWISSPR-NAME TO WS-GEN-MASTER
           PERFORM CUT-GENERATION
           MOVE WS-TEAMFIX-NAME TO WS-GEN-MASTER
           PERFORM CUT-GENERATION.

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

       END PROGRAM TTTCorr.
