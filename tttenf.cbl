       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTEnf.
       AUTHOR. Cassandra Leder

      *> Fixture-enforcement job. The fixtures report prints
      *> OVERDUE and nothing acts on it, so a round can sit open
      *> for weeks and the season close refuses to run. This job
      *> makes one pass over the fixture file and, for every
      *> unplayed fixture:
      *>   - applies the postponement requests on POSTREQ.DAT: an
      *>     approved one moves the due date, a declined one is
      *>     just logged, and one still awaiting a decision holds
      *>     the fixture back from a walkover and is carried
      *>     forward; every disposal goes on the postponement
      *>     register with the old and new due dates and reason;
      *>   - once a fixture is past its due date by more than the
      *>     grace period, awards a walkover from the no-show
      *>     claims on NOSHOW.DAT - the side that claimed it
      *>     turned up wins ("W"), no claim from either side is a
      *>     double forfeit ("D"), and claims from both sides are
      *>     a dispute for the desk. The walkover goes on the
      *>     results file and the stats master and the fixture is
      *>     marked played with the walkover's game id, the same
      *>     three places a played game lands;
      *>   - otherwise, if the fixture falls due within the notice
      *>     window (or is overdue but still in grace), puts it on
      *>     the dunning list, which prints grouped by player so
      *>     the desk can chase people before the walkover rule
      *>     kicks in.
      *> The grace period and notice window come from the
      *> parameter card ENFPARM.DAT (grace days in columns 1-3,
      *> notice days in 4-6); without one both default to 7.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "ENFPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT POSTPONE-FILE ASSIGN TO "POSTREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-STATUS.
           SELECT POSTPONE-NEW-FILE ASSIGN TO "POSTREQ.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQNEW-STATUS.
           SELECT POSTPONE-LOG-FILE ASSIGN TO "POSTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PL-STATUS.
           SELECT CLAIM-FILE ASSIGN TO "NOSHOW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.
           SELECT CLAIM-NEW-FILE ASSIGN TO "NOSHOW.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLNEW-STATUS.
           SELECT FIXTURES-FILE ASSIGN TO "FIXTURES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIX-STATUS.
           SELECT FIXTURES-NEW-FILE ASSIGN TO "FIXTURES.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIXNEW-STATUS.
           SELECT GAME-RESULTS-FILE ASSIGN TO "GAMERSLT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-STATUS.
           SELECT DUNNING-FILE ASSIGN TO "DUNNING.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUN-STATUS.
           SELECT SORTED-DUNNING-FILE ASSIGN TO "DUNNING.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTDUN-STATUS.
           SELECT DUNNING-SORT-FILE ASSIGN TO "DUNSORT.TMP".
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

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-GRACE-DAYS     PIC X(3).
           05  PARM-NOTICE-DAYS    PIC X(3).
       FD  POSTPONE-FILE.
       COPY PPREQREC.
       FD  POSTPONE-NEW-FILE.
       01  POSTPONE-NEW-RECORD  PIC X(60).
       FD  POSTPONE-LOG-FILE.
       COPY PPLOGREC.
       FD  CLAIM-FILE.
       COPY NOSHOWR.
       FD  CLAIM-NEW-FILE.
       01  CLAIM-NEW-RECORD     PIC X(51).
       FD  FIXTURES-FILE.
       COPY FIXREC.
       FD  FIXTURES-NEW-FILE.
       01  FIXTURES-NEW-RECORD  PIC X(52).
       FD  GAME-RESULTS-FILE.
       COPY GAMERSLT.
      *> one line of the dunning list per player per fixture -
      *> each fixture goes on twice, once under each player
       FD  DUNNING-FILE.
       01  DUNNING-RECORD.
           05  DN-PLAYER-ID        PIC X(8).
           05  DN-DUE-DATE         PIC 9(8).
           05  DN-ROUND-NO         PIC 9(2).
           05  DN-FIXTURE-NO       PIC 9(3).
           05  DN-OPPONENT-ID      PIC X(8).
           05  DN-NOTE             PIC X(30).
       FD  SORTED-DUNNING-FILE.
       01  SORTED-DUNNING-RECORD.
           05  SN-PLAYER-ID        PIC X(8).
           05  SN-DUE-DATE         PIC 9(8).
           05  SN-ROUND-NO         PIC 9(2).
           05  SN-FIXTURE-NO       PIC 9(3).
           05  SN-OPPONENT-ID      PIC X(8).
           05  SN-NOTE             PIC X(30).
       SD  DUNNING-SORT-FILE.
       01  DUNNING-SORT-RECORD.
           05  DS-PLAYER-ID        PIC X(8).
           05  DS-DUE-DATE         PIC 9(8).
           05  FILLER              PIC X(43).
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
       01  WS-PARM-STATUS       PIC X(2) VALUE "00".
       01  WS-PQ-STATUS         PIC X(2) VALUE "00".
       01  WS-PQNEW-STATUS      PIC X(2) VALUE "00".
       01  WS-PL-STATUS         PIC X(2) VALUE "00".
       01  WS-CLAIM-STATUS      PIC X(2) VALUE "00".
       01  WS-CLNEW-STATUS      PIC X(2) VALUE "00".
       01  WS-FIX-STATUS        PIC X(2) VALUE "00".
       01  WS-FIXNEW-STATUS     PIC X(2) VALUE "00".
       01  WS-RESULTS-STATUS    PIC X(2) VALUE "00".
       01  WS-DUN-STATUS        PIC X(2) VALUE "00".
       01  WS-SORTDUN-STATUS    PIC X(2) VALUE "00".
       01  WS-EOF-FLAG          PIC X(3) VALUE "NO".
       01  WS-RUN-TIMESTAMP     PIC X(14).
       01  WS-TODAY             PIC 9(8).
       01  WS-GRACE-DAYS        PIC 9(3) VALUE 7.
       01  WS-NOTICE-DAYS       PIC 9(3) VALUE 7.
      *> the last due date still inside the notice window
       01  WS-NOTICE-LIMIT      PIC 9(8).
      *> the day after which a fixture's grace has run out
       01  WS-WALKOVER-DATE     PIC 9(8).
       01  WS-PQ-FILE-FOUND     PIC X(3) VALUE "NO".
       01  WS-CLAIM-FILE-FOUND  PIC X(3) VALUE "NO".

      *> every postponement request on file, with what became of
      *> it this run
       01  PQ-TABLE.
           05  PQ-COUNT         PIC 9(4) VALUE 0.
           05  PQ-ENTRY OCCURS 300 TIMES INDEXED BY PQ-IDX.
               10  PQT-ROUND-NO     PIC 9(2).
               10  PQT-FIXTURE-NO   PIC 9(3).
               10  PQT-REQUESTED-BY PIC X(8).
               10  PQT-NEW-DUE      PIC 9(8).
               10  PQT-DECISION     PIC X(1).
               10  PQT-DECIDED-BY   PIC X(8).
               10  PQT-REASON       PIC X(30).
      *> "N" = not yet seen against its fixture, "K" = kept
      *> pending, "A" = applied, "D" = declined, "R" = rejected
               10  PQT-STATE        PIC X(1).
               10  PQT-REMARK       PIC X(30).
               10  PQT-P1-ID        PIC X(8).
               10  PQT-P2-ID        PIC X(8).
               10  PQT-OLD-DUE      PIC 9(8).

      *> every no-show claim on file; a claim used by a walkover,
      *> against a fixture already played or naming somebody not
      *> in the fixture is dropped, the rest are carried forward
       01  CLAIM-TABLE.
           05  CLAIM-COUNT      PIC 9(4) VALUE 0.
           05  CLAIM-ENTRY OCCURS 500 TIMES INDEXED BY CLAIM-IDX.
               10  CLT-ROUND-NO     PIC 9(2).
               10  CLT-FIXTURE-NO   PIC 9(3).
               10  CLT-CLAIMANT-ID  PIC X(8).
               10  CLT-CLAIM-DATE   PIC 9(8).
               10  CLT-NOTE         PIC X(30).
      *> "K" = keep, "U" = used by a walkover, "F" = fixture
      *> already played, "X" = discarded
               10  CLT-STATE        PIC X(1).

      *> per-fixture working fields
       01  WS-FIX-HELD          PIC X(3).
       01  WS-FIX-CHANGED       PIC X(3) VALUE "NO".
       01  WS-P1-CLAIMED        PIC X(3).
       01  WS-P2-CLAIMED        PIC X(3).
       01  WS-WALKOVER-WINNER   PIC X(1).
       01  WS-WALKOVER-TYPE     PIC X(1).
       01  WS-WALKOVER-GAME-ID  PIC X(14).
       01  WS-DUN-NOTE          PIC X(30).

      *> run totals
       01  WS-FIX-READ          PIC 9(6) VALUE 0.
       01  WS-POSTPONED-COUNT   PIC 9(4) VALUE 0.
       01  WS-DECLINED-COUNT    PIC 9(4) VALUE 0.
       01  WS-PQ-REJECT-COUNT   PIC 9(4) VALUE 0.
       01  WS-HELD-COUNT        PIC 9(4) VALUE 0.
       01  WS-WALKOVER-COUNT    PIC 9(4) VALUE 0.
       01  WS-DOUBLE-COUNT      PIC 9(4) VALUE 0.
       01  WS-DISPUTE-COUNT     PIC 9(4) VALUE 0.
       01  WS-DUNNING-COUNT     PIC 9(4) VALUE 0.
       01  WS-DUN-LAST-ID       PIC X(8).
       01  WS-DUN-EOF           PIC X(3) VALUE "NO".

       01  WS-PQ-NAME           PIC X(11) VALUE "POSTREQ.DAT".
       01  WS-PQ-NEW-NAME       PIC X(11) VALUE "POSTREQ.NEW".
       01  WS-CLAIM-NAME        PIC X(10) VALUE "NOSHOW.DAT".
       01  WS-CLAIM-NEW-NAME    PIC X(10) VALUE "NOSHOW.NEW".
       01  WS-FIXTURES-NAME     PIC X(12) VALUE "FIXTURES.DAT".
       01  WS-FIXTURES-NEW-NAME PIC X(12) VALUE "FIXTURES.NEW".
       01  WS-DUN-NAME          PIC X(11) VALUE "DUNNING.TMP".
       01  WS-SORTDUN-NAME      PIC X(11) VALUE "DUNNING.SRT".

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
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY
           PERFORM READ-PARAMETERS
           COMPUTE WS-NOTICE-LIMIT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-NOTICE-DAYS)
           DISPLAY "===== Fixture Enforcement ====="
           DISPLAY "Run " WS-RUN-TIMESTAMP "  grace days "
               WS-GRACE-DAYS "  notice days " WS-NOTICE-DAYS
           PERFORM LOAD-POSTPONEMENTS
           PERFORM LOAD-CLAIMS
           PERFORM CUT-MASTER-GENERATIONS
           OPEN OUTPUT STAT-DELTA-FILE
           OPEN OUTPUT DUNNING-FILE
           PERFORM ENFORCE-FIXTURES
           CLOSE STAT-DELTA-FILE
           CLOSE DUNNING-FILE
           IF WS-FIX-STATUS NOT = "00" THEN
               CALL "CBL_DELETE_FILE" USING WS-DELTA-NAME
               CALL "CBL_DELETE_FILE" USING WS-DUN-NAME
               STOP RUN
           END-IF
           PERFORM WRITE-POSTPONE-REGISTER
           PERFORM CARRY-FORWARD-REQUESTS
           PERFORM CARRY-FORWARD-CLAIMS
           IF WS-DELTA-COUNT > 0 THEN
               PERFORM MERGE-POST-STATS
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-DELTA-NAME
           END-IF
           PERFORM PRINT-DUNNING-LIST
           DISPLAY " "
           DISPLAY "Fixtures read:          " WS-FIX-READ
           DISPLAY "Postponements applied:  " WS-POSTPONED-COUNT
           DISPLAY "Postponements declined: " WS-DECLINED-COUNT
           DISPLAY "Requests rejected:      " WS-PQ-REJECT-COUNT
           DISPLAY "Held awaiting decision: " WS-HELD-COUNT
           DISPLAY "Walkovers awarded:      " WS-WALKOVER-COUNT
           DISPLAY "Double forfeits:        " WS-DOUBLE-COUNT
           DISPLAY "Disputed - to the desk: " WS-DISPUTE-COUNT
           DISPLAY "Dunning lines:          " WS-DUNNING-COUNT
           STOP RUN.

      *> the parameter card is optional; a blank or non-numeric
      *> field keeps its default
       READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00" THEN
               READ PARM-FILE
                   NOT AT END
                       IF PARM-GRACE-DAYS IS NUMERIC THEN
                           MOVE PARM-GRACE-DAYS TO WS-GRACE-DAYS
                       END-IF
                       IF PARM-NOTICE-DAYS IS NUMERIC THEN
                           MOVE PARM-NOTICE-DAYS TO WS-NOTICE-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       LOAD-POSTPONEMENTS.
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT POSTPONE-FILE
           IF WS-PQ-STATUS = "00" THEN
               MOVE "YES" TO WS-PQ-FILE-FOUND
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ POSTPONE-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF PQ-COUNT < 300 THEN
                               ADD 1 TO PQ-COUNT
                               INITIALIZE PQ-ENTRY(PQ-COUNT)
                               MOVE PQ-ROUND-NO
                                   TO PQT-ROUND-NO(PQ-COUNT)
                               MOVE PQ-FIXTURE-NO
                                   TO PQT-FIXTURE-NO(PQ-COUNT)
                               MOVE PQ-REQUESTED-BY
                                   TO PQT-REQUESTED-BY(PQ-COUNT)
                               MOVE PQ-NEW-DUE-DATE
                                   TO PQT-NEW-DUE(PQ-COUNT)
                               MOVE PQ-DECISION
                                   TO PQT-DECISION(PQ-COUNT)
                               MOVE PQ-DECIDED-BY
                                   TO PQT-DECIDED-BY(PQ-COUNT)
                               MOVE PQ-REASON
                                   TO PQT-REASON(PQ-COUNT)
                               MOVE "N" TO PQT-STATE(PQ-COUNT)
                           ELSE
                               DISPLAY "Postponement table full, "
                                   "dropping request for R"
                                   PQ-ROUND-NO " #" PQ-FIXTURE-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTPONE-FILE
           END-IF.

       LOAD-CLAIMS.
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT CLAIM-FILE
           IF WS-CLAIM-STATUS = "00" THEN
               MOVE "YES" TO WS-CLAIM-FILE-FOUND
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ CLAIM-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF CLAIM-COUNT < 500 THEN
                               ADD 1 TO CLAIM-COUNT
                               MOVE NC-ROUND-NO
                                   TO CLT-ROUND-NO(CLAIM-COUNT)
                               MOVE NC-FIXTURE-NO
                                   TO CLT-FIXTURE-NO(CLAIM-COUNT)
                               MOVE NC-CLAIMANT-ID
                                   TO CLT-CLAIMANT-ID(CLAIM-COUNT)
                               MOVE NC-CLAIM-DATE
                                   TO CLT-CLAIM-DATE(CLAIM-COUNT)
                               MOVE NC-NOTE
                                   TO CLT-NOTE(CLAIM-COUNT)
                               MOVE "K" TO CLT-STATE(CLAIM-COUNT)
                           ELSE
                               DISPLAY "Claim table full, dropping "
                                   "claim for R" NC-ROUND-NO " #"
                                   NC-FIXTURE-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLAIM-FILE
           END-IF.

      *> one read-and-copy pass over the fixture file; played
      *> fixtures pass straight through, unplayed ones are
      *> postponed, walked over or dunned on the way
       ENFORCE-FIXTURES.
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT FIXTURES-FILE
           IF WS-FIX-STATUS = "00" THEN
               OPEN OUTPUT FIXTURES-NEW-FILE
               OPEN EXTEND GAME-RESULTS-FILE
               IF WS-RESULTS-STATUS = "35" THEN
                   OPEN OUTPUT GAME-RESULTS-FILE
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ FIXTURES-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-FIX-READ
                           IF FX-STATUS = "P" THEN
                               PERFORM REFUSE-PLAYED-REQUESTS
                           ELSE
                               PERFORM ENFORCE-ONE-FIXTURE
                           END-IF
                           WRITE FIXTURES-NEW-RECORD
                               FROM FIXTURE-RECORD
                   END-READ
               END-PERFORM
               CLOSE FIXTURES-FILE
               CLOSE FIXTURES-NEW-FILE
               CLOSE GAME-RESULTS-FILE
               IF WS-FIX-CHANGED = "YES" THEN
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
           ELSE
               DISPLAY "Could not open FIXTURES.DAT, status "
                   WS-FIX-STATUS
           END-IF
      *> a request still unseen matched no fixture on file
           PERFORM VARYING PQ-IDX FROM 1 BY 1
                   UNTIL PQ-IDX > PQ-COUNT
               IF PQT-STATE(PQ-IDX) = "N" THEN
                   MOVE "R" TO PQT-STATE(PQ-IDX)
                   MOVE "NO SUCH FIXTURE" TO PQT-REMARK(PQ-IDX)
               END-IF
           END-PERFORM.

      *> a request against a fixture already played has nothing
      *> left to postpone, and a claim against it has nothing left
      *> to decide - it is finished, so a fixture reopened later
      *> by a voided game does not find it waiting
       REFUSE-PLAYED-REQUESTS.
           PERFORM VARYING CLAIM-IDX FROM 1 BY 1
                   UNTIL CLAIM-IDX > CLAIM-COUNT
               IF CLT-STATE(CLAIM-IDX) = "K" AND
                       CLT-ROUND-NO(CLAIM-IDX) = FX-ROUND-NO AND
                       CLT-FIXTURE-NO(CLAIM-IDX) = FX-FIXTURE-NO THEN
                   MOVE "F" TO CLT-STATE(CLAIM-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING PQ-IDX FROM 1 BY 1
                   UNTIL PQ-IDX > PQ-COUNT
               IF PQT-STATE(PQ-IDX) = "N" AND
                       PQT-ROUND-NO(PQ-IDX) = FX-ROUND-NO AND
                       PQT-FIXTURE-NO(PQ-IDX) = FX-FIXTURE-NO THEN
                   PERFORM NOTE-REQUEST-FIXTURE
                   MOVE "R" TO PQT-STATE(PQ-IDX)
                   MOVE "FIXTURE ALREADY PLAYED"
                       TO PQT-REMARK(PQ-IDX)
               END-IF
           END-PERFORM.

       ENFORCE-ONE-FIXTURE.
           MOVE "NO" TO WS-FIX-HELD
           PERFORM VARYING PQ-IDX FROM 1 BY 1
                   UNTIL PQ-IDX > PQ-COUNT
               IF PQT-STATE(PQ-IDX) = "N" AND
                       PQT-ROUND-NO(PQ-IDX) = FX-ROUND-NO AND
                       PQT-FIXTURE-NO(PQ-IDX) = FX-FIXTURE-NO THEN
                   PERFORM DISPOSE-ONE-REQUEST
               END-IF
           END-PERFORM
      *> a due date the scheduler never filled in cannot run out
           IF FX-DUE-DATE IS NUMERIC AND
                   FX-DUE-DATE >= 16010101 THEN
               COMPUTE WS-WALKOVER-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(FX-DUE-DATE)
                   + WS-GRACE-DAYS)
               PERFORM JUDGE-OPEN-FIXTURE
           END-IF.

      *> held, walked over, dunned as overdue, dunned as coming
      *> due, or left alone - in that order of precedence
       JUDGE-OPEN-FIXTURE.
           EVALUATE TRUE
               WHEN WS-FIX-HELD = "YES"
                   ADD 1 TO WS-HELD-COUNT
                   IF FX-DUE-DATE <= WS-NOTICE-LIMIT THEN
                       MOVE "POSTPONEMENT AWAITING DECISION"
                           TO WS-DUN-NOTE
                       PERFORM WRITE-DUNNING-PAIR
                   END-IF
               WHEN WS-TODAY > WS-WALKOVER-DATE
                   PERFORM AWARD-WALKOVER
               WHEN FX-DUE-DATE < WS-TODAY
                   MOVE SPACES TO WS-DUN-NOTE
                   STRING "OVERDUE - WALKOVER AFTER "
                       WS-WALKOVER-DATE DELIMITED BY SIZE
                       INTO WS-DUN-NOTE
                   PERFORM WRITE-DUNNING-PAIR
               WHEN FX-DUE-DATE <= WS-NOTICE-LIMIT
                   MOVE "COMING DUE" TO WS-DUN-NOTE
                   PERFORM WRITE-DUNNING-PAIR
           END-EVALUATE.

      *> one request against this unplayed fixture: undecided ones
      *> hold it; approved ones move the due date once they pass
      *> the edits; declined ones are only logged
       DISPOSE-ONE-REQUEST.
           PERFORM NOTE-REQUEST-FIXTURE
           EVALUATE TRUE
               WHEN PQT-DECISION(PQ-IDX) = SPACE
                   MOVE "K" TO PQT-STATE(PQ-IDX)
                   MOVE "YES" TO WS-FIX-HELD
               WHEN PQT-DECISION(PQ-IDX) = "D"
                   MOVE "D" TO PQT-STATE(PQ-IDX)
                   MOVE "DECLINED" TO PQT-REMARK(PQ-IDX)
                   MOVE PQT-OLD-DUE(PQ-IDX) TO PQT-NEW-DUE(PQ-IDX)
                   ADD 1 TO WS-DECLINED-COUNT
               WHEN PQT-DECISION(PQ-IDX) NOT = "A"
                   MOVE "R" TO PQT-STATE(PQ-IDX)
                   MOVE "DECISION NOT A, D OR SPACE"
                       TO PQT-REMARK(PQ-IDX)
               WHEN PQT-DECIDED-BY(PQ-IDX) = SPACES
                   MOVE "R" TO PQT-STATE(PQ-IDX)
                   MOVE "APPROVED BUT NO OFFICIAL NAMED"
                       TO PQT-REMARK(PQ-IDX)
               WHEN PQT-NEW-DUE(PQ-IDX) IS NOT NUMERIC
                   MOVE "R" TO PQT-STATE(PQ-IDX)
                   MOVE "NEW DUE DATE NOT NUMERIC"
                       TO PQT-REMARK(PQ-IDX)
               WHEN PQT-NEW-DUE(PQ-IDX) <= FX-DUE-DATE OR
                       PQT-NEW-DUE(PQ-IDX) < WS-TODAY
                   MOVE "R" TO PQT-STATE(PQ-IDX)
                   MOVE "NEW DUE DATE NOT LATER"
                       TO PQT-REMARK(PQ-IDX)
               WHEN FUNCTION TEST-DATE-YYYYMMDD(PQT-NEW-DUE(PQ-IDX))
                       NOT = 0
                   MOVE "R" TO PQT-STATE(PQ-IDX)
                   MOVE "NEW DUE DATE NOT A DATE"
                       TO PQT-REMARK(PQ-IDX)
               WHEN OTHER
                   MOVE "A" TO PQT-STATE(PQ-IDX)
                   MOVE "DUE DATE MOVED" TO PQT-REMARK(PQ-IDX)
                   MOVE PQT-NEW-DUE(PQ-IDX) TO FX-DUE-DATE
                   MOVE "YES" TO WS-FIX-CHANGED
                   ADD 1 TO WS-POSTPONED-COUNT
                   DISPLAY "POSTPONED R" FX-ROUND-NO " #"
                       FX-FIXTURE-NO " " FX-PLAYER1-ID " v "
                       FX-PLAYER2-ID " from "
                       PQT-OLD-DUE(PQ-IDX) " to " FX-DUE-DATE
           END-EVALUATE
           IF PQT-STATE(PQ-IDX) = "R" THEN
               ADD 1 TO WS-PQ-REJECT-COUNT
           END-IF.

       NOTE-REQUEST-FIXTURE.
           MOVE FX-PLAYER1-ID TO PQT-P1-ID(PQ-IDX)
           MOVE FX-PLAYER2-ID TO PQT-P2-ID(PQ-IDX)
           MOVE FX-DUE-DATE   TO PQT-OLD-DUE(PQ-IDX).

      *> grace has run out: the claims decide who gets the game
       AWARD-WALKOVER.
           MOVE "NO" TO WS-P1-CLAIMED
           MOVE "NO" TO WS-P2-CLAIMED
           PERFORM VARYING CLAIM-IDX FROM 1 BY 1
                   UNTIL CLAIM-IDX > CLAIM-COUNT
               IF CLT-STATE(CLAIM-IDX) = "K" AND
                       CLT-ROUND-NO(CLAIM-IDX) = FX-ROUND-NO AND
                       CLT-FIXTURE-NO(CLAIM-IDX) = FX-FIXTURE-NO THEN
                   EVALUATE CLT-CLAIMANT-ID(CLAIM-IDX)
                       WHEN FX-PLAYER1-ID
                           MOVE "YES" TO WS-P1-CLAIMED
                       WHEN FX-PLAYER2-ID
                           MOVE "YES" TO WS-P2-CLAIMED
                       WHEN OTHER
                           MOVE "X" TO CLT-STATE(CLAIM-IDX)
                           DISPLAY "Claim by "
                               CLT-CLAIMANT-ID(CLAIM-IDX)
                               " against R" FX-ROUND-NO " #"
                               FX-FIXTURE-NO " ignored - not a "
                               "player in the fixture"
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-P1-CLAIMED = "YES" AND WS-P2-CLAIMED = "YES" THEN
               ADD 1 TO WS-DISPUTE-COUNT
               DISPLAY "DISPUTED  R" FX-ROUND-NO " #"
                   FX-FIXTURE-NO " " FX-PLAYER1-ID " v "
                   FX-PLAYER2-ID " - both sides claim they "
                   "turned up; no walkover, refer to the desk"
           ELSE
               PERFORM POST-WALKOVER
           END-IF.

      *> the award itself: results record, stats changes, and the
      *> fixture marked played with the walkover's game id
       POST-WALKOVER.
           EVALUATE TRUE
               WHEN WS-P1-CLAIMED = "YES"
                   MOVE "X" TO WS-WALKOVER-WINNER
                   MOVE "W" TO WS-WALKOVER-TYPE
               WHEN WS-P2-CLAIMED = "YES"
                   MOVE "O" TO WS-WALKOVER-WINNER
                   MOVE "W" TO WS-WALKOVER-TYPE
               WHEN OTHER
                   MOVE SPACE TO WS-WALKOVER-WINNER
                   MOVE "D" TO WS-WALKOVER-TYPE
           END-EVALUATE
      *> one walkover per fixture, ever, so the date and fixture
      *> key make the id unique without the clock
           MOVE SPACES TO WS-WALKOVER-GAME-ID
           STRING WS-TODAY "W" FX-ROUND-NO FX-FIXTURE-NO
               DELIMITED BY SIZE INTO WS-WALKOVER-GAME-ID
           PERFORM WRITE-WALKOVER-RESULT
           PERFORM WRITE-WALKOVER-DELTAS
           MOVE "P" TO FX-STATUS
           MOVE WS-WALKOVER-GAME-ID TO FX-GAME-ID
           MOVE WS-TODAY TO FX-PLAYED-DATE
           MOVE "YES" TO WS-FIX-CHANGED
           PERFORM VARYING CLAIM-IDX FROM 1 BY 1
                   UNTIL CLAIM-IDX > CLAIM-COUNT
               IF CLT-STATE(CLAIM-IDX) = "K" AND
                       CLT-ROUND-NO(CLAIM-IDX) = FX-ROUND-NO AND
                       CLT-FIXTURE-NO(CLAIM-IDX) = FX-FIXTURE-NO THEN
                   MOVE "U" TO CLT-STATE(CLAIM-IDX)
               END-IF
           END-PERFORM
           EVALUATE WS-WALKOVER-WINNER
               WHEN "X"
                   ADD 1 TO WS-WALKOVER-COUNT
                   DISPLAY "WALKOVER  R" FX-ROUND-NO " #"
                       FX-FIXTURE-NO " to " FX-PLAYER1-ID
                       " - " FX-PLAYER2-ID " did not show, game "
                       WS-WALKOVER-GAME-ID
               WHEN "O"
                   ADD 1 TO WS-WALKOVER-COUNT
                   DISPLAY "WALKOVER  R" FX-ROUND-NO " #"
                       FX-FIXTURE-NO " to " FX-PLAYER2-ID
                       " - " FX-PLAYER1-ID " did not show, game "
                       WS-WALKOVER-GAME-ID
               WHEN OTHER
                   ADD 1 TO WS-DOUBLE-COUNT
                   DISPLAY "DOUBLE FORFEIT R" FX-ROUND-NO " #"
                       FX-FIXTURE-NO " " FX-PLAYER1-ID " v "
                       FX-PLAYER2-ID " - neither side claimed, game "
                       WS-WALKOVER-GAME-ID
           END-EVALUATE.

      *> no board was played: no turns, no time, no game log
       WRITE-WALKOVER-RESULT.
           INITIALIZE GAME-RESULT-RECORD
           MOVE WS-WALKOVER-GAME-ID TO GR-GAME-ID
           MOVE FX-PLAYER1-ID       TO GR-PLAYER1-ID
           MOVE FX-PLAYER2-ID       TO GR-PLAYER2-ID
           MOVE WS-WALKOVER-WINNER  TO GR-WINNER
           MOVE "ADJUD "            TO GR-MODE
           MOVE 0                   TO GR-BOARD-SIZE
           MOVE 0                   TO GR-TURN-COUNT
           MOVE 0                   TO GR-TOTAL-TIME
           MOVE WS-TODAY            TO GR-DATE
           MOVE WS-WALKOVER-TYPE    TO GR-RESULT-TYPE
           MOVE SPACE               TO GR-CORRECTION-FLAG
           WRITE GAME-RESULT-RECORD.

      *> the side that showed gets the win, the side that did not
      *> is charged a forfeit; a double forfeit charges both
       WRITE-WALKOVER-DELTAS.
           EVALUATE WS-WALKOVER-WINNER
               WHEN "X"
                   MOVE FX-PLAYER1-ID TO WS-STAT-ID
                   MOVE "WIN " TO WS-STAT-RESULT
                   PERFORM WRITE-ONE-DELTA
                   MOVE FX-PLAYER2-ID TO WS-STAT-ID
                   MOVE "FFT " TO WS-STAT-RESULT
                   PERFORM WRITE-ONE-DELTA
               WHEN "O"
                   MOVE FX-PLAYER2-ID TO WS-STAT-ID
                   MOVE "WIN " TO WS-STAT-RESULT
                   PERFORM WRITE-ONE-DELTA
                   MOVE FX-PLAYER1-ID TO WS-STAT-ID
                   MOVE "FFT " TO WS-STAT-RESULT
                   PERFORM WRITE-ONE-DELTA
               WHEN OTHER
                   MOVE FX-PLAYER1-ID TO WS-STAT-ID
                   MOVE "FFT " TO WS-STAT-RESULT
                   PERFORM WRITE-ONE-DELTA
                   MOVE FX-PLAYER2-ID TO WS-STAT-ID
                   MOVE "FFT " TO WS-STAT-RESULT
                   PERFORM WRITE-ONE-DELTA
           END-EVALUATE.

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
           MOVE 0 TO SD-TIME
           WRITE STAT-DELTA-RECORD
           ADD 1 TO WS-DELTA-COUNT.

      *> both players of the fixture get a line under their own id
       WRITE-DUNNING-PAIR.
           ADD 1 TO WS-DUNNING-COUNT
           MOVE FX-PLAYER1-ID TO DN-PLAYER-ID
           MOVE FX-PLAYER2-ID TO DN-OPPONENT-ID
           MOVE FX-DUE-DATE   TO DN-DUE-DATE
           MOVE FX-ROUND-NO   TO DN-ROUND-NO
           MOVE FX-FIXTURE-NO TO DN-FIXTURE-NO
           MOVE WS-DUN-NOTE   TO DN-NOTE
           WRITE DUNNING-RECORD
           MOVE FX-PLAYER2-ID TO DN-PLAYER-ID
           MOVE FX-PLAYER1-ID TO DN-OPPONENT-ID
           WRITE DUNNING-RECORD.

      *> every request disposed of this run goes on the register;
      *> one still awaiting its decision waits for a later run
       WRITE-POSTPONE-REGISTER.
           OPEN EXTEND POSTPONE-LOG-FILE
           IF WS-PL-STATUS = "35" THEN
               OPEN OUTPUT POSTPONE-LOG-FILE
           END-IF
           PERFORM VARYING PQ-IDX FROM 1 BY 1
                   UNTIL PQ-IDX > PQ-COUNT
               IF PQT-STATE(PQ-IDX) NOT = "K" THEN
                   INITIALIZE POSTPONE-LOG-RECORD
                   MOVE WS-RUN-TIMESTAMP TO PL-TIMESTAMP
                   MOVE PQT-ROUND-NO(PQ-IDX)     TO PL-ROUND-NO
                   MOVE PQT-FIXTURE-NO(PQ-IDX)   TO PL-FIXTURE-NO
                   MOVE PQT-P1-ID(PQ-IDX)        TO PL-PLAYER1-ID
                   MOVE PQT-P2-ID(PQ-IDX)        TO PL-PLAYER2-ID
                   MOVE PQT-OLD-DUE(PQ-IDX)      TO PL-OLD-DUE-DATE
                   IF PQT-STATE(PQ-IDX) = "A" THEN
                       MOVE PQT-NEW-DUE(PQ-IDX) TO PL-NEW-DUE-DATE
                   ELSE
                       MOVE PQT-OLD-DUE(PQ-IDX) TO PL-NEW-DUE-DATE
                   END-IF
                   MOVE PQT-REQUESTED-BY(PQ-IDX) TO PL-REQUESTED-BY
                   MOVE PQT-DECIDED-BY(PQ-IDX)   TO PL-DECIDED-BY
                   MOVE PQT-STATE(PQ-IDX)        TO PL-DISPOSITION
                   MOVE PQT-REASON(PQ-IDX)       TO PL-REASON
                   MOVE PQT-REMARK(PQ-IDX)       TO PL-REMARK
                   WRITE POSTPONE-LOG-RECORD
                   IF PQT-STATE(PQ-IDX) = "R" THEN
                       DISPLAY "REQUEST REJECTED R"
                           PQT-ROUND-NO(PQ-IDX) " #"
                           PQT-FIXTURE-NO(PQ-IDX) " by "
                           PQT-REQUESTED-BY(PQ-IDX) " - "
                           PQT-REMARK(PQ-IDX)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE POSTPONE-LOG-FILE.

      *> the request file keeps only what is still undecided
       CARRY-FORWARD-REQUESTS.
           IF WS-PQ-FILE-FOUND = "YES" THEN
               OPEN OUTPUT POSTPONE-NEW-FILE
               PERFORM VARYING PQ-IDX FROM 1 BY 1
                       UNTIL PQ-IDX > PQ-COUNT
                   IF PQT-STATE(PQ-IDX) = "K" THEN
                       INITIALIZE POSTPONE-REQUEST-RECORD
                       MOVE PQT-ROUND-NO(PQ-IDX)   TO PQ-ROUND-NO
                       MOVE PQT-FIXTURE-NO(PQ-IDX) TO PQ-FIXTURE-NO
                       MOVE PQT-REQUESTED-BY(PQ-IDX)
                           TO PQ-REQUESTED-BY
                       MOVE PQT-NEW-DUE(PQ-IDX) TO PQ-NEW-DUE-DATE
                       MOVE PQT-DECISION(PQ-IDX) TO PQ-DECISION
                       MOVE PQT-DECIDED-BY(PQ-IDX) TO PQ-DECIDED-BY
                       MOVE PQT-REASON(PQ-IDX) TO PQ-REASON
                       WRITE POSTPONE-NEW-RECORD
                           FROM POSTPONE-REQUEST-RECORD
                   END-IF
               END-PERFORM
               CLOSE POSTPONE-NEW-FILE
               CALL "CBL_DELETE_FILE" USING WS-PQ-NAME
               CALL "CBL_RENAME_FILE"
                   USING WS-PQ-NEW-NAME WS-PQ-NAME
               IF RETURN-CODE NOT = 0 THEN
                   DISPLAY "Rename of " WS-PQ-NEW-NAME " to "
                       WS-PQ-NAME " failed, rc " RETURN-CODE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

      *> the claim file keeps claims against fixtures still open
       CARRY-FORWARD-CLAIMS.
           IF WS-CLAIM-FILE-FOUND = "YES" THEN
               OPEN OUTPUT CLAIM-NEW-FILE
               PERFORM VARYING CLAIM-IDX FROM 1 BY 1
                       UNTIL CLAIM-IDX > CLAIM-COUNT
                   IF CLT-STATE(CLAIM-IDX) = "K" THEN
                       INITIALIZE NO-SHOW-CLAIM-RECORD
                       MOVE CLT-ROUND-NO(CLAIM-IDX) TO NC-ROUND-NO
                       MOVE CLT-FIXTURE-NO(CLAIM-IDX)
                           TO NC-FIXTURE-NO
                       MOVE CLT-CLAIMANT-ID(CLAIM-IDX)
                           TO NC-CLAIMANT-ID
                       MOVE CLT-CLAIM-DATE(CLAIM-IDX)
                           TO NC-CLAIM-DATE
                       MOVE CLT-NOTE(CLAIM-IDX) TO NC-NOTE
                       WRITE CLAIM-NEW-RECORD
                           FROM NO-SHOW-CLAIM-RECORD
                   END-IF
               END-PERFORM
               CLOSE CLAIM-NEW-FILE
               CALL "CBL_DELETE_FILE" USING WS-CLAIM-NAME
               CALL "CBL_RENAME_FILE"
                   USING WS-CLAIM-NEW-NAME WS-CLAIM-NAME
               IF RETURN-CODE NOT = 0 THEN
                   DISPLAY "Rename of " WS-CLAIM-NEW-NAME " to "
                       WS-CLAIM-NAME " failed, rc " RETURN-CODE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

      *> the dunning lines sorted by player then due date, printed
      *> with a break on each player so the desk works down one
      *> name at a time
       PRINT-DUNNING-LIST.
           DISPLAY " "
           DISPLAY "===== Dunning List - fixtures due by "
               WS-NOTICE-LIMIT " ====="
           IF WS-DUNNING-COUNT = 0 THEN
               DISPLAY "Nothing coming due - nobody to chase"
               CALL "CBL_DELETE_FILE" USING WS-DUN-NAME
           ELSE
               SORT DUNNING-SORT-FILE
                   ON ASCENDING KEY DS-PLAYER-ID DS-DUE-DATE
                   USING DUNNING-FILE GIVING SORTED-DUNNING-FILE
               MOVE SPACES TO WS-DUN-LAST-ID
               MOVE "NO" TO WS-DUN-EOF
               OPEN INPUT SORTED-DUNNING-FILE
               PERFORM UNTIL WS-DUN-EOF = "YES"
                   READ SORTED-DUNNING-FILE
                       AT END MOVE "YES" TO WS-DUN-EOF
                       NOT AT END
                           IF SN-PLAYER-ID NOT = WS-DUN-LAST-ID THEN
                               DISPLAY " "
                               DISPLAY "Player " SN-PLAYER-ID
                               MOVE SN-PLAYER-ID TO WS-DUN-LAST-ID
                           END-IF
                           DISPLAY "  R" SN-ROUND-NO " #"
                               SN-FIXTURE-NO " v " SN-OPPONENT-ID
                               " due " SN-DUE-DATE "  " SN-NOTE
                   END-READ
               END-PERFORM
               CLOSE SORTED-DUNNING-FILE
               CALL "CBL_DELETE_FILE" USING WS-DUN-NAME
               CALL "CBL_DELETE_FILE" USING WS-SORTDUN-NAME
           END-IF.

      *> the classic sequential master update: sort the old master
      *> image, sort the run's changes by player id, then one
      *> merge pass writes the new master and the swap puts it live
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

      *> sum every change record for one player id; the file is
      *> sorted, so the group is consecutive
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
      *> masters written before the forfeits field existed read
      *> back with spaces there - treat that as zero
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

      *> the fixture file, the stats master and the results file,
      *> kept as they stood before the run moves due dates and
      *> posts walkovers
       CUT-MASTER-GENERATIONS.
           MOVE "TTTENF" TO WS-GEN-JOB
           MOVE WS-FIXTURES-NAME TO WS-GEN-MASTER
           PERFORM CUT-GENERATION
           MOVE WS-MASTER-NAME TO WS-GEN-MASTER
           PERFORM CUT-GENERATION
           MOVE "GAMERSLT.DAT" TO WS-GEN-MASTER
           PERFORM CUT-GENERATION.

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

       END PROGRAM TTTEnf.
