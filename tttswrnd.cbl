       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTSwRnd.
       AUTHOR. Cassandra Leder

      *> Swiss round job and standings. Reads the open event's
      *> entrants and every pairing so far, scores them - a point
      *> a win or a bye, half a point a draw - and prints the
      *> standings ranked by points, then Buchholz (the total of
      *> the scores of everybody the player has met), then
      *> Sonneborn-Berger (the scores of the players they beat,
      *> plus half the scores of those they drew with), then seed.
      *> A round with boards still to play just prints the
      *> standings and the chase list. Once the round is complete:
      *>   - before the final round, the next round is paired and
      *>     appended. Players are listed by score (seed breaking
      *>     ties) and each in turn meets the nearest player below
      *>     them they have not met yet, so equal scores meet
      *>     first and a player only floats down a score group when
      *>     their own group cannot take them; where that leaves
      *>     the bottom of the list with nobody new to meet, the
      *>     pairings above are unpicked and retried until every
      *>     board is a first meeting. An odd field gives the bye
      *>     to the lowest-placed player who has not had one. On
      *>     each board X goes to whoever has had it less often,
      *>     then to whoever had O last time;
      *>   - after the final round, the top of the standings is
      *>     declared the event winner and the event is closed.
      *> Re-runnable: it only ever pairs a round once. Any
      *> operator may see the standings; pairing a round or
      *> closing the event is a league official's job, and the
      *> pairing file is kept as a generation before a round is
      *> added.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO "SWISSEVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
           SELECT EVENT-NEW-FILE ASSIGN TO "SWISSEVT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVTNEW-STATUS.
           SELECT ENTRANT-FILE ASSIGN TO "SWISSENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRANT-STATUS.
           SELECT PAIRING-FILE ASSIGN TO "SWISSPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAIRING-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
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
       FD  EVENT-FILE.
       COPY SWEVTREC.
       FD  EVENT-NEW-FILE.
       01  EVENT-NEW-RECORD     PIC X(65).
       FD  ENTRANT-FILE.
       COPY SWENTREC.
       FD  PAIRING-FILE.
       COPY SWPAIRR.
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
       01  WS-EVENT-STATUS      PIC X(2) VALUE "00".
       01  WS-EVTNEW-STATUS     PIC X(2) VALUE "00".
       01  WS-ENTRANT-STATUS    PIC X(2) VALUE "00".
       01  WS-PAIRING-STATUS    PIC X(2) VALUE "00".
       01  WS-EOF-FLAG          PIC X(3) VALUE "NO".
       01  WS-EVENT-NAME-DAT    PIC X(12) VALUE "SWISSEVT.DAT".
       01  WS-EVENT-NAME-NEW    PIC X(12) VALUE "SWISSEVT.NEW".
       01  WS-TODAY             PIC 9(8).

      *> the event being run - the open one, or failing that the
      *> last one on file, whose final standings are reprinted
       01  WS-EVENT-FOUND       PIC X(3) VALUE "NO".
       01  WS-EVENT-NO          PIC 9(3) VALUE 0.
       01  WS-EVENT-NAME        PIC X(30).
       01  WS-EVENT-ROUNDS      PIC 9(2) VALUE 0.
       01  WS-EVENT-STATE       PIC X(1).
       01  WS-EVENT-WINNER      PIC X(8).

      *> every entrant, with what the pairings so far make of them;
      *> points are held in half points, Sonneborn-Berger in
      *> quarter points, so no fraction is ever rounded away
       01  ENT-TABLE.
           05  ENT-COUNT        PIC 9(4) VALUE 0.
           05  ENT-ENTRY OCCURS 500 TIMES INDEXED BY ENT-IDX.
               10  ENT-ID           PIC X(8).
               10  ENT-SEED         PIC 9(3).
               10  ENT-RATING       PIC 9(4).
               10  ENT-HALVES       PIC 9(4).
               10  ENT-BUCH-HALVES  PIC 9(5).
               10  ENT-SB-QUARTERS  PIC 9(6).
               10  ENT-PLAYED       PIC 9(3).
               10  ENT-WINS         PIC 9(3).
               10  ENT-DRAWS        PIC 9(3).
               10  ENT-LOSSES       PIC 9(3).
               10  ENT-X-COUNT      PIC 9(3).
               10  ENT-O-COUNT      PIC 9(3).
               10  ENT-LAST-COLOUR  PIC X(1).
               10  ENT-HAD-BYE      PIC X(1).
               10  ENT-RANKED       PIC X(1).
      *> who has met whom - "Y" at (a, b) and (b, a) once the two
      *> have been paired, played yet or not
       01  MET-TABLE.
           05  MET-ROW OCCURS 500 TIMES.
               10  MET-FLAG         PIC X(1) OCCURS 500 TIMES.

      *> the event's pairings, every round so far
       01  PAIR-TABLE.
           05  PAIR-COUNT       PIC 9(4) VALUE 0.
           05  PAIR-ENTRY OCCURS 5000 TIMES INDEXED BY PAIR-IDX.
               10  PAIR-ROUND       PIC 9(2).
               10  PAIR-BOARD       PIC 9(3).
               10  PAIR-X-ID        PIC X(8).
               10  PAIR-O-ID        PIC X(8).
               10  PAIR-STATUS      PIC X(1).
               10  PAIR-RESULT      PIC X(1).
               10  PAIR-X-ENT       PIC 9(4).
               10  PAIR-O-ENT       PIC 9(4).
       01  WS-MAX-ROUND         PIC 9(2) VALUE 0.
       01  WS-PENDING-COUNT     PIC 9(3) VALUE 0.
       01  WS-LOOKUP-ID         PIC X(8).
       01  WS-FOUND-ENT         PIC 9(4).
       01  WS-X-ENT             PIC 9(4).
       01  WS-O-ENT             PIC 9(4).

      *> the standings order - entrant subscripts, best first
       01  RANK-TABLE.
           05  RANK-ENT         PIC 9(4) OCCURS 500 TIMES.
       01  WS-RANK-POS          PIC 9(4).
       01  WS-BEST-ENT          PIC 9(4).
       01  WS-CAND-ENT          PIC 9(4).
       01  WS-CAND-BETTER       PIC X(3).
       01  WS-RANK-SHOW         PIC 9(3).
       01  WS-PTS-DISP          PIC Z9.9.
       01  WS-BUCH-DISP         PIC ZZ9.9.
       01  WS-SB-DISP           PIC ZZ9.99.

      *> the pairing list for the next round - entrant subscripts
      *> by score then seed - and the partner each ends up with
       01  PL-TABLE.
           05  PL-COUNT         PIC 9(4) VALUE 0.
           05  PL-ENTRY OCCURS 500 TIMES.
               10  PL-ENT           PIC 9(4).
               10  PL-PARTNER       PIC 9(4).
               10  PL-USED          PIC X(1).
      *> the choices made so far, so a dead end can be unpicked
       01  STACK-TABLE.
           05  STACK-ENTRY OCCURS 250 TIMES.
               10  STACK-I          PIC 9(4).
               10  STACK-J          PIC 9(4).
       01  WS-DEPTH             PIC 9(4) VALUE 0.
       01  WS-CUR-I             PIC 9(4) VALUE 0.
       01  WS-TRY-FROM          PIC 9(4) VALUE 0.
       01  WS-TRY-J             PIC 9(4) VALUE 0.
       01  WS-FOUND-J           PIC 9(4) VALUE 0.
       01  WS-PAIRING-DONE      PIC X(3) VALUE "NO".
       01  WS-PAIRING-FAILED    PIC X(3) VALUE "NO".
       01  WS-ALLOW-REPEATS     PIC X(3) VALUE "NO".
       01  WS-STEP-COUNT        PIC 9(7) VALUE 0.
      *> enough for any field this table holds to find its way
      *> out; past it the round is paired allowing repeats
       01  WS-STEP-LIMIT        PIC 9(7) VALUE 500000.
       01  WS-BYE-POS           PIC 9(4) VALUE 0.
       01  WS-BYE-ENT           PIC 9(4) VALUE 0.
       01  WS-NEXT-ROUND        PIC 9(2).
       01  WS-LOG-ROUND         PIC 9(2) VALUE 0.
       01  WS-BOARD-NO          PIC 9(3).
       01  WS-A-ENT             PIC 9(4).
       01  WS-B-ENT             PIC 9(4).
       01  WS-A-BALANCE         PIC S9(4).
       01  WS-B-BALANCE         PIC S9(4).
       01  WS-SUB               PIC 9(4).

      *> operator sign-on - who is at the keyboard and what they
      *> may do: 1 inquiry, 2 desk, 3 league official,
      *> 4 supervisor. Every sign-on, refusal and privileged
      *> action goes on the security log
       01  WS-OPER-STATUS       PIC X(2) VALUE "00".
       01  WS-SECLOG-STATUS     PIC X(2) VALUE "00".
       01  WS-OPER-EOF          PIC X(3) VALUE "NO".
       01  WS-SIGNON-PROGRAM    PIC X(8) VALUE "TTTSWRND".
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM FIND-EVENT
           IF WS-EVENT-FOUND = "NO" THEN
               DISPLAY "No event on SWISSEVT.DAT - start one with "
                   "the Swiss event start job first"
               STOP RUN
           END-IF
           PERFORM LOAD-ENTRANTS
           PERFORM LOAD-PAIRINGS
           PERFORM SCORE-PAIRINGS
           PERFORM SCORE-TIE-BREAKS
           PERFORM RANK-STANDINGS
           PERFORM PRINT-STANDINGS
           PERFORM CHECK-CURRENT-ROUND
           EVALUATE TRUE
               WHEN WS-PENDING-COUNT > 0
                   DISPLAY "Round " WS-MAX-ROUND " has "
                       WS-PENDING-COUNT " board(s) still to play "
                       "- nothing paired"
               WHEN WS-MAX-ROUND >= WS-EVENT-ROUNDS
                   PERFORM DECLARE-WINNER
               WHEN OTHER
                   MOVE 3 TO WS-NEED-LEVEL
                   MOVE "PAIR SWISS ROUND" TO WS-SEC-ACTION
                   PERFORM CHECK-AUTHORITY
                   IF WS-AUTHORISED = "YES" THEN
                       PERFORM PAIR-NEXT-ROUND
                   END-IF
           END-EVALUATE
           STOP RUN.

       FIND-EVENT.
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT EVENT-FILE
           IF WS-EVENT-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ EVENT-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF SE-STATUS = "O" OR
                                   WS-EVENT-STATE NOT = "O" THEN
                               MOVE "YES"         TO WS-EVENT-FOUND
                               MOVE SE-EVENT-NO   TO WS-EVENT-NO
                               MOVE SE-EVENT-NAME TO WS-EVENT-NAME
                               MOVE SE-ROUNDS     TO WS-EVENT-ROUNDS
                               MOVE SE-STATUS     TO WS-EVENT-STATE
                               MOVE SE-WINNER-ID  TO WS-EVENT-WINNER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENT-FILE
           END-IF.

       LOAD-ENTRANTS.
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT ENTRANT-FILE
           IF WS-ENTRANT-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ ENTRANT-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF SN-EVENT-NO = WS-EVENT-NO THEN
                               PERFORM ADD-ONE-ENTRANT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENTRANT-FILE
           END-IF
           MOVE SPACES TO MET-TABLE.

       ADD-ONE-ENTRANT.
           IF ENT-COUNT < 500 THEN
               ADD 1 TO ENT-COUNT
               SET ENT-IDX TO ENT-COUNT
               INITIALIZE ENT-ENTRY(ENT-IDX)
               MOVE SN-PLAYER-ID TO ENT-ID(ENT-IDX)
               MOVE SN-SEED      TO ENT-SEED(ENT-IDX)
               MOVE SN-RATING    TO ENT-RATING(ENT-IDX)
               MOVE SPACE        TO ENT-LAST-COLOUR(ENT-IDX)
               MOVE "N"          TO ENT-HAD-BYE(ENT-IDX)
           ELSE
               DISPLAY "Entrant table full, dropping "
                   SN-PLAYER-ID
           END-IF.

      *> the pairing file is in round order, so the last colour
      *> seen for a player is the colour they had last
       LOAD-PAIRINGS.
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT PAIRING-FILE
           IF WS-PAIRING-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ PAIRING-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF SP-EVENT-NO = WS-EVENT-NO THEN
                               PERFORM ADD-ONE-PAIRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAIRING-FILE
           END-IF.

       ADD-ONE-PAIRING.
           IF PAIR-COUNT < 5000 THEN
               ADD 1 TO PAIR-COUNT
               SET PAIR-IDX TO PAIR-COUNT
               MOVE SP-ROUND-NO TO PAIR-ROUND(PAIR-IDX)
               MOVE SP-BOARD-NO TO PAIR-BOARD(PAIR-IDX)
               MOVE SP-X-ID     TO PAIR-X-ID(PAIR-IDX)
               MOVE SP-O-ID     TO PAIR-O-ID(PAIR-IDX)
               MOVE SP-STATUS   TO PAIR-STATUS(PAIR-IDX)
               MOVE SP-RESULT   TO PAIR-RESULT(PAIR-IDX)
               MOVE SP-X-ID TO WS-LOOKUP-ID
               PERFORM FIND-ENTRANT
               MOVE WS-FOUND-ENT TO PAIR-X-ENT(PAIR-IDX)
               MOVE 0 TO PAIR-O-ENT(PAIR-IDX)
               IF SP-O-ID NOT = SPACES THEN
                   MOVE SP-O-ID TO WS-LOOKUP-ID
                   PERFORM FIND-ENTRANT
                   MOVE WS-FOUND-ENT TO PAIR-O-ENT(PAIR-IDX)
               END-IF
               IF SP-ROUND-NO > WS-MAX-ROUND THEN
                   MOVE SP-ROUND-NO TO WS-MAX-ROUND
               END-IF
           ELSE
               DISPLAY "Pairing table full, dropping R"
                   SP-ROUND-NO " board " SP-BOARD-NO
           END-IF.

       FIND-ENTRANT.
           MOVE 0 TO WS-FOUND-ENT
           PERFORM VARYING ENT-IDX FROM 1 BY 1
                   UNTIL ENT-IDX > ENT-COUNT
               IF ENT-ID(ENT-IDX) = WS-LOOKUP-ID THEN
                   SET WS-FOUND-ENT TO ENT-IDX
               END-IF
           END-PERFORM.

      *> points, colours and byes; a paired board counts as a
      *> meeting from the moment it is written, played or not
       SCORE-PAIRINGS.
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX > PAIR-COUNT
               MOVE PAIR-X-ENT(PAIR-IDX) TO WS-X-ENT
               MOVE PAIR-O-ENT(PAIR-IDX) TO WS-O-ENT
               EVALUATE TRUE
                   WHEN WS-X-ENT = 0
                       CONTINUE
                   WHEN PAIR-STATUS(PAIR-IDX) = "B"
                       ADD 2 TO ENT-HALVES(WS-X-ENT)
                       MOVE "Y" TO ENT-HAD-BYE(WS-X-ENT)
                   WHEN WS-O-ENT = 0
                       CONTINUE
                   WHEN OTHER
                       MOVE "Y" TO MET-FLAG(WS-X-ENT, WS-O-ENT)
                       MOVE "Y" TO MET-FLAG(WS-O-ENT, WS-X-ENT)
                       IF PAIR-STATUS(PAIR-IDX) = "P" THEN
                           PERFORM SCORE-PLAYED-BOARD
                       END-IF
               END-EVALUATE
           END-PERFORM.

       SCORE-PLAYED-BOARD.
           ADD 1 TO ENT-PLAYED(WS-X-ENT) ENT-PLAYED(WS-O-ENT)
           ADD 1 TO ENT-X-COUNT(WS-X-ENT)
           ADD 1 TO ENT-O-COUNT(WS-O-ENT)
           MOVE "X" TO ENT-LAST-COLOUR(WS-X-ENT)
           MOVE "O" TO ENT-LAST-COLOUR(WS-O-ENT)
           EVALUATE PAIR-RESULT(PAIR-IDX)
               WHEN "X"
                   ADD 2 TO ENT-HALVES(WS-X-ENT)
                   ADD 1 TO ENT-WINS(WS-X-ENT)
                   ADD 1 TO ENT-LOSSES(WS-O-ENT)
               WHEN "O"
                   ADD 2 TO ENT-HALVES(WS-O-ENT)
                   ADD 1 TO ENT-WINS(WS-O-ENT)
                   ADD 1 TO ENT-LOSSES(WS-X-ENT)
               WHEN OTHER
                   ADD 1 TO ENT-HALVES(WS-X-ENT)
                   ADD 1 TO ENT-HALVES(WS-O-ENT)
                   ADD 1 TO ENT-DRAWS(WS-X-ENT)
                   ADD 1 TO ENT-DRAWS(WS-O-ENT)
           END-EVALUATE.

      *> the tie-breaks need every final score first, so they take
      *> a second pass; a bye has no opponent and adds nothing
       SCORE-TIE-BREAKS.
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX > PAIR-COUNT
               MOVE PAIR-X-ENT(PAIR-IDX) TO WS-X-ENT
               MOVE PAIR-O-ENT(PAIR-IDX) TO WS-O-ENT
               IF PAIR-STATUS(PAIR-IDX) = "P" AND
                       WS-X-ENT > 0 AND WS-O-ENT > 0 THEN
                   ADD ENT-HALVES(WS-O-ENT)
                       TO ENT-BUCH-HALVES(WS-X-ENT)
                   ADD ENT-HALVES(WS-X-ENT)
                       TO ENT-BUCH-HALVES(WS-O-ENT)
                   EVALUATE PAIR-RESULT(PAIR-IDX)
                       WHEN "X"
                           COMPUTE ENT-SB-QUARTERS(WS-X-ENT) =
                               ENT-SB-QUARTERS(WS-X-ENT) +
                               ENT-HALVES(WS-O-ENT) * 2
                       WHEN "O"
                           COMPUTE ENT-SB-QUARTERS(WS-O-ENT) =
                               ENT-SB-QUARTERS(WS-O-ENT) +
                               ENT-HALVES(WS-X-ENT) * 2
                       WHEN OTHER
                           ADD ENT-HALVES(WS-O-ENT)
                               TO ENT-SB-QUARTERS(WS-X-ENT)
                           ADD ENT-HALVES(WS-X-ENT)
                               TO ENT-SB-QUARTERS(WS-O-ENT)
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *> selection sort into RANK-TABLE, same approach as the
      *> leaderboard: points, Buchholz, Sonneborn-Berger, seed
       RANK-STANDINGS.
           PERFORM VARYING ENT-IDX FROM 1 BY 1
                   UNTIL ENT-IDX > ENT-COUNT
               MOVE "N" TO ENT-RANKED(ENT-IDX)
           END-PERFORM
           PERFORM VARYING WS-RANK-POS FROM 1 BY 1
                   UNTIL WS-RANK-POS > ENT-COUNT
               MOVE 0 TO WS-BEST-ENT
               PERFORM VARYING WS-CAND-ENT FROM 1 BY 1
                       UNTIL WS-CAND-ENT > ENT-COUNT
                   IF ENT-RANKED(WS-CAND-ENT) = "N" THEN
                       PERFORM COMPARE-FOR-STANDINGS
                       IF WS-CAND-BETTER = "YES" THEN
                           MOVE WS-CAND-ENT TO WS-BEST-ENT
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-BEST-ENT TO RANK-ENT(WS-RANK-POS)
               MOVE "Y" TO ENT-RANKED(WS-BEST-ENT)
           END-PERFORM.

       COMPARE-FOR-STANDINGS.
           MOVE "NO" TO WS-CAND-BETTER
           EVALUATE TRUE
               WHEN WS-BEST-ENT = 0
                   MOVE "YES" TO WS-CAND-BETTER
               WHEN ENT-HALVES(WS-CAND-ENT) NOT =
                       ENT-HALVES(WS-BEST-ENT)
                   IF ENT-HALVES(WS-CAND-ENT) >
                           ENT-HALVES(WS-BEST-ENT) THEN
                       MOVE "YES" TO WS-CAND-BETTER
                   END-IF
               WHEN ENT-BUCH-HALVES(WS-CAND-ENT) NOT =
                       ENT-BUCH-HALVES(WS-BEST-ENT)
                   IF ENT-BUCH-HALVES(WS-CAND-ENT) >
                           ENT-BUCH-HALVES(WS-BEST-ENT) THEN
                       MOVE "YES" TO WS-CAND-BETTER
                   END-IF
               WHEN ENT-SB-QUARTERS(WS-CAND-ENT) NOT =
                       ENT-SB-QUARTERS(WS-BEST-ENT)
                   IF ENT-SB-QUARTERS(WS-CAND-ENT) >
                           ENT-SB-QUARTERS(WS-BEST-ENT) THEN
                       MOVE "YES" TO WS-CAND-BETTER
                   END-IF
               WHEN ENT-SEED(WS-CAND-ENT) < ENT-SEED(WS-BEST-ENT)
                   MOVE "YES" TO WS-CAND-BETTER
           END-EVALUATE.

       PRINT-STANDINGS.
           DISPLAY "===== Swiss Standings ====="
           DISPLAY "Event " WS-EVENT-NO " " WS-EVENT-NAME
           DISPLAY "After round " WS-MAX-ROUND " of "
               WS-EVENT-ROUNDS
           DISPLAY "Rank Player   Seed Pts  Bhz    S-B    "
               "Pld  W  D  L"
           PERFORM VARYING WS-RANK-POS FROM 1 BY 1
                   UNTIL WS-RANK-POS > ENT-COUNT
               MOVE RANK-ENT(WS-RANK-POS) TO WS-SUB
               MOVE WS-RANK-POS TO WS-RANK-SHOW
               COMPUTE WS-PTS-DISP  = ENT-HALVES(WS-SUB) / 2
               COMPUTE WS-BUCH-DISP = ENT-BUCH-HALVES(WS-SUB) / 2
               COMPUTE WS-SB-DISP   = ENT-SB-QUARTERS(WS-SUB) / 4
               DISPLAY WS-RANK-SHOW "  " ENT-ID(WS-SUB) " "
                   ENT-SEED(WS-SUB) " " WS-PTS-DISP " "
                   WS-BUCH-DISP " " WS-SB-DISP " "
                   ENT-PLAYED(WS-SUB) " " ENT-WINS(WS-SUB)(2:2)
                   " " ENT-DRAWS(WS-SUB)(2:2) " "
                   ENT-LOSSES(WS-SUB)(2:2)
           END-PERFORM.

      *> the current round is the highest on file; it is complete
      *> when every board is played or a bye
       CHECK-CURRENT-ROUND.
           MOVE 0 TO WS-PENDING-COUNT
           DISPLAY " "
           DISPLAY "Round " WS-MAX-ROUND ":"
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX > PAIR-COUNT
               IF PAIR-ROUND(PAIR-IDX) = WS-MAX-ROUND THEN
                   PERFORM PRINT-ONE-BOARD
               END-IF
           END-PERFORM.

       PRINT-ONE-BOARD.
           EVALUATE TRUE
               WHEN PAIR-STATUS(PAIR-IDX) = "B"
                   DISPLAY "  board " PAIR-BOARD(PAIR-IDX) " "
                       PAIR-X-ID(PAIR-IDX) " - bye"
               WHEN PAIR-STATUS(PAIR-IDX) = "P" AND
                       PAIR-RESULT(PAIR-IDX) = "X"
                   DISPLAY "  board " PAIR-BOARD(PAIR-IDX) " "
                       PAIR-X-ID(PAIR-IDX) " v "
                       PAIR-O-ID(PAIR-IDX) "  1-0"
               WHEN PAIR-STATUS(PAIR-IDX) = "P" AND
                       PAIR-RESULT(PAIR-IDX) = "O"
                   DISPLAY "  board " PAIR-BOARD(PAIR-IDX) " "
                       PAIR-X-ID(PAIR-IDX) " v "
                       PAIR-O-ID(PAIR-IDX) "  0-1"
               WHEN PAIR-STATUS(PAIR-IDX) = "P"
                   DISPLAY "  board " PAIR-BOARD(PAIR-IDX) " "
                       PAIR-X-ID(PAIR-IDX) " v "
                       PAIR-O-ID(PAIR-IDX) "  draw"
               WHEN OTHER
                   ADD 1 TO WS-PENDING-COUNT
                   DISPLAY "  board " PAIR-BOARD(PAIR-IDX) " "
                       PAIR-X-ID(PAIR-IDX) " v "
                       PAIR-O-ID(PAIR-IDX) "  to play"
           END-EVALUATE.

      *> the final round is in - the top of the standings has won;
      *> an event already closed is only reported
       DECLARE-WINNER.
           MOVE RANK-ENT(1) TO WS-SUB
           DISPLAY " "
           DISPLAY "*** EVENT WINNER: " ENT-ID(WS-SUB) " ***"
           IF WS-EVENT-STATE = "O" THEN
               MOVE 3 TO WS-NEED-LEVEL
               MOVE "CLOSE SWISS EVENT" TO WS-SEC-ACTION
               PERFORM CHECK-AUTHORITY
               IF WS-AUTHORISED = "YES" THEN
                   MOVE ENT-ID(WS-SUB) TO WS-EVENT-WINNER
                   MOVE "F" TO WS-EVENT-STATE
                   PERFORM REWRITE-EVENT-RECORD
                   DISPLAY "Event " WS-EVENT-NO " closed"
                   MOVE WS-MAX-ROUND TO WS-LOG-ROUND
                   PERFORM LOG-SWISS-ACTION
               END-IF
           END-IF.

      *> the event record carries the round in play and, at the
      *> end, the winner - read-and-copy with the one record
      *> changed on the way through, then the copy swapped in
       REWRITE-EVENT-RECORD.
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT EVENT-FILE
           IF WS-EVENT-STATUS = "00" THEN
               OPEN OUTPUT EVENT-NEW-FILE
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ EVENT-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF SE-EVENT-NO = WS-EVENT-NO THEN
                               MOVE WS-MAX-ROUND TO SE-CURRENT-ROUND
                               MOVE WS-EVENT-STATE TO SE-STATUS
                               IF WS-EVENT-STATE = "F" THEN
                                   MOVE WS-TODAY TO SE-END-DATE
                                   MOVE WS-EVENT-WINNER
                                       TO SE-WINNER-ID
                               END-IF
                           END-IF
                           WRITE EVENT-NEW-RECORD
                               FROM SWISS-EVENT-RECORD
                   END-READ
               END-PERFORM
               CLOSE EVENT-FILE
               CLOSE EVENT-NEW-FILE
               CALL "CBL_DELETE_FILE" USING WS-EVENT-NAME-DAT
               CALL "CBL_RENAME_FILE"
                   USING WS-EVENT-NAME-NEW WS-EVENT-NAME-DAT
               IF RETURN-CODE NOT = 0 THEN
                   DISPLAY "Rename of " WS-EVENT-NAME-NEW " to "
                       WS-EVENT-NAME-DAT " failed, rc " RETURN-CODE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

      *> the next round: list by score, take out the bye, pair the
      *> rest, give out the colours and append the boards
       PAIR-NEXT-ROUND.
           COMPUTE WS-NEXT-ROUND = WS-MAX-ROUND + 1
           PERFORM BUILD-PAIRING-LIST
           PERFORM CHOOSE-BYE
           MOVE "NO" TO WS-ALLOW-REPEATS
           PERFORM PAIR-BY-BACKTRACK
           IF WS-PAIRING-FAILED = "YES" THEN
               DISPLAY "No pairing for round " WS-NEXT-ROUND
                   " keeps every board a first meeting - repeat "
                   "pairings allowed this round"
               MOVE "YES" TO WS-ALLOW-REPEATS
               PERFORM PAIR-BY-BACKTRACK
           END-IF
           PERFORM WRITE-NEXT-ROUND
           MOVE WS-NEXT-ROUND TO WS-MAX-ROUND
           PERFORM REWRITE-EVENT-RECORD
           MOVE WS-NEXT-ROUND TO WS-LOG-ROUND
           PERFORM LOG-SWISS-ACTION.

      *> the event and round the action was taken on, for the
      *> security log
       LOG-SWISS-ACTION.
           MOVE SPACES TO WS-SEC-DETAIL
           STRING "EVENT " DELIMITED BY SIZE
               WS-EVENT-NO DELIMITED BY SIZE
               " ROUND " DELIMITED BY SIZE
               WS-LOG-ROUND DELIMITED BY SIZE
               INTO WS-SEC-DETAIL
           PERFORM LOG-PRIVILEGED-ACTION.

      *> score first, seed breaking ties - the tie-breaks rank the
      *> standings, not the pairing
       BUILD-PAIRING-LIST.
           PERFORM VARYING ENT-IDX FROM 1 BY 1
                   UNTIL ENT-IDX > ENT-COUNT
               MOVE "N" TO ENT-RANKED(ENT-IDX)
           END-PERFORM
           MOVE 0 TO PL-COUNT
           PERFORM VARYING WS-RANK-POS FROM 1 BY 1
                   UNTIL WS-RANK-POS > ENT-COUNT
               MOVE 0 TO WS-BEST-ENT
               PERFORM VARYING WS-CAND-ENT FROM 1 BY 1
                       UNTIL WS-CAND-ENT > ENT-COUNT
                   IF ENT-RANKED(WS-CAND-ENT) = "N" THEN
                       IF WS-BEST-ENT = 0 THEN
                           MOVE WS-CAND-ENT TO WS-BEST-ENT
                       ELSE
                           IF ENT-HALVES(WS-CAND-ENT) >
                                   ENT-HALVES(WS-BEST-ENT) OR
                               (ENT-HALVES(WS-CAND-ENT) =
                                   ENT-HALVES(WS-BEST-ENT) AND
                                ENT-SEED(WS-CAND-ENT) <
                                   ENT-SEED(WS-BEST-ENT)) THEN
                               MOVE WS-CAND-ENT TO WS-BEST-ENT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "Y" TO ENT-RANKED(WS-BEST-ENT)
               ADD 1 TO PL-COUNT
               MOVE WS-BEST-ENT TO PL-ENT(PL-COUNT)
               MOVE 0 TO PL-PARTNER(PL-COUNT)
               MOVE "N" TO PL-USED(PL-COUNT)
           END-PERFORM.

      *> an odd field: the lowest-placed player without a bye yet
      *> sits out; if everyone has had one, the lowest-placed does
       CHOOSE-BYE.
           MOVE 0 TO WS-BYE-POS WS-BYE-ENT
           IF FUNCTION MOD(PL-COUNT, 2) = 1 THEN
               PERFORM VARYING WS-SUB FROM PL-COUNT BY -1
                       UNTIL WS-SUB < 1 OR WS-BYE-POS > 0
                   IF ENT-HAD-BYE(PL-ENT(WS-SUB)) = "N" THEN
                       MOVE WS-SUB TO WS-BYE-POS
                   END-IF
               END-PERFORM
               IF WS-BYE-POS = 0 THEN
                   MOVE PL-COUNT TO WS-BYE-POS
               END-IF
               MOVE PL-ENT(WS-BYE-POS) TO WS-BYE-ENT
               MOVE "B" TO PL-USED(WS-BYE-POS)
           END-IF.

      *> each unpaired player from the top takes the nearest
      *> unpaired player below them they have not met; a player
      *> left with nobody unpicks the last choice made above and
      *> that choice moves on to its next candidate
       PAIR-BY-BACKTRACK.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PL-COUNT
               MOVE 0 TO PL-PARTNER(WS-SUB)
               IF PL-USED(WS-SUB) NOT = "B" THEN
                   MOVE "N" TO PL-USED(WS-SUB)
               END-IF
           END-PERFORM
           MOVE 0 TO WS-DEPTH WS-TRY-FROM WS-STEP-COUNT
           MOVE "NO" TO WS-PAIRING-DONE
           MOVE "NO" TO WS-PAIRING-FAILED
           PERFORM UNTIL WS-PAIRING-DONE = "YES" OR
                   WS-PAIRING-FAILED = "YES"
               PERFORM PAIR-NEXT-STEP
           END-PERFORM.

       PAIR-NEXT-STEP.
           ADD 1 TO WS-STEP-COUNT
           IF WS-TRY-FROM = 0 THEN
               PERFORM FIND-FIRST-UNPAIRED
               IF WS-CUR-I = 0 THEN
                   MOVE "YES" TO WS-PAIRING-DONE
               ELSE
                   COMPUTE WS-TRY-FROM = WS-CUR-I + 1
               END-IF
           END-IF
           IF WS-PAIRING-DONE = "NO" THEN
               PERFORM FIND-PARTNER
               EVALUATE TRUE
                   WHEN WS-FOUND-J > 0
                       MOVE "Y" TO PL-USED(WS-CUR-I)
                       MOVE "Y" TO PL-USED(WS-FOUND-J)
                       MOVE WS-FOUND-J TO PL-PARTNER(WS-CUR-I)
                       MOVE WS-CUR-I TO PL-PARTNER(WS-FOUND-J)
                       ADD 1 TO WS-DEPTH
                       MOVE WS-CUR-I   TO STACK-I(WS-DEPTH)
                       MOVE WS-FOUND-J TO STACK-J(WS-DEPTH)
                       MOVE 0 TO WS-TRY-FROM
                   WHEN WS-DEPTH = 0 OR
                           WS-STEP-COUNT > WS-STEP-LIMIT
                       MOVE "YES" TO WS-PAIRING-FAILED
                   WHEN OTHER
                       PERFORM UNPICK-LAST-PAIR
               END-EVALUATE
           END-IF.

       FIND-FIRST-UNPAIRED.
           MOVE 0 TO WS-CUR-I
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PL-COUNT OR WS-CUR-I > 0
               IF PL-USED(WS-SUB) = "N" THEN
                   MOVE WS-SUB TO WS-CUR-I
               END-IF
           END-PERFORM.

       FIND-PARTNER.
           MOVE 0 TO WS-FOUND-J
           PERFORM VARYING WS-TRY-J FROM WS-TRY-FROM BY 1
                   UNTIL WS-TRY-J > PL-COUNT OR WS-FOUND-J > 0
               IF PL-USED(WS-TRY-J) = "N" THEN
                   IF WS-ALLOW-REPEATS = "YES" OR
                           MET-FLAG(PL-ENT(WS-CUR-I),
                               PL-ENT(WS-TRY-J)) NOT = "Y" THEN
                       MOVE WS-TRY-J TO WS-FOUND-J
                   END-IF
               END-IF
           END-PERFORM.

      *> take back the last pair made and carry on from its
      *> upper player's next candidate
       UNPICK-LAST-PAIR.
           MOVE STACK-I(WS-DEPTH) TO WS-CUR-I
           MOVE STACK-J(WS-DEPTH) TO WS-TRY-J
           SUBTRACT 1 FROM WS-DEPTH
           MOVE "N" TO PL-USED(WS-CUR-I)
           MOVE "N" TO PL-USED(WS-TRY-J)
           MOVE 0 TO PL-PARTNER(WS-CUR-I)
           MOVE 0 TO PL-PARTNER(WS-TRY-J)
           COMPUTE WS-TRY-FROM = WS-TRY-J + 1.

      *> boards in the order the pairs were made - the top scores
      *> on board 1 - and the bye last
       WRITE-NEXT-ROUND.
           MOVE "SWISSPR.DAT" TO WS-GEN-MASTER
           MOVE "TTTSWRND" TO WS-GEN-JOB
           PERFORM CUT-GENERATION
           OPEN EXTEND PAIRING-FILE
           IF WS-PAIRING-STATUS = "35" THEN
               OPEN OUTPUT PAIRING-FILE
           END-IF
           MOVE 0 TO WS-BOARD-NO
           DISPLAY " "
           DISPLAY "Round " WS-NEXT-ROUND " pairings:"
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DEPTH
               ADD 1 TO WS-BOARD-NO
               MOVE PL-ENT(STACK-I(WS-SUB)) TO WS-A-ENT
               MOVE PL-ENT(STACK-J(WS-SUB)) TO WS-B-ENT
               INITIALIZE SWISS-PAIRING-RECORD
               MOVE WS-EVENT-NO   TO SP-EVENT-NO
               MOVE WS-NEXT-ROUND TO SP-ROUND-NO
               MOVE WS-BOARD-NO   TO SP-BOARD-NO
               PERFORM ALLOCATE-COLOURS
               MOVE "U"    TO SP-STATUS
               MOVE SPACE  TO SP-RESULT
               MOVE SPACES TO SP-GAME-ID
               MOVE 0      TO SP-PLAYED-DATE
               WRITE SWISS-PAIRING-RECORD
               IF MET-FLAG(WS-A-ENT, WS-B-ENT) = "Y" THEN
                   DISPLAY "  board " WS-BOARD-NO " " SP-X-ID
                       " (X) v " SP-O-ID " (O) - repeat pairing"
               ELSE
                   DISPLAY "  board " WS-BOARD-NO " " SP-X-ID
                       " (X) v " SP-O-ID " (O)"
               END-IF
           END-PERFORM
           IF WS-BYE-ENT > 0 THEN
               ADD 1 TO WS-BOARD-NO
               INITIALIZE SWISS-PAIRING-RECORD
               MOVE WS-EVENT-NO   TO SP-EVENT-NO
               MOVE WS-NEXT-ROUND TO SP-ROUND-NO
               MOVE WS-BOARD-NO   TO SP-BOARD-NO
               MOVE ENT-ID(WS-BYE-ENT) TO SP-X-ID
               MOVE SPACES   TO SP-O-ID
               MOVE "B"      TO SP-STATUS
               MOVE "X"      TO SP-RESULT
               MOVE SPACES   TO SP-GAME-ID
               MOVE WS-TODAY TO SP-PLAYED-DATE
               WRITE SWISS-PAIRING-RECORD
               DISPLAY "  board " WS-BOARD-NO " "
                   ENT-ID(WS-BYE-ENT) " has a bye"
           END-IF
           CLOSE PAIRING-FILE
           DISPLAY "Round " WS-NEXT-ROUND " of " WS-EVENT-ROUNDS
               " paired: " WS-BOARD-NO " board(s)".

      *> X to whoever has had it less; level, to whoever had O
      *> last; still level, the upper player takes X on odd boards
       ALLOCATE-COLOURS.
           COMPUTE WS-A-BALANCE =
               ENT-X-COUNT(WS-A-ENT) - ENT-O-COUNT(WS-A-ENT)
           COMPUTE WS-B-BALANCE =
               ENT-X-COUNT(WS-B-ENT) - ENT-O-COUNT(WS-B-ENT)
           EVALUATE TRUE
               WHEN WS-A-BALANCE < WS-B-BALANCE
                   MOVE ENT-ID(WS-A-ENT) TO SP-X-ID
                   MOVE ENT-ID(WS-B-ENT) TO SP-O-ID
               WHEN WS-A-BALANCE > WS-B-BALANCE
                   MOVE ENT-ID(WS-B-ENT) TO SP-X-ID
                   MOVE ENT-ID(WS-A-ENT) TO SP-O-ID
               WHEN ENT-LAST-COLOUR(WS-A-ENT) = "O" AND
                       ENT-LAST-COLOUR(WS-B-ENT) NOT = "O"
                   MOVE ENT-ID(WS-A-ENT) TO SP-X-ID
                   MOVE ENT-ID(WS-B-ENT) TO SP-O-ID
               WHEN ENT-LAST-COLOUR(WS-B-ENT) = "O" AND
                       ENT-LAST-COLOUR(WS-A-ENT) NOT = "O"
                   MOVE ENT-ID(WS-B-ENT) TO SP-X-ID
                   MOVE ENT-ID(WS-A-ENT) TO SP-O-ID
               WHEN FUNCTION MOD(WS-BOARD-NO, 2) = 1
                   MOVE ENT-ID(WS-A-ENT) TO SP-X-ID
                   MOVE ENT-ID(WS-B-ENT) TO SP-O-ID
               WHEN OTHER
                   MOVE ENT-ID(WS-B-ENT) TO SP-X-ID
                   MOVE ENT-ID(WS-A-ENT) TO SP-O-ID
           END-EVALUATE.

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

       END PROGRAM TTTSwRnd.
