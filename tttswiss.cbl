       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTSwiss.
       AUTHOR. Cassandra Leder

      *> Swiss event start. Our open weekend events have too many
      *> entrants for a round robin and too few days for a
      *> knockout, so they are run Swiss: everybody plays every
      *> round, paired against players on the same score. This job
      *> opens an event - every active roster member is entered,
      *> seeded from the ratings ladder the same way the cup draw
      *> seeds (record position on the ratings master is rank;
      *> players with no rating yet follow in roster order) - and
      *> writes round 1: the top half of the seeding against the
      *> bottom half, seed 1 against the first seed of the bottom
      *> half and so on, colours alternating board by board. An
      *> odd field gives the bottom seed a bye. The round job pairs
      *> every round after this one. One event at a time: a start
      *> is refused while an earlier event is still open. Starting
      *> an event is a league official's job; the operator signs
      *> on before anything is asked, and the pairing file is kept
      *> as a generation before round 1 is added.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO "ROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATINGS-STATUS.
           SELECT EVENT-FILE ASSIGN TO "SWISSEVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
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
       FD  ROSTER-FILE.
       COPY ROSTRREC.
       FD  RATINGS-FILE.
       COPY RATEREC.
       FD  EVENT-FILE.
       COPY SWEVTREC.
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
       01  WS-ROSTER-STATUS     PIC X(2) VALUE "00".
       01  WS-RATINGS-STATUS    PIC X(2) VALUE "00".
       01  WS-EVENT-STATUS      PIC X(2) VALUE "00".
       01  WS-ENTRANT-STATUS    PIC X(2) VALUE "00".
       01  WS-PAIRING-STATUS    PIC X(2) VALUE "00".
       01  WS-EOF-FLAG          PIC X(3) VALUE "NO".
       01  WS-OPEN-EVENT        PIC X(3) VALUE "NO".
       01  WS-LAST-EVENT-NO     PIC 9(3) VALUE 0.
       01  WS-EVENT-NO          PIC 9(3) VALUE 0.
       01  WS-EVENT-NAME        PIC X(30).
       01  WS-ROUNDS-ANSWER     PIC X(2).
       01  WS-ROUNDS            PIC 9(2) VALUE 0.
       01  WS-DEFAULT-ROUNDS    PIC 9(2) VALUE 0.
       01  WS-MAX-ROUNDS        PIC 9(3) VALUE 0.
       01  WS-POWER             PIC 9(4) VALUE 0.
       01  WS-TODAY             PIC 9(8).

      *> the active roster members - "taken" once the ratings pass
      *> has seeded them, so the unrated ones can follow
       01  ROST-TABLE.
           05  ROST-COUNT       PIC 9(4) VALUE 0.
           05  ROST-ENTRY OCCURS 500 TIMES INDEXED BY ROST-IDX.
               10  ROST-ID          PIC X(8).
               10  ROST-TAKEN       PIC X(1).
      *> the entrants in seeding order - seed 1 first
       01  SEED-TABLE.
           05  SEED-COUNT       PIC 9(4) VALUE 0.
           05  SEED-ENTRY OCCURS 500 TIMES INDEXED BY SEED-IDX.
               10  SEED-ID          PIC X(8).
               10  SEED-RATING      PIC 9(4).
       01  WS-PAIRED-COUNT      PIC 9(4).
       01  WS-HALF              PIC 9(4).
       01  WS-HIGH-SEED         PIC 9(4).
       01  WS-LOW-SEED          PIC 9(4).
       01  WS-BOARD-NO          PIC 9(3) VALUE 0.

      *> operator sign-on - who is at the keyboard and what they
      *> may do: 1 inquiry, 2 desk, 3 league official,
      *> 4 supervisor. Every sign-on, refusal and privileged
      *> action goes on the security log
       01  WS-OPER-STATUS       PIC X(2) VALUE "00".
       01  WS-SECLOG-STATUS     PIC X(2) VALUE "00".
       01  WS-OPER-EOF          PIC X(3) VALUE "NO".
       01  WS-SIGNON-PROGRAM    PIC X(8) VALUE "TTTSWISS".
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
           MOVE 3 TO WS-NEED-LEVEL
           MOVE "START SWISS EVENT" TO WS-SEC-ACTION
           PERFORM CHECK-AUTHORITY
           IF WS-AUTHORISED = "NO" THEN
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           DISPLAY "===== Swiss Event Start ====="
           PERFORM CHECK-OPEN-EVENT
           IF WS-OPEN-EVENT = "YES" THEN
               DISPLAY "Event " WS-EVENT-NO " is still open - "
                   "finish it with the round job before starting "
                   "another"
               STOP RUN
           END-IF
           PERFORM LOAD-ACTIVE-ROSTER
           PERFORM SEED-FROM-RATINGS
           PERFORM SEED-UNRATED
           IF SEED-COUNT < 2 THEN
               DISPLAY "Need at least 2 active roster players to "
                   "run a Swiss event"
               STOP RUN
           END-IF
           COMPUTE WS-EVENT-NO = WS-LAST-EVENT-NO + 1
           PERFORM ASK-EVENT-DETAILS
           PERFORM WRITE-EVENT-RECORD
           PERFORM WRITE-ENTRANTS
           PERFORM WRITE-FIRST-ROUND
           STOP RUN.

      *> events are numbered on from the last one on file; only
      *> one may be open at a time
       CHECK-OPEN-EVENT.
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT EVENT-FILE
           IF WS-EVENT-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ EVENT-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF SE-EVENT-NO > WS-LAST-EVENT-NO THEN
                               MOVE SE-EVENT-NO TO WS-LAST-EVENT-NO
                           END-IF
                           IF SE-STATUS = "O" THEN
                               MOVE "YES" TO WS-OPEN-EVENT
                               MOVE SE-EVENT-NO TO WS-EVENT-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENT-FILE
           END-IF.

       LOAD-ACTIVE-ROSTER.
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ ROSTER-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF RP-ACTIVE-FLAG = "A" THEN
                               IF ROST-COUNT < 500 THEN
                                   ADD 1 TO ROST-COUNT
                                   MOVE RP-PLAYER-ID TO
                                       ROST-ID(ROST-COUNT)
                                   MOVE "N" TO ROST-TAKEN(ROST-COUNT)
                               ELSE
                                   DISPLAY "Roster table full, "
                                       "dropping " RP-PLAYER-ID
                                       " from the event"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           ELSE
               DISPLAY "Could not open ROSTER.DAT, status "
                   WS-ROSTER-STATUS " - entrants come from the "
                   "active roster"
           END-IF.

      *> the ratings job writes the master ranked by rating, so a
      *> straight read IS the seeding order; only active roster
      *> members are entered
       SEED-FROM-RATINGS.
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT RATINGS-FILE
           IF WS-RATINGS-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ RATINGS-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF RT-PLAYER-ID(1:4) NOT = "CPU-" THEN
                               PERFORM SEED-ONE-RATED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATINGS-FILE
           ELSE
               DISPLAY "No RATINGS.DAT - the field is seeded in "
                   "roster order"
           END-IF.

       SEED-ONE-RATED.
           PERFORM VARYING ROST-IDX FROM 1 BY 1
                   UNTIL ROST-IDX > ROST-COUNT
               IF ROST-ID(ROST-IDX) = RT-PLAYER-ID AND
                       ROST-TAKEN(ROST-IDX) = "N" THEN
                   MOVE "Y" TO ROST-TAKEN(ROST-IDX)
                   ADD 1 TO SEED-COUNT
                   MOVE RT-PLAYER-ID TO SEED-ID(SEED-COUNT)
                   MOVE RT-RATING    TO SEED-RATING(SEED-COUNT)
               END-IF
           END-PERFORM.

      *> players with no rating yet go below every rated one
       SEED-UNRATED.
           PERFORM VARYING ROST-IDX FROM 1 BY 1
                   UNTIL ROST-IDX > ROST-COUNT
               IF ROST-TAKEN(ROST-IDX) = "N" THEN
                   MOVE "Y" TO ROST-TAKEN(ROST-IDX)
                   ADD 1 TO SEED-COUNT
                   MOVE ROST-ID(ROST-IDX) TO SEED-ID(SEED-COUNT)
                   MOVE 0 TO SEED-RATING(SEED-COUNT)
               END-IF
           END-PERFORM.

      *> the usual length is the rounds a knockout of the same
      *> field would take; no more rounds than the field can play
      *> without two players meeting twice
       ASK-EVENT-DETAILS.
           DISPLAY "Event " WS-EVENT-NO ": " SEED-COUNT
               " entrant(s)"
           DISPLAY "Event name, Enter for SWISS EVENT "
               WS-EVENT-NO ": "
           ACCEPT WS-EVENT-NAME
           IF WS-EVENT-NAME = SPACES THEN
               STRING "SWISS EVENT " WS-EVENT-NO
                   DELIMITED BY SIZE INTO WS-EVENT-NAME
           END-IF
           MOVE 0 TO WS-DEFAULT-ROUNDS
           MOVE 1 TO WS-POWER
           PERFORM UNTIL WS-POWER >= SEED-COUNT
               ADD 1 TO WS-DEFAULT-ROUNDS
               COMPUTE WS-POWER = WS-POWER * 2
           END-PERFORM
           IF FUNCTION MOD(SEED-COUNT, 2) = 0 THEN
               COMPUTE WS-MAX-ROUNDS = SEED-COUNT - 1
           ELSE
               MOVE SEED-COUNT TO WS-MAX-ROUNDS
           END-IF
           IF WS-MAX-ROUNDS > 99 THEN
               MOVE 99 TO WS-MAX-ROUNDS
           END-IF
           DISPLAY "Rounds (1-" WS-MAX-ROUNDS "), Enter for "
               WS-DEFAULT-ROUNDS ": "
           ACCEPT WS-ROUNDS-ANSWER
           MOVE WS-DEFAULT-ROUNDS TO WS-ROUNDS
           IF WS-ROUNDS-ANSWER NOT = SPACES THEN
               IF FUNCTION NUMVAL(WS-ROUNDS-ANSWER) >= 1 AND
                       FUNCTION NUMVAL(WS-ROUNDS-ANSWER)
                           <= WS-MAX-ROUNDS THEN
                   COMPUTE WS-ROUNDS =
                       FUNCTION NUMVAL(WS-ROUNDS-ANSWER)
               ELSE
                   DISPLAY "Out of range - " WS-DEFAULT-ROUNDS
                       " rounds it is"
               END-IF
           END-IF.

       WRITE-EVENT-RECORD.
           OPEN EXTEND EVENT-FILE
           IF WS-EVENT-STATUS = "35" THEN
               OPEN OUTPUT EVENT-FILE
           END-IF
           INITIALIZE SWISS-EVENT-RECORD
           MOVE WS-EVENT-NO   TO SE-EVENT-NO
           MOVE WS-EVENT-NAME TO SE-EVENT-NAME
           MOVE WS-ROUNDS     TO SE-ROUNDS
           MOVE 1             TO SE-CURRENT-ROUND
           MOVE SEED-COUNT    TO SE-ENTRANTS
           MOVE "O"           TO SE-STATUS
           MOVE WS-TODAY      TO SE-START-DATE
           MOVE 0             TO SE-END-DATE
           MOVE SPACES        TO SE-WINNER-ID
           WRITE SWISS-EVENT-RECORD
           CLOSE EVENT-FILE.

       WRITE-ENTRANTS.
           OPEN EXTEND ENTRANT-FILE
           IF WS-ENTRANT-STATUS = "35" THEN
               OPEN OUTPUT ENTRANT-FILE
           END-IF
           PERFORM VARYING SEED-IDX FROM 1 BY 1
                   UNTIL SEED-IDX > SEED-COUNT
               INITIALIZE SWISS-ENTRANT-RECORD
               MOVE WS-EVENT-NO         TO SN-EVENT-NO
               MOVE SEED-ID(SEED-IDX)   TO SN-PLAYER-ID
               SET SN-SEED TO SEED-IDX
               MOVE SEED-RATING(SEED-IDX) TO SN-RATING
               WRITE SWISS-ENTRANT-RECORD
           END-PERFORM
           CLOSE ENTRANT-FILE.

      *> seed i meets seed i + half; the top seed takes X on the
      *> odd boards and O on the even ones, so the top half does
      *> not all move first. An odd field's bottom seed sits out
      *> round 1 on a bye - a full point, like a win
       WRITE-FIRST-ROUND.
           MOVE "SWISSPR.DAT" TO WS-GEN-MASTER
           MOVE "TTTSWISS" TO WS-GEN-JOB
           PERFORM CUT-GENERATION
           MOVE SEED-COUNT TO WS-PAIRED-COUNT
           IF FUNCTION MOD(SEED-COUNT, 2) = 1 THEN
               SUBTRACT 1 FROM WS-PAIRED-COUNT
           END-IF
           COMPUTE WS-HALF = WS-PAIRED-COUNT / 2
           OPEN EXTEND PAIRING-FILE
           IF WS-PAIRING-STATUS = "35" THEN
               OPEN OUTPUT PAIRING-FILE
           END-IF
           MOVE 0 TO WS-BOARD-NO
           PERFORM VARYING WS-HIGH-SEED FROM 1 BY 1
                   UNTIL WS-HIGH-SEED > WS-HALF
               COMPUTE WS-LOW-SEED = WS-HIGH-SEED + WS-HALF
               ADD 1 TO WS-BOARD-NO
               INITIALIZE SWISS-PAIRING-RECORD
               MOVE WS-EVENT-NO TO SP-EVENT-NO
               MOVE 1           TO SP-ROUND-NO
               MOVE WS-BOARD-NO TO SP-BOARD-NO
               IF FUNCTION MOD(WS-BOARD-NO, 2) = 1 THEN
                   MOVE SEED-ID(WS-HIGH-SEED) TO SP-X-ID
                   MOVE SEED-ID(WS-LOW-SEED)  TO SP-O-ID
               ELSE
                   MOVE SEED-ID(WS-LOW-SEED)  TO SP-X-ID
                   MOVE SEED-ID(WS-HIGH-SEED) TO SP-O-ID
               END-IF
               MOVE "U"    TO SP-STATUS
               MOVE SPACE  TO SP-RESULT
               MOVE SPACES TO SP-GAME-ID
               MOVE 0      TO SP-PLAYED-DATE
               WRITE SWISS-PAIRING-RECORD
               DISPLAY "R01 board " WS-BOARD-NO " " SP-X-ID
                   " (X) v " SP-O-ID " (O)"
           END-PERFORM
           IF WS-PAIRED-COUNT < SEED-COUNT THEN
               ADD 1 TO WS-BOARD-NO
               INITIALIZE SWISS-PAIRING-RECORD
               MOVE WS-EVENT-NO TO SP-EVENT-NO
               MOVE 1           TO SP-ROUND-NO
               MOVE WS-BOARD-NO TO SP-BOARD-NO
               MOVE SEED-ID(SEED-COUNT) TO SP-X-ID
               MOVE SPACES TO SP-O-ID
               MOVE "B"    TO SP-STATUS
               MOVE "X"    TO SP-RESULT
               MOVE SPACES TO SP-GAME-ID
               MOVE WS-TODAY TO SP-PLAYED-DATE
               WRITE SWISS-PAIRING-RECORD
               DISPLAY "R01 board " WS-BOARD-NO " "
                   SEED-ID(SEED-COUNT) " has a bye"
           END-IF
           CLOSE PAIRING-FILE
           DISPLAY "Event " WS-EVENT-NO " " WS-EVENT-NAME
               " started: " SEED-COUNT " entrants, " WS-ROUNDS
               " rounds, " WS-BOARD-NO " round 1 board(s)"
           MOVE SPACES TO WS-SEC-DETAIL
           STRING "EVENT " DELIMITED BY SIZE
               WS-EVENT-NO DELIMITED BY SIZE
               " ROUND 01" DELIMITED BY SIZE
               INTO WS-SEC-DETAIL
           PERFORM LOG-PRIVILEGED-ACTION.

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

       END PROGRAM TTTSwiss.
