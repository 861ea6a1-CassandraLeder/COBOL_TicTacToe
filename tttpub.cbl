       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTPub.
       AUTHOR. Cassandra Leder

      *> Publication extract for the club website and newsletter.
      *> The standings, the ratings ladder, the fixture list and
      *> the week's results used to be retyped from the printed
      *> reports; this job writes them as delimited files the web
      *> side loads as they stand. It runs as the last step of the
      *> night stream, after the ratings job has rebuilt the
      *> ladder. Five files, all in one layout:
      *>   PUBSTAND.DAT  standings - the leaderboard, most wins first
      *>   PUBLADR.DAT   ratings ladder, with the change since the
      *>                 last extract
      *>   PUBFIX.DAT    unplayed league fixtures, upcoming or
      *>                 overdue
      *>   PUBCUP.DAT    the cup bracket, every tie round by round
      *>   PUBRSLT.DAT   results completed in the last N days
      *> Every record is fields separated by "|", the first field
      *> saying what the record is:
      *>   H|file|extract date|extract time|run id
      *>   D|... one per line published
      *>   T|file|detail record count|hash total
      *> The hash total is the sum of the character codes of every
      *> byte of every D record as written, so a file cut short or
      *> altered on the way does not add up; the run id goes up by
      *> one each run (PUBCTL.DAT), so a file left over from an
      *> earlier run is seen to be stale. A source file that cannot
      *> be read leaves its extract as the last run wrote it.
      *>
      *> Players are named from the roster. Only active members
      *> who have not asked to be left out are published: the
      *> standings and the ladder drop anyone else (and the CPU-n
      *> computer opponents, who are not members) and rank the
      *> rest; fixtures, cup ties and results keep the line for the
      *> other player, with the withheld side's id left empty and
      *> its name shown as "(not published)". Voided results and
      *> games against the computer are not published. The
      *> parameter card PUBPARM.DAT gives the results window in
      *> days in columns 1-3 (default 7).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PUBPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PUB-CONTROL-FILE ASSIGN TO "PUBCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUBCTL-STATUS.
           SELECT ROSTER-FILE ASSIGN TO "ROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT PLAYER-STATS-FILE ASSIGN TO "PLAYERSTATS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSTAT-STATUS.
           SELECT RANKED-FILE ASSIGN TO "PUBRANK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RANKED-STATUS.
           SELECT RANK-SORT-FILE ASSIGN TO "PUBSORT.TMP".
           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATINGS-STATUS.
           SELECT PUBLISHED-RATINGS-FILE ASSIGN TO "PUBRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUBRATE-STATUS.
           SELECT FIXTURES-FILE ASSIGN TO "FIXTURES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIX-STATUS.
           SELECT CUP-FILE ASSIGN TO "CUPBRKT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUP-STATUS.
           SELECT GAME-RESULTS-FILE ASSIGN TO "GAMERSLT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-STATUS.
           SELECT PUB-FILE ASSIGN TO DYNAMIC WS-PUB-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUB-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> PUBPARM.DAT columns 1-3: days of results to publish
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-RESULT-DAYS    PIC X(3).
      *> the last run's id and when it ran
       FD  PUB-CONTROL-FILE.
       01  PUB-CONTROL-RECORD.
           05  PC-RUN-ID           PIC 9(6).
           05  PC-RUN-TIMESTAMP    PIC X(14).
       FD  ROSTER-FILE.
       COPY ROSTRREC.
       FD  PLAYER-STATS-FILE.
       COPY PSTATREC.
       FD  RANKED-FILE.
       COPY PSTATREC REPLACING
           ==PLAYER-STATS-RECORD== BY ==RANKED-STATS-RECORD==
           LEADING ==PS== BY ==RK==.
       SD  RANK-SORT-FILE.
       01  SORT-STAT-RECORD.
           05  SRT-PLAYER-ID    PIC X(8).
           05  SRT-WINS         PIC 9(6).
           05  FILLER           PIC X(44).
       FD  RATINGS-FILE.
       COPY RATEREC.
      *> the ladder as this job last published it, for the change
      *> column - the ratings master itself has already been
      *> rebuilt by the time the extract runs
       FD  PUBLISHED-RATINGS-FILE.
       COPY RATEREC REPLACING
           ==RATING-RECORD== BY ==PUBLISHED-RATING-RECORD==
           LEADING ==RT== BY ==PR==.
       FD  FIXTURES-FILE.
       COPY FIXREC.
       FD  CUP-FILE.
       COPY CUPREC.
       FD  GAME-RESULTS-FILE.
       COPY GAMERSLT.
       FD  PUB-FILE.
       01  PUB-RECORD           PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS       PIC X(2) VALUE "00".
       01  WS-PUBCTL-STATUS     PIC X(2) VALUE "00".
       01  WS-ROSTER-STATUS     PIC X(2) VALUE "00".
       01  WS-PSTAT-STATUS      PIC X(2) VALUE "00".
       01  WS-RANKED-STATUS     PIC X(2) VALUE "00".
       01  WS-RATINGS-STATUS    PIC X(2) VALUE "00".
       01  WS-PUBRATE-STATUS    PIC X(2) VALUE "00".
       01  WS-FIX-STATUS        PIC X(2) VALUE "00".
       01  WS-CUP-STATUS        PIC X(2) VALUE "00".
       01  WS-RESULTS-STATUS    PIC X(2) VALUE "00".
       01  WS-PUB-STATUS        PIC X(2) VALUE "00".
       01  WS-EOF-FLAG          PIC X(3) VALUE "NO".
       01  WS-RANKED-NAME       PIC X(11) VALUE "PUBRANK.TMP".
       01  WS-RUN-TIMESTAMP     PIC X(14).
       01  WS-TODAY             PIC 9(8).
       01  WS-RUN-ID            PIC 9(6) VALUE 0.
       01  WS-RESULT-DAYS       PIC 9(3) VALUE 7.
       01  WS-RESULTS-FROM      PIC 9(8).

      *> the members who may be published, with their names
       01  PUBR-TABLE.
           05  PUBR-COUNT       PIC 9(4) VALUE 0.
           05  PUBR-ENTRY OCCURS 1000 TIMES INDEXED BY PUBR-IDX.
               10  PUBR-ID          PIC X(8).
               10  PUBR-NAME        PIC X(30).
       01  WS-WITHHELD-COUNT    PIC 9(4) VALUE 0.
       01  WS-LOOKUP-ID         PIC X(8).
       01  WS-LOOKUP-FOUND      PIC X(3).
       01  WS-LOOKUP-NAME       PIC X(30).

      *> the ladder as last published
       01  PRVL-TABLE.
           05  PRVL-COUNT       PIC 9(4) VALUE 0.
           05  PRVL-ENTRY OCCURS 500 TIMES INDEXED BY PRVL-IDX.
               10  PRVL-ID          PIC X(8).
               10  PRVL-RATING      PIC 9(4).
       01  WS-PRVL-FOUND        PIC X(3).
       01  WS-PRVL-RATING       PIC 9(4).
       01  WS-CHANGE            PIC S9(4).
       01  WS-CHANGE-SHOW       PIC +9999.
       01  WS-CHANGE-TEXT       PIC X(5).

      *> the extract file being written: its name, its code on the
      *> header and trailer, the line being built, and the running
      *> count and hash total
       01  WS-PUB-FILENAME      PIC X(12).
       01  WS-PUB-CODE          PIC X(8).
       01  WS-PUB-LINE          PIC X(200).
       01  WS-PUB-PTR           PIC 9(3).
       01  WS-PUB-LENGTH        PIC 9(3).
       01  WS-PUB-COUNT         PIC 9(6).
       01  WS-PUB-HASH          PIC 9(12).
       01  WS-HASH-SUB          PIC 9(3).
       01  WS-READ-COUNT        PIC 9(6).

      *> one published line's fields
       01  WS-RANK              PIC 9(4).
       01  WS-FORFEITS-SHOW     PIC 9(6).
       01  WS-SIDE-ID           PIC X(8).
       01  WS-SIDE-NAME         PIC X(30).
       01  WS-SIDE1-ID          PIC X(8).
       01  WS-SIDE1-NAME        PIC X(30).
       01  WS-SIDE2-ID          PIC X(8).
       01  WS-SIDE2-NAME        PIC X(30).
       01  WS-WINNER-ID         PIC X(8).
       01  WS-PLAYED-TEXT       PIC X(8).
       01  WS-STATE-TEXT        PIC X(8).
       01  WS-RESULT-TEXT       PIC X(7).
       01  WS-HOW-TEXT          PIC X(14).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY
           PERFORM READ-PARAMETERS
           PERFORM NEXT-RUN-ID
           DISPLAY "===== Publication Extract ====="
           DISPLAY "Run " WS-RUN-ID " at " WS-RUN-TIMESTAMP
               "  results from " WS-RESULTS-FROM
           PERFORM LOAD-PUBLISHED-ROSTER
      *> with no roster there is nobody who may be named - publish
      *> nothing rather than empty lists, and leave last run's
      *> files and run id standing
           IF WS-ROSTER-STATUS NOT = "00" THEN
               DISPLAY "Could not open ROSTER.DAT, status "
                   WS-ROSTER-STATUS " - nothing published"
               STOP RUN
           END-IF
           DISPLAY "Members published: " PUBR-COUNT
               "  withheld or inactive: " WS-WITHHELD-COUNT
           DISPLAY "File          Records Hash total"
           PERFORM EXTRACT-STANDINGS
           PERFORM EXTRACT-LADDER
           PERFORM EXTRACT-FIXTURES
           PERFORM EXTRACT-CUP-BRACKET
           PERFORM EXTRACT-RESULTS
           PERFORM SAVE-RUN-ID
           STOP RUN.

      *> the parameter card is optional; a blank or non-numeric
      *> field keeps its default. The window takes in today, so
      *> seven days is today and the six before it
       READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00" THEN
               READ PARM-FILE
                   NOT AT END
                       IF PARM-RESULT-DAYS IS NUMERIC THEN
                           IF PARM-RESULT-DAYS > 0 THEN
                               MOVE PARM-RESULT-DAYS
                                   TO WS-RESULT-DAYS
                           END-IF
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           COMPUTE WS-RESULTS-FROM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - WS-RESULT-DAYS + 1).

       NEXT-RUN-ID.
           MOVE 0 TO WS-RUN-ID
           OPEN INPUT PUB-CONTROL-FILE
           IF WS-PUBCTL-STATUS = "00" THEN
               READ PUB-CONTROL-FILE
                   NOT AT END
                       IF PC-RUN-ID IS NUMERIC THEN
                           MOVE PC-RUN-ID TO WS-RUN-ID
                       END-IF
               END-READ
               CLOSE PUB-CONTROL-FILE
           END-IF
           ADD 1 TO WS-RUN-ID.

       SAVE-RUN-ID.
           OPEN OUTPUT PUB-CONTROL-FILE
           MOVE WS-RUN-ID TO PC-RUN-ID
           MOVE WS-RUN-TIMESTAMP TO PC-RUN-TIMESTAMP
           WRITE PUB-CONTROL-RECORD
           CLOSE PUB-CONTROL-FILE.

      *> active members who have not said no; everyone else on the
      *> roster is only counted
       LOAD-PUBLISHED-ROSTER.
           MOVE 0 TO PUBR-COUNT WS-WITHHELD-COUNT
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ ROSTER-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF RP-ACTIVE-FLAG = "A" AND
                                   RP-PUBLISH-FLAG NOT = "N" THEN
                               IF PUBR-COUNT < 1000 THEN
                                   ADD 1 TO PUBR-COUNT
                                   MOVE RP-PLAYER-ID
                                       TO PUBR-ID(PUBR-COUNT)
                                   MOVE RP-FULL-NAME
                                       TO PUBR-NAME(PUBR-COUNT)
      *> the delimiter may not appear inside a field
                                   INSPECT PUBR-NAME(PUBR-COUNT)
                                       REPLACING ALL "|" BY "/"
                               ELSE
                                   DISPLAY "Roster table full, "
                                       "not publishing "
                                       RP-PLAYER-ID
                               END-IF
                           ELSE
                               ADD 1 TO WS-WITHHELD-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF.

      *> WS-LOOKUP-ID among the members who may be published
       FIND-PUBLISHED-MEMBER.
           MOVE "NO" TO WS-LOOKUP-FOUND
           MOVE SPACES TO WS-LOOKUP-NAME
           PERFORM VARYING PUBR-IDX FROM 1 BY 1
                   UNTIL PUBR-IDX > PUBR-COUNT
                      OR WS-LOOKUP-FOUND = "YES"
               IF PUBR-ID(PUBR-IDX) = WS-LOOKUP-ID THEN
                   MOVE "YES" TO WS-LOOKUP-FOUND
                   MOVE PUBR-NAME(PUBR-IDX) TO WS-LOOKUP-NAME
               END-IF
           END-PERFORM.

      *> one side of a fixture, tie or result: WS-SIDE-ID comes
      *> back as it is with its name, or emptied with the name
      *> withheld; an empty side (a cup bye) stays empty
       NAME-ONE-SIDE.
           IF WS-SIDE-ID = SPACES THEN
               MOVE SPACES TO WS-SIDE-NAME
           ELSE
               MOVE WS-SIDE-ID TO WS-LOOKUP-ID
               PERFORM FIND-PUBLISHED-MEMBER
               IF WS-LOOKUP-FOUND = "YES" THEN
                   MOVE WS-LOOKUP-NAME TO WS-SIDE-NAME
               ELSE
                   MOVE SPACES TO WS-SIDE-ID
                   MOVE "(not published)" TO WS-SIDE-NAME
               END-IF
           END-IF.

      *> standings, ranked by wins the way the leaderboard report
      *> ranks them - the master is sorted into a work file and
      *> streamed, so there is no ceiling on it
       EXTRACT-STANDINGS.
           OPEN INPUT PLAYER-STATS-FILE
           IF WS-PSTAT-STATUS NOT = "00" THEN
               DISPLAY "Could not open PLAYERSTATS.DAT, status "
                   WS-PSTAT-STATUS " - PUBSTAND.DAT not written"
           ELSE
               CLOSE PLAYER-STATS-FILE
               SORT RANK-SORT-FILE
                   ON DESCENDING KEY SRT-WINS
                   USING PLAYER-STATS-FILE GIVING RANKED-FILE
               MOVE "PUBSTAND.DAT" TO WS-PUB-FILENAME
               MOVE "STANDING" TO WS-PUB-CODE
               PERFORM OPEN-PUB-FILE
               MOVE 0 TO WS-RANK
               MOVE "NO" TO WS-EOF-FLAG
               OPEN INPUT RANKED-FILE
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ RANKED-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END PERFORM PUBLISH-ONE-STANDING
                   END-READ
               END-PERFORM
               CLOSE RANKED-FILE
               PERFORM CLOSE-PUB-FILE
               CALL "CBL_DELETE_FILE" USING WS-RANKED-NAME
           END-IF.

       PUBLISH-ONE-STANDING.
           MOVE RK-PLAYER-ID TO WS-LOOKUP-ID
           PERFORM FIND-PUBLISHED-MEMBER
           IF WS-LOOKUP-FOUND = "YES" THEN
               ADD 1 TO WS-RANK
      *> masters written before the forfeits field existed read
      *> back with spaces there - treat that as zero
               IF RK-FORFEITS IS NUMERIC THEN
                   MOVE RK-FORFEITS TO WS-FORFEITS-SHOW
               ELSE
                   MOVE 0 TO WS-FORFEITS-SHOW
               END-IF
               MOVE SPACES TO WS-PUB-LINE
               MOVE 1 TO WS-PUB-PTR
               STRING "D|" WS-RANK "|"
                   RK-PLAYER-ID DELIMITED BY SPACE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOOKUP-NAME TRAILING)
                       DELIMITED BY SIZE
                   "|" RK-WINS "|" RK-LOSSES "|" RK-DRAWS "|"
                   WS-FORFEITS-SHOW "|" RK-GAMES
                       DELIMITED BY SIZE
                   INTO WS-PUB-LINE WITH POINTER WS-PUB-PTR
               PERFORM WRITE-PUB-DETAIL
           END-IF.

      *> the ratings master is written in ladder order, so a
      *> straight read is the ladder; every rating read also goes
      *> to the published copy, hidden ones included, so a player
      *> who comes back later shows a true change
       EXTRACT-LADDER.
           OPEN INPUT RATINGS-FILE
           IF WS-RATINGS-STATUS NOT = "00" THEN
               DISPLAY "Could not open RATINGS.DAT, status "
                   WS-RATINGS-STATUS " - PUBLADR.DAT not written"
           ELSE
               PERFORM LOAD-PUBLISHED-LADDER
               OPEN OUTPUT PUBLISHED-RATINGS-FILE
               MOVE "PUBLADR.DAT" TO WS-PUB-FILENAME
               MOVE "LADDER" TO WS-PUB-CODE
               PERFORM OPEN-PUB-FILE
               MOVE 0 TO WS-RANK
               MOVE "NO" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ RATINGS-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PUBLISH-ONE-RATING
                           WRITE PUBLISHED-RATING-RECORD
                               FROM RATING-RECORD
                   END-READ
               END-PERFORM
               CLOSE RATINGS-FILE
               CLOSE PUBLISHED-RATINGS-FILE
               PERFORM CLOSE-PUB-FILE
           END-IF.

       LOAD-PUBLISHED-LADDER.
           MOVE 0 TO PRVL-COUNT
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT PUBLISHED-RATINGS-FILE
           IF WS-PUBRATE-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ PUBLISHED-RATINGS-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF PRVL-COUNT < 500 THEN
                               ADD 1 TO PRVL-COUNT
                               MOVE PR-PLAYER-ID
                                   TO PRVL-ID(PRVL-COUNT)
                               MOVE PR-RATING
                                   TO PRVL-RATING(PRVL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PUBLISHED-RATINGS-FILE
           END-IF.

       PUBLISH-ONE-RATING.
           MOVE RT-PLAYER-ID TO WS-LOOKUP-ID
           PERFORM FIND-PUBLISHED-MEMBER
           IF WS-LOOKUP-FOUND = "YES" THEN
               ADD 1 TO WS-RANK
               PERFORM FIND-PUBLISHED-RATING
               IF WS-PRVL-FOUND = "YES" THEN
                   COMPUTE WS-CHANGE = RT-RATING - WS-PRVL-RATING
                   MOVE WS-CHANGE TO WS-CHANGE-SHOW
                   MOVE WS-CHANGE-SHOW TO WS-CHANGE-TEXT
               ELSE
                   MOVE "NEW" TO WS-CHANGE-TEXT
               END-IF
               MOVE SPACES TO WS-PUB-LINE
               MOVE 1 TO WS-PUB-PTR
               STRING "D|" WS-RANK "|"
                   RT-PLAYER-ID DELIMITED BY SPACE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOOKUP-NAME TRAILING)
                       DELIMITED BY SIZE
                   "|" RT-RATING "|" RT-GAMES "|" DELIMITED BY SIZE
                   WS-CHANGE-TEXT DELIMITED BY SPACE
                   INTO WS-PUB-LINE WITH POINTER WS-PUB-PTR
               PERFORM WRITE-PUB-DETAIL
           END-IF.

       FIND-PUBLISHED-RATING.
           MOVE "NO" TO WS-PRVL-FOUND
           MOVE 0 TO WS-PRVL-RATING
           PERFORM VARYING PRVL-IDX FROM 1 BY 1
                   UNTIL PRVL-IDX > PRVL-COUNT
               IF PRVL-ID(PRVL-IDX) = RT-PLAYER-ID THEN
                   MOVE "YES" TO WS-PRVL-FOUND
                   MOVE PRVL-RATING(PRVL-IDX) TO WS-PRVL-RATING
               END-IF
           END-PERFORM.

      *> every league fixture still to be played; past its due
      *> date it is overdue, as the fixtures report has it
       EXTRACT-FIXTURES.
           OPEN INPUT FIXTURES-FILE
           IF WS-FIX-STATUS NOT = "00" THEN
               DISPLAY "Could not open FIXTURES.DAT, status "
                   WS-FIX-STATUS " - PUBFIX.DAT not written"
           ELSE
               MOVE "PUBFIX.DAT" TO WS-PUB-FILENAME
               MOVE "FIXTURES" TO WS-PUB-CODE
               PERFORM OPEN-PUB-FILE
               MOVE "NO" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ FIXTURES-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF FX-STATUS NOT = "P" THEN
                               PERFORM PUBLISH-ONE-FIXTURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIXTURES-FILE
               PERFORM CLOSE-PUB-FILE
           END-IF.

       PUBLISH-ONE-FIXTURE.
           IF FX-DUE-DATE < WS-TODAY THEN
               MOVE "OVERDUE" TO WS-STATE-TEXT
           ELSE
               MOVE "UPCOMING" TO WS-STATE-TEXT
           END-IF
           MOVE FX-PLAYER1-ID TO WS-SIDE-ID
           PERFORM NAME-ONE-SIDE
           MOVE WS-SIDE-ID TO WS-SIDE1-ID
           MOVE WS-SIDE-NAME TO WS-SIDE1-NAME
           MOVE FX-PLAYER2-ID TO WS-SIDE-ID
           PERFORM NAME-ONE-SIDE
           MOVE WS-SIDE-ID TO WS-SIDE2-ID
           MOVE WS-SIDE-NAME TO WS-SIDE2-NAME
           MOVE SPACES TO WS-PUB-LINE
           MOVE 1 TO WS-PUB-PTR
           STRING "D|" FX-ROUND-NO "|" FX-FIXTURE-NO "|"
                   DELIMITED BY SIZE
               WS-STATE-TEXT DELIMITED BY SPACE
               "|" FX-DUE-DATE "|" DELIMITED BY SIZE
               WS-SIDE1-ID DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SIDE1-NAME TRAILING)
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-SIDE2-ID DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SIDE2-NAME TRAILING)
                   DELIMITED BY SIZE
               INTO WS-PUB-LINE WITH POINTER WS-PUB-PTR
           PERFORM WRITE-PUB-DETAIL.

      *> the bracket as it stands, every round; the draw program
      *> only ever builds one cup at a time, so this is the
      *> current one
       EXTRACT-CUP-BRACKET.
           OPEN INPUT CUP-FILE
           IF WS-CUP-STATUS NOT = "00" THEN
               DISPLAY "Could not open CUPBRKT.DAT, status "
                   WS-CUP-STATUS " - PUBCUP.DAT not written"
           ELSE
               MOVE "PUBCUP.DAT" TO WS-PUB-FILENAME
               MOVE "CUP" TO WS-PUB-CODE
               PERFORM OPEN-PUB-FILE
               MOVE "NO" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ CUP-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END PERFORM PUBLISH-ONE-TIE
                   END-READ
               END-PERFORM
               CLOSE CUP-FILE
               PERFORM CLOSE-PUB-FILE
           END-IF.

       PUBLISH-ONE-TIE.
           EVALUATE CT-STATUS
               WHEN "P"   MOVE "PLAYED" TO WS-STATE-TEXT
               WHEN "B"   MOVE "BYE" TO WS-STATE-TEXT
               WHEN OTHER MOVE "UNPLAYED" TO WS-STATE-TEXT
           END-EVALUATE
           MOVE CT-PLAYER1-ID TO WS-SIDE-ID
           PERFORM NAME-ONE-SIDE
           MOVE WS-SIDE-ID TO WS-SIDE1-ID
           MOVE WS-SIDE-NAME TO WS-SIDE1-NAME
           MOVE CT-PLAYER2-ID TO WS-SIDE-ID
           PERFORM NAME-ONE-SIDE
           MOVE WS-SIDE-ID TO WS-SIDE2-ID
           MOVE WS-SIDE-NAME TO WS-SIDE2-NAME
      *> the winner is one of the two sides, so it is withheld
      *> along with them
           MOVE CT-WINNER-ID TO WS-SIDE-ID
           PERFORM NAME-ONE-SIDE
           MOVE WS-SIDE-ID TO WS-WINNER-ID
           IF CT-STATUS = "P" THEN
               MOVE CT-PLAYED-DATE TO WS-PLAYED-TEXT
           ELSE
               MOVE SPACES TO WS-PLAYED-TEXT
           END-IF
           MOVE SPACES TO WS-PUB-LINE
           MOVE 1 TO WS-PUB-PTR
           STRING "D|" CT-ROUND-NO "|" CT-TIE-NO "|"
                   DELIMITED BY SIZE
               WS-STATE-TEXT DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               WS-SIDE1-ID DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SIDE1-NAME TRAILING)
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-SIDE2-ID DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SIDE2-NAME TRAILING)
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-WINNER-ID DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               WS-PLAYED-TEXT DELIMITED BY SPACE
               INTO WS-PUB-LINE WITH POINTER WS-PUB-PTR
           PERFORM WRITE-PUB-DETAIL.

      *> results completed inside the window, in the order they
      *> completed
       EXTRACT-RESULTS.
           OPEN INPUT GAME-RESULTS-FILE
           IF WS-RESULTS-STATUS NOT = "00" THEN
               DISPLAY "Could not open GAMERSLT.DAT, status "
                   WS-RESULTS-STATUS " - PUBRSLT.DAT not written"
           ELSE
               MOVE "PUBRSLT.DAT" TO WS-PUB-FILENAME
               MOVE "RESULTS" TO WS-PUB-CODE
               PERFORM OPEN-PUB-FILE
               MOVE "NO" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ GAME-RESULTS-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF GR-DATE >= WS-RESULTS-FROM AND
                                   GR-DATE <= WS-TODAY AND
                                   GR-CORRECTION-FLAG NOT = "V" AND
                                   GR-PLAYER1-ID(1:4) NOT = "CPU-" AND
                                   GR-PLAYER2-ID(1:4) NOT = "CPU-" THEN
                               PERFORM PUBLISH-ONE-RESULT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GAME-RESULTS-FILE
               PERFORM CLOSE-PUB-FILE
           END-IF.

      *> the score from player 1's side first, and how the game
      *> was decided
       PUBLISH-ONE-RESULT.
           EVALUATE TRUE
               WHEN GR-RESULT-TYPE = "D"
                   MOVE "0-0" TO WS-RESULT-TEXT
                   MOVE "DOUBLE FORFEIT" TO WS-HOW-TEXT
               WHEN GR-RESULT-TYPE = "A"
                   MOVE "0-0" TO WS-RESULT-TEXT
                   MOVE "ABANDONED" TO WS-HOW-TEXT
               WHEN GR-WINNER = "X"
                   MOVE "1-0" TO WS-RESULT-TEXT
               WHEN GR-WINNER = "O"
                   MOVE "0-1" TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE "1/2-1/2" TO WS-RESULT-TEXT
           END-EVALUATE
           EVALUATE GR-RESULT-TYPE
               WHEN "F"   MOVE "FORFEIT" TO WS-HOW-TEXT
               WHEN "R"   MOVE "RESIGNED" TO WS-HOW-TEXT
               WHEN "W"   MOVE "WALKOVER" TO WS-HOW-TEXT
               WHEN "D"   CONTINUE
               WHEN "A"   CONTINUE
               WHEN OTHER MOVE "PLAYED" TO WS-HOW-TEXT
           END-EVALUATE
           MOVE GR-PLAYER1-ID TO WS-SIDE-ID
           PERFORM NAME-ONE-SIDE
           MOVE WS-SIDE-ID TO WS-SIDE1-ID
           MOVE WS-SIDE-NAME TO WS-SIDE1-NAME
           MOVE GR-PLAYER2-ID TO WS-SIDE-ID
           PERFORM NAME-ONE-SIDE
           MOVE WS-SIDE-ID TO WS-SIDE2-ID
           MOVE WS-SIDE-NAME TO WS-SIDE2-NAME
           MOVE SPACES TO WS-PUB-LINE
           MOVE 1 TO WS-PUB-PTR
           STRING "D|" GR-DATE "|" GR-GAME-ID "|" DELIMITED BY SIZE
               WS-SIDE1-ID DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SIDE1-NAME TRAILING)
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-SIDE2-ID DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SIDE2-NAME TRAILING)
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-RESULT-TEXT DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-HOW-TEXT TRAILING)
                   DELIMITED BY SIZE
               "|" GR-BOARD-SIZE "|" GR-TURN-COUNT
                   DELIMITED BY SIZE
               INTO WS-PUB-LINE WITH POINTER WS-PUB-PTR
           PERFORM WRITE-PUB-DETAIL.

      *> open the extract named in WS-PUB-FILENAME and write its
      *> header; the count and hash start again for each file
       OPEN-PUB-FILE.
           MOVE 0 TO WS-PUB-COUNT WS-PUB-HASH
           OPEN OUTPUT PUB-FILE
           MOVE SPACES TO PUB-RECORD
           STRING "H|" DELIMITED BY SIZE
               WS-PUB-CODE DELIMITED BY SPACE
               "|" WS-TODAY "|" WS-RUN-TIMESTAMP(9:6) "|" WS-RUN-ID
                   DELIMITED BY SIZE
               INTO PUB-RECORD
           WRITE PUB-RECORD.

      *> the line built in WS-PUB-LINE goes out, counted and added
      *> into the hash byte by byte (ORD counts from one, so each
      *> byte's code is its ORD less one)
       WRITE-PUB-DETAIL.
           COMPUTE WS-PUB-LENGTH = WS-PUB-PTR - 1
           PERFORM VARYING WS-HASH-SUB FROM 1 BY 1
                   UNTIL WS-HASH-SUB > WS-PUB-LENGTH
               COMPUTE WS-PUB-HASH = WS-PUB-HASH +
                   FUNCTION ORD(WS-PUB-LINE(WS-HASH-SUB:1)) - 1
           END-PERFORM
           ADD 1 TO WS-PUB-COUNT
           WRITE PUB-RECORD FROM WS-PUB-LINE.

       CLOSE-PUB-FILE.
           MOVE SPACES TO PUB-RECORD
           STRING "T|" DELIMITED BY SIZE
               WS-PUB-CODE DELIMITED BY SPACE
               "|" WS-PUB-COUNT "|" WS-PUB-HASH DELIMITED BY SIZE
               INTO PUB-RECORD
           WRITE PUB-RECORD
           CLOSE PUB-FILE
           DISPLAY WS-PUB-FILENAME "  " WS-PUB-COUNT "  "
               WS-PUB-HASH.

       END PROGRAM TTTPub.
