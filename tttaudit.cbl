      *>     record are orphans (for the log, a game still in
      *>     flight is the innocent case - the report says so);
      *>   - an unplayed fixture whose pairing has a result on
      *>     file that no played fixture, cup tie or team board
      *>     accounts for is flagged as possibly unmarked; results
      *>     claimed by an earlier round's played fixture (or by a
      *>     cup tie, or as games of a claimed series) are not
      *>     re-alarmed, so a freshly scheduled later round
      *>     between the same pair still lets the audit print
      *>     that the files tie;
      *>   - a game the correction job voided keeps its log and
      *>     perf records and still ties, but counts as accounted
      *>     for, and a played fixture or cup tie still standing
      *>     on it alone is flagged - the correction should have
      *>     reopened it.
      *> Everything lands on one exception report with counts that
      *> prove the files tie.

           SELECT CUP-FILE ASSIGN TO "CUPBRKT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUP-STATUS.
           SELECT SWISS-PAIRING-FILE ASSIGN TO "SWISSPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWISS-STATUS.
           SELECT TEAM-FIXTURE-FILE ASSIGN TO "TEAMFIX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEAMFIX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY FIXREC.
       FD  CUP-FILE.
       COPY CUPREC.
       FD  SWISS-PAIRING-FILE.
       COPY SWPAIRR.
       FD  TEAM-FIXTURE-FILE.
       COPY TFIXREC.

       WORKING-STORAGE SECTION.
       01  WS-RESULTS-STATUS    PIC X(2) VALUE "00".
       01  WS-PERF-STATUS       PIC X(2) VALUE "00".
       01  WS-FIX-STATUS        PIC X(2) VALUE "00".
       01  WS-CUP-STATUS        PIC X(2) VALUE "00".
       01  WS-SWISS-STATUS      PIC X(2) VALUE "00".
       01  WS-TEAMFIX-STATUS    PIC X(2) VALUE "00".
       01  WS-EOF-FLAG          PIC X(3) VALUE "NO".

      *> every completed game on the results file, with the log
      *> results are accounted for and must not make a later
      *> round's unplayed fixture read as a crash orphan
               10  RES-CLAIMED      PIC X(1).
      *> the results record's correction flag - "V" voided,
      *> "C" amended, space as played
               10  RES-CORRECTION   PIC X(1).
               10  RES-RESULT-TYPE  PIC X(1).
       01  WS-RES-FOUND-IDX     PIC 9(4).
       01  WS-LOOKUP-GAME-ID    PIC X(14).

       01  WS-PERF-SHORT-COUNT  PIC 9(6) VALUE 0.
       01  WS-BAD-FIX-COUNT     PIC 9(6) VALUE 0.
       01  WS-UNMARKED-COUNT    PIC 9(6) VALUE 0.
       01  WS-VOIDED-COUNT      PIC 9(6) VALUE 0.
       01  WS-CORRECTED-COUNT   PIC 9(6) VALUE 0.
       01  WS-ABANDONED-COUNT   PIC 9(6) VALUE 0.
       01  WS-ON-VOID-COUNT     PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM TIE-PERF-LOG
           PERFORM TIE-FIXTURES
           PERFORM CLAIM-CUP-TIES
           PERFORM CLAIM-SWISS-BOARDS
           PERFORM CLAIM-TEAM-BOARDS
           PERFORM SWEEP-UNPLAYED-FIXTURES
           PERFORM JUDGE-RESULTS-COVERAGE
           PERFORM PRINT-ORPHAN-LISTS
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-RESULTS-READ
                           EVALUATE GR-CORRECTION-FLAG
                               WHEN "V" ADD 1 TO WS-VOIDED-COUNT
                               WHEN "C" ADD 1 TO WS-CORRECTED-COUNT
                           END-EVALUATE
                           IF GR-RESULT-TYPE = "A" THEN
                               ADD 1 TO WS-ABANDONED-COUNT
                           END-IF
                           IF RES-COUNT < 2000 THEN
                               ADD 1 TO RES-COUNT
                               MOVE GR-GAME-ID TO
                                   RES-PERF-COUNT(RES-COUNT)
                               MOVE "N" TO
                                   RES-CLAIMED(RES-COUNT)
                               MOVE GR-CORRECTION-FLAG TO
                                   RES-CORRECTION(RES-COUNT)
                               MOVE GR-RESULT-TYPE TO
                                   RES-RESULT-TYPE(RES-COUNT)
      *> a voided or abandoned game settles nothing, so no
      *> unplayed fixture between the pair should alarm over it
                               IF GR-CORRECTION-FLAG = "V" OR
                                       GR-RESULT-TYPE = "A" THEN
                                   MOVE "Y" TO
                                       RES-CLAIMED(RES-COUNT)
                               END-IF
                           ELSE
                               DISPLAY "Results table full, "
                                   "dropping " GR-GAME-ID
                   "game " FX-GAME-ID " is on neither "
                   "GAMERSLT.DAT nor SERIES.DAT"
           END-IF
           IF WS-SER-FOUND = "NO" AND WS-RES-FOUND-IDX NOT = 0 THEN
               IF RES-CORRECTION(WS-RES-FOUND-IDX) = "V" THEN
                   ADD 1 TO WS-ON-VOID-COUNT
                   ADD 1 TO WS-EXCEPTION-COUNT
                   DISPLAY "EXCEPTION fixture R" FX-ROUND-NO
                       " #" FX-FIXTURE-NO " marked played on "
                       "game " FX-GAME-ID " which is voided"
               END-IF
           END-IF
           PERFORM CLAIM-LOOKED-UP-GAME.

      *> mark the looked-up result accounted for; a series claims
                                   TO WS-LOOKUP-GAME-ID
                               PERFORM FIND-RESULTS-ENTRY
                               PERFORM FIND-SERIES-ID
                               PERFORM CHECK-CUP-TIE-VOID
                               PERFORM CLAIM-LOOKED-UP-GAME
                           END-IF
                   END-READ
               CLOSE CUP-FILE
           END-IF.

       CHECK-CUP-TIE-VOID.
           IF WS-SER-FOUND = "NO" AND WS-RES-FOUND-IDX NOT = 0 THEN
               IF RES-CORRECTION(WS-RES-FOUND-IDX) = "V" THEN
                   ADD 1 TO WS-ON-VOID-COUNT
                   ADD 1 TO WS-EXCEPTION-COUNT
                   DISPLAY "EXCEPTION cup tie R" CT-ROUND-NO
                       " #" CT-TIE-NO " marked played on "
                       "game " CT-GAME-ID " which is voided"
               END-IF
           END-IF.

      *> a played Swiss board accounts for its game the same way
       CLAIM-SWISS-BOARDS.
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT SWISS-PAIRING-FILE
           IF WS-SWISS-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ SWISS-PAIRING-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF SP-STATUS = "P" AND
                                   SP-GAME-ID NOT = SPACES THEN
                               MOVE SP-GAME-ID
                                   TO WS-LOOKUP-GAME-ID
                               PERFORM FIND-RESULTS-ENTRY
                               PERFORM FIND-SERIES-ID
                               PERFORM CHECK-SWISS-BOARD-VOID
                               PERFORM CLAIM-LOOKED-UP-GAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SWISS-PAIRING-FILE
           END-IF.

       CHECK-SWISS-BOARD-VOID.
           IF WS-SER-FOUND = "NO" AND WS-RES-FOUND-IDX NOT = 0 THEN
               IF RES-CORRECTION(WS-RES-FOUND-IDX) = "V" THEN
                   ADD 1 TO WS-ON-VOID-COUNT
                   ADD 1 TO WS-EXCEPTION-COUNT
                   DISPLAY "EXCEPTION Swiss event " SP-EVENT-NO
                       " round " SP-ROUND-NO " board " SP-BOARD-NO
                       " marked played on game " SP-GAME-ID
                       " which is voided"
               END-IF
           END-IF.

      *> and so does a played team board
       CLAIM-TEAM-BOARDS.
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT TEAM-FIXTURE-FILE
           IF WS-TEAMFIX-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ TEAM-FIXTURE-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF TB-STATUS = "P" AND
                                   TB-GAME-ID NOT = SPACES THEN
                               MOVE TB-GAME-ID
                                   TO WS-LOOKUP-GAME-ID
                               PERFORM FIND-RESULTS-ENTRY
                               PERFORM FIND-SERIES-ID
                               PERFORM CHECK-TEAM-BOARD-VOID
                               PERFORM CLAIM-LOOKED-UP-GAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEAM-FIXTURE-FILE
           END-IF.

       CHECK-TEAM-BOARD-VOID.
           IF WS-SER-FOUND = "NO" AND WS-RES-FOUND-IDX NOT = 0 THEN
               IF RES-CORRECTION(WS-RES-FOUND-IDX) = "V" THEN
                   ADD 1 TO WS-ON-VOID-COUNT
                   ADD 1 TO WS-EXCEPTION-COUNT
                   DISPLAY "EXCEPTION team round " TB-ROUND-NO
                       " match " TB-MATCH-NO " board " TB-BOARD-NO
                       " marked played on game " TB-GAME-ID
                       " which is voided"
               END-IF
           END-IF.

      *> second fixture pass, once every claim is in: an unplayed
      *> fixture whose pairing has an UNCLAIMED result on file is
      *> the crash window between writing the result and marking
       JUDGE-RESULTS-COVERAGE.
           PERFORM VARYING RES-IDX FROM 1 BY 1
                   UNTIL RES-IDX > RES-COUNT
      *> an awarded result (walkover and the like) was never
      *> played, so it has neither log nor perf records to miss;
      *> a game abandoned before its first move has none either,
      *> and one abandoned mid-turn may be a timing short
               IF RES-LOG-COUNT(RES-IDX) = 0 AND
                       RES-MODE(RES-IDX) NOT = "ADJUD " AND
                       NOT (RES-RESULT-TYPE(RES-IDX) = "A" AND
                            RES-TURN-COUNT(RES-IDX) = 0) THEN
                   ADD 1 TO WS-NO-LOG-COUNT
                   ADD 1 TO WS-EXCEPTION-COUNT
                   DISPLAY "EXCEPTION result " RES-GAME-ID(RES-IDX)
                       "records - archived from under it?"
               END-IF
               IF RES-MODE(RES-IDX) NOT = "BATCH " AND
                       RES-MODE(RES-IDX) NOT = "ADJUD " AND
                       RES-RESULT-TYPE(RES-IDX) NOT = "A" AND
                       RES-PERF-COUNT(RES-IDX) NOT =
                           RES-TURN-COUNT(RES-IDX) THEN
                   ADD 1 TO WS-PERF-SHORT-COUNT
               WS-BAD-FIX-COUNT
           DISPLAY "Unplayed fixtures with result: "
               WS-UNMARKED-COUNT
           DISPLAY "Results voided by correction:  "
               WS-VOIDED-COUNT
           DISPLAY "Results amended by correction: "
               WS-CORRECTED-COUNT
           DISPLAY "Results closed as abandoned:   "
               WS-ABANDONED-COUNT
           DISPLAY "Played ties on a voided game:  "
               WS-ON-VOID-COUNT
           IF WS-EXCEPTION-COUNT = 0 THEN
               DISPLAY "The four files tie - no exceptions."
           ELSE
