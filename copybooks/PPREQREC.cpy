      *> PPREQREC - one postponement request against a league
      *> fixture, keyed by round and fixture number. The desk keys
      *> the request when a player asks and the league official's
      *> decision when it is made; the enforcement job moves an
      *> approved fixture's due date, logs a declined one, and
      *> carries an undecided one forward - holding the fixture
      *> back from a walkover until the decision is in.
       01  POSTPONE-REQUEST-RECORD.
           05  PQ-ROUND-NO         PIC 9(2).
           05  PQ-FIXTURE-NO       PIC 9(3).
           05  PQ-REQUESTED-BY     PIC X(8).
           05  PQ-NEW-DUE-DATE     PIC 9(8).
      *> "A" = approved, "D" = declined, space = not yet decided
           05  PQ-DECISION         PIC X(1).
           05  PQ-DECIDED-BY       PIC X(8).
           05  PQ-REASON           PIC X(30).
