      *> PPLOGREC - the postponement register: one record per
      *> postponement request the enforcement job disposed of,
      *> with the fixture's due date before and after, so the
      *> fixture file itself only ever carries the current due
      *> date and the history of how it got there lives here.
       01  POSTPONE-LOG-RECORD.
           05  PL-TIMESTAMP        PIC X(14).
           05  PL-ROUND-NO         PIC 9(2).
           05  PL-FIXTURE-NO       PIC 9(3).
           05  PL-PLAYER1-ID       PIC X(8).
           05  PL-PLAYER2-ID       PIC X(8).
           05  PL-OLD-DUE-DATE     PIC 9(8).
           05  PL-NEW-DUE-DATE     PIC 9(8).
           05  PL-REQUESTED-BY     PIC X(8).
           05  PL-DECIDED-BY       PIC X(8).
      *> "A" = applied, "D" = declined, "R" = rejected by the edit
           05  PL-DISPOSITION      PIC X(1).
           05  PL-REASON           PIC X(30).
           05  PL-REMARK           PIC X(30).
