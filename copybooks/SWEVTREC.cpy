      *> SWEVTREC - one Swiss-system event, written by the event
      *> start job and kept up to date by the round job: how many
      *> rounds it runs to, which round is being played, and -
      *> once the final round is in - who won it. One event is
      *> open at a time; finished events stay on file for the
      *> record.
       01  SWISS-EVENT-RECORD.
           05  SE-EVENT-NO         PIC 9(3).
           05  SE-EVENT-NAME       PIC X(30).
           05  SE-ROUNDS           PIC 9(2).
           05  SE-CURRENT-ROUND    PIC 9(2).
           05  SE-ENTRANTS         PIC 9(3).
      *> "O" = open, rounds still to play; "F" = finished
           05  SE-STATUS           PIC X(1).
           05  SE-START-DATE       PIC 9(8).
      *> zero and spaces until the final round is in
           05  SE-END-DATE         PIC 9(8).
           05  SE-WINNER-ID        PIC X(8).
