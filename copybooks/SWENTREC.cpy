      *> SWENTREC - one entrant of a Swiss event, written when the
      *> event starts: every active roster member, seeded from the
      *> ratings ladder (unrated players after the rated ones, in
      *> roster order). The seed is the starting rank - round 1 is
      *> paired from it and it breaks the last tie in the
      *> standings.
       01  SWISS-ENTRANT-RECORD.
           05  SN-EVENT-NO         PIC 9(3).
           05  SN-PLAYER-ID        PIC X(8).
           05  SN-SEED             PIC 9(3).
      *> rating when the event started, 0 when unrated
           05  SN-RATING           PIC 9(4).
