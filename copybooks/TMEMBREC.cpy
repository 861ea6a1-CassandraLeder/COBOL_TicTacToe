      *> TMEMBREC - team membership, one record per spell a player
      *> spends with a team. A transfer closes the old spell with
      *> its last day and opens a new one from the next, so the
      *> file says who played for whom on any date and history
      *> is never rewritten. A player has at most one open spell.
       01  TEAM-MEMBER-RECORD.
           05  MB-PLAYER-ID        PIC X(8).
           05  MB-TEAM-ID          PIC X(8).
      *> first and last day with the team; a last day of zero
      *> means still a member
           05  MB-FROM-DATE        PIC 9(8).
           05  MB-TO-DATE          PIC 9(8).
      *> the operator who opened the spell
           05  MB-OPERATOR-ID      PIC X(8).
