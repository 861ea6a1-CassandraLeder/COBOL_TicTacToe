      *> "A" = active league member, "I" = inactive (kept for
      *> history, not scheduled and not accepted at game start)
           05  RP-ACTIVE-FLAG      PIC X(1).
      *> "N" = the player has asked not to be named on the club
      *> website or in the newsletter, so the publication extract
      *> leaves them out; "Y" = may be published. At the end, so
      *> rosters written before the field existed read back as a
      *> space, which counts as "Y"
           05  RP-PUBLISH-FLAG     PIC X(1).
