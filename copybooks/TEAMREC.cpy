      *> TEAMREC - team master, one record per club team entered
      *> in the team league, keyed by team id. Which players turn
      *> out for a team is not held here but on the dated
      *> membership file, so a transfer never rewrites the team.
       01  TEAM-RECORD.
           05  TM-TEAM-ID          PIC X(8).
           05  TM-TEAM-NAME        PIC X(30).
           05  TM-FORMED-DATE      PIC 9(8).
      *> "A" = active, scheduled for team fixtures; "I" =
      *> inactive, kept for history
           05  TM-ACTIVE-FLAG      PIC X(1).
