      *> NOSHOWR - one no-show claim against a league fixture:
      *> the claimant turned up to play and the opponent did not.
      *> When a fixture runs out of grace the enforcement job
      *> awards the walkover from these - a claim from one side
      *> only gives that side the game, no claim from either side
      *> is a double forfeit, and claims from both sides are a
      *> dispute left to the desk.
       01  NO-SHOW-CLAIM-RECORD.
           05  NC-ROUND-NO         PIC 9(2).
           05  NC-FIXTURE-NO       PIC 9(3).
           05  NC-CLAIMANT-ID      PIC X(8).
           05  NC-CLAIM-DATE       PIC 9(8).
           05  NC-NOTE             PIC X(30).
