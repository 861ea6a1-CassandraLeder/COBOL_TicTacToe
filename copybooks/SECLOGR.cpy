      *> SECLOGR - the security log, appended by every program
      *> that signs its operator on: each sign-on, good or bad,
      *> each action refused for want of authority, and each
      *> privileged action carried out, with who, when and where.
      *> The weekly security report reads it back for the league
      *> secretary.
       01  SECURITY-LOG-RECORD.
           05  SL-TIMESTAMP        PIC X(14).
      *> the id as typed - on a failed sign-on it may be no
      *> operator at all
           05  SL-OPERATOR-ID      PIC X(8).
           05  SL-PROGRAM          PIC X(8).
      *> "S" = signed on, "F" = sign-on failed, "R" = refused,
      *> "A" = privileged action carried out
           05  SL-EVENT            PIC X(1).
           05  SL-LEVEL            PIC 9(1).
           05  SL-ACTION           PIC X(20).
           05  SL-DETAIL           PIC X(30).
