      *> OPERREC - the operator master, one record per person
      *> allowed to run the maintenance and close-out programs.
      *> The password is never held as typed: OP-PASSWORD-HASH is
      *> the sign-on hash of the operator id and password taken
      *> together, so two operators with the same password do not
      *> show the same figure. Kept by the operator maintenance
      *> program; an operator is deactivated, never deleted, so
      *> the security log can always be traced to a person.
       01  OPERATOR-RECORD.
           05  OP-OPERATOR-ID      PIC X(8).
           05  OP-FULL-NAME        PIC X(30).
           05  OP-PASSWORD-HASH    PIC 9(10).
      *> 1 = inquiry, 2 = desk, 3 = league official,
      *> 4 = supervisor - each level may do everything below it
           05  OP-LEVEL            PIC 9(1).
      *> "A" = active, "I" = inactive (refused at sign-on)
           05  OP-ACTIVE-FLAG      PIC X(1).
           05  OP-ADDED-DATE       PIC 9(8).
