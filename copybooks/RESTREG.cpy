      *> RESTREG - the restore register, one record per master the
      *> restore job put back: the point in time asked for, the
      *> generation that was copied over the live file, its record
      *> count, and the generation the live file was saved to
      *> first - so a restore can itself be undone.
       01  RESTORE-REGISTER-RECORD.
           05  RR-TIMESTAMP        PIC X(14).
           05  RR-RESTORE-POINT    PIC X(14).
           05  RR-MASTER           PIC X(15).
           05  RR-GEN-NO           PIC 9(4).
           05  RR-GEN-FILE         PIC X(17).
           05  RR-RECORD-COUNT     PIC 9(6).
      *> the generation cut of the live file just before it was
      *> overwritten; zero when there was no live file to save
           05  RR-SAVED-GEN-NO     PIC 9(4).
