      *> GENCAT - the generation catalogue, one record per copy of
      *> a master file cut before a job changed it: which master,
      *> its generation number and the file the copy went to, when
      *> it was cut, by which job, and how many records it held.
      *> Only the last few generations of each master are kept on
      *> disk; the catalogue keeps the record of every cut, and the
      *> restore job lists only the copies still on disk.
       01  GEN-CATALOGUE-RECORD.
           05  GC-CUT-TS           PIC X(14).
           05  GC-MASTER           PIC X(15).
           05  GC-GEN-NO           PIC 9(4).
           05  GC-GEN-FILE         PIC X(17).
           05  GC-JOB              PIC X(8).
           05  GC-RECORD-COUNT     PIC 9(6).
