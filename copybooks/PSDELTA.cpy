           05  SD-FORFEITS         PIC 9(4).
           05  SD-GAMES            PIC 9(4).
           05  SD-TIME             PIC 9(10).
      *> "R" = a reversal, taking a result back out of the master
      *> (a voided or corrected game) - the figures above are
      *> subtracted instead of added. Space = an ordinary posting;
      *> deltas written before the field existed read back as one
           05  SD-DIRECTION        PIC X(1).
