       AUTHOR. Cassandra Leder

      *> Night-stream run controller. The nightly sequence -
      *> TTTSweep, TTTBatch, then TTTRate, then TTTLead, TTTHead
      *> and TTTFix, and last TTTPub, the publication extract for
      *> the club website - used to be run by hand in order, and
      *> when a middle step died the whole stream was rerun from
      *> the top, which posted TTTBatch's results into
      *> PLAYERSTATS.DAT a second time. This driver keeps one
      *> run-control record per step with started/completed
      *> timestamps and status: a rerun after a failure picks up
      *> at the failed step, a step already marked complete is
      *> refused rather than run again, and the run ends with a
      *> control report of what ran, what it read, and what it
      *> wrote. Once every step is complete the next run starts
      *> a fresh stream. A fresh stream first cuts a generation of
      *> each master - stats, ratings, roster, fixtures and cup
      *> bracket - so the night can be put back with the restore
      *> job if a step posts something it should not have; a
      *> rerun picking up mid-stream cuts none, since the masters
      *> are then half way through the night.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT COUNT-FILE ASSIGN TO DYNAMIC WS-COUNT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-STATUS.
           SELECT GEN-SOURCE-FILE ASSIGN TO DYNAMIC WS-GEN-MASTER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENSRC-STATUS.
           SELECT GEN-COPY-FILE ASSIGN TO DYNAMIC WS-GEN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENCPY-STATUS.
           SELECT GEN-CATALOGUE-FILE ASSIGN TO "GENCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENCAT-STATUS.
           SELECT GEN-PARM-FILE ASSIGN TO "GENPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENPRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNT-FILE.
       01  COUNT-RECORD         PIC X(133).

      *> a generation is the master copied byte for byte - wide
      *> enough for the widest master in the shop
       FD  GEN-SOURCE-FILE.
       01  GEN-SOURCE-RECORD    PIC X(133).
       FD  GEN-COPY-FILE.
       01  GEN-COPY-RECORD      PIC X(133).
       FD  GEN-CATALOGUE-FILE.
       COPY GENCAT.
      *> GENPARM.DAT columns 1-2: generations kept per master
       FD  GEN-PARM-FILE.
       01  GEN-PARM-RECORD.
           05  GEN-PARM-KEEP       PIC X(2).
       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS     PIC X(2) VALUE "00".
       01  WS-COUNT-STATUS      PIC X(2) VALUE "00".

      *> the stream, in running order; each step's main input and
      *> output file name the control report's read/wrote columns
       01  WS-STEP-LIMIT        PIC 9(2) VALUE 7.
       01  STEP-TABLE.
           05  STEP-ENTRY OCCURS 7 TIMES INDEXED BY STEP-IDX.
               10  STEP-NAME        PIC X(8).
               10  STEP-COMMAND     PIC X(12).
               10  STEP-INPUT-FILE  PIC X(15).
      *> step number headed for the report goes through this
       01  WS-STEP-SHOW         PIC 9(2) VALUE 0.

      *> generation cut - the master named in WS-GEN-MASTER is
      *> copied to its next numbered generation before this job
      *> changes it, the copy is catalogued, and generations that
      *> fall off the end of the kept set are deleted
       01  WS-GENSRC-STATUS     PIC X(2) VALUE "00".
       01  WS-GENCPY-STATUS     PIC X(2) VALUE "00".
       01  WS-GENCAT-STATUS     PIC X(2) VALUE "00".
       01  WS-GENPRM-STATUS     PIC X(2) VALUE "00".
       01  WS-GEN-EOF           PIC X(3) VALUE "NO".
       01  WS-GEN-MASTER        PIC X(15).
       01  WS-GEN-STEM          PIC X(11).
       01  WS-GEN-JOB           PIC X(8).
       01  WS-GEN-FILENAME      PIC X(17).
       01  WS-GEN-NO            PIC 9(4) VALUE 0.
       01  WS-GEN-KEEP          PIC 9(2) VALUE 5.
       01  WS-GEN-COUNT         PIC 9(6) VALUE 0.
       01  WS-GEN-DROP-NO       PIC 9(4) VALUE 0.
       01  WS-GEN-DROP-NAME     PIC X(17).
       01  WS-GEN-DROP-RC       PIC S9(9) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM BUILD-STEP-TABLE
           EVALUATE TRUE
               WHEN WS-LOAD-COUNT = 0
                   DISPLAY "Starting a fresh night stream"
                   PERFORM CUT-NIGHT-GENERATIONS
               WHEN WS-COMPLETE-COUNT = WS-STEP-LIMIT
                   DISPLAY "Last stream completed - starting a "
                       "fresh one"
                   PERFORM BUILD-STEP-TABLE
                   PERFORM CUT-NIGHT-GENERATIONS
      *> a control file cut before the stream grew a step holds
      *> fewer records; every one of them complete means that
      *> stream finished, not that tonight's should resume at
      *> the new step
               WHEN WS-COMPLETE-COUNT = WS-LOAD-COUNT
                   DISPLAY "Last stream completed - starting a "
                       "fresh one"
                   PERFORM BUILD-STEP-TABLE
                   PERFORM CUT-NIGHT-GENERATIONS
               WHEN OTHER
                   PERFORM FIND-RESUME-STEP
                   DISPLAY "Resuming the stream at step "
           STOP RUN.

       BUILD-STEP-TABLE.
      *> games left standing in flight are closed first, so the
      *> results they leave are on file before anything reads it
           MOVE "TTTSWEEP" TO STEP-NAME(1)
           MOVE "./tttsweep"  TO STEP-COMMAND(1)
           MOVE "TTTGAMES.DAT" TO STEP-INPUT-FILE(1)
           MOVE "SWEEPLOG.DAT" TO STEP-OUTPUT-FILE(1)
           MOVE "TTTBATCH" TO STEP-NAME(2)
           MOVE "./tttbatch"  TO STEP-COMMAND(2)
           MOVE "TTTTXN.DAT"  TO STEP-INPUT-FILE(2)
           MOVE "GAMERSLT.DAT" TO STEP-OUTPUT-FILE(2)
           MOVE "TTTRATE " TO STEP-NAME(3)
           MOVE "./tttrate"   TO STEP-COMMAND(3)
           MOVE "GAMERSLT.DAT" TO STEP-INPUT-FILE(3)
           MOVE "RATINGS.DAT" TO STEP-OUTPUT-FILE(3)
           MOVE "TTTLEAD " TO STEP-NAME(4)
           MOVE "./tttlead"   TO STEP-COMMAND(4)
           MOVE "PLAYERSTATS.DAT" TO STEP-INPUT-FILE(4)
           MOVE SPACES        TO STEP-OUTPUT-FILE(4)
           MOVE "TTTHEAD " TO STEP-NAME(5)
           MOVE "./ttthead"   TO STEP-COMMAND(5)
           MOVE "GAMERSLT.DAT" TO STEP-INPUT-FILE(5)
           MOVE SPACES        TO STEP-OUTPUT-FILE(5)
           MOVE "TTTFIX  " TO STEP-NAME(6)
           MOVE "./tttfix"    TO STEP-COMMAND(6)
           MOVE "FIXTURES.DAT" TO STEP-INPUT-FILE(6)
           MOVE SPACES        TO STEP-OUTPUT-FILE(6)
      *> the extract goes last, once everything it publishes has
      *> been brought up to date
           MOVE "TTTPUB  " TO STEP-NAME(7)
           MOVE "./tttpub"    TO STEP-COMMAND(7)
           MOVE "GAMERSLT.DAT" TO STEP-INPUT-FILE(7)
           MOVE "PUBRSLT.DAT" TO STEP-OUTPUT-FILE(7)
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > WS-STEP-LIMIT
               MOVE "P"    TO STEP-STATUS(STEP-IDX)
           END-PERFORM.

      *> last run's control records, if any, laid over the step
      *> table by step number; a record whose name is not the
      *> step's at that number was cut for a different line-up of
      *> the stream and is ignored
       LOAD-RUN-CONTROL.
           MOVE 0 TO WS-LOAD-COUNT WS-COMPLETE-COUNT
           MOVE "NO" TO WS-EOF-FLAG
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           IF RC-STEP-NO >= 1 AND
                                   RC-STEP-NO <= WS-STEP-LIMIT AND
                                   RC-STEP-NAME =
                                       STEP-NAME(RC-STEP-NO) THEN
                               ADD 1 TO WS-LOAD-COUNT
                               MOVE RC-STATUS TO
                                   STEP-STATUS(RC-STEP-NO)
           END-IF
           PERFORM SAVE-RUN-CONTROL.

      *> the whole control file is seven records - rewritten whole
      *> after every state change, so it always tells the truth
       SAVE-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE
               DISPLAY "Stream complete"
           END-IF.

      *> every master the stream or the day's desk work changes,
      *> as it stood before the stream's first step
       CUT-NIGHT-GENERATIONS.
           MOVE "TTTNIGHT" TO WS-GEN-JOB
           MOVE "PLAYERSTATS.DAT" TO WS-GEN-MASTER
           PERFORM CUT-GENERATION
           MOVE "RATINGS.DAT" TO WS-GEN-MASTER
           PERFORM CUT-GENERATION
           MOVE "ROSTER.DAT" TO WS-GEN-MASTER
           PERFORM CUT-GENERATION
           MOVE "FIXTURES.DAT" TO WS-GEN-MASTER
           PERFORM CUT-GENERATION
           MOVE "CUPBRKT.DAT" TO WS-GEN-MASTER
           PERFORM CUT-GENERATION
           MOVE "GAMERSLT.DAT" TO WS-GEN-MASTER
           PERFORM CUT-GENERATION
           MOVE "SERIES.DAT" TO WS-GEN-MASTER
           PERFORM CUT-GENERATION
           MOVE "SWISSPR.DAT" TO WS-GEN-MASTER
           PERFORM CUT-GENERATION
           MOVE "TEAMFIX.DAT" TO WS-GEN-MASTER
           PERFORM CUT-GENERATION.

      *> the master in WS-GEN-MASTER copied to its next numbered
      *> generation (PLAYERSTATS.G0012 and so on) under the job in
      *> WS-GEN-JOB; WS-GEN-NO comes back as the generation cut,
      *> or zero when the master is not on disk to be copied
       CUT-GENERATION.
           PERFORM READ-GENERATION-PARM
           MOVE SPACES TO WS-GEN-STEM
           UNSTRING WS-GEN-MASTER DELIMITED BY "."
               INTO WS-GEN-STEM
           PERFORM FIND-LAST-GENERATION
           ADD 1 TO WS-GEN-NO
           MOVE SPACES TO WS-GEN-FILENAME
           STRING WS-GEN-STEM DELIMITED BY SPACE
               ".G" WS-GEN-NO DELIMITED BY SIZE
               INTO WS-GEN-FILENAME
           MOVE 0 TO WS-GEN-COUNT
           MOVE "NO" TO WS-GEN-EOF
           OPEN INPUT GEN-SOURCE-FILE
           IF WS-GENSRC-STATUS = "00" THEN
               OPEN OUTPUT GEN-COPY-FILE
               PERFORM UNTIL WS-GEN-EOF = "YES"
                   READ GEN-SOURCE-FILE
                       AT END MOVE "YES" TO WS-GEN-EOF
                       NOT AT END
                           ADD 1 TO WS-GEN-COUNT
                           WRITE GEN-COPY-RECORD
                               FROM GEN-SOURCE-RECORD
                   END-READ
               END-PERFORM
               CLOSE GEN-SOURCE-FILE
               CLOSE GEN-COPY-FILE
               PERFORM CATALOGUE-GENERATION
               PERFORM DROP-OLD-GENERATIONS
               DISPLAY "Generation " WS-GEN-NO " of "
                   WS-GEN-MASTER " cut to " WS-GEN-FILENAME
                   " (" WS-GEN-COUNT " records)"
           ELSE
               MOVE 0 TO WS-GEN-NO
               DISPLAY WS-GEN-MASTER " not on disk - no "
                   "generation cut"
           END-IF.

       READ-GENERATION-PARM.
           MOVE 5 TO WS-GEN-KEEP
           OPEN INPUT GEN-PARM-FILE
           IF WS-GENPRM-STATUS = "00" THEN
               READ GEN-PARM-FILE
                   NOT AT END
                       IF GEN-PARM-KEEP IS NUMERIC THEN
                           IF GEN-PARM-KEEP > 0 THEN
                               MOVE GEN-PARM-KEEP TO WS-GEN-KEEP
                           END-IF
                       END-IF
               END-READ
               CLOSE GEN-PARM-FILE
           END-IF.

      *> the highest generation number the catalogue holds for the
      *> master - numbering carries on past the ones deleted
       FIND-LAST-GENERATION.
           MOVE 0 TO WS-GEN-NO
           MOVE "NO" TO WS-GEN-EOF
           OPEN INPUT GEN-CATALOGUE-FILE
           IF WS-GENCAT-STATUS = "00" THEN
               PERFORM UNTIL WS-GEN-EOF = "YES"
                   READ GEN-CATALOGUE-FILE
                       AT END MOVE "YES" TO WS-GEN-EOF
                       NOT AT END
                           IF GC-MASTER = WS-GEN-MASTER AND
                                   GC-GEN-NO > WS-GEN-NO THEN
                               MOVE GC-GEN-NO TO WS-GEN-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GEN-CATALOGUE-FILE
           END-IF.

       CATALOGUE-GENERATION.
           INITIALIZE GEN-CATALOGUE-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO GC-CUT-TS
           MOVE WS-GEN-MASTER   TO GC-MASTER
           MOVE WS-GEN-NO       TO GC-GEN-NO
           MOVE WS-GEN-FILENAME TO GC-GEN-FILE
           MOVE WS-GEN-JOB      TO GC-JOB
           MOVE WS-GEN-COUNT    TO GC-RECORD-COUNT
           OPEN EXTEND GEN-CATALOGUE-FILE
           IF WS-GENCAT-STATUS = "35" THEN
               OPEN OUTPUT GEN-CATALOGUE-FILE
           END-IF
           WRITE GEN-CATALOGUE-RECORD
           CLOSE GEN-CATALOGUE-FILE.

      *> everything older than the last WS-GEN-KEEP generations
      *> comes off the disk, newest first, until a delete finds
      *> nothing there - one already gone means the rest are too
       DROP-OLD-GENERATIONS.
           IF WS-GEN-NO > WS-GEN-KEEP THEN
               COMPUTE WS-GEN-DROP-NO = WS-GEN-NO - WS-GEN-KEEP
               MOVE 0 TO WS-GEN-DROP-RC
               PERFORM UNTIL WS-GEN-DROP-NO = 0
                          OR WS-GEN-DROP-RC NOT = 0
                   MOVE SPACES TO WS-GEN-DROP-NAME
                   STRING WS-GEN-STEM DELIMITED BY SPACE
                       ".G" WS-GEN-DROP-NO DELIMITED BY SIZE
                       INTO WS-GEN-DROP-NAME
                   CALL "CBL_DELETE_FILE" USING WS-GEN-DROP-NAME
                   MOVE RETURN-CODE TO WS-GEN-DROP-RC
                   SUBTRACT 1 FROM WS-GEN-DROP-NO
               END-PERFORM
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM TTTNight.
