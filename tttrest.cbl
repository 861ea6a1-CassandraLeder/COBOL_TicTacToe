       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTRest.
       AUTHOR. Cassandra Leder

      *> Master restore. Every job that changes one of the masters
      *> - the stats master, ratings, roster, fixtures, the cup
      *> bracket, the results, series, Swiss pairing and team
      *> fixture files - first copies it to a numbered generation
      *> and catalogues the copy on GENCAT.DAT, and the night
      *> stream cuts all nine before its first step, which covers
      *> the day's play at the terminal. This job lists the
      *> generations still on disk and puts a chosen set of the
      *> masters back as they stood at one point in time, for the
      *> night a bad batch input or a mistaken merge went through.
      *>
      *> The point is a cut time off the list. Since every change
      *> is preceded by a cut, the first generation of a master
      *> cut at or after the point holds that master exactly as it
      *> stood at the point; a master with no generation since the
      *> point has not been changed by a job since, and is left as
      *> it stands. Where that first generation has since rolled
      *> off the disk the master cannot be put back to the point -
      *> a later generation would be a later state - so it is
      *> skipped and left as it stands. Each master chosen is
      *> saved to a generation of its own before it is
      *> overwritten, so a restore can itself be undone, and each
      *> goes on the register RESTLOG.DAT. The
      *> night stream's run control is cleared afterwards, so the
      *> next TTTNight run starts a fresh stream over the restored
      *> masters rather than picking up half way. Any operator may
      *> see the list; only a supervisor may restore.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTORE-FROM-FILE ASSIGN TO DYNAMIC
                   WS-REST-FROM-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RFROM-STATUS.
           SELECT RESTORE-NEW-FILE ASSIGN TO DYNAMIC
                   WS-REST-NEW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNEW-STATUS.
           SELECT RESTORE-LOG-FILE ASSIGN TO "RESTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTLOG-STATUS.
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
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESTORE-FROM-FILE.
       01  RESTORE-FROM-RECORD  PIC X(133).
       FD  RESTORE-NEW-FILE.
       01  RESTORE-NEW-RECORD   PIC X(133).
       FD  RESTORE-LOG-FILE.
       COPY RESTREG.
       FD  OPERATOR-FILE.
       COPY OPERREC.
       FD  SECURITY-LOG-FILE.
       COPY SECLOGR.
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
       01  WS-RFROM-STATUS      PIC X(2) VALUE "00".
       01  WS-RNEW-STATUS       PIC X(2) VALUE "00".
       01  WS-RESTLOG-STATUS    PIC X(2) VALUE "00".
       01  WS-EOF-FLAG          PIC X(3) VALUE "NO".
       01  WS-REST-FROM-NAME    PIC X(17).
       01  WS-REST-ON-DISK      PIC X(3).
       01  WS-REST-NEW-NAME     PIC X(15).
       01  WS-REST-MASTER-NAME  PIC X(15).
       01  WS-REST-STEM         PIC X(11).
       01  WS-REST-COUNT        PIC 9(6) VALUE 0.
       01  WS-RUNCTL-NAME       PIC X(10) VALUE "RUNCTL.DAT".
       01  WS-RESTORE-POINT     PIC X(14).
       01  WS-ANSWER            PIC X(1).
       01  WS-CHOSEN-COUNT      PIC 9(1) VALUE 0.
       01  WS-RESTORED-COUNT    PIC 9(1) VALUE 0.
       01  WS-GONE-COUNT        PIC 9(6) VALUE 0.
       01  WS-ON-DISK-COUNT     PIC 9(4) VALUE 0.
       01  WS-TABLE-FLOOR-TS    PIC X(14) VALUE SPACES.
       01  WS-RUN-TIMESTAMP     PIC X(14).

      *> the catalogued generations, in the order the catalogue
      *> holds them - the order cut - and whether each copy is
      *> still on disk. When the table is full the oldest cut is
      *> dropped off the front and its time kept as the floor; a
      *> restore point at or before the floor cannot be trusted
       01  GEN-TABLE.
           05  GENT-COUNT       PIC 9(4) VALUE 0.
           05  GENT-ENTRY OCCURS 500 TIMES INDEXED BY GENT-IDX.
               10  GENT-CUT-TS      PIC X(14).
               10  GENT-MASTER      PIC X(15).
               10  GENT-GEN-NO      PIC 9(4).
               10  GENT-FILE        PIC X(17).
               10  GENT-JOB         PIC X(8).
               10  GENT-RECORDS     PIC 9(6).
               10  GENT-ON-DISK     PIC X(3).

      *> the nine masters, the generation picked for each (zero =
      *> none since the point) and whether the operator chose it
       01  MASTER-TABLE.
           05  MAST-ENTRY OCCURS 9 TIMES INDEXED BY MAST-IDX.
               10  MAST-NAME        PIC X(15).
               10  MAST-PICK        PIC 9(4).
               10  MAST-CHOSEN      PIC X(3).

      *> operator sign-on - who is at the keyboard and what they
      *> may do: 1 inquiry, 2 desk, 3 league official,
      *> 4 supervisor. Every sign-on, refusal and privileged
      *> action goes on the security log
       01  WS-OPER-STATUS       PIC X(2) VALUE "00".
       01  WS-SECLOG-STATUS     PIC X(2) VALUE "00".
       01  WS-OPER-EOF          PIC X(3) VALUE "NO".
       01  WS-SIGNON-PROGRAM    PIC X(8) VALUE "TTTREST".
       01  WS-SIGNON-ID         PIC X(8).
       01  WS-SIGNON-PASSWORD   PIC X(16).
       01  WS-SIGNON-LEVEL      PIC 9(1) VALUE 0.
       01  WS-SIGNON-OK         PIC X(3) VALUE "NO".
       01  WS-SIGNON-TRIES      PIC 9(1) VALUE 0.
       01  WS-OPER-FOUND        PIC X(3) VALUE "NO".
       01  WS-OPER-HASH         PIC 9(10) VALUE 0.
       01  WS-OPER-LEVEL        PIC 9(1) VALUE 0.
       01  WS-OPER-ACTIVE       PIC X(1).
       01  WS-NEED-LEVEL        PIC 9(1) VALUE 0.
       01  WS-AUTHORISED        PIC X(3) VALUE "NO".
       01  WS-LEVEL-NAME        PIC X(15).
       01  WS-SEC-EVENT         PIC X(1).
       01  WS-SEC-ACTION        PIC X(20).
       01  WS-SEC-DETAIL        PIC X(30).
      *> the id and password run through the hash together
       01  WS-HASH-TEXT.
           05  WS-HASH-ID       PIC X(8).
           05  WS-HASH-PASSWORD PIC X(16).
       01  WS-HASH-WORK         PIC 9(12) VALUE 0.
       01  WS-HASH-VALUE        PIC 9(10) VALUE 0.
       01  WS-HASH-SUB          PIC 9(2) VALUE 0.

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
           PERFORM SIGN-ON-OPERATOR
           DISPLAY "===== Master Generation Restore ====="
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           PERFORM BUILD-MASTER-TABLE
           PERFORM LOAD-CATALOGUE
           IF WS-ON-DISK-COUNT = 0 THEN
               DISPLAY "No generations on disk - nothing to restore"
               STOP RUN
           END-IF
           PERFORM LIST-GENERATIONS
           MOVE 4 TO WS-NEED-LEVEL
           MOVE "RESTORE MASTERS" TO WS-SEC-ACTION
           PERFORM CHECK-AUTHORITY
           IF WS-AUTHORISED = "NO" THEN
               STOP RUN
           END-IF
           DISPLAY "Restore as of cut time (YYYYMMDDHHMMSS), "
               "Enter to quit: "
           MOVE SPACES TO WS-RESTORE-POINT
           ACCEPT WS-RESTORE-POINT
           IF WS-RESTORE-POINT = SPACES THEN
               DISPLAY "Nothing restored"
               STOP RUN
           END-IF
           IF WS-RESTORE-POINT IS NOT NUMERIC THEN
               DISPLAY "Restore point must be a 14-digit "
                   "timestamp, got " WS-RESTORE-POINT
               STOP RUN
           END-IF
           IF WS-TABLE-FLOOR-TS NOT = SPACES
                   AND WS-RESTORE-POINT <= WS-TABLE-FLOOR-TS THEN
               DISPLAY "Restore point is not after the oldest cut "
                   "held, " WS-TABLE-FLOOR-TS " - nothing restored"
               STOP RUN
           END-IF
           PERFORM PICK-GENERATIONS
           IF WS-CHOSEN-COUNT = 0 THEN
               DISPLAY "No master chosen - nothing restored"
               STOP RUN
           END-IF
           DISPLAY "Restore " WS-CHOSEN-COUNT " master(s) as "
               "above? (Y/N), Enter for N: "
           MOVE SPACE TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y" THEN
               DISPLAY "Nothing restored"
               STOP RUN
           END-IF
           PERFORM RESTORE-CHOSEN-MASTERS
           PERFORM RESET-RUN-CONTROL
           DISPLAY "Masters restored: " WS-RESTORED-COUNT
               " as of " WS-RESTORE-POINT
           STOP RUN.

       BUILD-MASTER-TABLE.
           MOVE "PLAYERSTATS.DAT" TO MAST-NAME(1)
           MOVE "RATINGS.DAT"     TO MAST-NAME(2)
           MOVE "ROSTER.DAT"      TO MAST-NAME(3)
           MOVE "FIXTURES.DAT"    TO MAST-NAME(4)
           MOVE "CUPBRKT.DAT"     TO MAST-NAME(5)
           MOVE "GAMERSLT.DAT"    TO MAST-NAME(6)
           MOVE "SERIES.DAT"      TO MAST-NAME(7)
           MOVE "SWISSPR.DAT"     TO MAST-NAME(8)
           MOVE "TEAMFIX.DAT"     TO MAST-NAME(9)
           PERFORM VARYING MAST-IDX FROM 1 BY 1 UNTIL MAST-IDX > 9
               MOVE 0    TO MAST-PICK(MAST-IDX)
               MOVE "NO" TO MAST-CHOSEN(MAST-IDX)
           END-PERFORM.

      *> the catalogue keeps every cut ever made; only the copies
      *> still on disk can be restored, so each is tried for open,
      *> but every cut goes in the table so the pick for a point
      *> sees the ones that have rolled off as well
       LOAD-CATALOGUE.
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT GEN-CATALOGUE-FILE
           IF WS-GENCAT-STATUS = "00" THEN
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ GEN-CATALOGUE-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE GC-GEN-FILE TO WS-REST-FROM-NAME
                           OPEN INPUT RESTORE-FROM-FILE
                           IF WS-RFROM-STATUS = "00" THEN
                               CLOSE RESTORE-FROM-FILE
                               MOVE "YES" TO WS-REST-ON-DISK
                           ELSE
                               MOVE "NO" TO WS-REST-ON-DISK
                               ADD 1 TO WS-GONE-COUNT
                           END-IF
                           PERFORM ADD-GENERATION-ENTRY
                   END-READ
               END-PERFORM
               CLOSE GEN-CATALOGUE-FILE
           ELSE
               DISPLAY "Could not open GENCAT.DAT, status "
                   WS-GENCAT-STATUS
           END-IF.

       ADD-GENERATION-ENTRY.
           IF GENT-COUNT = 500 THEN
               PERFORM DROP-OLDEST-ENTRY
           END-IF
           ADD 1 TO GENT-COUNT
           MOVE GC-CUT-TS       TO GENT-CUT-TS(GENT-COUNT)
           MOVE GC-MASTER       TO GENT-MASTER(GENT-COUNT)
           MOVE GC-GEN-NO       TO GENT-GEN-NO(GENT-COUNT)
           MOVE GC-GEN-FILE     TO GENT-FILE(GENT-COUNT)
           MOVE GC-JOB          TO GENT-JOB(GENT-COUNT)
           MOVE GC-RECORD-COUNT TO GENT-RECORDS(GENT-COUNT)
           MOVE WS-REST-ON-DISK TO GENT-ON-DISK(GENT-COUNT)
           IF WS-REST-ON-DISK = "YES" THEN
               ADD 1 TO WS-ON-DISK-COUNT
           END-IF.

       DROP-OLDEST-ENTRY.
           IF GENT-ON-DISK(1) = "YES" THEN
               DISPLAY "Generation table full, dropping "
                   GENT-FILE(1) " from the list"
               SUBTRACT 1 FROM WS-ON-DISK-COUNT
           END-IF
           MOVE GENT-CUT-TS(1) TO WS-TABLE-FLOOR-TS
           PERFORM VARYING GENT-IDX FROM 1 BY 1
                   UNTIL GENT-IDX > GENT-COUNT - 1
               MOVE GENT-ENTRY(GENT-IDX + 1) TO GENT-ENTRY(GENT-IDX)
           END-PERFORM
           SUBTRACT 1 FROM GENT-COUNT.

       LIST-GENERATIONS.
           DISPLAY "Cut at         Master          Gen  Job      "
               "Records"
           PERFORM VARYING GENT-IDX FROM 1 BY 1
                   UNTIL GENT-IDX > GENT-COUNT
               IF GENT-ON-DISK(GENT-IDX) = "YES" THEN
                   DISPLAY GENT-CUT-TS(GENT-IDX) " "
                       GENT-MASTER(GENT-IDX) " "
                       GENT-GEN-NO(GENT-IDX) " "
                       GENT-JOB(GENT-IDX) " "
                       GENT-RECORDS(GENT-IDX)
               END-IF
           END-PERFORM
           DISPLAY "Generations on disk: " WS-ON-DISK-COUNT
               "  catalogued but deleted: " WS-GONE-COUNT.

      *> for each master, the first generation cut at or after
      *> the point - the master as it stood at the point - and
      *> the operator's say on whether it goes back. The pick is
      *> made over every cut, on disk or not: if the one that
      *> holds the point has rolled off, no later one will do
       PICK-GENERATIONS.
           MOVE 0 TO WS-CHOSEN-COUNT
           PERFORM VARYING MAST-IDX FROM 1 BY 1 UNTIL MAST-IDX > 9
               PERFORM VARYING GENT-IDX FROM 1 BY 1
                       UNTIL GENT-IDX > GENT-COUNT
                   IF GENT-MASTER(GENT-IDX) = MAST-NAME(MAST-IDX)
                           AND GENT-CUT-TS(GENT-IDX) >=
                               WS-RESTORE-POINT THEN
                       IF MAST-PICK(MAST-IDX) = 0 THEN
                           SET MAST-PICK(MAST-IDX) TO GENT-IDX
                       ELSE
                           IF GENT-CUT-TS(GENT-IDX) < GENT-CUT-TS(
                                   MAST-PICK(MAST-IDX)) THEN
                               SET MAST-PICK(MAST-IDX) TO GENT-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM ASK-ONE-MASTER
           END-PERFORM.

       ASK-ONE-MASTER.
           IF MAST-PICK(MAST-IDX) = 0 THEN
               DISPLAY MAST-NAME(MAST-IDX) " no generation since "
                   "that point - left as it stands"
           ELSE
               SET GENT-IDX TO MAST-PICK(MAST-IDX)
               IF GENT-ON-DISK(GENT-IDX) = "NO" THEN
                   DISPLAY MAST-NAME(MAST-IDX) " cannot be put back "
                       "to that point - generation "
                       GENT-GEN-NO(GENT-IDX) " cut "
                       GENT-CUT-TS(GENT-IDX) " has rolled off"
                   DISPLAY MAST-NAME(MAST-IDX) " skipped - left as "
                       "it stands"
               ELSE
                   PERFORM ASK-RESTORE-PICK
               END-IF
           END-IF.

       ASK-RESTORE-PICK.
           DISPLAY MAST-NAME(MAST-IDX) " generation "
               GENT-GEN-NO(GENT-IDX) " cut "
               GENT-CUT-TS(GENT-IDX) " by "
               GENT-JOB(GENT-IDX) " ("
               GENT-RECORDS(GENT-IDX) " records)"
           DISPLAY "Restore it? (Y/N), Enter for Y: "
           MOVE SPACE TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF WS-ANSWER = "N" OR WS-ANSWER = "n" THEN
               MOVE "NO" TO MAST-CHOSEN(MAST-IDX)
           ELSE
               MOVE "YES" TO MAST-CHOSEN(MAST-IDX)
               ADD 1 TO WS-CHOSEN-COUNT
           END-IF.

       RESTORE-CHOSEN-MASTERS.
           MOVE 0 TO WS-RESTORED-COUNT
           PERFORM VARYING MAST-IDX FROM 1 BY 1 UNTIL MAST-IDX > 9
               IF MAST-CHOSEN(MAST-IDX) = "YES" THEN
                   PERFORM RESTORE-ONE-MASTER
               END-IF
           END-PERFORM.

      *> the generation is copied to the master's .NEW first, so
      *> the save of the live file below can never delete the
      *> very generation being put back; then the live file is
      *> saved, and the copy swapped in over it
       RESTORE-ONE-MASTER.
           SET GENT-IDX TO MAST-PICK(MAST-IDX)
           MOVE GENT-FILE(GENT-IDX) TO WS-REST-FROM-NAME
           MOVE MAST-NAME(MAST-IDX) TO WS-REST-MASTER-NAME
           MOVE SPACES TO WS-REST-STEM
           UNSTRING WS-REST-MASTER-NAME DELIMITED BY "."
               INTO WS-REST-STEM
           MOVE SPACES TO WS-REST-NEW-NAME
           STRING WS-REST-STEM DELIMITED BY SPACE
               ".NEW" DELIMITED BY SIZE
               INTO WS-REST-NEW-NAME
           MOVE 0 TO WS-REST-COUNT
           MOVE "NO" TO WS-EOF-FLAG
           OPEN INPUT RESTORE-FROM-FILE
           IF WS-RFROM-STATUS = "00" THEN
               OPEN OUTPUT RESTORE-NEW-FILE
               PERFORM UNTIL WS-EOF-FLAG = "YES"
                   READ RESTORE-FROM-FILE
                       AT END MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-REST-COUNT
                           WRITE RESTORE-NEW-RECORD
                               FROM RESTORE-FROM-RECORD
                   END-READ
               END-PERFORM
               CLOSE RESTORE-FROM-FILE
               CLOSE RESTORE-NEW-FILE
               MOVE WS-REST-MASTER-NAME TO WS-GEN-MASTER
               MOVE "TTTREST" TO WS-GEN-JOB
               PERFORM CUT-GENERATION
               CALL "CBL_DELETE_FILE" USING WS-REST-MASTER-NAME
               CALL "CBL_RENAME_FILE"
                   USING WS-REST-NEW-NAME WS-REST-MASTER-NAME
               IF RETURN-CODE NOT = 0 THEN
                   DISPLAY "Rename of " WS-REST-NEW-NAME " to "
                       WS-REST-MASTER-NAME " failed, rc "
                       RETURN-CODE
                   MOVE 0 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-RESTORED-COUNT
                   PERFORM WRITE-RESTORE-LOG
                   MOVE SPACES TO WS-SEC-DETAIL
                   STRING WS-REST-MASTER-NAME DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-RESTORE-POINT DELIMITED BY SIZE
                       INTO WS-SEC-DETAIL
                   PERFORM LOG-PRIVILEGED-ACTION
                   DISPLAY WS-REST-MASTER-NAME " restored from "
                       WS-REST-FROM-NAME " (" WS-REST-COUNT
                       " records)"
               END-IF
           ELSE
               DISPLAY "Could not open " WS-REST-FROM-NAME
                   ", status " WS-RFROM-STATUS " - "
                   WS-REST-MASTER-NAME " not restored"
           END-IF.

       WRITE-RESTORE-LOG.
           INITIALIZE RESTORE-REGISTER-RECORD
           MOVE WS-RUN-TIMESTAMP    TO RR-TIMESTAMP
           MOVE WS-RESTORE-POINT    TO RR-RESTORE-POINT
           MOVE WS-REST-MASTER-NAME TO RR-MASTER
           MOVE GENT-GEN-NO(GENT-IDX) TO RR-GEN-NO
           MOVE WS-REST-FROM-NAME   TO RR-GEN-FILE
           MOVE WS-REST-COUNT       TO RR-RECORD-COUNT
           MOVE WS-GEN-NO           TO RR-SAVED-GEN-NO
           OPEN EXTEND RESTORE-LOG-FILE
           IF WS-RESTLOG-STATUS = "35" THEN
               OPEN OUTPUT RESTORE-LOG-FILE
           END-IF
           WRITE RESTORE-REGISTER-RECORD
           CLOSE RESTORE-LOG-FILE.

      *> the run-control records describe a stream run over the
      *> masters as they were; with them gone the next night run
      *> starts fresh from step 1
       RESET-RUN-CONTROL.
           IF WS-RESTORED-COUNT > 0 THEN
               CALL "CBL_DELETE_FILE" USING WS-RUNCTL-NAME
               MOVE 0 TO RETURN-CODE
               DISPLAY "Night-stream run control cleared - the "
                   "next TTTNight run starts a fresh stream"
           END-IF.

      *> common sign-on, run before anything else: three tries at
      *> an id and password off the operator master, and the
      *> program goes no further if none of them is good
       SIGN-ON-OPERATOR.
           MOVE "NO" TO WS-SIGNON-OK
           MOVE 0 TO WS-SIGNON-TRIES
           PERFORM UNTIL WS-SIGNON-OK = "YES"
                      OR WS-SIGNON-TRIES = 3
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY "Operator id: "
               MOVE SPACES TO WS-SIGNON-ID
               ACCEPT WS-SIGNON-ID
               DISPLAY "Password: "
               MOVE SPACES TO WS-SIGNON-PASSWORD
               ACCEPT WS-SIGNON-PASSWORD
               PERFORM CHECK-SIGN-ON
           END-PERFORM
           IF WS-SIGNON-OK = "NO" THEN
               DISPLAY "Sign-on failed - " WS-SIGNON-PROGRAM
                   " stopped"
               STOP RUN
           END-IF.

      *> the same message for an unknown id as for a wrong
      *> password, so the screen never confirms an id exists; the
      *> log says which it was
       CHECK-SIGN-ON.
           PERFORM FIND-OPERATOR
           MOVE WS-SIGNON-ID       TO WS-HASH-ID
           MOVE WS-SIGNON-PASSWORD TO WS-HASH-PASSWORD
           PERFORM HASH-PASSWORD
           MOVE "SIGN-ON" TO WS-SEC-ACTION
           EVALUATE TRUE
               WHEN WS-OPER-FOUND = "NO"
                   MOVE 0 TO WS-SIGNON-LEVEL
                   MOVE "F" TO WS-SEC-EVENT
                   MOVE "UNKNOWN OPERATOR ID" TO WS-SEC-DETAIL
                   DISPLAY "Unknown operator id or wrong password"
               WHEN WS-HASH-VALUE NOT = WS-OPER-HASH
                   MOVE 0 TO WS-SIGNON-LEVEL
                   MOVE "F" TO WS-SEC-EVENT
                   MOVE "WRONG PASSWORD" TO WS-SEC-DETAIL
                   DISPLAY "Unknown operator id or wrong password"
               WHEN WS-OPER-ACTIVE NOT = "A"
                   MOVE 0 TO WS-SIGNON-LEVEL
                   MOVE "F" TO WS-SEC-EVENT
                   MOVE "OPERATOR DEACTIVATED" TO WS-SEC-DETAIL
                   DISPLAY "Operator " WS-SIGNON-ID
                       " is deactivated"
               WHEN OTHER
                   MOVE "YES" TO WS-SIGNON-OK
                   MOVE WS-OPER-LEVEL TO WS-SIGNON-LEVEL
                   MOVE WS-SIGNON-LEVEL TO WS-NEED-LEVEL
                   PERFORM NAME-THE-LEVEL
                   MOVE "S" TO WS-SEC-EVENT
                   MOVE WS-LEVEL-NAME TO WS-SEC-DETAIL
                   DISPLAY "Signed on as " WS-SIGNON-ID " - "
                       WS-LEVEL-NAME
           END-EVALUATE
           PERFORM WRITE-SECURITY-LOG.

      *> straight read of the operator master for the typed id
       FIND-OPERATOR.
           MOVE "NO" TO WS-OPER-FOUND
           MOVE 0 TO WS-OPER-HASH WS-OPER-LEVEL
           MOVE SPACE TO WS-OPER-ACTIVE
           MOVE "NO" TO WS-OPER-EOF
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-STATUS = "00" THEN
               PERFORM UNTIL WS-OPER-EOF = "YES"
                   READ OPERATOR-FILE
                       AT END MOVE "YES" TO WS-OPER-EOF
                       NOT AT END
                           IF OP-OPERATOR-ID = WS-SIGNON-ID AND
                                   WS-SIGNON-ID NOT = SPACES THEN
                               MOVE "YES" TO WS-OPER-FOUND
                               MOVE OP-PASSWORD-HASH
                                   TO WS-OPER-HASH
                               MOVE OP-LEVEL TO WS-OPER-LEVEL
                               MOVE OP-ACTIVE-FLAG
                                   TO WS-OPER-ACTIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

      *> the id and password folded together a character at a
      *> time into a ten-digit figure - what the master holds in
      *> place of the password
       HASH-PASSWORD.
           MOVE 7 TO WS-HASH-WORK
           PERFORM VARYING WS-HASH-SUB FROM 1 BY 1
                   UNTIL WS-HASH-SUB > 24
               COMPUTE WS-HASH-WORK = FUNCTION MOD(
                   WS-HASH-WORK * 131 +
                   FUNCTION ORD(WS-HASH-TEXT(WS-HASH-SUB:1)),
                   2147483647)
           END-PERFORM
           MOVE WS-HASH-WORK TO WS-HASH-VALUE.

      *> the operator may go ahead only at or above WS-NEED-LEVEL
      *> for the action named in WS-SEC-ACTION; a refusal is
      *> logged and shown
       CHECK-AUTHORITY.
           IF WS-SIGNON-LEVEL >= WS-NEED-LEVEL THEN
               MOVE "YES" TO WS-AUTHORISED
           ELSE
               MOVE "NO" TO WS-AUTHORISED
               PERFORM NAME-THE-LEVEL
               MOVE "R" TO WS-SEC-EVENT
               MOVE SPACES TO WS-SEC-DETAIL
               STRING "NEEDS " DELIMITED BY SIZE
                   WS-LEVEL-NAME DELIMITED BY SIZE
                   INTO WS-SEC-DETAIL
               DISPLAY "Refused: " WS-SEC-ACTION " needs "
                   WS-LEVEL-NAME " authority"
               PERFORM WRITE-SECURITY-LOG
           END-IF.

      *> a privileged action done - WS-SEC-ACTION says what and
      *> WS-SEC-DETAIL to what
       LOG-PRIVILEGED-ACTION.
           MOVE "A" TO WS-SEC-EVENT
           PERFORM WRITE-SECURITY-LOG.

      *> the level in WS-NEED-LEVEL as a name, for messages
       NAME-THE-LEVEL.
           EVALUATE WS-NEED-LEVEL
               WHEN 1 MOVE "INQUIRY"         TO WS-LEVEL-NAME
               WHEN 2 MOVE "DESK"            TO WS-LEVEL-NAME
               WHEN 3 MOVE "LEAGUE OFFICIAL" TO WS-LEVEL-NAME
               WHEN 4 MOVE "SUPERVISOR"      TO WS-LEVEL-NAME
               WHEN OTHER MOVE "NONE"        TO WS-LEVEL-NAME
           END-EVALUATE.

       WRITE-SECURITY-LOG.
           INITIALIZE SECURITY-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO SL-TIMESTAMP
           MOVE WS-SIGNON-ID      TO SL-OPERATOR-ID
           MOVE WS-SIGNON-PROGRAM TO SL-PROGRAM
           MOVE WS-SEC-EVENT      TO SL-EVENT
           MOVE WS-SIGNON-LEVEL   TO SL-LEVEL
           MOVE WS-SEC-ACTION     TO SL-ACTION
           MOVE WS-SEC-DETAIL     TO SL-DETAIL
           OPEN EXTEND SECURITY-LOG-FILE
           IF WS-SECLOG-STATUS = "35" THEN
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG-FILE.

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

       END PROGRAM TTTRest.
