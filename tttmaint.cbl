      *> is no ceiling on how many players the master can hold. A
      *> rename changes the record's key, so the master is
      *> re-sorted afterwards to keep it in player-id order for
      *> the merge-update jobs. The operator signs on against the
      *> operator master before the menu comes up: listing is open
      *> to any operator, renames, merges and adjustments need a
      *> league official, and deleting an id needs a supervisor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ADJUSTMENT-FILE ASSIGN TO "PSTATADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
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
       FD  ADJUSTMENT-FILE.
       COPY ADJREC.

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
       01  WS-PSTAT-STATUS      PIC X(2) VALUE "00".
       01  WS-NEWMST-STATUS     PIC X(2) VALUE "00".
       01  WS-NEWMASTER-NAME    PIC X(15) VALUE "PLAYERSTATS.NEW".
       01  WS-SORTMST-NAME      PIC X(9)  VALUE "PSTAT.SRT".

      *> operator sign-on - who is at the keyboard and what they
      *> may do: 1 inquiry, 2 desk, 3 league official,
      *> 4 supervisor. Every sign-on, refusal and privileged
      *> action goes on the security log
       01  WS-OPER-STATUS       PIC X(2) VALUE "00".
       01  WS-SECLOG-STATUS     PIC X(2) VALUE "00".
       01  WS-OPER-EOF          PIC X(3) VALUE "NO".
       01  WS-SIGNON-PROGRAM    PIC X(8) VALUE "TTTMAINT".
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
           MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
           PERFORM UNTIL WS-DONE = "YES"
               DISPLAY " "
               DISPLAY "===== Player Id Maintenance ====="
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "1" PERFORM LIST-PLAYERS
                   WHEN "2" MOVE 3 TO WS-NEED-LEVEL
                            MOVE "RENAME ID" TO WS-SEC-ACTION
                            PERFORM CHECK-AUTHORITY
                            IF WS-AUTHORISED = "YES" THEN
                                PERFORM RENAME-ID
                            END-IF
                   WHEN "3" MOVE 3 TO WS-NEED-LEVEL
                            MOVE "MERGE IDS" TO WS-SEC-ACTION
                            PERFORM CHECK-AUTHORITY
                            IF WS-AUTHORISED = "YES" THEN
                                PERFORM MERGE-IDS
                            END-IF
                   WHEN "4" MOVE 4 TO WS-NEED-LEVEL
                            MOVE "DELETE ID" TO WS-SEC-ACTION
                            PERFORM CHECK-AUTHORITY
                            IF WS-AUTHORISED = "YES" THEN
                                PERFORM DELETE-ID
                            END-IF
                   WHEN "5" MOVE 3 TO WS-NEED-LEVEL
                            MOVE "ADJUST RECORD" TO WS-SEC-ACTION
                            PERFORM CHECK-AUTHORITY
                            IF WS-AUTHORISED = "YES" THEN
                                PERFORM ADJUST-RECORD
                            END-IF
                   WHEN "6" MOVE "YES" TO WS-DONE
                   WHEN OTHER DISPLAY "Enter 1-6"
               END-EVALUATE
      *> the drop id is left out, the replace id is written from
      *> the update figures under its (possibly new) id, everyone
      *> else passes through untouched - then the copy swaps in,
      *> so a master of any size survives intact. The master as it
      *> stood goes to a generation first
       REWRITE-MASTER-PASS.
           MOVE WS-MASTER-NAME TO WS-GEN-MASTER
           MOVE "TTTMAINT" TO WS-GEN-JOB
           PERFORM CUT-GENERATION
           MOVE "NO" TO WS-PSTAT-EOF
           OPEN INPUT PLAYER-STATS-FILE
           IF WS-PSTAT-STATUS = "00" THEN
           MOVE WS-UPD-TOTAL-TIME TO ADJ-AFT-TOTAL-TIME
           MOVE WS-UPD-FORFEITS   TO ADJ-AFT-FORFEITS.

      *> who, when, what - appended so the trail is never lost,
      *> and the change goes on the security log as well
       WRITE-ADJUSTMENT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ADJ-TIMESTAMP
           MOVE WS-OPERATOR-ID TO ADJ-OPERATOR-ID
               OPEN OUTPUT ADJUSTMENT-FILE
           END-IF
           WRITE ADJUSTMENT-RECORD
           CLOSE ADJUSTMENT-FILE
           MOVE SPACES TO WS-SEC-ACTION WS-SEC-DETAIL
           STRING "PLAYERSTATS " DELIMITED BY SIZE
               ADJ-ACTION DELIMITED BY SIZE
               INTO WS-SEC-ACTION
           STRING WS-FROM-ID DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-TO-ID DELIMITED BY SIZE
               INTO WS-SEC-DETAIL
           PERFORM LOG-PRIVILEGED-ACTION.

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

       END PROGRAM TTTMaint.
