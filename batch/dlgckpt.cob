      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> DLGCKPT
      *>
      *> Shared commit-interval checkpointing for the large jobs that
      *> work through a whole file in one run - INTAKE-LOAD,
      *> CORRECTION-APPLY, COMPACT-DIALOGUE-DATA, SYNC-IMPORT,
      *> INTERCHANGE-IMPORT and LAYOUT-CONVERT. Every so many input
      *> records the caller packs where it has got to (input
      *> position, output counts, journal positions) into a state
      *> string and takes a checkpoint; a run that dies is rerun
      *> with RESTART and carries on from the last one instead of
      *> starting the file again.
      *>
      *>     CALL "DLGCKPT" USING action program state count result
      *>
      *>     action   BEGN  a fresh run: count returns the commit
      *>                    interval. Result "08" if a checkpoint
      *>                    is on file - an interrupted run must be
      *>                    restarted (or its checkpoint removed)
      *>                    before the job starts the file again
      *>              RSTR  a restarted run: state returns the last
      *>                    checkpoint's state, count the interval;
      *>                    "08" if there is no checkpoint to resume
      *>              TAKE  record state as the next checkpoint
      *>              DONE  the run finished: the checkpoint is
      *>                    removed; state(1:20) is the outcome for
      *>                    the step record ("OK" if blank)
      *>              CUT   cut the file whose physical name is in
      *>                    state back to its first count lines
      *>              CNT   count returns the lines in the file
      *>                    whose physical name is in state
      *>              ROLL  undo the keyed-master changes the
      *>                    program journaled after the checkpoint
      *>                    it restarted from (DLGMSTIO RPUT/RDEL
      *>                    of the before-images, newest first) and
      *>                    drop those images from the master
      *>                    journal, so the rerun journals them
      *>                    once
      *>              PROV  drop the program's provenance records
      *>                    stamped after that checkpoint, for the
      *>                    same reason
      *>     program  the calling program's name
      *>     state    up to 500 characters, laid out by the caller;
      *>              by convention it starts with the input record
      *>              position, 9 digits, which the step record
      *>              quotes
      *>     count    9(09), as above
      *>     result   "00" done, "08" as above, "16" the checkpoint
      *>              or a file it names could not be handled
      *>
      *> One checkpoint file per program, batch/<program>.ckp in
      *> lower case, resolved through DLGCFG:
      *>
      *>     P|program|checkpoint-no|stamp|run-id|state
      *>
      *> The interval comes from batch/checkpoint_policy.ref
      *> (I|program|records, "*" for any program not listed;
      *> 1000 with neither). BEGN and RSTR append a START step
      *> record for the program to batch/run_control.dat under the
      *> current run (the last R START), RSTR's outcome naming the
      *> checkpoint resumed - "RESUMED CKPT 0003 AT REC 000015000"
      *> - and DONE appends the END record. Each TAKE waits out the
      *> clock tick it was stamped in, so everything journaled after
      *> a checkpoint is stamped later than it.
      *>
      *> Compile (the nightly sweep does this automatically):
      *>     cobc -m -std=ibm -I COPYLIB -o DLGCKPT.so batch/dlgckpt.cob
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLGCKPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CKPT-FILE ASSIGN DYNAMIC WS-CKP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT POLICY-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT RUNCTL-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT MJ-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MJ-STATUS.
           SELECT PROV-FILE ASSIGN DYNAMIC WS-CFN-04
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROV-STATUS.
           SELECT SRC-FILE ASSIGN DYNAMIC WS-SRC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT TMP-FILE ASSIGN DYNAMIC WS-TMP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CKPT-FILE.
       01  CKPT-REC.
           05  CKP-TAG              PIC X(01).
           05  FILLER               PIC X(01).
           05  CKP-PGM              PIC X(30).
           05  FILLER               PIC X(01).
           05  CKP-NUMBER           PIC 9(04).
           05  FILLER               PIC X(01).
           05  CKP-STAMP            PIC X(21).
           05  FILLER               PIC X(01).
           05  CKP-RUN-ID           PIC X(30).
           05  FILLER               PIC X(01).
           05  CKP-STATE            PIC X(500).

       FD  POLICY-FILE.
       01  POLICY-LINE              PIC X(200).

       FD  RUNCTL-FILE.
       01  RUNCTL-LINE              PIC X(300).

       FD  MJ-FILE.
       01  MJ-LINE                  PIC X(700).

       FD  PROV-FILE.
       01  PROV-LINE                PIC X(400).

       FD  SRC-FILE.
       01  SRC-LINE                 PIC X(1000).

       FD  TMP-FILE.
       01  TMP-LINE                 PIC X(1000).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CFN-04                PIC X(200).
       01  WS-CKP-NAME              PIC X(200).
       01  WS-SRC-NAME              PIC X(200).
       01  WS-TMP-NAME              PIC X(200).
       01  WS-CKPT-STATUS           PIC X(02).
       01  WS-POLICY-STATUS         PIC X(02).
       01  WS-RUNCTL-STATUS         PIC X(02).
       01  WS-MJ-STATUS             PIC X(02).
       01  WS-PROV-STATUS           PIC X(02).
       01  WS-SRC-STATUS            PIC X(02).
       01  WS-TMP-STATUS            PIC X(02).
       01  WS-EOF-IN                PIC X(01).
           88  NO-MORE-INPUT                 VALUE "Y".

      *> What this run unit knows of its checkpoint: loaded by
      *> BEGN or RSTR, advanced by TAKE.
       01  WS-LOADED                PIC X(01) VALUE "N".
           88  CKPT-IS-LOADED                VALUE "Y".
       01  WS-RESUMED               PIC X(01) VALUE "N".
           88  RUN-WAS-RESUMED               VALUE "Y".
       01  WS-CKPT-NUMBER           PIC 9(04) VALUE 0.
       01  WS-CKPT-STAMP            PIC X(21) VALUE SPACES.
       01  WS-CKPT-STATE            PIC X(500) VALUE SPACES.
       01  WS-INTERVAL              PIC 9(09) VALUE 1000.
       01  WS-DEFAULT-INTERVAL      PIC 9(09) VALUE 0.
       01  WS-OWN-INTERVAL          PIC X(01) VALUE "N".
           88  OWN-INTERVAL-FOUND            VALUE "Y".
       01  WS-RUN-ID                PIC X(30) VALUE "none".
       01  WS-PGM-NAME              PIC X(30) VALUE SPACES.
       01  WS-CKP-LOGICAL           PIC X(40).
       01  WS-NOW                   PIC X(21).
       01  WS-STEP-STAMP            PIC X(14).
       01  WS-STEP-EVENT            PIC X(05).
       01  WS-STEP-OUTCOME          PIC X(40).
       01  WS-REC-POSITION          PIC X(09).
       01  WS-DELETE-RC             PIC S9(09) BINARY.
       01  WS-COPY-RC               PIC S9(09) BINARY.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(200).
       01  WS-IN-F3                 PIC X(60).
       01  WS-IN-F4                 PIC X(60).
       01  WS-IN-F5                 PIC X(60).
       01  WS-IN-F6                 PIC X(60).
       01  WS-IN-NUMBER             PIC 9(09).

       01  WS-LINES-READ            PIC 9(09) VALUE 0.
       01  WS-LINES-KEPT            PIC 9(09) VALUE 0.
       01  WS-LINES-DROPPED         PIC 9(09) VALUE 0.
       01  WS-TORN                  PIC X(01).
           88  LINE-IS-TORN                  VALUE "Y".
       01  WS-TORN-PGM              PIC X(30).
       01  WS-TORN-STAMP            PIC X(16).
       01  WS-PFX-LEN               PIC 9(04) BINARY.

      *> Master-journal images made after the checkpoint, kept in
      *> journal order and undone newest first.
       01  WS-J-STAMP               PIC X(16).
       01  WS-J-PGM                 PIC X(30).
       01  WS-J-OPERATOR            PIC X(20).
       01  WS-J-OP                  PIC X(03).
       01  WS-J-POINTER             PIC 9(04) BINARY.
       01  WS-RB-MAX                PIC 9(05) VALUE 8000.
       01  WS-RB-COUNT              PIC 9(05) VALUE 0.
       01  WS-RB-POS                PIC 9(05) VALUE 0.
       01  WS-RB-OVERFLOW           PIC X(01) VALUE "N".
           88  ROLLBACK-OVERFLOWED           VALUE "Y".
       01  WS-RB-TABLE.
           05  WS-RB-ENTRY OCCURS 8000 TIMES.
               10  WS-RB-TAG        PIC X(01).
               10  WS-RB-OP         PIC X(03).
               10  WS-RB-IMAGE      PIC X(610).
       01  WS-MIO-ACTION            PIC X(04).
       01  WS-MIO-LINE              PIC X(610).
       01  WS-MIO-RC                PIC X(02).

       LINKAGE SECTION.
       01  LK-ACTION                PIC X(04).
       01  LK-PGM-NAME              PIC X(30).
       01  LK-STATE                 PIC X(500).
       01  LK-COUNT                 PIC 9(09).
       01  LK-RESULT                PIC X(02).

       PROCEDURE DIVISION USING LK-ACTION LK-PGM-NAME LK-STATE
                                LK-COUNT LK-RESULT.
       0000-MAINLINE.
           MOVE "00" TO LK-RESULT.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           EVALUATE LK-ACTION
               WHEN "BEGN"
                   PERFORM 1000-BEGIN-RUN THRU 1000-EXIT
               WHEN "RSTR"
                   PERFORM 2000-RESTART-RUN THRU 2000-EXIT
               WHEN "TAKE"
                   PERFORM 3000-TAKE-CHECKPOINT THRU 3000-EXIT
               WHEN "DONE"
                   PERFORM 4000-END-RUN THRU 4000-EXIT
               WHEN "CUT "
                   PERFORM 5000-CUT-FILE THRU 5000-EXIT
               WHEN "CNT "
                   PERFORM 5500-COUNT-LINES THRU 5500-EXIT
               WHEN "ROLL"
                   PERFORM 6000-ROLL-BACK-MASTER THRU 6000-EXIT
               WHEN "PROV"
                   PERFORM 7000-DROP-PROVENANCE THRU 7000-EXIT
               WHEN OTHER
                   DISPLAY "DLGCKPT: unknown action " LK-ACTION
                           " from " FUNCTION TRIM(LK-PGM-NAME)
                   MOVE "16" TO LK-RESULT
           END-EVALUATE.
           GOBACK.

      *> A fresh run may not start over a checkpoint an interrupted
      *> run left behind - that would load its records twice.
       1000-BEGIN-RUN.
           PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT.
           IF CKPT-IS-LOADED
               MOVE "N" TO WS-LOADED
               MOVE "08" TO LK-RESULT
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-LOAD-INTERVAL THRU 1200-EXIT.
           PERFORM 1300-LOAD-RUN-ID THRU 1300-EXIT.
           SET CKPT-IS-LOADED TO TRUE.
           MOVE 0 TO WS-CKPT-NUMBER.
           MOVE SPACES TO WS-CKPT-STAMP WS-CKPT-STATE.
           MOVE WS-INTERVAL TO LK-COUNT.
           MOVE "START" TO WS-STEP-EVENT.
           MOVE SPACES TO WS-STEP-OUTCOME.
           PERFORM 8000-WRITE-STEP-RECORD THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

       1100-READ-CHECKPOINT.
           MOVE "N" TO WS-LOADED.
           OPEN INPUT CKPT-FILE.
           IF WS-CKPT-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           READ CKPT-FILE
               AT END
                   CLOSE CKPT-FILE
                   GO TO 1100-EXIT
           END-READ.
           CLOSE CKPT-FILE.
           IF CKP-TAG NOT = "P" OR CKP-NUMBER IS NOT NUMERIC
               GO TO 1100-EXIT
           END-IF.
           SET CKPT-IS-LOADED TO TRUE.
           MOVE CKP-NUMBER TO WS-CKPT-NUMBER.
           MOVE CKP-STAMP TO WS-CKPT-STAMP.
           MOVE CKP-STATE TO WS-CKPT-STATE.
       1100-EXIT.
           EXIT.

       1200-LOAD-INTERVAL.
           MOVE 1000 TO WS-INTERVAL.
           MOVE 0 TO WS-DEFAULT-INTERVAL.
           MOVE "N" TO WS-EOF-IN.
           OPEN INPUT POLICY-FILE.
           IF WS-POLICY-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO WS-OWN-INTERVAL.
           PERFORM 1210-READ-ONE-POLICY THRU 1210-EXIT
               UNTIL NO-MORE-INPUT.
           CLOSE POLICY-FILE.
           IF NOT OWN-INTERVAL-FOUND AND WS-DEFAULT-INTERVAL > 0
               MOVE WS-DEFAULT-INTERVAL TO WS-INTERVAL
           END-IF.
       1200-EXIT.
           EXIT.

      *> The program's own line wins over a "*" line wherever
      *> either stands.
       1210-READ-ONE-POLICY.
           READ POLICY-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 1210-EXIT
           END-READ.
           IF POLICY-LINE(1:2) NOT = "I|"
               GO TO 1210-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-TAG WS-IN-F2 WS-IN-F3.
           UNSTRING POLICY-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           IF FUNCTION TRIM(WS-IN-F3) IS NOT NUMERIC
               GO TO 1210-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(WS-IN-F3) TO WS-IN-NUMBER.
           IF WS-IN-NUMBER = 0
               GO TO 1210-EXIT
           END-IF.
           IF FUNCTION UPPER-CASE(WS-IN-F2(1:30)) = LK-PGM-NAME
               MOVE WS-IN-NUMBER TO WS-INTERVAL
               SET OWN-INTERVAL-FOUND TO TRUE
           END-IF.
           IF WS-IN-F2 = "*"
               MOVE WS-IN-NUMBER TO WS-DEFAULT-INTERVAL
           END-IF.
       1210-EXIT.
           EXIT.

      *> The run a step record is filed under: the last R START.
       1300-LOAD-RUN-ID.
           MOVE "none" TO WS-RUN-ID.
           MOVE "N" TO WS-EOF-IN.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = "00"
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-READ-ONE-RUNCTL THRU 1310-EXIT
               UNTIL NO-MORE-INPUT.
           CLOSE RUNCTL-FILE.
       1300-EXIT.
           EXIT.

       1310-READ-ONE-RUNCTL.
           READ RUNCTL-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 1310-EXIT
           END-READ.
           IF RUNCTL-LINE(1:2) NOT = "R|"
               GO TO 1310-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-TAG WS-IN-F2 WS-IN-F3.
           UNSTRING RUNCTL-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           IF WS-IN-F3(1:5) = "START"
               MOVE WS-IN-F2(1:30) TO WS-RUN-ID
           END-IF.
       1310-EXIT.
           EXIT.

       2000-RESTART-RUN.
           PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT.
           IF NOT CKPT-IS-LOADED
               MOVE "08" TO LK-RESULT
               GO TO 2000-EXIT
           END-IF.
           SET RUN-WAS-RESUMED TO TRUE.
           PERFORM 1200-LOAD-INTERVAL THRU 1200-EXIT.
           PERFORM 1300-LOAD-RUN-ID THRU 1300-EXIT.
           MOVE WS-CKPT-STATE TO LK-STATE.
           MOVE WS-INTERVAL TO LK-COUNT.
           MOVE WS-CKPT-STATE(1:9) TO WS-REC-POSITION.
           MOVE "START" TO WS-STEP-EVENT.
           MOVE SPACES TO WS-STEP-OUTCOME.
           STRING "RESUMED CKPT "   DELIMITED BY SIZE
                  WS-CKPT-NUMBER    DELIMITED BY SIZE
                  " AT REC "        DELIMITED BY SIZE
                  WS-REC-POSITION   DELIMITED BY SIZE
                  INTO WS-STEP-OUTCOME
           END-STRING.
           PERFORM 8000-WRITE-STEP-RECORD THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *> The checkpoint file holds only the latest checkpoint; it is
      *> rewritten whole, and the caller has closed (and so flushed)
      *> everything the state counts before it calls.
       3000-TAKE-CHECKPOINT.
           ADD 1 TO WS-CKPT-NUMBER.
           MOVE FUNCTION CURRENT-DATE TO WS-CKPT-STAMP.
           MOVE LK-STATE TO WS-CKPT-STATE.
           SET CKPT-IS-LOADED TO TRUE.
           OPEN OUTPUT CKPT-FILE.
           IF WS-CKPT-STATUS NOT = "00"
               DISPLAY "DLGCKPT: cannot write "
                       FUNCTION TRIM(WS-CKP-NAME)
                       ", status " WS-CKPT-STATUS
               MOVE "16" TO LK-RESULT
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO CKPT-REC.
           MOVE "P" TO CKP-TAG.
           MOVE "|" TO CKPT-REC(2:1) CKPT-REC(33:1) CKPT-REC(38:1)
                       CKPT-REC(60:1) CKPT-REC(91:1).
           MOVE LK-PGM-NAME TO CKP-PGM.
           MOVE WS-CKPT-NUMBER TO CKP-NUMBER.
           MOVE WS-CKPT-STAMP TO CKP-STAMP.
           MOVE WS-RUN-ID TO CKP-RUN-ID.
           MOVE WS-CKPT-STATE TO CKP-STATE.
           WRITE CKPT-REC.
           CLOSE CKPT-FILE.
           MOVE WS-CKPT-STAMP TO WS-NOW.
           PERFORM 3100-WAIT-ONE-TICK THRU 3100-EXIT
               UNTIL WS-NOW(1:16) > WS-CKPT-STAMP(1:16).
       3000-EXIT.
           EXIT.

       3100-WAIT-ONE-TICK.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
       3100-EXIT.
           EXIT.

       4000-END-RUN.
           CALL "CBL_DELETE_FILE" USING WS-CKP-NAME
               RETURNING WS-DELETE-RC.
           MOVE "N" TO WS-LOADED.
           MOVE "END" TO WS-STEP-EVENT.
           MOVE LK-STATE(1:20) TO WS-STEP-OUTCOME.
           IF WS-STEP-OUTCOME = SPACES
               MOVE "OK" TO WS-STEP-OUTCOME
           END-IF.
           PERFORM 8000-WRITE-STEP-RECORD THRU 8000-EXIT.
       4000-EXIT.
           EXIT.

      *> Output and journal files are cut back to what the
      *> checkpoint counted, through a copy beside the file.
       5000-CUT-FILE.
           MOVE LK-STATE(1:200) TO WS-SRC-NAME.
           MOVE SPACES TO WS-TMP-NAME.
           STRING FUNCTION TRIM(WS-SRC-NAME) DELIMITED BY SIZE
                  ".cut"                     DELIMITED BY SIZE
                  INTO WS-TMP-NAME
           END-STRING.
           OPEN INPUT SRC-FILE.
           IF WS-SRC-STATUS = "35"
               IF LK-COUNT > 0
                   DISPLAY "DLGCKPT: " FUNCTION TRIM(WS-SRC-NAME)
                           " is missing - cannot resume"
                   MOVE "16" TO LK-RESULT
               END-IF
               GO TO 5000-EXIT
           END-IF.
           OPEN OUTPUT TMP-FILE.
           MOVE "N" TO WS-EOF-IN.
           MOVE 0 TO WS-LINES-READ WS-LINES-KEPT.
           PERFORM 5100-COPY-ONE-LINE THRU 5100-EXIT
               UNTIL NO-MORE-INPUT OR WS-LINES-KEPT >= LK-COUNT.
           CLOSE SRC-FILE.
           CLOSE TMP-FILE.
           IF WS-LINES-KEPT < LK-COUNT
               DISPLAY "DLGCKPT: " FUNCTION TRIM(WS-SRC-NAME)
                       " is shorter than its checkpoint - "
                       "cannot resume"
               MOVE "16" TO LK-RESULT
               CALL "CBL_DELETE_FILE" USING WS-TMP-NAME
                   RETURNING WS-DELETE-RC
               GO TO 5000-EXIT
           END-IF.
           CALL "CBL_COPY_FILE" USING WS-TMP-NAME WS-SRC-NAME
               RETURNING WS-COPY-RC.
           IF WS-COPY-RC NOT = 0
               DISPLAY "DLGCKPT: cannot cut back "
                       FUNCTION TRIM(WS-SRC-NAME)
               MOVE "16" TO LK-RESULT
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-TMP-NAME
               RETURNING WS-DELETE-RC.
       5000-EXIT.
           EXIT.

       5100-COPY-ONE-LINE.
           READ SRC-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           MOVE SRC-LINE TO TMP-LINE.
           WRITE TMP-LINE.
           ADD 1 TO WS-LINES-KEPT.
       5100-EXIT.
           EXIT.

       5500-COUNT-LINES.
           MOVE 0 TO LK-COUNT.
           MOVE LK-STATE(1:200) TO WS-SRC-NAME.
           OPEN INPUT SRC-FILE.
           IF WS-SRC-STATUS NOT = "00"
               GO TO 5500-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-IN.
           PERFORM 5600-COUNT-ONE-LINE THRU 5600-EXIT
               UNTIL NO-MORE-INPUT.
           CLOSE SRC-FILE.
       5500-EXIT.
           EXIT.

       5600-COUNT-ONE-LINE.
           READ SRC-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO LK-COUNT
           END-READ.
       5600-EXIT.
           EXIT.

      *> B|stamp|program|operator|op|image and A|... lines the
      *> program journaled after the checkpoint are gathered while
      *> the rest of the journal is copied aside; nothing is undone
      *> unless all of them fit.
       6000-ROLL-BACK-MASTER.
           IF NOT RUN-WAS-RESUMED
               GO TO 6000-EXIT
           END-IF.
           MOVE WS-CFN-03 TO WS-SRC-NAME.
           MOVE SPACES TO WS-TMP-NAME.
           STRING FUNCTION TRIM(WS-SRC-NAME) DELIMITED BY SIZE
                  ".cut"                     DELIMITED BY SIZE
                  INTO WS-TMP-NAME
           END-STRING.
           OPEN INPUT MJ-FILE.
           IF WS-MJ-STATUS NOT = "00"
               GO TO 6000-EXIT
           END-IF.
           OPEN OUTPUT TMP-FILE.
           MOVE "N" TO WS-EOF-IN.
           MOVE "N" TO WS-RB-OVERFLOW.
           MOVE 0 TO WS-RB-COUNT.
           PERFORM 6100-SORT-ONE-IMAGE THRU 6100-EXIT
               UNTIL NO-MORE-INPUT.
           CLOSE MJ-FILE.
           CLOSE TMP-FILE.
           IF ROLLBACK-OVERFLOWED
               DISPLAY "DLGCKPT: more than " WS-RB-MAX
                       " master changes since the checkpoint - "
                       "recover the master with MASTER-RECOVER"
               MOVE "16" TO LK-RESULT
               CALL "CBL_DELETE_FILE" USING WS-TMP-NAME
                   RETURNING WS-DELETE-RC
               GO TO 6000-EXIT
           END-IF.
           IF WS-RB-COUNT = 0
               CALL "CBL_DELETE_FILE" USING WS-TMP-NAME
                   RETURNING WS-DELETE-RC
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6200-UNDO-ONE-IMAGE THRU 6200-EXIT
               VARYING WS-RB-POS FROM WS-RB-COUNT BY -1
               UNTIL WS-RB-POS < 1.
           CALL "CBL_COPY_FILE" USING WS-TMP-NAME WS-SRC-NAME
               RETURNING WS-COPY-RC.
           IF WS-COPY-RC NOT = 0
               DISPLAY "DLGCKPT: cannot rewrite "
                       FUNCTION TRIM(WS-SRC-NAME)
               MOVE "16" TO LK-RESULT
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-TMP-NAME
               RETURNING WS-DELETE-RC.
           DISPLAY "DLGCKPT: " WS-RB-COUNT " master image(s) of "
                   FUNCTION TRIM(LK-PGM-NAME)
                   " since checkpoint " WS-CKPT-NUMBER " undone".
       6000-EXIT.
           EXIT.

       6100-SORT-ONE-IMAGE.
           READ MJ-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 6100-EXIT
           END-READ.
           IF MJ-LINE(1:2) NOT = "B|" AND MJ-LINE(1:2) NOT = "A|"
               MOVE MJ-LINE TO TMP-LINE
               WRITE TMP-LINE
               GO TO 6100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-TAG WS-J-STAMP WS-J-PGM
                          WS-J-OPERATOR WS-J-OP.
           MOVE 1 TO WS-J-POINTER.
           UNSTRING MJ-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-J-STAMP WS-J-PGM WS-J-OPERATOR
                    WS-J-OP
               WITH POINTER WS-J-POINTER
           END-UNSTRING.
           MOVE WS-J-PGM TO WS-TORN-PGM.
           MOVE WS-J-STAMP TO WS-TORN-STAMP.
           PERFORM 7200-CHECK-TORN THRU 7200-EXIT.
           IF LINE-IS-TORN
               GO TO 6100-EXIT
           END-IF.
           IF WS-J-PGM NOT = LK-PGM-NAME
                   OR WS-J-STAMP NOT > WS-CKPT-STAMP(1:16)
               MOVE MJ-LINE TO TMP-LINE
               WRITE TMP-LINE
               GO TO 6100-EXIT
           END-IF.
           IF WS-RB-COUNT >= WS-RB-MAX
               SET ROLLBACK-OVERFLOWED TO TRUE
               GO TO 6100-EXIT
           END-IF.
           ADD 1 TO WS-RB-COUNT.
           MOVE WS-IN-TAG TO WS-RB-TAG (WS-RB-COUNT).
           MOVE WS-J-OP TO WS-RB-OP (WS-RB-COUNT).
           MOVE MJ-LINE(WS-J-POINTER:) TO WS-RB-IMAGE (WS-RB-COUNT).
       6100-EXIT.
           EXIT.

      *> An ADD is taken away again; a change or a deletion gets its
      *> before-image back. A change's after-image needs nothing.
       6200-UNDO-ONE-IMAGE.
           MOVE WS-RB-IMAGE (WS-RB-POS) TO WS-MIO-LINE.
           EVALUATE TRUE
               WHEN WS-RB-OP (WS-RB-POS) = "ADD"
                   MOVE "RDEL" TO WS-MIO-ACTION
               WHEN WS-RB-TAG (WS-RB-POS) = "B"
                   MOVE "RPUT" TO WS-MIO-ACTION
               WHEN OTHER
                   GO TO 6200-EXIT
           END-EVALUATE.
           CALL "DLGMSTIO" USING WS-MIO-ACTION LK-PGM-NAME
                                 WS-MIO-LINE WS-MIO-RC.
       6200-EXIT.
           EXIT.

      *> V|path|kind|program|run-id|timestamp lines of the program
      *> stamped after the checkpoint come out; the rest stay.
       7000-DROP-PROVENANCE.
           IF NOT RUN-WAS-RESUMED
               GO TO 7000-EXIT
           END-IF.
           MOVE WS-CFN-04 TO WS-SRC-NAME.
           MOVE SPACES TO WS-TMP-NAME.
           STRING FUNCTION TRIM(WS-SRC-NAME) DELIMITED BY SIZE
                  ".cut"                     DELIMITED BY SIZE
                  INTO WS-TMP-NAME
           END-STRING.
           OPEN INPUT PROV-FILE.
           IF WS-PROV-STATUS NOT = "00"
               GO TO 7000-EXIT
           END-IF.
           OPEN OUTPUT TMP-FILE.
           MOVE "N" TO WS-EOF-IN.
           MOVE 0 TO WS-LINES-DROPPED.
           PERFORM 7100-SIFT-ONE-RECORD THRU 7100-EXIT
               UNTIL NO-MORE-INPUT.
           CLOSE PROV-FILE.
           CLOSE TMP-FILE.
           IF WS-LINES-DROPPED > 0
               CALL "CBL_COPY_FILE" USING WS-TMP-NAME WS-SRC-NAME
                   RETURNING WS-COPY-RC
               IF WS-COPY-RC NOT = 0
                   DISPLAY "DLGCKPT: cannot rewrite "
                           FUNCTION TRIM(WS-SRC-NAME)
                   MOVE "16" TO LK-RESULT
               END-IF
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-TMP-NAME
               RETURNING WS-DELETE-RC.
       7000-EXIT.
           EXIT.

       7100-SIFT-ONE-RECORD.
           READ PROV-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 7100-EXIT
           END-READ.
           MOVE SPACES TO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
                          WS-IN-F5 WS-IN-F6.
           UNSTRING PROV-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6
           END-UNSTRING.
           IF WS-IN-TAG = "V"
               MOVE WS-IN-F4(1:30) TO WS-TORN-PGM
               MOVE WS-IN-F6(1:16) TO WS-TORN-STAMP
               PERFORM 7200-CHECK-TORN THRU 7200-EXIT
               IF LINE-IS-TORN
                   ADD 1 TO WS-LINES-DROPPED
                   GO TO 7100-EXIT
               END-IF
           END-IF.
           IF WS-IN-TAG = "V" AND WS-IN-F4(1:30) = LK-PGM-NAME
                   AND WS-IN-F6(1:16) > WS-CKPT-STAMP(1:16)
               ADD 1 TO WS-LINES-DROPPED
               GO TO 7100-EXIT
           END-IF.
           MOVE PROV-LINE TO TMP-LINE.
           WRITE TMP-LINE.
       7100-EXIT.
           EXIT.

      *> A line the interrupted run was cut off in the middle of
      *> writing has no whole stamp; it is the program's if what
      *> is left of the program name is the start of its own.
       7200-CHECK-TORN.
           MOVE "N" TO WS-TORN.
           IF WS-TORN-STAMP IS NUMERIC
               GO TO 7200-EXIT
           END-IF.
           MOVE 0 TO WS-PFX-LEN.
           IF WS-TORN-PGM NOT = SPACES
               COMPUTE WS-PFX-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-TORN-PGM))
           END-IF.
           IF WS-PFX-LEN = 0
               SET LINE-IS-TORN TO TRUE
               GO TO 7200-EXIT
           END-IF.
           IF LK-PGM-NAME(1:WS-PFX-LEN) = WS-TORN-PGM(1:WS-PFX-LEN)
               SET LINE-IS-TORN TO TRUE
           END-IF.
       7200-EXIT.
           EXIT.

      *> S|run-id|program|START or END|stamp|outcome, the record
      *> JOB-SCHEDULER and nightly_run.sh write for their steps.
       8000-WRITE-STEP-RECORD.
           OPEN EXTEND RUNCTL-FILE.
           IF WS-RUNCTL-STATUS = "35"
               OPEN OUTPUT RUNCTL-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-STAMP.
           MOVE SPACES TO RUNCTL-LINE.
           STRING "S|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUN-ID)      DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(LK-PGM-NAME)    DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STEP-EVENT)  DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-STEP-STAMP                 DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STEP-OUTCOME) DELIMITED BY SIZE
                  INTO RUNCTL-LINE
           END-STRING.
           WRITE RUNCTL-LINE.
           CLOSE RUNCTL-FILE.
       8000-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           IF LK-PGM-NAME = WS-PGM-NAME
               GO TO 0900-EXIT
           END-IF.
           MOVE LK-PGM-NAME TO WS-PGM-NAME.
           MOVE "checkpoint_policy.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "run_control.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "master_journal.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE "provenance.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
           MOVE SPACES TO WS-CKP-LOGICAL.
           STRING FUNCTION LOWER-CASE(FUNCTION TRIM(LK-PGM-NAME))
                                        DELIMITED BY SIZE
                  ".ckp"                DELIMITED BY SIZE
                  INTO WS-CKP-LOGICAL
           END-STRING.
           CALL "DLGCFG" USING WS-CKP-LOGICAL WS-CKP-NAME.
       0900-EXIT.
           EXIT.
