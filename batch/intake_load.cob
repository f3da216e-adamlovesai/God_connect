      *> as data. Reads a staging file of candidate record sets -
      *> batch/intake_staging.dat, carrying the same pipe-delimited
      *> H and M lines BUILD-DIALOGUE-DATA writes - validates each set
      *> whole, adds the clean sets to the keyed dialogue master
      *> (DLGMSTIO) and writes every line of a failed set to
      *> batch/intake_rejects.dat prefixed with a reason code, so
      *> "add a conversation" becomes an audited daily load instead
      *> of a hand edit of the master extract that nothing checks.
      *> The nightly MASTER-UNLOAD carries the new sets out to
      *> batch/dialogue_data.dat.
      *>
      *> A set is one H record followed by its M records; the next H
      *> (or end of file) closes it. Checks applied per set:
      *>     MODEBAD   mode not conversation/forum/judgment/reenactment
      *>     DUPPATH   path already present on the dialogue master
      *>     CNTBAD    H message count <> number of M records
      *>     SEQBAD    M path <> H path, or sequence not 1..count in
      *>               order
      *>               column a staged judgment M line may carry)
      *>               not in DLGMSG01's recognized courtroom list
      *>     ORPHANM   M record arriving before any H record
      *>     NOORDER   the set cites no generation order (a staged
      *>               G|order line after its H), or cites one not
      *>               on batch/gen_orders.dat
      *>     ORDSHUT   the cited order is already filled or
      *>               cancelled (including by an earlier set in
      *>               the same run)
      *>     MASTERIO  the dialogue master refused one of the set's
      *>               lines (DLGMSTIO result shown on the console);
      *>               what of the set had gone in is taken back out
      *>               and the run ends with RETURN-CODE 8
      *> The value lists are the same ones MODE-CHECK, TONE-ROLLUP,
      *> STANCE-CHECK and PARTICIPANT-ROLE-CHECK already enforce
      *> against the source tree, applied here to data entering by the
      *> staging route that never had a source file.
      *>
      *> A set that passes every check is then held, not loaded, if
      *> any speaker name in it (after DLGALIAS) is neither on the
      *> persona roster (batch/persona_roster.dat) nor an approved
      *> persona on batch/persona_bios.dat, and no editor has yet
      *> decided it. The set goes to batch/onboarding_held.dat and
      *> each undecided name to the onboarding register
      *> batch/onboarding_queue.dat (P|name|path|stamp), where
      *> PERSONA-ONBOARD approves it as new, maps it as an alias or
      *> rejects it. Generic speaker labels (System, You, Forum,
      *> Court, Time Machine) are never held. A name rejected there
      *> rejects every set casting it:
      *>     PERSREJ   a speaker the editors rejected at onboarding
      *> Every fresh run first passes the held sets again: a set
      *> whose names are now all decided is loaded or rejected like
      *> any staged set and an R|path|outcome|stamp record closes
      *> its holding; the rest stay held. PERSONA-ONBOARD starts
      *> that pass alone, after a decision, with
      *>
      *>     intake_load RELEASE
      *>
      *> With no roster and no approved persona on file the gate is
      *> off (a warning says so) rather than holding everything.
      *>
      *> A checkpoint is taken through DLGCKPT at the first set
      *> boundary after every so many staged records
      *> (batch/checkpoint_policy.ref). A run that dies is rerun
      *> with
      *>
      *>     intake_load RESTART
      *>
      *> which undoes the master changes it made after the last
      *> checkpoint (DLGCKPT ROLL), cuts the reject file and the
      *> correction, regeneration-order and generation-order files
      *> back to what the checkpoint counted, withdraws the
      *> provenance written since, and carries on from the set
      *> after it - so no set is loaded, journaled or stamped
      *> twice. A fresh run is refused while a checkpoint is on
      *> file.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-08-21.
      *>                      link as a correction transaction,
      *>                      applied through CORRECTION-APPLY's
      *>                      sanctioned route.
      *>     2026-10-15  DO   A staged set must cite an open
      *>                      generation order (G|order, see
      *>                      GEN-ORDER-ISSUE): NOORDER and
      *>                      ORDSHUT rejects; a loaded set
      *>                      writes the order's F record.
      *>     2026-10-15  DO   Clean sets go into the keyed master
      *>                      by key through DLGMSTIO instead of a
      *>                      rewrite of the extract through a work
      *>                      copy; DUPPATH is a keyed read of the
      *>                      master. The extract and its
      *>                      partitions pick the sets up at the
      *>                      nightly MASTER-UNLOAD.
      *>     2026-10-15  DO   Commit-interval checkpoints (DLGCKPT)
      *>                      and RESTART from the last of them.
      *>     2026-10-15  DO   A loaded set's H record is stamped
      *>                      with its parish (DLGPRSH STMP): the
      *>                      loading operator's, or a registered
      *>                      code the staged line carries inside
      *>                      the operator's view.
      *>     2026-10-15  DO   Persona onboarding gate: a set casting
      *>                      an unrostered, undecided persona is
      *>                      held on batch/onboarding_held.dat and
      *>                      queued for PERSONA-ONBOARD; held sets
      *>                      are passed again at every fresh run
      *>                      (and by RELEASE) and load once all
      *>                      their personas are decided. PERSREJ
      *>                      rejects.
      *>     2026-10-15  DO   A line the dialogue master refuses
      *>                      (DLGMSTIO PUT not 00) now fails its set:
      *>                      backed out, rejected as MASTERIO, not
      *>                      counted loaded, no order fill or
      *>                      lineage, RETURN-CODE 8.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTAKE-LOAD.
           SELECT STAGING-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGING-STATUS.
           SELECT REJECT-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT POLICY-FILE ASSIGN DYNAMIC WS-CFN-05
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT RO-FILE ASSIGN DYNAMIC WS-RO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RO-STATUS.
           SELECT CORR-FILE ASSIGN DYNAMIC WS-CORR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
           SELECT GO-FILE ASSIGN DYNAMIC WS-GO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GO-STATUS.
           SELECT ROSTER-FILE ASSIGN DYNAMIC WS-RST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RST-STATUS.
           SELECT BIO-FILE ASSIGN DYNAMIC WS-BIO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIO-STATUS.
           SELECT OB-FILE ASSIGN DYNAMIC WS-OB-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OB-STATUS.
           SELECT HELD-FILE ASSIGN DYNAMIC WS-HELD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STAGING-FILE.
       01  STAGING-LINE             PIC X(600).

       FD  REJECT-FILE.
       01  REJECT-LINE              PIC X(620).

       FD  POLICY-FILE.
       01  POLICY-LINE              PIC X(400).

       FD  RO-FILE.
       01  RO-LINE                  PIC X(500).

       FD  CORR-FILE.
       01  CORR-LINE                PIC X(500).

       FD  GO-FILE.
       01  GO-LINE                  PIC X(500).

       FD  ROSTER-FILE.
       01  ROSTER-LINE              PIC X(200).

       FD  BIO-FILE.
       01  BIO-LINE                 PIC X(600).

       FD  OB-FILE.
       01  OB-LINE                  PIC X(400).

       FD  HELD-FILE.
       01  HELD-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01  WS-AUTH-PGM              PIC X(30).
       01  WS-AUTH-CLASS            PIC X(01).
       01  WS-AUTH-RC               PIC X(02).
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CFN-05                PIC X(200).
       01  WS-STAGING-STATUS        PIC X(02).
       01  WS-REJECT-STATUS         PIC X(02).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-EOF-STAGING           PIC X(01) VALUE "N".
           88  NO-MORE-STAGING               VALUE "Y".
      *> The staged line being buffered - read from the staging
      *> file, or from the held file on the release pass.
       01  WS-STAGED-LINE           PIC X(600).

      *> The keyed master (DLGMSTIO): the duplicate-path check is a
      *> keyed read of the set's H record, a clean set a PUT per line.
       01  WS-MIO-ACTION            PIC X(04).
       01  WS-MIO-PGM               PIC X(30) VALUE "INTAKE-LOAD".
       01  WS-MIO-LINE              PIC X(610).
       01  WS-MIO-RC                PIC X(02).

      *> The parish a loaded set is filed under (DLGPRSH STMP).
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "INTAKE-LOAD".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).

      *> One staged set, buffered whole so a reject never half-loads.
       01  WS-SET-MSG-MAX           PIC 9(04) VALUE 50.

       01  WS-CHECK-POS             PIC 9(04) VALUE 0.
       01  WS-EXPECT-SEQ            PIC 9(04) VALUE 0.

      *> Casting policy rulings, loaded once; set participants are
      *> collected during validation for the pairing rules.
       01  WS-SETS-LOADED           PIC 9(04) VALUE 0.
       01  WS-SETS-REJECTED         PIC 9(04) VALUE 0.
       01  WS-WRITE-POS             PIC 9(04) VALUE 0.
       01  WS-SETS-MASTER-FAILED    PIC 9(04) VALUE 0.

       01  WS-PROV-PATH             PIC X(200).
       01  WS-PROV-KIND             PIC X(10).
       01  WS-RO-F4                 PIC X(240).
       01  WS-RO-F5                 PIC X(20).

      *> Generation orders (GEN-ORDER-ISSUE): number and state,
      *> folded from the ledger's G, F and X records.
       01  WS-GO-NAME               PIC X(200).
       01  WS-GO-STATUS             PIC X(02) VALUE SPACES.
       01  WS-EOF-GO                PIC X(01) VALUE "N".
           88  NO-MORE-GO                    VALUE "Y".
       01  WS-GO-MAX                PIC 9(04) VALUE 3000.
       01  WS-GO-COUNT              PIC 9(04) VALUE 0.
       01  WS-GO-TABLE.
           05  WS-GO-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-GO-IDX.
               10  WS-GO-NUM        PIC X(06).
               10  WS-GO-STATE      PIC X(01).
                   88  GO-IS-OPEN            VALUE "O".
       01  WS-GO-FOUND              PIC 9(04) VALUE 0.
       01  WS-GO-KEY                PIC X(06).
       01  WS-GO-TAG                PIC X(01).
       01  WS-GO-F2                 PIC X(20).
       01  WS-SET-ORDER             PIC X(06) VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(20).

      *> Persona onboarding: the names already belonging (roster
      *> and approved biographies), the editors' decisions folded
      *> from the register (last D per name wins), and the held
      *> set paths still pending (P without a later R).
       01  WS-GATE                  PIC X(01) VALUE "Y".
           88  GATE-IS-ON                    VALUE "Y".
       01  WS-RST-NAME              PIC X(200).
       01  WS-RST-STATUS            PIC X(02) VALUE SPACES.
       01  WS-BIO-NAME              PIC X(200).
       01  WS-BIO-STATUS            PIC X(02) VALUE SPACES.
       01  WS-OB-NAME               PIC X(200).
       01  WS-OB-STATUS             PIC X(02) VALUE SPACES.
       01  WS-HELD-NAME             PIC X(200).
       01  WS-HELD-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EOF-OB                PIC X(01) VALUE "N".
           88  NO-MORE-OB                    VALUE "Y".
       01  WS-OB-TAG                PIC X(01).
       01  WS-OB-F2                 PIC X(200).
       01  WS-OB-F3                 PIC X(200).
       01  WS-OB-F4                 PIC X(200).
       01  WS-KNOWN-MAX             PIC 9(04) VALUE 2000.
       01  WS-KNOWN-COUNT           PIC 9(04) VALUE 0.
       01  WS-KNOWN-TABLE.
           05  WS-KNOWN-NAME        PIC X(40) OCCURS 2000 TIMES
                   INDEXED BY WS-KNOWN-IDX.
       01  WS-DEC-MAX               PIC 9(04) VALUE 1000.
       01  WS-DEC-COUNT             PIC 9(04) VALUE 0.
       01  WS-DEC-TABLE.
           05  WS-DEC-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-DEC-IDX.
               10  WS-DEC-PERSONA   PIC X(40).
               10  WS-DEC-KIND      PIC X(06).
       01  WS-HLD-MAX               PIC 9(04) VALUE 1000.
       01  WS-HLD-COUNT             PIC 9(04) VALUE 0.
       01  WS-HLD-TABLE.
           05  WS-HLD-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-HLD-IDX.
               10  WS-HLD-PATH      PIC X(200).
               10  WS-HLD-STATE     PIC X(01).
                   88  HLD-IS-PENDING        VALUE "P".
       01  WS-FIND-NAME             PIC X(40).
       01  WS-FIND-PATH             PIC X(200).
       01  WS-FOUND-POS             PIC 9(04) VALUE 0.
      *> The set under the persona check: its undecided names, and
      *> the verdict - K all belong or decided, H hold, X a rejected
      *> persona is cast.
       01  WS-SN-MAX                PIC 9(02) VALUE 20.
       01  WS-SN-COUNT              PIC 9(02) VALUE 0.
       01  WS-SN-TABLE.
           05  WS-SN-NAME           PIC X(40) OCCURS 20 TIMES
                   INDEXED BY WS-SN-IDX.
       01  WS-SN-POS                PIC 9(02) VALUE 0.
       01  WS-PERSONA-VERDICT       PIC X(01) VALUE "K".
           88  PERSONAS-BELONG               VALUE "K".
           88  PERSONAS-UNDECIDED            VALUE "H".
           88  PERSONA-REJECTED              VALUE "X".
      *> S the staging pass, R the release pass over the held file.
       01  WS-PASS                  PIC X(01) VALUE "S".
           88  RELEASE-PASS                  VALUE "R".
       01  WS-EOF-HELD              PIC X(01) VALUE "N".
           88  NO-MORE-HELD                  VALUE "Y".
       01  WS-HELD-WANTED           PIC X(01) VALUE "N".
       01  WS-SETS-HELD             PIC 9(04) VALUE 0.
       01  WS-SETS-RELEASED         PIC 9(04) VALUE 0.
       01  WS-SETS-STILL-HELD       PIC 9(04) VALUE 0.
       01  WS-OB-LINES              PIC 9(09) VALUE 0.
       01  WS-HELD-LINES            PIC 9(09) VALUE 0.

      *> Checkpointing (DLGCKPT): the state string a checkpoint
      *> carries, and where the run stands against the interval.
       01  WS-RUN-ARG               PIC X(20) VALUE SPACES.
       01  WS-RUN-KIND              PIC X(01) VALUE "F".
           88  RUN-IS-RESTART                VALUE "R".
           88  RUN-IS-RELEASE                VALUE "L".
       01  WS-IN-READ               PIC 9(09) VALUE 0.
       01  WS-DONE-COUNT            PIC 9(09) VALUE 0.
       01  WS-REJECT-LINES          PIC 9(09) VALUE 0.
       01  WS-CORR-LINES            PIC 9(09) VALUE 0.
       01  WS-RO-LINES              PIC 9(09) VALUE 0.
       01  WS-GO-LINES              PIC 9(09) VALUE 0.
       01  WS-NEXT-CKPT-AT          PIC 9(09) VALUE 0.
       01  WS-SKIP-COUNT            PIC 9(09) VALUE 0.
       01  WS-CKPT-ACTION           PIC X(04).
       01  WS-CKPT-PGM              PIC X(30) VALUE "INTAKE-LOAD".
       01  WS-CKPT-WORK             PIC X(500).
       01  WS-CKPT-INTERVAL         PIC 9(09) VALUE 0.
       01  WS-CKPT-COUNT            PIC 9(09) VALUE 0.
       01  WS-CKPT-RC               PIC X(02).
       01  WS-CKPT-STATE.
           05  WS-CK-POSITION       PIC 9(09).
           05  WS-CK-SETS-READ      PIC 9(04).
           05  WS-CK-SETS-LOADED    PIC 9(04).
           05  WS-CK-SETS-REJECTED  PIC 9(04).
           05  WS-CK-REJECT-LINES   PIC 9(09).
           05  WS-CK-CORR-LINES     PIC 9(09).
           05  WS-CK-RO-LINES       PIC 9(09).
           05  WS-CK-GO-LINES       PIC 9(09).
           05  WS-CK-RUN-STAMP      PIC X(21).
           05  WS-CK-OB-LINES       PIC 9(09).
           05  WS-CK-HELD-LINES     PIC 9(09).
           05  WS-CK-SETS-HELD      PIC 9(04).
           05  WS-CK-SETS-RELEASED  PIC 9(04).
           05  WS-CK-SETS-MASTER-FAILED
                                    PIC 9(04).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "INTAKE-LOAD" TO WS-AUTH-PGM.
           END-IF.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT RUN-IS-RESTART
               PERFORM 5000-RELEASE-HELD-SETS THRU 5000-EXIT
           END-IF.
           PERFORM 2000-PROCESS-STAGING THRU 2000-EXIT
               UNTIL NO-MORE-STAGING.
           IF SET-IS-OPEN
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-ARG FROM COMMAND-LINE.
           IF FUNCTION UPPER-CASE(WS-RUN-ARG(1:7)) = "RESTART"
               SET RUN-IS-RESTART TO TRUE
           END-IF.
           IF FUNCTION UPPER-CASE(WS-RUN-ARG(1:7)) = "RELEASE"
               SET RUN-IS-RELEASE TO TRUE
               SET NO-MORE-STAGING TO TRUE
           ELSE
               OPEN INPUT STAGING-FILE
           END-IF.
           IF NOT RUN-IS-RELEASE AND WS-STAGING-STATUS = "35"
               DISPLAY "INTAKE-LOAD: no staging file at "
                       FUNCTION TRIM(WS-CFN-01)
                       " - nothing to load"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           IF RUN-IS-RESTART
               PERFORM 1600-RESUME-FROM-CHECKPOINT THRU 1600-EXIT
           ELSE
               PERFORM 1500-BEGIN-CHECKPOINTING THRU 1500-EXIT
               PERFORM 1100-OPEN-MASTER THRU 1100-EXIT
      *> A release pass on its own adds to the last run's rejects.
               IF RUN-IS-RELEASE
                   OPEN EXTEND REJECT-FILE
                   IF WS-REJECT-STATUS = "35"
                       OPEN OUTPUT REJECT-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT REJECT-FILE
               END-IF
           END-IF.
           PERFORM 1200-LOAD-CASTING-POLICY THRU 1200-EXIT
               UNTIL NO-MORE-POLICY.
           PERFORM 1300-LOAD-REGEN-ORDERS THRU 1300-EXIT
               UNTIL NO-MORE-RO.
           PERFORM 1400-LOAD-GEN-ORDERS THRU 1400-EXIT
               UNTIL NO-MORE-GO.
           PERFORM 1800-LOAD-ONBOARDING THRU 1800-EXIT.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           IF NOT RUN-IS-RELEASE
               DISPLAY "INTAKE-LOAD: loading "
                       FUNCTION TRIM(WS-CFN-01)
           END-IF.
           IF RUN-IS-RESTART
               PERFORM 1700-PASS-OVER-LOADED THRU 1700-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *> The master is held (DLGMSTIO's enqueue) for the whole run,
      *> so no other writer changes it between a set's checks and
      *> its load.
       1100-OPEN-MASTER.
           MOVE SPACES TO WS-MIO-LINE.
           MOVE "OPEN" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC = "12"
               DISPLAY "INTAKE-LOAD: the dialogue master is in use "
                       "- rerun when the holder has finished"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MIO-RC NOT = "00"
               DISPLAY "INTAKE-LOAD: the dialogue master is "
                       "unavailable (" WS-MIO-RC ") - nothing loaded"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-CASTING-POLICY.
           IF WS-POL-COUNT = 0 AND WS-POLICY-STATUS = SPACES
               OPEN INPUT POLICY-FILE
       1200-EXIT.
           EXIT.

      *> A checkpoint falls between sets: the set before the H just
      *> read is closed out, and the H is the first record a restart
      *> reads again.
       2000-PROCESS-STAGING.
           READ STAGING-FILE
               AT END
                   SET NO-MORE-STAGING TO TRUE
               NOT AT END
                   ADD 1 TO WS-IN-READ
                   MOVE STAGING-LINE TO WS-STAGED-LINE
                   MOVE STAGING-LINE(1:1) TO WS-RECORD-TYPE
                   EVALUATE WS-RECORD-TYPE
                       WHEN "H"
                           IF SET-IS-OPEN
                               PERFORM 3000-CLOSE-OUT-SET THRU 3000-EXIT
                           END-IF
                           COMPUTE WS-DONE-COUNT = WS-IN-READ - 1
                           IF WS-DONE-COUNT >= WS-NEXT-CKPT-AT
                               PERFORM 8500-TAKE-CHECKPOINT
                                   THRU 8500-EXIT
                           END-IF
                           PERFORM 2100-OPEN-NEW-SET THRU 2100-EXIT
                       WHEN "M"
                           PERFORM 2200-BUFFER-MESSAGE THRU 2200-EXIT
                       WHEN "G"
                           PERFORM 2300-CITE-ORDER THRU 2300-EXIT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 1 TO WS-SET-LINE-COUNT.
           MOVE 0 TO WS-SET-MSG-COUNT.
           MOVE SPACES TO WS-SET-ORDER.
           MOVE WS-STAGED-LINE TO WS-SET-LINE (1).
       2100-EXIT.
           EXIT.

       2200-BUFFER-MESSAGE.
           IF NOT SET-IS-OPEN
               MOVE "ORPHANM" TO WS-REJECT-REASON
               MOVE WS-STAGED-LINE TO WS-SET-LINE (1)
               MOVE 1 TO WS-SET-LINE-COUNT
               ADD 1 TO WS-SETS-READ
               SET SET-IS-OPEN TO TRUE
           END-IF.
           ADD 1 TO WS-SET-LINE-COUNT.
           ADD 1 TO WS-SET-MSG-COUNT.
           MOVE WS-STAGED-LINE TO WS-SET-LINE (WS-SET-LINE-COUNT).
       2200-EXIT.
           EXIT.

      *> G|order - the staged set's citation of the generation
      *> order it answers. Held with the set, never written to the
      *> extract.
       2300-CITE-ORDER.
           IF NOT SET-IS-OPEN
               GO TO 2300-EXIT
           END-IF.
           MOVE SPACES TO WS-GO-TAG WS-GO-F2.
           UNSTRING WS-STAGED-LINE DELIMITED BY "|"
               INTO WS-GO-TAG WS-GO-F2
           END-UNSTRING.
           MOVE WS-GO-F2(1:6) TO WS-SET-ORDER.
       2300-EXIT.
           EXIT.

      *> A set is complete - validate it whole, then either append
      *> every buffered line to the master extract or write every
      *> buffered line to the reject file under one reason code.
      *> A clean set casting an undecided persona is held instead -
      *> or, on the release pass, simply left held.
       3000-CLOSE-OUT-SET.
           MOVE "K" TO WS-PERSONA-VERDICT.
           IF SET-IS-CLEAN
               PERFORM 4000-VALIDATE-SET THRU 4000-EXIT
           END-IF.
           IF SET-IS-CLEAN
               PERFORM 4500-CHECK-PERSONAS THRU 4500-EXIT
           END-IF.
           IF SET-IS-CLEAN AND PERSONAS-UNDECIDED
               ADD 1 TO WS-SETS-HELD
               IF RELEASE-PASS
                   ADD 1 TO WS-SETS-STILL-HELD
               ELSE
                   PERFORM 3300-HOLD-SET THRU 3300-EXIT
               END-IF
               MOVE "N" TO WS-SET-OPEN
               GO TO 3000-EXIT
           END-IF.
           IF SET-IS-CLEAN
               PERFORM 3100-WRITE-CLEAN-SET THRU 3100-EXIT
           ELSE
               PERFORM 3200-WRITE-REJECT-SET THRU 3200-EXIT
           END-IF.
           IF RELEASE-PASS
               PERFORM 3400-CLOSE-HOLDING THRU 3400-EXIT
           END-IF.
           MOVE "N" TO WS-SET-OPEN.
       3000-EXIT.
           EXIT.
       3100-WRITE-CLEAN-SET.
           PERFORM 3110-WRITE-ONE-LINE THRU 3110-EXIT
               VARYING WS-WRITE-POS FROM 1 BY 1
               UNTIL WS-WRITE-POS > WS-SET-LINE-COUNT
                   OR NOT SET-IS-CLEAN.
      *> A line the master refused fails the whole set: nothing of
      *> it stays on the master, it goes to the reject file, and it
      *> neither fills its order nor gets a lineage stamp.
           IF NOT SET-IS-CLEAN
               PERFORM 3120-BACK-OUT-SET THRU 3120-EXIT
               PERFORM 3200-WRITE-REJECT-SET THRU 3200-EXIT
               ADD 1 TO WS-SETS-MASTER-FAILED
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-SETS-LOADED.
      *> Lineage: this load put the record here (DLGPROV).
           MOVE WS-CUR-PATH TO WS-PROV-PATH.
      *> Regeneration loop: a topic matching an OPEN work order
      *> fulfills it and stages the supersession link.
           PERFORM 3150-CLOSE-REGEN-LOOP THRU 3150-EXIT.
      *> The generation order this set answers is filled.
           PERFORM 3170-FILL-GEN-ORDER THRU 3170-EXIT.
       3100-EXIT.
           EXIT.

       3110-WRITE-ONE-LINE.
      *> The H record goes in under the loading parish: the
      *> operator's, or a registered code the staged line already
      *> carries when the operator may see that parish.
           IF WS-SET-LINE (WS-WRITE-POS)(1:2) = "H|"
               MOVE WS-SET-LINE (WS-WRITE-POS) TO WS-PRS-TEXT
               MOVE "STMP" TO WS-PRS-ACTION
               CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM
                                    WS-PRS-TEXT WS-PRS-PARISH
                                    WS-PRS-RC
               MOVE WS-PRS-TEXT TO WS-SET-LINE (WS-WRITE-POS)
           END-IF.
           MOVE WS-SET-LINE (WS-WRITE-POS) TO WS-MIO-LINE.
           MOVE "PUT " TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC NOT = "00"
               DISPLAY "INTAKE-LOAD: master write failed ("
                       WS-MIO-RC ") for "
                       FUNCTION TRIM(WS-CUR-PATH)
               MOVE "MASTERIO" TO WS-REJECT-REASON
               GO TO 3110-EXIT
           END-IF.
       3110-EXIT.
           EXIT.

      *> The path is new to the master (DUPPATH), so every record
      *> under it is this set's own and can go.
       3120-BACK-OUT-SET.
           MOVE SPACES TO WS-MIO-LINE.
           STRING "H|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUR-PATH)    DELIMITED BY SIZE
                  INTO WS-MIO-LINE
           END-STRING.
           MOVE "PURG" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC NOT = "00"
               DISPLAY "INTAKE-LOAD: could not take "
                       FUNCTION TRIM(WS-CUR-PATH)
                       " back off the master (" WS-MIO-RC ")"
           END-IF.
       3120-EXIT.
           EXIT.

       3200-WRITE-REJECT-SET.
           PERFORM 3210-REJECT-ONE-LINE THRU 3210-EXIT
               VARYING WS-WRITE-POS FROM 1 BY 1
                  INTO REJECT-LINE
           END-STRING.
           WRITE REJECT-LINE.
           ADD 1 TO WS-REJECT-LINES.
       3210-EXIT.
           EXIT.

      *> K|path|stamp, then the set's lines as staged (its G|order
      *> after the H), on the held file; a P record per undecided
      *> name on the register. A set already held from an earlier
      *> run is not held twice.
       3300-HOLD-SET.
           MOVE WS-CUR-PATH TO WS-FIND-PATH.
           PERFORM 1860-FIND-HELD-PATH THRU 1860-EXIT.
           IF WS-FOUND-POS > 0
               IF HLD-IS-PENDING (WS-FOUND-POS)
                   GO TO 3300-EXIT
               END-IF
           END-IF.
           OPEN EXTEND HELD-FILE.
           IF WS-HELD-STATUS = "35"
               OPEN OUTPUT HELD-FILE
           END-IF.
           MOVE SPACES TO HELD-LINE.
           STRING "K|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUR-PATH)    DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP              DELIMITED BY SIZE
                  INTO HELD-LINE
           END-STRING.
           WRITE HELD-LINE.
           ADD 1 TO WS-HELD-LINES.
           PERFORM 3310-HOLD-ONE-LINE THRU 3310-EXIT
               VARYING WS-WRITE-POS FROM 1 BY 1
               UNTIL WS-WRITE-POS > WS-SET-LINE-COUNT.
           CLOSE HELD-FILE.
           MOVE SPACES TO WS-HELD-STATUS.
           OPEN EXTEND OB-FILE.
           IF WS-OB-STATUS = "35"
               OPEN OUTPUT OB-FILE
           END-IF.
           PERFORM 3320-QUEUE-ONE-NAME THRU 3320-EXIT
               VARYING WS-SN-POS FROM 1 BY 1
               UNTIL WS-SN-POS > WS-SN-COUNT.
           CLOSE OB-FILE.
           MOVE SPACES TO WS-OB-STATUS.
           IF WS-FOUND-POS = 0 AND WS-HLD-COUNT < WS-HLD-MAX
               ADD 1 TO WS-HLD-COUNT
               MOVE WS-HLD-COUNT TO WS-FOUND-POS
               MOVE WS-CUR-PATH TO WS-HLD-PATH (WS-FOUND-POS)
           END-IF.
           IF WS-FOUND-POS > 0
               MOVE "P" TO WS-HLD-STATE (WS-FOUND-POS)
           END-IF.
           DISPLAY "INTAKE-LOAD: held for persona onboarding: "
                   FUNCTION TRIM(WS-CUR-PATH).
       3300-EXIT.
           EXIT.

       3310-HOLD-ONE-LINE.
           MOVE WS-SET-LINE (WS-WRITE-POS) TO HELD-LINE.
           WRITE HELD-LINE.
           ADD 1 TO WS-HELD-LINES.
           IF WS-WRITE-POS = 1 AND WS-SET-ORDER NOT = SPACES
               MOVE SPACES TO HELD-LINE
               STRING "G|" WS-SET-ORDER
                   DELIMITED BY SIZE INTO HELD-LINE
               END-STRING
               WRITE HELD-LINE
               ADD 1 TO WS-HELD-LINES
           END-IF.
       3310-EXIT.
           EXIT.

      *> P|name|path|stamp
       3320-QUEUE-ONE-NAME.
           MOVE SPACES TO OB-LINE.
           STRING "P|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SN-NAME (WS-SN-POS))
                                                DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUR-PATH)    DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP              DELIMITED BY SIZE
                  INTO OB-LINE
           END-STRING.
           WRITE OB-LINE.
           ADD 1 TO WS-OB-LINES.
           DISPLAY "INTAKE-LOAD:   persona not on the roster: "
                   FUNCTION TRIM(WS-SN-NAME (WS-SN-POS)).
       3320-EXIT.
           EXIT.

      *> R|path|LOADED or REJECTED-reason|stamp - the held set is
      *> dealt with and leaves the queue.
       3400-CLOSE-HOLDING.
           OPEN EXTEND OB-FILE.
           IF WS-OB-STATUS = "35"
               OPEN OUTPUT OB-FILE
           END-IF.
           MOVE SPACES TO OB-LINE.
           IF SET-IS-CLEAN
               STRING "R|"                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CUR-PATH) DELIMITED BY SIZE
                      "|LOADED|"                DELIMITED BY SIZE
                      WS-RUN-TIMESTAMP          DELIMITED BY SIZE
                      INTO OB-LINE
               END-STRING
           ELSE
               STRING "R|"                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CUR-PATH) DELIMITED BY SIZE
                      "|REJECTED-"              DELIMITED BY SIZE
                      WS-REJECT-REASON          DELIMITED BY SPACE
                      "|"                       DELIMITED BY SIZE
                      WS-RUN-TIMESTAMP          DELIMITED BY SIZE
                      INTO OB-LINE
               END-STRING
           END-IF.
           WRITE OB-LINE.
           CLOSE OB-FILE.
           MOVE SPACES TO WS-OB-STATUS.
           ADD 1 TO WS-OB-LINES.
           ADD 1 TO WS-SETS-RELEASED.
           MOVE WS-CUR-PATH TO WS-FIND-PATH.
           PERFORM 1860-FIND-HELD-PATH THRU 1860-EXIT.
           IF WS-FOUND-POS > 0
               MOVE "R" TO WS-HLD-STATE (WS-FOUND-POS)
           END-IF.
           DISPLAY "INTAKE-LOAD: held set released: "
                   FUNCTION TRIM(WS-CUR-PATH).
       3400-EXIT.
           EXIT.

       4000-VALIDATE-SET.
           UNSTRING WS-SET-LINE (1) DELIMITED BY "|"
               INTO WS-RECORD-TYPE WS-CUR-PATH WS-CUR-TOPIC
           IF SET-IS-CLEAN
               PERFORM 4300-APPLY-CASTING-POLICY THRU 4300-EXIT
           END-IF.
           IF SET-IS-CLEAN
               PERFORM 4400-CHECK-ORDER THRU 4400-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      *> A live H record on the master under the set's path - one
      *> loaded earlier in this run included. A deleted path (only
      *> its D|H mark left) is free to load again.
       4100-CHECK-DUP-PATH.
           MOVE SPACES TO WS-MIO-LINE.
           STRING "H|" WS-CUR-PATH
               DELIMITED BY SIZE INTO WS-MIO-LINE
           END-STRING.
           MOVE "GET " TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC = "00"
               MOVE "DUPPATH" TO WS-REJECT-REASON
           END-IF.
       4100-EXIT.
       4320-EXIT.
           EXIT.

      *> The cited order must be on the ledger and still open.
       4400-CHECK-ORDER.
           MOVE WS-SET-ORDER TO WS-GO-KEY.
           PERFORM 1420-FIND-GEN-ORDER THRU 1420-EXIT.
           IF WS-SET-ORDER = SPACES OR WS-GO-FOUND = 0
               MOVE "NOORDER" TO WS-REJECT-REASON
               GO TO 4400-EXIT
           END-IF.
           IF NOT GO-IS-OPEN (WS-GO-FOUND)
               MOVE "ORDSHUT" TO WS-REJECT-REASON
           END-IF.
       4400-EXIT.
           EXIT.

      *> Every speaker must belong (rostered, or approved at
      *> onboarding) or be decided; a rejected persona rejects the
      *> set, an undecided one holds it.
       4500-CHECK-PERSONAS.
           MOVE "K" TO WS-PERSONA-VERDICT.
           MOVE 0 TO WS-SN-COUNT.
           IF NOT GATE-IS-ON
               GO TO 4500-EXIT
           END-IF.
           PERFORM 4510-CHECK-ONE-SPEAKER THRU 4510-EXIT
               VARYING WS-CHECK-POS FROM 2 BY 1
               UNTIL WS-CHECK-POS > WS-SET-LINE-COUNT.
           IF PERSONA-REJECTED
               MOVE "PERSREJ" TO WS-REJECT-REASON
           END-IF.
       4500-EXIT.
           EXIT.

       4510-CHECK-ONE-SPEAKER.
           MOVE SPACES TO WS-MSG-SPEAKER-NAME.
           UNSTRING WS-SET-LINE (WS-CHECK-POS) DELIMITED BY "|"
               INTO WS-RECORD-TYPE WS-MSG-PATH WS-MSG-SEQ-X
                    WS-MSG-SPEAKER WS-MSG-SPEAKER-NAME
           END-UNSTRING.
           MOVE WS-MSG-SPEAKER-NAME(1:40) TO WS-ALIAS-NAME.
           CALL "DLGALIAS" USING WS-ALIAS-NAME.
           IF WS-ALIAS-NAME = SPACES
                   OR WS-ALIAS-NAME = "System"
                   OR WS-ALIAS-NAME = "You"
                   OR WS-ALIAS-NAME = "Forum"
                   OR WS-ALIAS-NAME = "Court"
                   OR WS-ALIAS-NAME = "Time Machine"
               GO TO 4510-EXIT
           END-IF.
           MOVE WS-ALIAS-NAME TO WS-FIND-NAME.
           PERFORM 1840-FIND-KNOWN-NAME THRU 1840-EXIT.
           IF WS-FOUND-POS > 0
               GO TO 4510-EXIT
           END-IF.
           PERFORM 1850-FIND-DECISION THRU 1850-EXIT.
           IF WS-FOUND-POS > 0
               IF WS-DEC-KIND (WS-FOUND-POS) = "REJECT"
                   MOVE "X" TO WS-PERSONA-VERDICT
               END-IF
               GO TO 4510-EXIT
           END-IF.
           IF NOT PERSONA-REJECTED
               MOVE "H" TO WS-PERSONA-VERDICT
           END-IF.
           MOVE 0 TO WS-FOUND-POS.
           SET WS-SN-IDX TO 1.
           SEARCH WS-SN-NAME
               AT END
                   CONTINUE
               WHEN WS-SN-IDX > WS-SN-COUNT
                   CONTINUE
               WHEN WS-SN-NAME (WS-SN-IDX) = WS-ALIAS-NAME
                   SET WS-FOUND-POS TO WS-SN-IDX
           END-SEARCH.
           IF WS-FOUND-POS = 0 AND WS-SN-COUNT < WS-SN-MAX
               ADD 1 TO WS-SN-COUNT
               MOVE WS-ALIAS-NAME TO WS-SN-NAME (WS-SN-COUNT)
           END-IF.
       4510-EXIT.
           EXIT.

       9000-FINISH.
           IF NOT RUN-IS-RELEASE
               CLOSE STAGING-FILE
           END-IF.
           CLOSE REJECT-FILE.
           MOVE "CLOS" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           MOVE "DONE" TO WS-CKPT-ACTION.
           MOVE SPACES TO WS-CKPT-WORK.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-COUNT WS-CKPT-RC.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "INTAKE-LOAD: " WS-SETS-READ " set(s) read, "
                   WS-SETS-LOADED " loaded, "
                   WS-SETS-REJECTED " rejected, "
                   WS-SETS-HELD " held".
           IF WS-SETS-RELEASED > 0 OR WS-SETS-STILL-HELD > 0
               DISPLAY "INTAKE-LOAD: " WS-SETS-RELEASED
                       " held set(s) released, "
                       WS-SETS-STILL-HELD " still awaiting onboarding"
           END-IF.
           IF WS-SETS-LOADED > 0
               DISPLAY "INTAKE-LOAD: the extract and content index "
                       "carry the new record(s) after the nightly "
                       "MASTER-UNLOAD and CONTENT-INDEX-BUILD"
           END-IF.
           IF WS-SETS-REJECTED > 0
               DISPLAY "INTAKE-LOAD: review "
                       FUNCTION TRIM(WS-CFN-03)
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-SETS-HELD > 0
               DISPLAY "INTAKE-LOAD: decide the held personas with "
                       "PERSONA-ONBOARD (persona_onboard LIST)"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-SETS-MASTER-FAILED > 0
               DISPLAY "INTAKE-LOAD: " WS-SETS-MASTER-FAILED
                       " set(s) refused by the dialogue master "
                       "(MASTERIO) - restage them once it is sound"
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

           END-STRING.
           WRITE CORR-LINE.
           CLOSE CORR-FILE.
           ADD 1 TO WS-CORR-LINES.
           MOVE SPACES TO WS-CORR-STATUS.
           OPEN EXTEND RO-FILE.
           MOVE SPACES TO RO-LINE.
           END-STRING.
           WRITE RO-LINE.
           CLOSE RO-FILE.
           ADD 1 TO WS-RO-LINES.
           MOVE "FULFILLED " TO WS-RO-STATE (WS-RO-FOUND).
           DISPLAY "INTAKE-LOAD: the new record fulfills the "
                   "regeneration order on "
       3160-EXIT.
           EXIT.

       1400-LOAD-GEN-ORDERS.
           IF WS-GO-STATUS = SPACES
               OPEN INPUT GO-FILE
               IF WS-GO-STATUS NOT = "00"
                   SET NO-MORE-GO TO TRUE
                   MOVE SPACES TO WS-GO-STATUS
                   GO TO 1400-EXIT
               END-IF
           END-IF.
           READ GO-FILE
               AT END
                   SET NO-MORE-GO TO TRUE
                   CLOSE GO-FILE
                   MOVE SPACES TO WS-GO-STATUS
               NOT AT END
                   PERFORM 1410-FOLD-GEN-ORDER THRU 1410-EXIT
           END-READ.
       1400-EXIT.
           EXIT.

      *> G opens an order; a later F or X shuts it.
       1410-FOLD-GEN-ORDER.
           MOVE SPACES TO WS-GO-TAG WS-GO-F2.
           UNSTRING GO-LINE DELIMITED BY "|"
               INTO WS-GO-TAG WS-GO-F2
           END-UNSTRING.
           EVALUATE GO-LINE(1:2)
               WHEN "G|"
                   IF WS-GO-COUNT < WS-GO-MAX
                       ADD 1 TO WS-GO-COUNT
                       MOVE WS-GO-F2(1:6) TO WS-GO-NUM (WS-GO-COUNT)
                       MOVE "O" TO WS-GO-STATE (WS-GO-COUNT)
                   END-IF
               WHEN "F|"
               WHEN "X|"
                   MOVE WS-GO-F2(1:6) TO WS-GO-KEY
                   PERFORM 1420-FIND-GEN-ORDER THRU 1420-EXIT
                   IF WS-GO-FOUND > 0
                       MOVE GO-LINE(1:1) TO WS-GO-STATE (WS-GO-FOUND)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1410-EXIT.
           EXIT.

       1420-FIND-GEN-ORDER.
           MOVE 0 TO WS-GO-FOUND.
           SET WS-GO-IDX TO 1.
           SEARCH WS-GO-ENTRY
               AT END
                   CONTINUE
               WHEN WS-GO-IDX > WS-GO-COUNT
                   CONTINUE
               WHEN WS-GO-NUM (WS-GO-IDX) = WS-GO-KEY
                   SET WS-GO-FOUND TO WS-GO-IDX
           END-SEARCH.
       1420-EXIT.
           EXIT.

      *> F|order|path|mode|filled-by|operator|stamp
       3170-FILL-GEN-ORDER.
           OPEN EXTEND GO-FILE.
           IF WS-GO-STATUS NOT = "00"
               MOVE SPACES TO WS-GO-STATUS
               GO TO 3170-EXIT
           END-IF.
           MOVE SPACES TO GO-LINE.
           STRING "F|"                          DELIMITED BY SIZE
                  WS-SET-ORDER                  DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUR-PATH)    DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUR-MODE)    DELIMITED BY SIZE
                  "|INTAKE-LOAD|"               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP              DELIMITED BY SIZE
                  INTO GO-LINE
           END-STRING.
           WRITE GO-LINE.
           CLOSE GO-FILE.
           ADD 1 TO WS-GO-LINES.
           MOVE SPACES TO WS-GO-STATUS.
           MOVE "F" TO WS-GO-STATE (WS-GO-FOUND).
       3170-EXIT.
           EXIT.

      *> A fresh run: refused over an interrupted run's checkpoint;
      *> otherwise the interval is set and the lengths of the files
      *> the run appends to are noted.
       1500-BEGIN-CHECKPOINTING.
           MOVE "BEGN" TO WS-CKPT-ACTION.
           MOVE SPACES TO WS-CKPT-WORK.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-INTERVAL
                                WS-CKPT-RC.
           IF WS-CKPT-RC = "08"
               DISPLAY "INTAKE-LOAD: an interrupted run left a "
                       "checkpoint - rerun with RESTART, or remove "
                       "intake-load.ckp to start over"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "CNT " TO WS-CKPT-ACTION.
           MOVE WS-CORR-NAME TO WS-CKPT-WORK.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CORR-LINES
                                WS-CKPT-RC.
           MOVE WS-RO-NAME TO WS-CKPT-WORK.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-RO-LINES
                                WS-CKPT-RC.
           MOVE WS-GO-NAME TO WS-CKPT-WORK.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-GO-LINES
                                WS-CKPT-RC.
           MOVE WS-OB-NAME TO WS-CKPT-WORK.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-OB-LINES
                                WS-CKPT-RC.
           MOVE WS-HELD-NAME TO WS-CKPT-WORK.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-HELD-LINES
                                WS-CKPT-RC.
           MOVE WS-CKPT-INTERVAL TO WS-NEXT-CKPT-AT.
       1500-EXIT.
           EXIT.

      *> RESTART: with the master open, what the interrupted run
      *> did after its checkpoint is undone and every file it
      *> appends to cut back to the checkpoint - before the order
      *> tables are loaded from them.
       1600-RESUME-FROM-CHECKPOINT.
           MOVE "RSTR" TO WS-CKPT-ACTION.
           MOVE SPACES TO WS-CKPT-WORK.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-INTERVAL
                                WS-CKPT-RC.
           IF WS-CKPT-RC NOT = "00"
               DISPLAY "INTAKE-LOAD: no checkpoint to restart from "
                       "- run the load afresh"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CKPT-WORK TO WS-CKPT-STATE.
           MOVE WS-CK-SETS-READ TO WS-SETS-READ.
           MOVE WS-CK-SETS-LOADED TO WS-SETS-LOADED.
           MOVE WS-CK-SETS-REJECTED TO WS-SETS-REJECTED.
           MOVE WS-CK-REJECT-LINES TO WS-REJECT-LINES.
           MOVE WS-CK-CORR-LINES TO WS-CORR-LINES.
           MOVE WS-CK-RO-LINES TO WS-RO-LINES.
           MOVE WS-CK-GO-LINES TO WS-GO-LINES.
           MOVE WS-CK-RUN-STAMP TO WS-RUN-TIMESTAMP.
           MOVE WS-CK-OB-LINES TO WS-OB-LINES.
           MOVE WS-CK-HELD-LINES TO WS-HELD-LINES.
           MOVE WS-CK-SETS-HELD TO WS-SETS-HELD.
           MOVE WS-CK-SETS-RELEASED TO WS-SETS-RELEASED.
           MOVE WS-CK-SETS-MASTER-FAILED TO WS-SETS-MASTER-FAILED.
           PERFORM 1100-OPEN-MASTER THRU 1100-EXIT.
           MOVE "ROLL" TO WS-CKPT-ACTION.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-COUNT WS-CKPT-RC.
           IF WS-CKPT-RC NOT = "00"
               PERFORM 1690-ABANDON-RESTART THRU 1690-EXIT
           END-IF.
           MOVE "PROV" TO WS-CKPT-ACTION.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-COUNT WS-CKPT-RC.
           MOVE WS-CFN-03 TO WS-CKPT-WORK.
           MOVE WS-REJECT-LINES TO WS-CKPT-COUNT.
           PERFORM 1650-CUT-ONE-FILE THRU 1650-EXIT.
           MOVE WS-CORR-NAME TO WS-CKPT-WORK.
           MOVE WS-CORR-LINES TO WS-CKPT-COUNT.
           PERFORM 1650-CUT-ONE-FILE THRU 1650-EXIT.
           MOVE WS-RO-NAME TO WS-CKPT-WORK.
           MOVE WS-RO-LINES TO WS-CKPT-COUNT.
           PERFORM 1650-CUT-ONE-FILE THRU 1650-EXIT.
           MOVE WS-GO-NAME TO WS-CKPT-WORK.
           MOVE WS-GO-LINES TO WS-CKPT-COUNT.
           PERFORM 1650-CUT-ONE-FILE THRU 1650-EXIT.
           MOVE WS-OB-NAME TO WS-CKPT-WORK.
           MOVE WS-OB-LINES TO WS-CKPT-COUNT.
           PERFORM 1650-CUT-ONE-FILE THRU 1650-EXIT.
           MOVE WS-HELD-NAME TO WS-CKPT-WORK.
           MOVE WS-HELD-LINES TO WS-CKPT-COUNT.
           PERFORM 1650-CUT-ONE-FILE THRU 1650-EXIT.
           OPEN EXTEND REJECT-FILE.
       1600-EXIT.
           EXIT.

       1650-CUT-ONE-FILE.
           MOVE "CUT " TO WS-CKPT-ACTION.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-COUNT WS-CKPT-RC.
           IF WS-CKPT-RC NOT = "00"
               PERFORM 1690-ABANDON-RESTART THRU 1690-EXIT
           END-IF.
       1650-EXIT.
           EXIT.

       1690-ABANDON-RESTART.
           MOVE "CLOS" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           DISPLAY "INTAKE-LOAD: the interrupted run could not be "
                   "rolled back to its checkpoint - nothing loaded".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       1690-EXIT.
           EXIT.

      *> The staged records the checkpoint covers were dealt with
      *> before it.
       1700-PASS-OVER-LOADED.
           MOVE 0 TO WS-SKIP-COUNT.
           PERFORM 1710-PASS-OVER-ONE THRU 1710-EXIT
               UNTIL WS-SKIP-COUNT >= WS-CK-POSITION
                   OR NO-MORE-STAGING.
           MOVE WS-SKIP-COUNT TO WS-IN-READ.
           COMPUTE WS-NEXT-CKPT-AT = WS-IN-READ + WS-CKPT-INTERVAL.
           DISPLAY "INTAKE-LOAD: resuming after staged record "
                   WS-IN-READ.
       1700-EXIT.
           EXIT.

       1710-PASS-OVER-ONE.
           READ STAGING-FILE
               AT END
                   SET NO-MORE-STAGING TO TRUE
               NOT AT END
                   ADD 1 TO WS-SKIP-COUNT
           END-READ.
       1710-EXIT.
           EXIT.

      *> The persona gate's tables - read after a restart has cut
      *> the register and the held file back to its checkpoint.
       1800-LOAD-ONBOARDING.
           MOVE "N" TO WS-EOF-OB.
           OPEN INPUT ROSTER-FILE.
           IF WS-RST-STATUS = "00"
               PERFORM 1810-READ-ROSTER THRU 1810-EXIT
                   UNTIL NO-MORE-OB
               CLOSE ROSTER-FILE
           END-IF.
           MOVE "N" TO WS-EOF-OB.
           OPEN INPUT BIO-FILE.
           IF WS-BIO-STATUS = "00"
               PERFORM 1820-READ-BIO THRU 1820-EXIT
                   UNTIL NO-MORE-OB
               CLOSE BIO-FILE
           END-IF.
           MOVE "N" TO WS-EOF-OB.
           OPEN INPUT OB-FILE.
           IF WS-OB-STATUS = "00"
               PERFORM 1830-READ-REGISTER THRU 1830-EXIT
                   UNTIL NO-MORE-OB
               CLOSE OB-FILE
           END-IF.
           MOVE SPACES TO WS-OB-STATUS.
           IF WS-KNOWN-COUNT = 0
               MOVE "N" TO WS-GATE
               DISPLAY "INTAKE-LOAD: WARNING - no persona roster at "
                       FUNCTION TRIM(WS-RST-NAME)
                       " - the onboarding gate is off for this run"
           END-IF.
       1800-EXIT.
           EXIT.

      *> NAME|TRADITION rows between the C| header and trailer.
       1810-READ-ROSTER.
           READ ROSTER-FILE
               AT END
                   SET NO-MORE-OB TO TRUE
               NOT AT END
                   IF ROSTER-LINE(1:2) NOT = "C|"
                           AND ROSTER-LINE NOT = SPACES
                       MOVE SPACES TO WS-OB-F2
                       UNSTRING ROSTER-LINE DELIMITED BY "|"
                           INTO WS-OB-F2
                       END-UNSTRING
                       MOVE WS-OB-F2(1:40) TO WS-FIND-NAME
                       PERFORM 1870-ADD-KNOWN-NAME THRU 1870-EXIT
                   END-IF
           END-READ.
       1810-EXIT.
           EXIT.

      *> B|name|tradition|era|biography|operator|stamp
       1820-READ-BIO.
           READ BIO-FILE
               AT END
                   SET NO-MORE-OB TO TRUE
               NOT AT END
                   IF BIO-LINE(1:2) = "B|"
                       MOVE SPACES TO WS-OB-F2
                       UNSTRING BIO-LINE DELIMITED BY "|"
                           INTO WS-OB-TAG WS-OB-F2
                       END-UNSTRING
                       MOVE WS-OB-F2(1:40) TO WS-FIND-NAME
                       PERFORM 1870-ADD-KNOWN-NAME THRU 1870-EXIT
                   END-IF
           END-READ.
       1820-EXIT.
           EXIT.

      *> P|name|path|stamp          a set held on that name
      *> D|name|NEW/ALIAS/REJECT|.. an editor's decision
      *> R|path|outcome|stamp       the held set dealt with
       1830-READ-REGISTER.
           READ OB-FILE
               AT END
                   SET NO-MORE-OB TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-OB-F2 WS-OB-F3
                   UNSTRING OB-LINE DELIMITED BY "|"
                       INTO WS-OB-TAG WS-OB-F2 WS-OB-F3
                   END-UNSTRING
                   EVALUATE OB-LINE(1:2)
                       WHEN "P|"
                           MOVE WS-OB-F3 TO WS-FIND-PATH
                           PERFORM 1880-MARK-HELD-PATH THRU 1880-EXIT
                       WHEN "R|"
                           MOVE WS-OB-F2 TO WS-FIND-PATH
                           PERFORM 1860-FIND-HELD-PATH THRU 1860-EXIT
                           IF WS-FOUND-POS > 0
                               MOVE "R" TO WS-HLD-STATE (WS-FOUND-POS)
                           END-IF
                       WHEN "D|"
                           PERFORM 1890-FOLD-DECISION THRU 1890-EXIT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       1830-EXIT.
           EXIT.

       1840-FIND-KNOWN-NAME.
           MOVE 0 TO WS-FOUND-POS.
           SET WS-KNOWN-IDX TO 1.
           SEARCH WS-KNOWN-NAME
               AT END
                   CONTINUE
               WHEN WS-KNOWN-IDX > WS-KNOWN-COUNT
                   CONTINUE
               WHEN WS-KNOWN-NAME (WS-KNOWN-IDX) = WS-FIND-NAME
                   SET WS-FOUND-POS TO WS-KNOWN-IDX
           END-SEARCH.
       1840-EXIT.
           EXIT.

       1850-FIND-DECISION.
           MOVE 0 TO WS-FOUND-POS.
           SET WS-DEC-IDX TO 1.
           SEARCH WS-DEC-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DEC-IDX > WS-DEC-COUNT
                   CONTINUE
               WHEN WS-DEC-PERSONA (WS-DEC-IDX) = WS-FIND-NAME
                   SET WS-FOUND-POS TO WS-DEC-IDX
           END-SEARCH.
       1850-EXIT.
           EXIT.

       1860-FIND-HELD-PATH.
           MOVE 0 TO WS-FOUND-POS.
           SET WS-HLD-IDX TO 1.
           SEARCH WS-HLD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-HLD-IDX > WS-HLD-COUNT
                   CONTINUE
               WHEN WS-HLD-PATH (WS-HLD-IDX) = WS-FIND-PATH
                   SET WS-FOUND-POS TO WS-HLD-IDX
           END-SEARCH.
       1860-EXIT.
           EXIT.

       1870-ADD-KNOWN-NAME.
           IF WS-FIND-NAME = SPACES
               GO TO 1870-EXIT
           END-IF.
           PERFORM 1840-FIND-KNOWN-NAME THRU 1840-EXIT.
           IF WS-FOUND-POS = 0 AND WS-KNOWN-COUNT < WS-KNOWN-MAX
               ADD 1 TO WS-KNOWN-COUNT
               MOVE WS-FIND-NAME TO WS-KNOWN-NAME (WS-KNOWN-COUNT)
           END-IF.
       1870-EXIT.
           EXIT.

       1880-MARK-HELD-PATH.
           PERFORM 1860-FIND-HELD-PATH THRU 1860-EXIT.
           IF WS-FOUND-POS = 0
               IF WS-HLD-COUNT >= WS-HLD-MAX
                   GO TO 1880-EXIT
               END-IF
               ADD 1 TO WS-HLD-COUNT
               MOVE WS-HLD-COUNT TO WS-FOUND-POS
               MOVE WS-FIND-PATH TO WS-HLD-PATH (WS-FOUND-POS)
           END-IF.
           MOVE "P" TO WS-HLD-STATE (WS-FOUND-POS).
       1880-EXIT.
           EXIT.

      *> The last decision on a name is the one in force.
       1890-FOLD-DECISION.
           MOVE WS-OB-F2(1:40) TO WS-FIND-NAME.
           PERFORM 1850-FIND-DECISION THRU 1850-EXIT.
           IF WS-FOUND-POS = 0
               IF WS-DEC-COUNT >= WS-DEC-MAX
                   GO TO 1890-EXIT
               END-IF
               ADD 1 TO WS-DEC-COUNT
               MOVE WS-DEC-COUNT TO WS-FOUND-POS
               MOVE WS-FIND-NAME TO WS-DEC-PERSONA (WS-FOUND-POS)
           END-IF.
           MOVE WS-OB-F3(1:6) TO WS-DEC-KIND (WS-FOUND-POS).
       1890-EXIT.
           EXIT.

      *> The release pass: every set still held is buffered from
      *> the held file through the staging paragraphs and closed
      *> out again. The sets released are covered by a checkpoint
      *> at staged position zero before staging begins.
       5000-RELEASE-HELD-SETS.
           IF NOT GATE-IS-ON
               GO TO 5000-EXIT
           END-IF.
           OPEN INPUT HELD-FILE.
           IF WS-HELD-STATUS NOT = "00"
               MOVE SPACES TO WS-HELD-STATUS
               GO TO 5000-EXIT
           END-IF.
           MOVE "R" TO WS-PASS.
           MOVE "N" TO WS-SET-OPEN WS-HELD-WANTED WS-EOF-HELD.
           PERFORM 5100-READ-HELD THRU 5100-EXIT
               UNTIL NO-MORE-HELD.
           IF SET-IS-OPEN
               PERFORM 3000-CLOSE-OUT-SET THRU 3000-EXIT
           END-IF.
           CLOSE HELD-FILE.
           MOVE SPACES TO WS-HELD-STATUS.
           MOVE "S" TO WS-PASS.
           IF WS-SETS-RELEASED > 0
               MOVE 0 TO WS-DONE-COUNT
               PERFORM 8500-TAKE-CHECKPOINT THRU 8500-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

      *> K|path|stamp opens a held set; only those still pending
      *> are buffered.
       5100-READ-HELD.
           READ HELD-FILE
               AT END
                   SET NO-MORE-HELD TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN HELD-LINE(1:2) = "K|"
                           IF SET-IS-OPEN
                               PERFORM 3000-CLOSE-OUT-SET THRU 3000-EXIT
                           END-IF
                           MOVE SPACES TO WS-OB-F2
                           UNSTRING HELD-LINE DELIMITED BY "|"
                               INTO WS-OB-TAG WS-OB-F2
                           END-UNSTRING
                           MOVE WS-OB-F2 TO WS-FIND-PATH
                           PERFORM 1860-FIND-HELD-PATH THRU 1860-EXIT
                           MOVE "N" TO WS-HELD-WANTED
                           IF WS-FOUND-POS > 0
                               IF HLD-IS-PENDING (WS-FOUND-POS)
                                   MOVE "Y" TO WS-HELD-WANTED
                               END-IF
                           END-IF
                       WHEN WS-HELD-WANTED NOT = "Y"
                           CONTINUE
                       WHEN OTHER
                           MOVE HELD-LINE TO WS-STAGED-LINE
                           EVALUATE HELD-LINE(1:1)
                               WHEN "H"
                                   PERFORM 2100-OPEN-NEW-SET
                                       THRU 2100-EXIT
                               WHEN "M"
                                   PERFORM 2200-BUFFER-MESSAGE
                                       THRU 2200-EXIT
                               WHEN "G"
                                   PERFORM 2300-CITE-ORDER
                                       THRU 2300-EXIT
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-EVALUATE
           END-READ.
       5100-EXIT.
           EXIT.

      *> The reject file is closed and reopened so that what the
      *> checkpoint counts is on disk when it is taken; the other
      *> files are closed after every line already.
       8500-TAKE-CHECKPOINT.
           CLOSE REJECT-FILE.
           OPEN EXTEND REJECT-FILE.
           MOVE WS-DONE-COUNT TO WS-CK-POSITION.
           MOVE WS-SETS-READ TO WS-CK-SETS-READ.
           MOVE WS-SETS-LOADED TO WS-CK-SETS-LOADED.
           MOVE WS-SETS-REJECTED TO WS-CK-SETS-REJECTED.
           MOVE WS-REJECT-LINES TO WS-CK-REJECT-LINES.
           MOVE WS-CORR-LINES TO WS-CK-CORR-LINES.
           MOVE WS-RO-LINES TO WS-CK-RO-LINES.
           MOVE WS-GO-LINES TO WS-CK-GO-LINES.
           MOVE WS-RUN-TIMESTAMP TO WS-CK-RUN-STAMP.
           MOVE WS-OB-LINES TO WS-CK-OB-LINES.
           MOVE WS-HELD-LINES TO WS-CK-HELD-LINES.
           MOVE WS-SETS-HELD TO WS-CK-SETS-HELD.
           MOVE WS-SETS-RELEASED TO WS-CK-SETS-RELEASED.
           MOVE WS-SETS-MASTER-FAILED TO WS-CK-SETS-MASTER-FAILED.
           MOVE "TAKE" TO WS-CKPT-ACTION.
           MOVE WS-CKPT-STATE TO WS-CKPT-WORK.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-COUNT WS-CKPT-RC.
           COMPUTE WS-NEXT-CKPT-AT = WS-DONE-COUNT + WS-CKPT-INTERVAL.
       8500-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "intake_staging.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "intake_rejects.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE "casting_policy.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-05.
           MOVE "regen_orders.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-RO-NAME.
           MOVE "corrections.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CORR-NAME.
           MOVE "gen_orders.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-GO-NAME.
           MOVE "persona_roster.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-RST-NAME.
           MOVE "persona_bios.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-BIO-NAME.
           MOVE "onboarding_queue.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-OB-NAME.
           MOVE "onboarding_held.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-HELD-NAME.
       0900-EXIT.
           EXIT.
