      *> of what was dropped and why. Requires destroy authority
      *> (DLGAUTH class D).
      *>
      *> A checkpoint is taken through DLGCKPT every so many input
      *> records (batch/checkpoint_policy.ref), and once more when
      *> the work copy is complete, before it is copied into place.
      *> A run that dies is rerun with RESTART: the work copy and
      *> the journal are cut back to what the last checkpoint
      *> counted, provenance written since it is withdrawn, and the
      *> run carries on from the input record after it - or, past
      *> the last checkpoint, goes straight to the copy into
      *> place. A restart finishes the run its dual-control intent
      *> was consumed for and takes none of its own; a fresh run is
      *> refused while a checkpoint is on file.
      *>
      *>     compact_dialogue_data [REPORT | RESTART]
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-08-22.
      *>                      refreshed through DLGPART after a
      *>                      successful rewrite, so single-mode
      *>                      readers never lag the union.
      *>     2026-10-15  DO   Legal/pastoral holds: a marked line
      *>                      whose path DLGHOLD holds is kept in
      *>                      place (counted with the other
      *>                      records) instead of being dropped;
      *>                      the run reports how many it kept.
      *>     2026-10-15  DO   Commit-interval checkpoints (DLGCKPT)
      *>                      and RESTART from the last of them.
      *>     2026-10-15  DO   The extract is resolved whole-
      *>                      installation (dialogue_data.dat@*)
      *>                      whatever parish the run views.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPACT-DIALOGUE-DATA.

       01  WS-PART-RC               PIC X(02).

       01  WS-HELD                  PIC 9(04) VALUE 0.
       01  WS-MARK-TAG              PIC X(01).
       01  WS-MARK-TYPE             PIC X(01).
       01  WS-HOLD-PGM              PIC X(30).
       01  WS-HOLD-ITEM             PIC X(200).
       01  WS-HOLD-FROM             PIC X(10) VALUE SPACES.
       01  WS-HOLD-TO               PIC X(10) VALUE SPACES.
       01  WS-HOLD-RC               PIC X(02).
       01  WS-HOLD-ID               PIC X(04).

      *> Checkpointing (DLGCKPT): the state string a checkpoint
      *> carries, and where the run stands against the interval.
       01  WS-RUN-KIND              PIC X(01) VALUE "F".
           88  RUN-IS-RESTART                VALUE "R".
       01  WS-IN-READ               PIC 9(09) VALUE 0.
       01  WS-JOURNAL-BASE          PIC 9(09) VALUE 0.
       01  WS-NEXT-CKPT-AT          PIC 9(09) VALUE 0.
       01  WS-SKIP-COUNT            PIC 9(09) VALUE 0.
       01  WS-CKPT-ACTION           PIC X(04).
       01  WS-CKPT-PGM              PIC X(30)
           VALUE "COMPACT-DIALOGUE-DATA".
       01  WS-CKPT-WORK             PIC X(500).
       01  WS-CKPT-INTERVAL         PIC 9(09) VALUE 0.
       01  WS-CKPT-COUNT            PIC 9(09) VALUE 0.
       01  WS-CKPT-RC               PIC X(02).
       01  WS-CKPT-STATE.
           05  WS-CK-POSITION       PIC 9(09).
           05  WS-CK-PHASE          PIC X(01).
               88  CK-WORK-COMPLETE          VALUE "C".
           05  WS-CK-HAD-HEADER     PIC X(01).
           05  WS-CK-OUT-H          PIC 9(06).
           05  WS-CK-OUT-M          PIC 9(06).
           05  WS-CK-OUT-OTHER      PIC 9(06).
           05  WS-CK-DROPPED        PIC 9(04).
           05  WS-CK-HELD           PIC 9(04).
           05  WS-CK-JOURNAL-BASE   PIC 9(09).
           05  WS-CK-RUN-STAMP      PIC X(21).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-CMD-ARG FROM COMMAND-LINE.
           IF FUNCTION UPPER-CASE(WS-CMD-ARG(1:6)) = "REPORT"
               SET DRY-RUN TO TRUE
           END-IF.
           IF FUNCTION UPPER-CASE(WS-CMD-ARG(1:7)) = "RESTART"
               SET RUN-IS-RESTART TO TRUE
           END-IF.
           MOVE "COMPACT-DIALOGUE-DATA" TO WS-AUTH-PGM.
      *> A rehearsal reads only - report authority is enough, and
      *> it must not consume a dual-control intent.
      *> Dual control: a second operator's fresh approved intent
      *> (INTENT-CAPTURE / DLGINTNT) is consumed here; without one
      *> the job does not run, whoever asks. A dry run consumes
      *> nothing and needs none; a restart finishes the run an
      *> intent was consumed for.
           IF NOT DRY-RUN AND NOT RUN-IS-RESTART
               CALL "DLGINTNT" USING WS-AUTH-PGM WS-AUTH-RC
               IF WS-AUTH-RC = "12"
                   MOVE 12 TO RETURN-CODE
           END-IF.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           IF RUN-IS-RESTART
               PERFORM 1500-RESUME-FROM-CHECKPOINT THRU 1500-EXIT
               IF CK-WORK-COMPLETE
                   GO TO 0200-PUT-IN-PLACE
               END-IF
               GO TO 0100-COMPACT
           END-IF.
           IF NOT DRY-RUN
               PERFORM 1400-BEGIN-CHECKPOINTING THRU 1400-EXIT
           END-IF.
           OPEN INPUT DATA-FILE.
           IF NOT DRY-RUN
               OPEN OUTPUT WORK-FILE
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
           END-IF.
       0100-COMPACT.
           PERFORM 2000-JUDGE-ONE-LINE THRU 2000-EXIT
               UNTIL NO-MORE-DATA.
           CLOSE DATA-FILE.
           END-IF.
           CLOSE WORK-FILE.
           CLOSE JOURNAL-FILE.
      *> The work copy is whole: a restart from here on only has
      *> the copy into place left to do.
           MOVE "C" TO WS-CK-PHASE.
           PERFORM 8510-RECORD-CHECKPOINT THRU 8510-EXIT.
       0200-PUT-IN-PLACE.
           IF WS-DROPPED > 0
               CALL "CBL_COPY_FILE" USING WS-CFN-02 WS-CFN-01
               IF RETURN-CODE NOT = 0
               CALL "DLGPART" USING WS-PART-RC
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-CFN-02.
           MOVE "DONE" TO WS-CKPT-ACTION.
           MOVE SPACES TO WS-CKPT-WORK.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-COUNT WS-CKPT-RC.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "COMPACT-DIALOGUE-DATA: " WS-DROPPED
                   " marked line(s) dropped - journal in "
                   FUNCTION TRIM(WS-CFN-03).
           IF WS-HELD > 0
               DISPLAY "COMPACT-DIALOGUE-DATA: " WS-HELD
                       " marked line(s) kept under legal/pastoral "
                       "hold - see HOLD-REPORT"
           END-IF.
           IF WS-DROPPED > 0
               DISPLAY "COMPACT-DIALOGUE-DATA: rerun "
                       "LOAD-DIALOGUE-MASTER and CONTENT-INDEX-BUILD"
           STOP RUN.

       2000-JUDGE-ONE-LINE.
           IF NOT DRY-RUN AND WS-IN-READ >= WS-NEXT-CKPT-AT
               PERFORM 8500-TAKE-CHECKPOINT THRU 8500-EXIT
           END-IF.
           READ DATA-FILE
               AT END
                   SET NO-MORE-DATA TO TRUE
               NOT AT END
                   ADD 1 TO WS-IN-READ
                   EVALUATE TRUE
                       WHEN DATA-LINE(1:10) = "C|TRAILER|"
                           UNSTRING DATA-LINE DELIMITED BY "|"
                           END-IF
                       WHEN DATA-LINE(1:2) = "D|"
                               OR DATA-LINE(1:2) = "X|"
                           PERFORM 2100-JUDGE-MARKED-LINE
                               THRU 2100-EXIT
                       WHEN OTHER
                           IF DATA-LINE(1:2) = "H|"
                               ADD 1 TO WS-OUT-H
       2000-EXIT.
           EXIT.

      *> A marked line drops unless its path is under a legal or
      *> pastoral hold (DLGHOLD) - D|H|path|... and D|M|path|...
      *> carry the path third, the X|path|... reason record second.
      *> A held line is written back exactly as it was.
       2100-JUDGE-MARKED-LINE.
           MOVE SPACES TO WS-HOLD-ITEM.
           IF DATA-LINE(1:2) = "D|"
               UNSTRING DATA-LINE DELIMITED BY "|"
                   INTO WS-MARK-TAG WS-MARK-TYPE WS-HOLD-ITEM
               END-UNSTRING
           ELSE
               UNSTRING DATA-LINE DELIMITED BY "|"
                   INTO WS-MARK-TAG WS-HOLD-ITEM
               END-UNSTRING
           END-IF.
           IF DRY-RUN
               MOVE SPACES TO WS-HOLD-PGM
           ELSE
               MOVE "COMPACT-DIALOGUE-DATA" TO WS-HOLD-PGM
           END-IF.
           CALL "DLGHOLD" USING WS-HOLD-PGM WS-HOLD-ITEM
                                WS-HOLD-FROM WS-HOLD-TO
                                WS-HOLD-RC WS-HOLD-ID.
           IF WS-HOLD-RC = "12"
               ADD 1 TO WS-HELD
               ADD 1 TO WS-OUT-OTHER
               IF DRY-RUN
                   DISPLAY "HELD (HOLD " WS-HOLD-ID "): "
                           DATA-LINE(1:60)
               ELSE
                   MOVE DATA-LINE TO WORK-LINE
                   WRITE WORK-LINE
               END-IF
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-DROPPED.
           IF DRY-RUN
               DISPLAY "WOULD DROP: "
                       DATA-LINE(1:70)
           ELSE
               MOVE SPACES TO JOURNAL-LINE
               STRING "J|" DELIMITED BY SIZE
                      WS-RUN-TIMESTAMP
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      DATA-LINE DELIMITED BY SIZE
                   INTO JOURNAL-LINE
               END-STRING
               WRITE JOURNAL-LINE
           END-IF.
       2100-EXIT.
           EXIT.

      *> The rehearsal report: what a live run would do, measured
      *> against the current trailer - and an audit line that the
      *> rehearsal happened.
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "WOULD KEEP " WS-HELD
                  " MARKED LINE(S) UNDER HOLD"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CURRENT TRAILER  H=" WS-EXP-H
                  " M=" WS-EXP-M " TOTAL=" WS-EXP-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
       8000-EXIT.
           EXIT.

      *> A fresh run: refused over an interrupted run's checkpoint;
      *> otherwise the interval is set and the journal's length
      *> noted, since the journal is appended to.
       1400-BEGIN-CHECKPOINTING.
           MOVE "BEGN" TO WS-CKPT-ACTION.
           MOVE SPACES TO WS-CKPT-WORK.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-INTERVAL
                                WS-CKPT-RC.
           IF WS-CKPT-RC = "08"
               DISPLAY "COMPACT-DIALOGUE-DATA: an interrupted run "
                       "left a checkpoint - rerun with RESTART, or "
                       "remove compact-dialogue-data.ckp to start "
                       "over"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "CNT " TO WS-CKPT-ACTION.
           MOVE WS-CFN-03 TO WS-CKPT-WORK.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-JOURNAL-BASE
                                WS-CKPT-RC.
           MOVE WS-CKPT-INTERVAL TO WS-NEXT-CKPT-AT.
           MOVE SPACE TO WS-CK-PHASE.
       1400-EXIT.
           EXIT.

      *> RESTART: the counts and the run stamp come back from the
      *> checkpoint; the work copy and the journal are cut back to
      *> what it counted and the provenance written since it is
      *> withdrawn, so nothing is journaled or stamped twice.
       1500-RESUME-FROM-CHECKPOINT.
           MOVE "RSTR" TO WS-CKPT-ACTION.
           MOVE SPACES TO WS-CKPT-WORK.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-INTERVAL
                                WS-CKPT-RC.
           IF WS-CKPT-RC NOT = "00"
               DISPLAY "COMPACT-DIALOGUE-DATA: no checkpoint to "
                       "restart from - run the compaction afresh"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CKPT-WORK TO WS-CKPT-STATE.
           MOVE WS-CK-RUN-STAMP TO WS-RUN-TIMESTAMP.
           MOVE WS-CK-HAD-HEADER TO WS-HAD-HEADER.
           MOVE WS-CK-OUT-H TO WS-OUT-H.
           MOVE WS-CK-OUT-M TO WS-OUT-M.
           MOVE WS-CK-OUT-OTHER TO WS-OUT-OTHER.
           MOVE WS-CK-DROPPED TO WS-DROPPED.
           MOVE WS-CK-HELD TO WS-HELD.
           MOVE WS-CK-JOURNAL-BASE TO WS-JOURNAL-BASE.
           IF CK-WORK-COMPLETE
               DISPLAY "COMPACT-DIALOGUE-DATA: the compacted copy "
                       "is complete - putting it in place"
               GO TO 1500-EXIT
           END-IF.
           MOVE "CUT " TO WS-CKPT-ACTION.
           MOVE WS-CFN-02 TO WS-CKPT-WORK.
           COMPUTE WS-CKPT-COUNT =
               WS-OUT-H + WS-OUT-M + WS-OUT-OTHER.
           IF FILE-HAD-HEADER
               ADD 1 TO WS-CKPT-COUNT
           END-IF.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-COUNT WS-CKPT-RC.
           IF WS-CKPT-RC NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CFN-03 TO WS-CKPT-WORK.
           COMPUTE WS-CKPT-COUNT = WS-JOURNAL-BASE + WS-DROPPED.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-COUNT WS-CKPT-RC.
           IF WS-CKPT-RC NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "PROV" TO WS-CKPT-ACTION.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-COUNT WS-CKPT-RC.
           OPEN INPUT DATA-FILE.
           OPEN EXTEND WORK-FILE.
           OPEN EXTEND JOURNAL-FILE.
           MOVE "N" TO WS-EOF-DATA.
           MOVE 0 TO WS-SKIP-COUNT.
           PERFORM 1510-PASS-OVER-ONE THRU 1510-EXIT
               UNTIL WS-SKIP-COUNT >= WS-CK-POSITION OR NO-MORE-DATA.
           MOVE WS-SKIP-COUNT TO WS-IN-READ.
           COMPUTE WS-NEXT-CKPT-AT = WS-IN-READ + WS-CKPT-INTERVAL.
           DISPLAY "COMPACT-DIALOGUE-DATA: resuming after input "
                   "record " WS-IN-READ.
       1500-EXIT.
           EXIT.

       1510-PASS-OVER-ONE.
           READ DATA-FILE
               AT END
                   SET NO-MORE-DATA TO TRUE
               NOT AT END
                   ADD 1 TO WS-SKIP-COUNT
           END-READ.
       1510-EXIT.
           EXIT.

      *> The work copy and the journal are closed and reopened so
      *> that what the checkpoint counts is on disk when it is
      *> taken.
       8500-TAKE-CHECKPOINT.
           CLOSE WORK-FILE.
           CLOSE JOURNAL-FILE.
           OPEN EXTEND WORK-FILE.
           OPEN EXTEND JOURNAL-FILE.
           PERFORM 8510-RECORD-CHECKPOINT THRU 8510-EXIT.
           COMPUTE WS-NEXT-CKPT-AT = WS-IN-READ + WS-CKPT-INTERVAL.
       8500-EXIT.
           EXIT.

       8510-RECORD-CHECKPOINT.
           MOVE WS-IN-READ TO WS-CK-POSITION.
           MOVE WS-HAD-HEADER TO WS-CK-HAD-HEADER.
           MOVE WS-OUT-H TO WS-CK-OUT-H.
           MOVE WS-OUT-M TO WS-CK-OUT-M.
           MOVE WS-OUT-OTHER TO WS-CK-OUT-OTHER.
           MOVE WS-DROPPED TO WS-CK-DROPPED.
           MOVE WS-HELD TO WS-CK-HELD.
           MOVE WS-JOURNAL-BASE TO WS-CK-JOURNAL-BASE.
           MOVE WS-RUN-TIMESTAMP TO WS-CK-RUN-STAMP.
           MOVE "TAKE" TO WS-CKPT-ACTION.
           MOVE WS-CKPT-STATE TO WS-CKPT-WORK.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-COUNT WS-CKPT-RC.
       8510-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "dialogue_data.dat@*" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "compact_work.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
