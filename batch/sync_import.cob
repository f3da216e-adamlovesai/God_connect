      *>
      *> The inbound half of peer-parish delta synchronization.
      *> Applies a peer's delta file (SYNC-EXPORT's framing, read
      *> from batch/sync_in_<peer>.dat) to the keyed dialogue
      *> master through DLGMSTIO, under the conflict rules the
      *> exchange was designed around:
      *>
      *>     - a record's ORIGIN side is authoritative for its
      *>       changes: an incoming set whose path is already on
      *>     - a new path loads, carrying its origin column.
      *>
      *> Incoming H records with no origin column are refused
      *> NOORIGIN - an untagged delta cannot be adjudicated. A set
      *> the dialogue master refuses part-way (a DLGMSTIO result
      *> other than 00, shown on the console) is taken back off the
      *> master, reported MASTERIO and counted refused, and the run
      *> ends with RETURN-CODE 8; a REPLACE that fails has already
      *> cleared the local copy, so that path must be synchronized
      *> again.
      *> Accepted sets reach batch/dialogue_data.dat at the nightly
      *> MASTER-UNLOAD.
      *>
      *> Usage:
      *>     sync_import STMARY
      *>     sync_import STMARY RESTART
      *>
      *> A checkpoint is taken through DLGCKPT at the first set
      *> boundary after every so many delta records
      *> (batch/checkpoint_policy.ref). RESTART, for the same peer,
      *> undoes the master changes made after the last checkpoint
      *> (DLGCKPT ROLL), cuts the conflict report back, withdraws
      *> the provenance written since, and carries on from the set
      *> after it. A fresh run is refused while a checkpoint is on
      *> file.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *>     2026-09-02  DO   A provenance lineage record is
      *>                      stamped through DLGPROV for every
      *>                      accepted set (LOADED / REPLACED).
      *>     2026-10-15  DO   Applies to the keyed dialogue master
      *>                      through DLGMSTIO in one pass: the
      *>                      local origin is a keyed read of the
      *>                      path's H record, a REPLACE purges the
      *>                      path's records before the incoming
      *>                      set is put, and the extract rebuild
      *>                      and partition refresh are gone.
      *>     2026-10-15  DO   Commit-interval checkpoints (DLGCKPT)
      *>                      and RESTART from the last of them.
      *>     2026-10-15  DO   Imported headers are filed under the
      *>                      importing parish (DLGPRSH STMP).
      *>     2026-10-15  DO   A PURG or PUT the dialogue master
      *>                      refuses fails the set: backed out,
      *>                      reported MASTERIO and counted refused,
      *>                      no lineage stamp, RETURN-CODE 8.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYNC-IMPORT.
           SELECT IN-FILE ASSIGN DYNAMIC WS-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT CONFLICT-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFLICT-STATUS.
       FD  IN-FILE.
       01  IN-LINE                  PIC X(600).

       FD  CONFLICT-FILE.
       01  CONFLICT-LINE            PIC X(620).

       01  WS-AUTH-CLASS            PIC X(01).
       01  WS-AUTH-RC               PIC X(02).
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-03                PIC X(200).
       01  WS-IN-NAME               PIC X(200).
       01  WS-IN-STATUS             PIC X(02) VALUE SPACES.
       01  WS-CONFLICT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EOF-IN                PIC X(01) VALUE "N".
           88  NO-MORE-IN                    VALUE "Y".

       01  WS-ARG-LINE              PIC X(80) VALUE SPACES.
       01  WS-ARG-PEER              PIC X(12) VALUE SPACES.

      *> The local copy of an incoming path, probed by key.
       01  WS-LOC-FOUND             PIC X(01) VALUE "N".
           88  LOCAL-PATH-FOUND              VALUE "Y".
       01  WS-LOC-PATH              PIC X(200).
       01  WS-LOC-ORIGIN            PIC X(12).
       01  WS-LOC-F12               PIC X(240).

      *> The keyed master (DLGMSTIO).
       01  WS-MIO-ACTION            PIC X(04).
       01  WS-MIO-PGM               PIC X(30) VALUE "SYNC-IMPORT".
       01  WS-MIO-LINE              PIC X(610).
       01  WS-MIO-RC                PIC X(02).

      *> The parish an imported set is filed under (DLGPRSH STMP).
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "SYNC-IMPORT".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).

      *> One incoming set, buffered whole.
       01  WS-SET-MAX               PIC 9(02) VALUE 50.
       01  WS-IN-F12                PIC X(240).
       01  WS-CUR-PATH              PIC X(200).
       01  WS-CUR-ORIGIN            PIC X(12).

       01  WS-SETS-LOADED           PIC 9(04) VALUE 0.
       01  WS-SETS-REPLACED         PIC 9(04) VALUE 0.
       01  WS-SETS-REFUSED          PIC 9(04) VALUE 0.
       01  WS-SETS-MASTER-FAILED    PIC 9(04) VALUE 0.

       01  WS-PROV-PATH             PIC X(200).
       01  WS-PROV-KIND             PIC X(10).
       01  WS-PROV-PGM              PIC X(30).

      *> Checkpointing (DLGCKPT): the state string a checkpoint
      *> carries, and where the run stands against the interval.
       01  WS-RUN-ARG               PIC X(20) VALUE SPACES.
       01  WS-RUN-KIND              PIC X(01) VALUE "F".
           88  RUN-IS-RESTART                VALUE "R".
       01  WS-IN-READ               PIC 9(09) VALUE 0.
       01  WS-DONE-COUNT            PIC 9(09) VALUE 0.
       01  WS-CONFLICT-LINES        PIC 9(09) VALUE 0.
       01  WS-NEXT-CKPT-AT          PIC 9(09) VALUE 0.
       01  WS-SKIP-COUNT            PIC 9(09) VALUE 0.
       01  WS-CKPT-ACTION           PIC X(04).
       01  WS-CKPT-PGM              PIC X(30) VALUE "SYNC-IMPORT".
       01  WS-CKPT-WORK             PIC X(500).
       01  WS-CKPT-INTERVAL         PIC 9(09) VALUE 0.
       01  WS-CKPT-COUNT            PIC 9(09) VALUE 0.
       01  WS-CKPT-RC               PIC X(02).
       01  WS-CKPT-STATE.
           05  WS-CK-POSITION       PIC 9(09).
           05  WS-CK-PEER           PIC X(12).
           05  WS-CK-SETS-LOADED    PIC 9(04).
           05  WS-CK-SETS-REPLACED  PIC 9(04).
           05  WS-CK-SETS-REFUSED   PIC 9(04).
           05  WS-CK-CONFLICT-LINES PIC 9(09).
           05  WS-CK-SETS-MASTER-FAILED
                                    PIC 9(04).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "SYNC-IMPORT" TO WS-AUTH-PGM.
               STOP RUN
           END-IF.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           ACCEPT WS-ARG-LINE FROM COMMAND-LINE.
           UNSTRING WS-ARG-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-PEER WS-RUN-ARG
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-ARG-PEER) TO WS-ARG-PEER.
           IF FUNCTION UPPER-CASE(WS-RUN-ARG(1:7)) = "RESTART"
               SET RUN-IS-RESTART TO TRUE
           END-IF.
           IF WS-ARG-PEER = SPACES
               DISPLAY "SYNC-IMPORT: usage: sync_import <peer-id>"
               MOVE 8 TO RETURN-CODE
                  ".dat"
               DELIMITED BY SIZE INTO WS-IN-NAME
           END-STRING.
      *> One pass of the delta: each set is judged at its H line
      *> against the master and applied when the next set starts.
           OPEN INPUT IN-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "SYNC-IMPORT: no delta file at "
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RUN-IS-RESTART
               PERFORM 1500-RESUME-FROM-CHECKPOINT THRU 1500-EXIT
           ELSE
               PERFORM 1400-BEGIN-CHECKPOINTING THRU 1400-EXIT
           END-IF.
           MOVE SPACES TO WS-MIO-LINE.
           MOVE "OPEN" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC = "12"
               DISPLAY "SYNC-IMPORT: the dialogue master is in use "
                       "- rerun when the holder has finished"
               CLOSE IN-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MIO-RC NOT = "00"
               DISPLAY "SYNC-IMPORT: the dialogue master is "
                       "unavailable (" WS-MIO-RC ") - nothing applied"
               CLOSE IN-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RUN-IS-RESTART
               PERFORM 1600-ROLL-BACK-TO-CHECKPOINT THRU 1600-EXIT
               OPEN EXTEND CONFLICT-FILE
               PERFORM 1700-PASS-OVER-APPLIED THRU 1700-EXIT
           ELSE
               OPEN OUTPUT CONFLICT-FILE
           END-IF.
           MOVE "N" TO WS-SET-OPEN.
           MOVE 0 TO WS-SET-LINE-COUNT.
           PERFORM 4000-APPLY-ONE-LINE THRU 4000-EXIT
               PERFORM 4500-FLUSH-ACCEPTED-SET THRU 4500-EXIT
           END-IF.
           CLOSE IN-FILE.
           CLOSE CONFLICT-FILE.
           MOVE "CLOS" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           MOVE "DONE" TO WS-CKPT-ACTION.
           MOVE SPACES TO WS-CKPT-WORK.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-COUNT WS-CKPT-RC.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "SYNC-IMPORT: " WS-SETS-LOADED " loaded, "
                   WS-SETS-REPLACED " replaced, "
                   WS-SETS-REFUSED " refused to "
                   FUNCTION TRIM(WS-CFN-03).
           IF WS-SETS-LOADED > 0 OR WS-SETS-REPLACED > 0
               DISPLAY "SYNC-IMPORT: the extract carries the "
                       "applied sets after the nightly MASTER-UNLOAD"
           END-IF.
           IF WS-SETS-REFUSED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-SETS-MASTER-FAILED > 0
               DISPLAY "SYNC-IMPORT: " WS-SETS-MASTER-FAILED
                       " set(s) refused by the dialogue master "
                       "(MASTERIO) - synchronize them again once it "
                       "is sound"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1100-PARSE-H.
           MOVE SPACES TO WS-IN-F9 WS-IN-F10 WS-IN-F11 WS-IN-F12.
           UNSTRING IN-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-CUR-PATH WS-IN-F2 WS-IN-F3
                    WS-IN-F4 WS-IN-F5 WS-IN-F6 WS-IN-F7
                    WS-IN-F8 WS-IN-F9 WS-IN-F10 WS-IN-F11
       1100-EXIT.
           EXIT.

       2100-JUDGE-SET.
      *> LOCAL on the wire is as unadjudicatable as no origin at
      *> all: it is what OUR untagged records read as, so a
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2300-SEEK-LOCAL THRU 2300-EXIT.
           IF NOT LOCAL-PATH-FOUND
               MOVE "LOAD" TO WS-SET-VERDICT
               ADD 1 TO WS-SETS-LOADED
               GO TO 2100-EXIT
           END-IF.
           IF FUNCTION TRIM(WS-LOC-ORIGIN)
                   = FUNCTION TRIM(WS-CUR-ORIGIN)
      *> The peer is authoritative for its own records.
               MOVE "REPLACE" TO WS-SET-VERDICT
               ADD 1 TO WS-SETS-REPLACED
           ELSE
      *> The same path from two origins never merges.
               MOVE "ORIGIN" TO WS-SET-VERDICT
                  INTO CONFLICT-LINE
           END-STRING.
           WRITE CONFLICT-LINE.
           ADD 1 TO WS-CONFLICT-LINES.
       2200-EXIT.
           EXIT.

      *> The local H record of the incoming path, read by key; a
      *> record with no origin column is one of our own (LOCAL).
       2300-SEEK-LOCAL.
           MOVE "N" TO WS-LOC-FOUND.
           MOVE SPACES TO WS-MIO-LINE.
           STRING "H|" WS-CUR-PATH
               DELIMITED BY SIZE INTO WS-MIO-LINE
           END-STRING.
           MOVE "GET " TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC NOT = "00"
               GO TO 2300-EXIT
           END-IF.
           SET LOCAL-PATH-FOUND TO TRUE.
           MOVE SPACES TO WS-LOC-F12.
           UNSTRING WS-MIO-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-LOC-PATH WS-IN-F2 WS-IN-F3
                    WS-IN-F4 WS-IN-F5 WS-IN-F6 WS-IN-F7
                    WS-IN-F8 WS-IN-F9 WS-IN-F10 WS-IN-F11
                    WS-LOC-F12
           END-UNSTRING.
           IF WS-LOC-F12 = SPACES
               MOVE "LOCAL" TO WS-LOC-ORIGIN
           ELSE
               MOVE WS-LOC-F12(1:12) TO WS-LOC-ORIGIN
           END-IF.
       2300-EXIT.
           EXIT.

      *> Accepted sets (LOAD or REPLACE) are put whole; refused
      *> ones are on the conflict report and skip. A checkpoint
      *> falls between sets, once the set before the H just read
      *> has been applied.
       4000-APPLY-ONE-LINE.
           READ IN-FILE
               AT END
                   SET NO-MORE-IN TO TRUE
               NOT AT END
                   ADD 1 TO WS-IN-READ
                   EVALUATE TRUE
                       WHEN IN-LINE(1:2) = "C|"
                           CONTINUE
                               PERFORM 4500-FLUSH-ACCEPTED-SET
                                   THRU 4500-EXIT
                           END-IF
                           COMPUTE WS-DONE-COUNT = WS-IN-READ - 1
                           IF WS-DONE-COUNT >= WS-NEXT-CKPT-AT
                               PERFORM 8500-TAKE-CHECKPOINT
                                   THRU 8500-EXIT
                           END-IF
                           SET SET-IS-OPEN TO TRUE
                           MOVE 1 TO WS-SET-LINE-COUNT
                           MOVE IN-LINE TO WS-SET-LINE (1)
                           PERFORM 1100-PARSE-H THRU 1100-EXIT
                           PERFORM 2100-JUDGE-SET THRU 2100-EXIT
                       WHEN IN-LINE(1:2) = "M|"
                               AND SET-IS-OPEN
                           IF WS-SET-LINE-COUNT < WS-SET-MAX + 1
       4000-EXIT.
           EXIT.

       4500-FLUSH-ACCEPTED-SET.
           MOVE "N" TO WS-SET-OPEN.
           IF WS-SET-VERDICT NOT = "LOAD"
                   AND WS-SET-VERDICT NOT = "REPLACE"
               GO TO 4500-EXIT
           END-IF.
      *> A replaced path loses its local records first (its delete
      *> marks stay), so a message the peer dropped goes with it.
           IF WS-SET-VERDICT = "REPLACE"
               MOVE SPACES TO WS-MIO-LINE
               STRING "H|" WS-CUR-PATH
                   DELIMITED BY SIZE INTO WS-MIO-LINE
               END-STRING
               MOVE "PURG" TO WS-MIO-ACTION
               CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                     WS-MIO-LINE WS-MIO-RC
               IF WS-MIO-RC NOT = "00"
                   PERFORM 4590-MASTER-REFUSED THRU 4590-EXIT
                   GO TO 4500-EXIT
               END-IF
           END-IF.
           PERFORM 4510-WRITE-ONE-LINE THRU 4510-EXIT
               VARYING WS-WRITE-POS FROM 1 BY 1
               UNTIL WS-WRITE-POS > WS-SET-LINE-COUNT
                   OR WS-SET-VERDICT = "MASTERIO".
      *> A line the master refused fails the set: what of it went
      *> in comes back off, and it gets no lineage stamp.
           IF WS-SET-VERDICT = "MASTERIO"
               MOVE SPACES TO WS-MIO-LINE
               STRING "H|" WS-CUR-PATH
                   DELIMITED BY SIZE INTO WS-MIO-LINE
               END-STRING
               MOVE "PURG" TO WS-MIO-ACTION
               CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                     WS-MIO-LINE WS-MIO-RC
               IF WS-MIO-RC NOT = "00"
                   DISPLAY "SYNC-IMPORT: could not take "
                           FUNCTION TRIM(WS-CUR-PATH)
                           " back off the master (" WS-MIO-RC ")"
               END-IF
               GO TO 4500-EXIT
           END-IF.
      *> Lineage: this synchronization put the record here
      *> (DLGPROV), the same stamp the interchange import leaves.
           MOVE WS-CUR-PATH TO WS-PROV-PATH.
           EXIT.

       4510-WRITE-ONE-LINE.
           MOVE WS-SET-LINE (WS-WRITE-POS) TO WS-MIO-LINE.
      *> The H record goes in under the importing parish; a
      *> registered code the peer sent is kept when it is inside
      *> the operator's view.
           IF WS-MIO-LINE(1:2) = "H|"
               MOVE WS-MIO-LINE TO WS-PRS-TEXT
               MOVE "STMP" TO WS-PRS-ACTION
               CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                    WS-PRS-PARISH WS-PRS-RC
               MOVE WS-PRS-TEXT TO WS-MIO-LINE
           END-IF.
           MOVE "PUT " TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC NOT = "00"
               PERFORM 4590-MASTER-REFUSED THRU 4590-EXIT
           END-IF.
       4510-EXIT.
           EXIT.

      *> The set moves from applied to refused, on the conflict
      *> report under MASTERIO.
       4590-MASTER-REFUSED.
           DISPLAY "SYNC-IMPORT: master " WS-MIO-ACTION
                   " failed (" WS-MIO-RC ") for "
                   FUNCTION TRIM(WS-CUR-PATH).
           IF WS-SET-VERDICT = "REPLACE"
               SUBTRACT 1 FROM WS-SETS-REPLACED
           ELSE
               SUBTRACT 1 FROM WS-SETS-LOADED
           END-IF.
           ADD 1 TO WS-SETS-REFUSED.
           ADD 1 TO WS-SETS-MASTER-FAILED.
           MOVE "MASTERIO" TO WS-SET-VERDICT.
           PERFORM 2200-REPORT-CONFLICT THRU 2200-EXIT.
       4590-EXIT.
           EXIT.

      *> A fresh run is refused over an interrupted run's
      *> checkpoint.
       1400-BEGIN-CHECKPOINTING.
           MOVE "BEGN" TO WS-CKPT-ACTION.
           MOVE SPACES TO WS-CKPT-WORK.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-INTERVAL
                                WS-CKPT-RC.
           IF WS-CKPT-RC = "08"
               DISPLAY "SYNC-IMPORT: an interrupted run left a "
                       "checkpoint - rerun with RESTART, or remove "
                       "sync-import.ckp to start over"
               CLOSE IN-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CKPT-INTERVAL TO WS-NEXT-CKPT-AT.
       1400-EXIT.
           EXIT.

      *> The checkpoint must be the same peer's delta.
       1500-RESUME-FROM-CHECKPOINT.
           MOVE "RSTR" TO WS-CKPT-ACTION.
           MOVE SPACES TO WS-CKPT-WORK.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-INTERVAL
                                WS-CKPT-RC.
           IF WS-CKPT-RC NOT = "00"
               DISPLAY "SYNC-IMPORT: no checkpoint to restart from "
                       "- run the import afresh"
               CLOSE IN-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CKPT-WORK TO WS-CKPT-STATE.
           IF WS-CK-PEER NOT = WS-ARG-PEER
               DISPLAY "SYNC-IMPORT: the checkpoint on file is for "
                       "peer " FUNCTION TRIM(WS-CK-PEER)
                       " - restart that peer's import"
               CLOSE IN-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CK-SETS-LOADED TO WS-SETS-LOADED.
           MOVE WS-CK-SETS-REPLACED TO WS-SETS-REPLACED.
           MOVE WS-CK-SETS-REFUSED TO WS-SETS-REFUSED.
           MOVE WS-CK-CONFLICT-LINES TO WS-CONFLICT-LINES.
           MOVE WS-CK-SETS-MASTER-FAILED TO WS-SETS-MASTER-FAILED.
       1500-EXIT.
           EXIT.

      *> With the master open: what the interrupted run did after
      *> its checkpoint is undone and the conflict report cut back.
       1600-ROLL-BACK-TO-CHECKPOINT.
           MOVE "ROLL" TO WS-CKPT-ACTION.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-COUNT WS-CKPT-RC.
           IF WS-CKPT-RC NOT = "00"
               PERFORM 1690-ABANDON-RESTART THRU 1690-EXIT
           END-IF.
           MOVE "PROV" TO WS-CKPT-ACTION.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-COUNT WS-CKPT-RC.
           MOVE "CUT " TO WS-CKPT-ACTION.
           MOVE WS-CFN-03 TO WS-CKPT-WORK.
           MOVE WS-CONFLICT-LINES TO WS-CKPT-COUNT.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-COUNT WS-CKPT-RC.
           IF WS-CKPT-RC NOT = "00"
               PERFORM 1690-ABANDON-RESTART THRU 1690-EXIT
           END-IF.
       1600-EXIT.
           EXIT.

       1690-ABANDON-RESTART.
           MOVE "CLOS" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           CLOSE IN-FILE.
           DISPLAY "SYNC-IMPORT: the interrupted run could not be "
                   "rolled back to its checkpoint - nothing applied".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       1690-EXIT.
           EXIT.

      *> The delta records the checkpoint covers were applied
      *> before it.
       1700-PASS-OVER-APPLIED.
           MOVE 0 TO WS-SKIP-COUNT.
           PERFORM 1710-PASS-OVER-ONE THRU 1710-EXIT
               UNTIL WS-SKIP-COUNT >= WS-CK-POSITION
                   OR NO-MORE-IN.
           MOVE WS-SKIP-COUNT TO WS-IN-READ.
           COMPUTE WS-NEXT-CKPT-AT = WS-IN-READ + WS-CKPT-INTERVAL.
           DISPLAY "SYNC-IMPORT: resuming after delta record "
                   WS-IN-READ.
       1700-EXIT.
           EXIT.

       1710-PASS-OVER-ONE.
           READ IN-FILE
               AT END
                   SET NO-MORE-IN TO TRUE
               NOT AT END
                   ADD 1 TO WS-SKIP-COUNT
           END-READ.
       1710-EXIT.
           EXIT.

      *> The conflict report is closed and reopened so that what
      *> the checkpoint counts is on disk when it is taken.
       8500-TAKE-CHECKPOINT.
           CLOSE CONFLICT-FILE.
           OPEN EXTEND CONFLICT-FILE.
           MOVE WS-DONE-COUNT TO WS-CK-POSITION.
           MOVE WS-ARG-PEER TO WS-CK-PEER.
           MOVE WS-SETS-LOADED TO WS-CK-SETS-LOADED.
           MOVE WS-SETS-REPLACED TO WS-CK-SETS-REPLACED.
           MOVE WS-SETS-REFUSED TO WS-CK-SETS-REFUSED.
           MOVE WS-CONFLICT-LINES TO WS-CK-CONFLICT-LINES.
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
           MOVE "sync_conflicts.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
       0900-EXIT.
