      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> MASTER-RECOVER
      *>
      *> Rebuilds the keyed dialogue master (batch/dialogue_master.idx,
      *> COPY DLGMST01) after it is lost or damaged, from the last
      *> unload and the master journal. batch/master_unload.dat is
      *> the extract MASTER-UNLOAD (or LOAD-DIALOGUE-MASTER) last
      *> checkpointed; batch/master_journal.dat holds, after that
      *> checkpoint, every image DLGMSTIO journaled before it touched
      *> the master:
      *>
      *>     1. the unload is verified (DLGCTLV) and the U checkpoint
      *>        naming its header stamp is found on the journal - with
      *>        none, the unload is not the base the journal follows
      *>        and nothing is touched (return code 8);
      *>     2. the master is created empty and the unload loaded;
      *>     3. the journal after the checkpoint is replayed in order:
      *>        an A image is put back, a B image of a deletion is
      *>        deleted again; B images of changes are superseded by
      *>        their A images, and later checkpoints are passed over.
      *>
      *> The replay does not journal again, so the journal reads the
      *> same after a recovery as before it. The extract itself is
      *> left alone; the next MASTER-UNLOAD brings it level with the
      *> recovered master. Requires update authority (DLGAUTH
      *> class U).
      *>
      *>     sh batch/run_tool.sh master_recover
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-RECOVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNLOAD-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT JOURNAL-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNLOAD-FILE.
       01  UNLOAD-LINE              PIC X(610).

       FD  JOURNAL-FILE.
       01  JOURNAL-LINE             PIC X(700).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-UNLOAD-STATUS         PIC X(02).
       01  WS-JOURNAL-STATUS        PIC X(02).
       01  WS-AUTH-PGM              PIC X(30).
       01  WS-AUTH-CLASS            PIC X(01).
       01  WS-AUTH-RC               PIC X(02).
       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).

       01  WS-MIO-ACTION            PIC X(04).
       01  WS-MIO-PGM               PIC X(30) VALUE "MASTER-RECOVER".
       01  WS-MIO-LINE              PIC X(610).
       01  WS-MIO-RC                PIC X(02).

       01  WS-EOF-UNLOAD            PIC X(01) VALUE "N".
           88  NO-MORE-UNLOAD                VALUE "Y".
       01  WS-EOF-JOURNAL           PIC X(01) VALUE "N".
           88  NO-MORE-JOURNAL               VALUE "Y".

      *> The unload's own header stamp, and the journal line of the
      *> checkpoint that names it.
       01  WS-CTL-TAG               PIC X(01).
       01  WS-CTL-KIND              PIC X(10).
       01  WS-CTL-FILE-ID           PIC X(20).
       01  WS-BASE-STAMP            PIC X(21) VALUE SPACES.
       01  WS-JOURNAL-POS           PIC 9(07) VALUE 0.
       01  WS-CHECKPOINT-POS        PIC 9(07) VALUE 0.

      *> One journal line split: tag, stamp, program, operator, then
      *> the operation (or, on a checkpoint, the extract's size) and
      *> everything after it.
       01  WS-J-TAG                 PIC X(01).
       01  WS-J-STAMP               PIC X(16).
       01  WS-J-PGM                 PIC X(30).
       01  WS-J-OPERATOR            PIC X(20).
       01  WS-J-OP                  PIC X(12).
       01  WS-J-CHANGED             PIC X(14).
       01  WS-J-HEADER-STAMP        PIC X(21).
       01  WS-J-POINTER             PIC 9(04).

       01  WS-LOADED                PIC 9(06) VALUE 0.
       01  WS-REPUT                 PIC 9(06) VALUE 0.
       01  WS-REDELETED             PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "MASTER-RECOVER" TO WS-AUTH-PGM.
           MOVE "U" TO WS-AUTH-CLASS.
           CALL "DLGAUTH" USING WS-AUTH-PGM WS-AUTH-CLASS
                               WS-AUTH-RC.
           IF WS-AUTH-RC = "12"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           PERFORM 1000-FIND-BASE THRU 1000-EXIT.
           PERFORM 2000-LOAD-UNLOAD THRU 2000-EXIT.
           PERFORM 3000-REPLAY-JOURNAL THRU 3000-EXIT.
           MOVE "CLOS" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           DISPLAY "MASTER-RECOVER: " WS-LOADED
                   " record(s) loaded from the unload, " WS-REPUT
                   " put back and " WS-REDELETED
                   " deleted again from the journal".
           DISPLAY "MASTER-RECOVER: run MASTER-UNLOAD to bring "
                   "the extract level with the master".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> The unload must be whole and the journal must carry the
      *> checkpoint taken when it was written; only then do the
      *> images after that checkpoint follow on from it.
       1000-FIND-BASE.
           MOVE WS-CFN-01 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "MASTER-RECOVER: no unload at "
                       FUNCTION TRIM(WS-CFN-01) " - nothing to "
                       "recover from"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ UNLOAD-FILE
               AT END
                   MOVE SPACES TO UNLOAD-LINE
           END-READ.
           IF UNLOAD-LINE(1:9) = "C|HEADER|"
               UNSTRING UNLOAD-LINE DELIMITED BY "|"
                   INTO WS-CTL-TAG WS-CTL-KIND WS-CTL-FILE-ID
                        WS-BASE-STAMP
               END-UNSTRING
           END-IF.
           CLOSE UNLOAD-FILE.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
               PERFORM 1100-SCAN-FOR-CHECKPOINT THRU 1100-EXIT
                   UNTIL NO-MORE-JOURNAL
               CLOSE JOURNAL-FILE
           END-IF.
           IF WS-BASE-STAMP = SPACES OR WS-CHECKPOINT-POS = 0
               DISPLAY "MASTER-RECOVER: the master journal has no "
                       "checkpoint for " FUNCTION TRIM(WS-CFN-01)
                       " - the journal does not follow on from it; "
                       "nothing touched"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

       1100-SCAN-FOR-CHECKPOINT.
           READ JOURNAL-FILE
               AT END
                   SET NO-MORE-JOURNAL TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           ADD 1 TO WS-JOURNAL-POS.
           IF JOURNAL-LINE(1:2) NOT = "U|"
               GO TO 1100-EXIT
           END-IF.
           PERFORM 3900-SPLIT-JOURNAL-LINE THRU 3900-EXIT.
           MOVE SPACES TO WS-J-CHANGED WS-J-HEADER-STAMP.
           UNSTRING JOURNAL-LINE DELIMITED BY "|"
               INTO WS-J-CHANGED WS-J-HEADER-STAMP
               WITH POINTER WS-J-POINTER
           END-UNSTRING.
           IF WS-J-HEADER-STAMP = WS-BASE-STAMP
               MOVE WS-JOURNAL-POS TO WS-CHECKPOINT-POS
           END-IF.
       1100-EXIT.
           EXIT.

       2000-LOAD-UNLOAD.
           MOVE SPACES TO WS-MIO-LINE.
           MOVE "INIT" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC = "12"
               DISPLAY "MASTER-RECOVER: the master is in use - "
                       "rerun when the holder has finished"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MIO-RC NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-UNLOAD.
           OPEN INPUT UNLOAD-FILE.
           PERFORM 2100-LOAD-ONE-LINE THRU 2100-EXIT
               UNTIL NO-MORE-UNLOAD.
           CLOSE UNLOAD-FILE.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-LINE.
           READ UNLOAD-FILE
               AT END
                   SET NO-MORE-UNLOAD TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF UNLOAD-LINE(1:2) = "C|" OR UNLOAD-LINE = SPACES
               GO TO 2100-EXIT
           END-IF.
           MOVE UNLOAD-LINE TO WS-MIO-LINE.
           MOVE "LOAD" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC = "00"
               ADD 1 TO WS-LOADED
           END-IF.
       2100-EXIT.
           EXIT.

      *> Everything journaled after the base checkpoint, in order.
       3000-REPLAY-JOURNAL.
           MOVE 0 TO WS-JOURNAL-POS.
           MOVE "N" TO WS-EOF-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           PERFORM 3100-REPLAY-ONE-LINE THRU 3100-EXIT
               UNTIL NO-MORE-JOURNAL.
           CLOSE JOURNAL-FILE.
       3000-EXIT.
           EXIT.

       3100-REPLAY-ONE-LINE.
           READ JOURNAL-FILE
               AT END
                   SET NO-MORE-JOURNAL TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO WS-JOURNAL-POS.
           IF WS-JOURNAL-POS NOT > WS-CHECKPOINT-POS
               GO TO 3100-EXIT
           END-IF.
           IF JOURNAL-LINE(1:2) NOT = "A|"
                   AND JOURNAL-LINE(1:2) NOT = "B|"
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3900-SPLIT-JOURNAL-LINE THRU 3900-EXIT.
           IF WS-J-TAG = "B" AND WS-J-OP NOT = "DEL"
               GO TO 3100-EXIT
           END-IF.
           MOVE JOURNAL-LINE(WS-J-POINTER:) TO WS-MIO-LINE.
           IF WS-J-TAG = "A"
               MOVE "RPUT" TO WS-MIO-ACTION
           ELSE
               MOVE "RDEL" TO WS-MIO-ACTION
           END-IF.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC = "00"
               IF WS-J-TAG = "A"
                   ADD 1 TO WS-REPUT
               ELSE
                   ADD 1 TO WS-REDELETED
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

      *> The four fixed fields and the fifth; WS-J-POINTER is left
      *> on the first character after the fifth "|".
       3900-SPLIT-JOURNAL-LINE.
           MOVE SPACES TO WS-J-TAG WS-J-STAMP WS-J-PGM WS-J-OPERATOR
                          WS-J-OP.
           MOVE 1 TO WS-J-POINTER.
           UNSTRING JOURNAL-LINE DELIMITED BY "|"
               INTO WS-J-TAG WS-J-STAMP WS-J-PGM WS-J-OPERATOR
                    WS-J-OP
               WITH POINTER WS-J-POINTER
           END-UNSTRING.
       3900-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "master_unload.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "master_journal.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
       0900-EXIT.
           EXIT.
