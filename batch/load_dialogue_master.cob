      *>----------------------------------------------------------*>
      *> LOAD-DIALOGUE-MASTER
      *>
      *> Builds batch/dialogue_master.idx, the INDEXED master of the
      *> corpus, from the line-sequential extract
      *> batch/dialogue_data.dat. The master is keyed on conversation
      *> path plus message sequence plus a sub-key (COPY DLGMST01):
      *> an H record loads under sequence 0000 and each M record
      *> under its own sequence, and the T, X and D| companion lines
      *> load beside them, so the single-record programs -
      *> DIALOGUE-PLAYER, DIALOGUE-REPLAY and JUDGMENT-CASE-FILE
      *> given a PATH argument - retrieve one conversation with keyed
      *> READs instead of streaming the whole corpus past the record
      *> they want.
      *>
      *> The master is the system of record: the writers update it by
      *> key through DLGMSTIO and MASTER-UNLOAD unloads the extract
      *> from it nightly. This full load is the way IN for an extract
      *> rewritten outside the master - the first load, a FULL
      *> BUILD-DIALOGUE-DATA, COMPACT-DIALOGUE-DATA, ARCHIVE-SWEEP,
      *> ARCHIVE-RETRIEVE, RESTORE-GENERATION, LAYOUT-CONVERT - and
      *> MASTER-UNLOAD refuses to overwrite such an extract until it
      *> has run. The loaded extract is kept as
      *> batch/master_unload.dat, the base MASTER-RECOVER reloads
      *> from, and a checkpoint naming it is journaled.
      *>
      *> The master is rebuilt from scratch on every run (DLGMSTIO
      *> INIT, under the master's enqueue). A duplicate key in the
      *> extract (two H records for one path, or two M records
      *> sharing a sequence) is counted and reported but does not
      *> stop the load - the first record wins, matching the order
      *> the sequential readers would have seen.
      *>
      *> Usage:
      *>     cobc -x -std=ibm -I COPYLIB -o load_dialogue_master \
      *>                      than the delivered default, so an
      *>                      overridden configuration reports
      *>                      truthfully.
      *>     2026-10-15  DO   The master becomes the system of
      *>                      record: the load goes through
      *>                      DLGMSTIO, takes the T, X and D|
      *>                      companion lines in under the new
      *>                      sub-key, keeps the loaded extract as
      *>                      the recovery base and journals a
      *>                      checkpoint for MASTER-RECOVER and
      *>                      MASTER-UNLOAD.
      *>     2026-10-15  DO   The extract is resolved whole-
      *>                      installation (dialogue_data.dat@*)
      *>                      whatever parish the run views.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAD-DIALOGUE-MASTER.
       FILE-CONTROL.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).
       01  WS-EOF-DATA              PIC X(01) VALUE "N".
           88  NO-MORE-DATA                  VALUE "Y".

       01  WS-MIO-ACTION            PIC X(04).
       01  WS-MIO-PGM               PIC X(30)
           VALUE "LOAD-DIALOGUE-MASTER".
       01  WS-MIO-LINE              PIC X(610).
       01  WS-MIO-RC                PIC X(02).

       01  WS-CTL-TAG               PIC X(01).
       01  WS-CTL-KIND              PIC X(10).
       01  WS-CTL-FILE-ID           PIC X(20).
       01  WS-HEADER-STAMP          PIC X(21) VALUE SPACES.

       01  WS-HDRS-LOADED           PIC 9(06) VALUE 0.
       01  WS-MSGS-LOADED           PIC 9(06) VALUE 0.
       01  WS-OTHERS-LOADED         PIC 9(06) VALUE 0.
       01  WS-TOTAL-LOADED          PIC 9(06) VALUE 0.
       01  WS-DUPS-SKIPPED          PIC 9(05) VALUE 0.
       01  WS-OTHERS-SKIPPED        PIC 9(05) VALUE 0.

               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-MIO-LINE.
           MOVE "INIT" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC = "12"
               DISPLAY "LOAD-DIALOGUE-MASTER: the master is in use "
                       "- rerun when the holder has finished"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MIO-RC NOT = "00"
               DISPLAY "LOAD-DIALOGUE-MASTER: cannot create "
                       FUNCTION TRIM(WS-CFN-02)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DATA-FILE.
           DISPLAY "LOAD-DIALOGUE-MASTER: loading "
                   FUNCTION TRIM(WS-CFN-02).
       1000-EXIT.
               AT END
                   SET NO-MORE-DATA TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN DATA-LINE(1:9) = "C|HEADER|"
                           UNSTRING DATA-LINE DELIMITED BY "|"
                               INTO WS-CTL-TAG WS-CTL-KIND
                                    WS-CTL-FILE-ID WS-HEADER-STAMP
                           END-UNSTRING
                       WHEN DATA-LINE(1:2) = "C|"
                           CONTINUE
                       WHEN DATA-LINE = SPACES
                           CONTINUE
                       WHEN OTHER
                           PERFORM 2100-LOAD-ONE-LINE THRU 2100-EXIT
                   END-EVALUATE
           END-READ.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-LINE.
           MOVE DATA-LINE TO WS-MIO-LINE.
           MOVE "LOAD" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           EVALUATE WS-MIO-RC
               WHEN "00"
                   EVALUATE DATA-LINE(1:2)
                       WHEN "H|"
                           ADD 1 TO WS-HDRS-LOADED
                       WHEN "M|"
                           ADD 1 TO WS-MSGS-LOADED
                       WHEN OTHER
                           ADD 1 TO WS-OTHERS-LOADED
                   END-EVALUATE
               WHEN "22"
                   ADD 1 TO WS-DUPS-SKIPPED
               WHEN OTHER
                   ADD 1 TO WS-OTHERS-SKIPPED
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *> The loaded extract becomes the recovery base, and the
      *> journal is told which extract the master now matches.
       3000-FINISH.
           CLOSE DATA-FILE.
           CALL "CBL_COPY_FILE" USING WS-CFN-01 WS-CFN-03.
           IF RETURN-CODE NOT = 0
               DISPLAY "LOAD-DIALOGUE-MASTER: could not keep the "
                       "recovery base " FUNCTION TRIM(WS-CFN-03)
                       " - MASTER-RECOVER has nothing to start from "
                       "until the next MASTER-UNLOAD"
               MOVE 4 TO RETURN-CODE
           ELSE
               COMPUTE WS-TOTAL-LOADED = WS-HDRS-LOADED
                   + WS-MSGS-LOADED + WS-OTHERS-LOADED
               MOVE SPACES TO WS-MIO-LINE
               STRING FUNCTION TRIM(WS-HEADER-STAMP) "|"
                      WS-HDRS-LOADED "|" WS-MSGS-LOADED "|"
                      WS-TOTAL-LOADED
                   DELIMITED BY SIZE INTO WS-MIO-LINE
               END-STRING
               MOVE "CKPT" TO WS-MIO-ACTION
               CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                     WS-MIO-LINE WS-MIO-RC
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE "CLOS" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           DISPLAY "LOAD-DIALOGUE-MASTER: " WS-HDRS-LOADED
                   " header(s), " WS-MSGS-LOADED " message(s), "
                   WS-OTHERS-LOADED " companion line(s) loaded".
           IF WS-DUPS-SKIPPED > 0
               DISPLAY "LOAD-DIALOGUE-MASTER: " WS-DUPS-SKIPPED
                       " duplicate key(s) skipped - first record kept"
      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "dialogue_data.dat@*" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "dialogue_master.idx" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "master_unload.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
       0900-EXIT.
           EXIT.
