      *>     02  + followup|supersededby       (defaults N, blank)
      *>     03  + language|sourcethread       (defaults EN, blank)
      *>     04  + origin                      (default LOCAL)
      *>     05  + parish                      (default the
      *>                                        parish the run
      *>                                        stamps - DLGPRSH)
      *>
      *> The source layout comes from the C|HEADER version stamp
      *> when present, otherwise from the column count of the
      *>
      *> The converter NEVER writes over its input.
      *>
      *> A checkpoint is taken through DLGCKPT every so many input
      *> records (batch/checkpoint_policy.ref). A run that dies is
      *> rerun with RESTART alone: the files, stamp and counts come
      *> back from the checkpoint, the output and the audit are cut
      *> back to what it counted, and conversion carries on from
      *> the input record after it. A fresh run is refused while a
      *> checkpoint is on file.
      *>
      *> Usage:
      *>     layout_convert "input-file|output-file"
      *>         (defaults: the configured dialogue_data.dat in,
      *>          batch/dialogue_data_converted.dat out)
      *>     layout_convert RESTART
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *>
      *> MODIFICATION HISTORY
      *>     2026-09-02  DO   Initial version.
      *>     2026-10-15  DO   Commit-interval checkpoints (DLGCKPT)
      *>                      and RESTART from the last of them.
      *>     2026-10-15  DO   Layout 05: the parish column, filled
      *>                      with the code DLGPRSH stamps new
      *>                      records with; the default input is
      *>                      the whole-installation extract.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAYOUT-CONVERT.
       01  WS-EOF-IN                PIC X(01) VALUE "N".
           88  NO-MORE-IN                    VALUE "Y".
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-TARGET-LAYOUT         PIC 9(02) VALUE 05.

       01  WS-CMD-LINE              PIC X(400) VALUE SPACES.
       01  WS-ARG-IN                PIC X(200) VALUE SPACES.
       01  WS-H-LANGUAGE            PIC X(05).
       01  WS-H-SRCTHREAD           PIC X(40).
       01  WS-H-ORIGIN              PIC X(12).
       01  WS-H-PARISH              PIC X(12).
       01  WS-DEFAULT-PARISH        PIC X(12) VALUE SPACES.

      *> The parish a converted record is stamped with (DLGPRSH).
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "LAYOUT-CONVERT".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).

       01  WS-CTL-KIND              PIC X(08).
       01  WS-CTL-FILE-ID           PIC X(12).
       01  WS-CONVERTED             PIC 9(06) VALUE 0.
       01  WS-CARRIED               PIC 9(06) VALUE 0.

      *> Checkpointing (DLGCKPT): the state string a checkpoint
      *> carries, and where the run stands against the interval.
       01  WS-RUN-KIND              PIC X(01) VALUE "F".
           88  RUN-IS-RESTART                VALUE "R".
       01  WS-IN-READ               PIC 9(09) VALUE 0.
       01  WS-AUDIT-BASE            PIC 9(09) VALUE 0.
       01  WS-NEXT-CKPT-AT          PIC 9(09) VALUE 0.
       01  WS-SKIP-COUNT            PIC 9(09) VALUE 0.
       01  WS-CKPT-ACTION           PIC X(04).
       01  WS-CKPT-PGM              PIC X(30) VALUE "LAYOUT-CONVERT".
       01  WS-CKPT-WORK             PIC X(500).
       01  WS-CKPT-INTERVAL         PIC 9(09) VALUE 0.
       01  WS-CKPT-COUNT            PIC 9(09) VALUE 0.
       01  WS-CKPT-RC               PIC X(02).
       01  WS-CKPT-STATE.
           05  WS-CK-POSITION       PIC 9(09).
           05  WS-CK-AUDIT-BASE     PIC 9(09).
           05  WS-CK-OUT-H          PIC 9(06).
           05  WS-CK-OUT-M          PIC 9(06).
           05  WS-CK-OUT-OTHER      PIC 9(06).
           05  WS-CK-CONVERTED      PIC 9(06).
           05  WS-CK-CARRIED        PIC 9(06).
           05  WS-CK-SOURCE-LAYOUT  PIC 9(02).
           05  WS-CK-RUN-STAMP      PIC X(21).
           05  WS-CK-IN-NAME        PIC X(200).
           05  WS-CK-OUT-NAME       PIC X(200).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           IF FUNCTION UPPER-CASE(WS-CMD-LINE) = "RESTART"
               SET RUN-IS-RESTART TO TRUE
               PERFORM 1500-RESUME-FROM-CHECKPOINT THRU 1500-EXIT
               GO TO 0100-CONVERT
           END-IF.
           UNSTRING WS-CMD-LINE DELIMITED BY "|"
               INTO WS-ARG-IN WS-ARG-OUT
           END-UNSTRING.
                   FUNCTION TRIM(WS-IN-NAME)
                   " from layout " WS-SOURCE-LAYOUT
                   " to " WS-TARGET-LAYOUT.
           PERFORM 1400-BEGIN-CHECKPOINTING THRU 1400-EXIT.
           OPEN INPUT IN-FILE.
           OPEN OUTPUT OUT-FILE.
           OPEN EXTEND AUDIT-FILE.
                  INTO OUT-LINE
           END-STRING.
           WRITE OUT-LINE.
       0100-CONVERT.
           MOVE "N" TO WS-EOF-IN.
           PERFORM 2000-CONVERT-ONE-LINE THRU 2000-EXIT
               UNTIL NO-MORE-IN.
           DISPLAY "LAYOUT-CONVERT: output in "
                   FUNCTION TRIM(WS-OUT-NAME)
                   ", audit in " FUNCTION TRIM(WS-CFN-03).
           MOVE "DONE" TO WS-CKPT-ACTION.
           MOVE SPACES TO WS-CKPT-WORK.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-COUNT WS-CKPT-RC.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> Layout detection: the header's version stamp when there
                                   MOVE 02 TO WS-SOURCE-LAYOUT
                               WHEN WS-PIPE-COUNT = 10
                                   MOVE 03 TO WS-SOURCE-LAYOUT
                               WHEN WS-PIPE-COUNT <= 12
                                   MOVE 04 TO WS-SOURCE-LAYOUT
                               WHEN OTHER
                                   MOVE 05 TO WS-SOURCE-LAYOUT
                           END-EVALUATE
                       WHEN OTHER
                           CONTINUE
           EXIT.

       2000-CONVERT-ONE-LINE.
           IF WS-IN-READ >= WS-NEXT-CKPT-AT
               PERFORM 8500-TAKE-CHECKPOINT THRU 8500-EXIT
           END-IF.
           READ IN-FILE
               AT END
                   SET NO-MORE-IN TO TRUE
               NOT AT END
                   ADD 1 TO WS-IN-READ
                   EVALUATE TRUE
                       WHEN IN-LINE(1:2) = "C|"
                           CONTINUE
           MOVE SPACE TO WS-H-SUPERSEDED WS-H-SRCTHREAD.
           MOVE "EN" TO WS-H-LANGUAGE.
           MOVE "LOCAL" TO WS-H-ORIGIN.
           MOVE WS-DEFAULT-PARISH TO WS-H-PARISH.
           UNSTRING IN-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-H-PATH WS-H-TOPIC WS-H-MODE
                    WS-H-MSGCOUNT WS-H-COLLECTION WS-H-THREAD
                    WS-H-VERDICT WS-H-FOLLOWUP WS-H-SUPERSEDED
                    WS-H-LANGUAGE WS-H-SRCTHREAD WS-H-ORIGIN
                    WS-H-PARISH
           END-UNSTRING.
      *> UNSTRING leaves the receivers for absent columns at
      *> their preset defaults only when the column truly was
           IF WS-H-ORIGIN = SPACES
               MOVE "LOCAL" TO WS-H-ORIGIN
           END-IF.
           IF WS-H-PARISH = SPACES
               MOVE WS-DEFAULT-PARISH TO WS-H-PARISH
           END-IF.
      *> Pointer-built so an empty optional column goes out as the
      *> extract's documented single space, never as a zero-width
      *> field.
           MOVE WS-H-SRCTHREAD TO WS-OPT-FIELD.
           PERFORM 2110-APPEND-OPTIONAL THRU 2110-EXIT.
           STRING FUNCTION TRIM(WS-H-ORIGIN) DELIMITED BY SIZE
                  "|"                        DELIMITED BY SIZE
                  INTO OUT-LINE
                  WITH POINTER WS-OUT-PTR
           END-STRING.
           STRING WS-H-PARISH DELIMITED BY SPACE
                  INTO OUT-LINE
                  WITH POINTER WS-OUT-PTR
           END-STRING.
       2110-EXIT.
           EXIT.

      *> A fresh run: refused over an interrupted run's checkpoint;
      *> otherwise the interval is set and the audit's length noted,
      *> since the audit is appended to, not rewritten.
       1400-BEGIN-CHECKPOINTING.
           MOVE "BEGN" TO WS-CKPT-ACTION.
           MOVE SPACES TO WS-CKPT-WORK.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-INTERVAL
                                WS-CKPT-RC.
           IF WS-CKPT-RC = "08"
               DISPLAY "LAYOUT-CONVERT: an interrupted run left a "
                       "checkpoint - rerun with RESTART, or remove "
                       "layout-convert.ckp to start over"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "CNT " TO WS-CKPT-ACTION.
           MOVE WS-CFN-03 TO WS-CKPT-WORK.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-AUDIT-BASE WS-CKPT-RC.
           MOVE WS-CKPT-INTERVAL TO WS-NEXT-CKPT-AT.
       1400-EXIT.
           EXIT.

      *> RESTART: everything comes back from the checkpoint - the
      *> files converted, the header stamp, the counts - and the
      *> output and audit are cut back to what it counted before
      *> the input is passed over up to its position.
       1500-RESUME-FROM-CHECKPOINT.
           MOVE "RSTR" TO WS-CKPT-ACTION.
           MOVE SPACES TO WS-CKPT-WORK.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-INTERVAL
                                WS-CKPT-RC.
           IF WS-CKPT-RC NOT = "00"
               DISPLAY "LAYOUT-CONVERT: no checkpoint to restart "
                       "from - run the conversion afresh"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CKPT-WORK TO WS-CKPT-STATE.
           MOVE WS-CK-IN-NAME TO WS-IN-NAME.
           MOVE WS-CK-OUT-NAME TO WS-OUT-NAME.
           MOVE WS-CK-RUN-STAMP TO WS-RUN-TIMESTAMP.
           MOVE WS-CK-SOURCE-LAYOUT TO WS-SOURCE-LAYOUT.
           MOVE WS-CK-AUDIT-BASE TO WS-AUDIT-BASE.
           MOVE WS-CK-OUT-H TO WS-OUT-H.
           MOVE WS-CK-OUT-M TO WS-OUT-M.
           MOVE WS-CK-OUT-OTHER TO WS-OUT-OTHER.
           MOVE WS-CK-CONVERTED TO WS-CONVERTED.
           MOVE WS-CK-CARRIED TO WS-CARRIED.
           MOVE "CUT " TO WS-CKPT-ACTION.
           MOVE WS-OUT-NAME TO WS-CKPT-WORK.
           COMPUTE WS-CKPT-COUNT =
               1 + WS-OUT-H + WS-OUT-M + WS-OUT-OTHER.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-COUNT WS-CKPT-RC.
           IF WS-CKPT-RC NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CFN-03 TO WS-CKPT-WORK.
           COMPUTE WS-CKPT-COUNT = WS-AUDIT-BASE + WS-CONVERTED.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-COUNT WS-CKPT-RC.
           IF WS-CKPT-RC NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT IN-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "LAYOUT-CONVERT: cannot reopen "
                       FUNCTION TRIM(WS-IN-NAME) " to resume"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND OUT-FILE.
           OPEN EXTEND AUDIT-FILE.
           MOVE "N" TO WS-EOF-IN.
           MOVE 0 TO WS-SKIP-COUNT.
           PERFORM 1510-PASS-OVER-ONE THRU 1510-EXIT
               UNTIL WS-SKIP-COUNT >= WS-CK-POSITION OR NO-MORE-IN.
           MOVE WS-SKIP-COUNT TO WS-IN-READ.
           COMPUTE WS-NEXT-CKPT-AT = WS-IN-READ + WS-CKPT-INTERVAL.
           DISPLAY "LAYOUT-CONVERT: resuming "
                   FUNCTION TRIM(WS-IN-NAME)
                   " after input record " WS-IN-READ.
       1500-EXIT.
           EXIT.

       1510-PASS-OVER-ONE.
           READ IN-FILE
               AT END
                   SET NO-MORE-IN TO TRUE
               NOT AT END
                   ADD 1 TO WS-SKIP-COUNT
           END-READ.
       1510-EXIT.
           EXIT.

      *> Output and audit are closed and reopened so that what the
      *> checkpoint counts is on disk when it is taken.
       8500-TAKE-CHECKPOINT.
           CLOSE OUT-FILE.
           CLOSE AUDIT-FILE.
           OPEN EXTEND OUT-FILE.
           OPEN EXTEND AUDIT-FILE.
           MOVE WS-IN-READ TO WS-CK-POSITION.
           MOVE WS-AUDIT-BASE TO WS-CK-AUDIT-BASE.
           MOVE WS-OUT-H TO WS-CK-OUT-H.
           MOVE WS-OUT-M TO WS-CK-OUT-M.
           MOVE WS-OUT-OTHER TO WS-CK-OUT-OTHER.
           MOVE WS-CONVERTED TO WS-CK-CONVERTED.
           MOVE WS-CARRIED TO WS-CK-CARRIED.
           MOVE WS-SOURCE-LAYOUT TO WS-CK-SOURCE-LAYOUT.
           MOVE WS-RUN-TIMESTAMP TO WS-CK-RUN-STAMP.
           MOVE WS-IN-NAME TO WS-CK-IN-NAME.
           MOVE WS-OUT-NAME TO WS-CK-OUT-NAME.
           MOVE "TAKE" TO WS-CKPT-ACTION.
           MOVE WS-CKPT-STATE TO WS-CKPT-WORK.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-COUNT WS-CKPT-RC.
           COMPUTE WS-NEXT-CKPT-AT = WS-IN-READ + WS-CKPT-INTERVAL.
       8500-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "dialogue_data.dat@*" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-IN-NAME.
           MOVE "MINE" TO WS-PRS-ACTION.
           MOVE SPACES TO WS-PRS-TEXT WS-PRS-PARISH.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
           MOVE WS-PRS-PARISH TO WS-DEFAULT-PARISH.
           MOVE "dialogue_data_converted.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-OUT-NAME.
           MOVE "layout_convert_audit.dat" TO WS-CFG-LOGICAL.
