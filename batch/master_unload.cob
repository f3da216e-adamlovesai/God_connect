      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> MASTER-UNLOAD
      *>
      *> Unloads the keyed dialogue master (batch/dialogue_master.idx,
      *> COPY DLGMST01) to the line-sequential extract
      *> batch/dialogue_data.dat the sweeping readers stream, and
      *> refreshes the per-mode partitions through DLGPART. The
      *> master is the system of record - INTAKE-LOAD,
      *> CORRECTION-APPLY, DELETE-MARK, TRANSLATION-LOAD, SYNC-IMPORT,
      *> INTERCHANGE-IMPORT and a delta BUILD-DIALOGUE-DATA update it
      *> by key through DLGMSTIO - so this run, first in the nightly
      *> network, is how the day's changes reach the extract.
      *>
      *> The extract is written framed as BUILD-DIALOGUE-DATA frames
      *> it (C|HEADER, C|TRAILER): the master's H, M and companion
      *> records in key order, so each conversation's records stand
      *> together under its header, then the T translation records
      *> at the end where the loaders have always appended them. The
      *> same unload is kept as batch/master_unload.dat, the base
      *> MASTER-RECOVER reloads from, and a checkpoint naming it is
      *> journaled to batch/master_journal.dat.
      *>
      *> An extract rewritten since the last checkpoint by a program
      *> outside the master - a FULL BUILD-DIALOGUE-DATA,
      *> COMPACT-DIALOGUE-DATA, ARCHIVE-SWEEP, ARCHIVE-RETRIEVE,
      *> RESTORE-GENERATION, LAYOUT-CONVERT - holds work the master
      *> does not, and unloading over it would undo that work. The
      *> run refuses (return code 8) until LOAD-DIALOGUE-MASTER has
      *> taken the extract in. FORCE unloads regardless, for the
      *> operator who means to discard such an extract.
      *>
      *>     sh batch/run_tool.sh master_unload [FORCE]
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>     2026-10-15  DO   The extract is stamped layout 05
      *>                      (parish column) and always written
      *>                      whole-installation
      *>                      (dialogue_data.dat@*), whatever parish
      *>                      the run views.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-UNLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-FILE.
       01  WORK-LINE                PIC X(610).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).

       01  WS-CMD-ARG               PIC X(20) VALUE SPACES.
       01  WS-FORCE                 PIC X(01) VALUE "N".
           88  FORCE-UNLOAD                  VALUE "Y".

       01  WS-ACC-ACTION            PIC X(04).
       01  WS-ACC-PGM               PIC X(30).
       01  WS-ACC-IN                PIC 9(07) VALUE 0.
       01  WS-ACC-OUT               PIC 9(07) VALUE 0.
       01  WS-ACC-RC                PIC 9(02) VALUE 0.

       01  WS-MIO-ACTION            PIC X(04).
       01  WS-MIO-PGM               PIC X(30) VALUE "MASTER-UNLOAD".
       01  WS-MIO-LINE              PIC X(610).
       01  WS-MIO-RC                PIC X(02).

       01  WS-PART-RC               PIC X(02).
       01  WS-UNLOAD-RC             PIC 9(02) VALUE 0.
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-PASS                  PIC X(01).
           88  BODY-PASS                     VALUE "B".
           88  TRANSLATION-PASS              VALUE "T".
       01  WS-EOF-MASTER            PIC X(01) VALUE "N".
           88  NO-MORE-MASTER                VALUE "Y".

       01  WS-OUT-H                 PIC 9(06) VALUE 0.
       01  WS-OUT-M                 PIC 9(06) VALUE 0.
       01  WS-OUT-OTHER             PIC 9(06) VALUE 0.
       01  WS-OUT-TOTAL             PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE "STRT" TO WS-ACC-ACTION.
           MOVE "MASTER-UNLOAD" TO WS-ACC-PGM.
           CALL "DLGACCT" USING WS-ACC-ACTION WS-ACC-PGM
                                WS-ACC-IN WS-ACC-OUT WS-ACC-RC.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-UNLOAD-RC = 0
               PERFORM 2000-UNLOAD-MASTER THRU 2000-EXIT
               PERFORM 3000-FINISH THRU 3000-EXIT
           END-IF.
           MOVE "END " TO WS-ACC-ACTION.
           MOVE WS-OUT-TOTAL TO WS-ACC-IN.
           MOVE WS-OUT-TOTAL TO WS-ACC-OUT.
           MOVE WS-UNLOAD-RC TO WS-ACC-RC.
           CALL "DLGACCT" USING WS-ACC-ACTION WS-ACC-PGM
                                WS-ACC-IN WS-ACC-OUT WS-ACC-RC.
           MOVE WS-ACC-RC TO RETURN-CODE.
           STOP RUN.

      *> The extract on disk must be the one last checkpointed (or
      *> FORCE given) before the master is opened over it.
       1000-INITIALIZE.
           ACCEPT WS-CMD-ARG FROM COMMAND-LINE.
           IF FUNCTION UPPER-CASE(WS-CMD-ARG(1:5)) = "FORCE"
               SET FORCE-UNLOAD TO TRUE
           END-IF.
           MOVE SPACES TO WS-MIO-LINE.
           MOVE "VRFY" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC NOT = "00" AND NOT FORCE-UNLOAD
               IF WS-MIO-RC = "23"
                   DISPLAY "MASTER-UNLOAD: no checkpoint on the "
                           "master journal - run "
                           "LOAD-DIALOGUE-MASTER first"
               ELSE
                   DISPLAY "MASTER-UNLOAD: "
                           FUNCTION TRIM(WS-CFN-01)
                           " was rewritten outside the master since "
                           "its last checkpoint (a FULL build, "
                           "compaction, archive, restore or layout "
                           "conversion) - run LOAD-DIALOGUE-MASTER "
                           "to take it in, or MASTER-UNLOAD FORCE to "
                           "discard it"
               END-IF
               MOVE 8 TO WS-UNLOAD-RC
               GO TO 1000-EXIT
           END-IF.
           IF WS-MIO-RC NOT = "00"
               DISPLAY "MASTER-UNLOAD: FORCE - unloading over "
                       FUNCTION TRIM(WS-CFN-01)
           END-IF.
           MOVE "OPEN" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           EVALUATE WS-MIO-RC
               WHEN "00"
                   CONTINUE
               WHEN "12"
                   DISPLAY "MASTER-UNLOAD: the master is in use - "
                           "rerun when the holder has finished"
                   MOVE 12 TO WS-UNLOAD-RC
                   GO TO 1000-EXIT
               WHEN "35"
                   MOVE 8 TO WS-UNLOAD-RC
                   GO TO 1000-EXIT
               WHEN OTHER
                   MOVE 16 TO WS-UNLOAD-RC
                   GO TO 1000-EXIT
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           OPEN OUTPUT WORK-FILE.
           MOVE SPACES TO WORK-LINE.
           STRING "C|HEADER|DIALOGUE|"  DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP      DELIMITED BY SIZE
                  "|05"                 DELIMITED BY SIZE
               INTO WORK-LINE
           END-STRING.
           WRITE WORK-LINE.
           DISPLAY "MASTER-UNLOAD: unloading the master to "
                   FUNCTION TRIM(WS-CFN-01).
       1000-EXIT.
           EXIT.

      *> Two passes in key order: everything but the translations,
      *> then the translations.
       2000-UNLOAD-MASTER.
           SET BODY-PASS TO TRUE.
           PERFORM 2100-START-PASS THRU 2100-EXIT.
           PERFORM 2200-UNLOAD-ONE-RECORD THRU 2200-EXIT
               UNTIL NO-MORE-MASTER.
           SET TRANSLATION-PASS TO TRUE.
           PERFORM 2100-START-PASS THRU 2100-EXIT.
           PERFORM 2200-UNLOAD-ONE-RECORD THRU 2200-EXIT
               UNTIL NO-MORE-MASTER.
       2000-EXIT.
           EXIT.

       2100-START-PASS.
           MOVE "N" TO WS-EOF-MASTER.
           MOVE SPACES TO WS-MIO-LINE.
           MOVE "STRT" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC NOT = "00"
               SET NO-MORE-MASTER TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

       2200-UNLOAD-ONE-RECORD.
           MOVE "NEXT" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC NOT = "00"
               SET NO-MORE-MASTER TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF BODY-PASS AND WS-MIO-LINE(1:2) = "T|"
               GO TO 2200-EXIT
           END-IF.
           IF TRANSLATION-PASS AND WS-MIO-LINE(1:2) NOT = "T|"
               GO TO 2200-EXIT
           END-IF.
           EVALUATE WS-MIO-LINE(1:2)
               WHEN "H|"
                   ADD 1 TO WS-OUT-H
               WHEN "M|"
                   ADD 1 TO WS-OUT-M
               WHEN OTHER
                   ADD 1 TO WS-OUT-OTHER
           END-EVALUATE.
           MOVE WS-MIO-LINE TO WORK-LINE.
           WRITE WORK-LINE.
       2200-EXIT.
           EXIT.

      *> The unload replaces the extract and becomes the recovery
      *> base; the checkpoint is journaled while the master is
      *> still held, so no writer slips in between.
       3000-FINISH.
           COMPUTE WS-OUT-TOTAL = WS-OUT-H + WS-OUT-M + WS-OUT-OTHER.
           MOVE SPACES TO WORK-LINE.
           STRING "C|TRAILER|DIALOGUE|"  DELIMITED BY SIZE
                  WS-OUT-H               DELIMITED BY SIZE
                  "|"                    DELIMITED BY SIZE
                  WS-OUT-M               DELIMITED BY SIZE
                  "|"                    DELIMITED BY SIZE
                  WS-OUT-TOTAL           DELIMITED BY SIZE
               INTO WORK-LINE
           END-STRING.
           WRITE WORK-LINE.
           CLOSE WORK-FILE.
           CALL "CBL_COPY_FILE" USING WS-CFN-02 WS-CFN-01.
           IF RETURN-CODE NOT = 0
               DISPLAY "MASTER-UNLOAD: could not copy the unload "
                       "into place - it is preserved at "
                       FUNCTION TRIM(WS-CFN-02)
               PERFORM 3900-CLOSE-MASTER THRU 3900-EXIT
               MOVE 12 TO WS-UNLOAD-RC
               GO TO 3000-EXIT
           END-IF.
           CALL "CBL_COPY_FILE" USING WS-CFN-02 WS-CFN-03.
           IF RETURN-CODE NOT = 0
               DISPLAY "MASTER-UNLOAD: could not keep the recovery "
                       "base " FUNCTION TRIM(WS-CFN-03)
           END-IF.
           MOVE SPACES TO WS-MIO-LINE.
           STRING WS-RUN-TIMESTAMP "|" WS-OUT-H "|" WS-OUT-M "|"
                  WS-OUT-TOTAL
               DELIMITED BY SIZE INTO WS-MIO-LINE
           END-STRING.
           MOVE "CKPT" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           PERFORM 3900-CLOSE-MASTER THRU 3900-EXIT.
           CALL "CBL_DELETE_FILE" USING WS-CFN-02.
      *> Refresh the per-mode partitions so single-mode readers
      *> (DLGCFG qualified names / DLGPART) never lag the union.
           CALL "DLGPART" USING WS-PART-RC.
           DISPLAY "MASTER-UNLOAD: " WS-OUT-H " header(s), "
                   WS-OUT-M " message(s), " WS-OUT-OTHER
                   " companion line(s) unloaded".
       3000-EXIT.
           EXIT.

       3900-CLOSE-MASTER.
           MOVE "CLOS" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
       3900-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "dialogue_data.dat@*" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "unload_work.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "master_unload.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
       0900-EXIT.
           EXIT.
