      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> RESTORE-DRILL
      *>
      *> Proves a backup generation can actually be restored.
      *> BACKUP-GENERATIONS cuts one every night and nobody had
      *> restored one since the August scare; this does it every
      *> night into a scratch tree, never over the live files:
      *>
      *>     1. the newest generation (batch/backup_control.dat,
      *>        LASTGEN) is copied file by file from
      *>        batch/backup/GENnnnn into batch/drill/,
      *>     2. an alternate shop configuration,
      *>        batch/drill/drill_config.dat, maps the restored
      *>        files (and the findings files, so a drill never
      *>        files findings on the live workbench) into the
      *>        scratch tree,
      *>     3. the restored extracts are framing-checked through
      *>        DLGCTLV,
      *>     4. CHECKSUM-VERIFY runs with DLGCONFIG pointing at the
      *>        drill configuration, so it hashes the restored
      *>        copies against the live manifest,
      *>     5. CORPUS-COMPARE runs the restored dialogue extract
      *>        (A, "before") against the live one (B),
      *>
      *> and one drill-result record goes on
      *> batch/drill_results.dat:
      *>
      *>     D|GENnnnn|PASS or FAIL|checksum-divergences|
      *>       corpus-differences|elapsed-seconds|operator|stamp|
      *>       note
      *>
      *> A drill FAILs when there is no generation, a required
      *> file (catalog.dat, dialogue_data.dat) will not restore, a
      *> restored extract fails its framing, or either check
      *> cannot run at all. Divergences and differences against
      *> live do not fail it - live has moved on since the cut -
      *> but they are counted so the trend is visible. A FAIL is
      *> raised as a HIGH finding (check-id RESTORE-DRILL).
      *> MORNING-REPORT shows the days since the last PASS;
      *> DRILL-HISTORY lists a quarter's drills for the auditors.
      *> The checks' own output stays in batch/drill/ for the
      *> next morning.
      *>
      *> RETURN-CODE: 0 passed clean, 4 passed with differences,
      *> 8 failed.
      *>
      *> Usage:
      *>     restore_drill
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTORE-DRILL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT RESULT-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT DCFG-FILE ASSIGN DYNAMIC WS-DRILL-CONFIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCFG-STATUS.
           SELECT LOG-FILE ASSIGN DYNAMIC WS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-LINE             PIC X(80).

       FD  RESULT-FILE.
       01  RESULT-LINE              PIC X(300).

       FD  DCFG-FILE.
       01  DCFG-LINE                PIC X(300).

       FD  LOG-FILE.
       01  LOG-LINE                 PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CONTROL-STATUS        PIC X(02) VALUE SPACES.
       01  WS-RESULT-STATUS         PIC X(02) VALUE SPACES.
       01  WS-DCFG-STATUS           PIC X(02) VALUE SPACES.
       01  WS-LOG-STATUS            PIC X(02) VALUE SPACES.
       01  WS-EOF-LOG               PIC X(01) VALUE "N".
           88  NO-MORE-LOG                   VALUE "Y".

      *> The scratch tree and what is restored into it - the
      *> generation set BACKUP-GENERATIONS cuts, by bare name.
       01  WS-DRILL-DIR             PIC X(40) VALUE "batch/drill".
       01  WS-DRILL-CONFIG          PIC X(200)
                   VALUE "batch/drill/drill_config.dat".
       01  WS-RESTORE-SET.
           05  FILLER               PIC X(40) VALUE "catalog.dat".
           05  FILLER               PIC X(40)
                   VALUE "dialogue_data.dat".
           05  FILLER               PIC X(40)
                   VALUE "persona_roster.dat".
           05  FILLER               PIC X(40)
                   VALUE "forum_tally.dat".
           05  FILLER               PIC X(40) VALUE "audit.log".
       01  WS-RESTORE-TABLE REDEFINES WS-RESTORE-SET.
           05  WS-RESTORE-NAME      PIC X(40) OCCURS 5 TIMES.
       01  WS-FILE-MAX              PIC 9(02) VALUE 5.
       01  WS-FILE-POS              PIC 9(02) VALUE 0.
       01  WS-FILE-OK               PIC X(01) OCCURS 5 TIMES.

       01  WS-CONTROL-TAG           PIC X(10).
       01  WS-CONTROL-NUM-X         PIC X(04).
       01  WS-LAST-GEN              PIC 9(04) VALUE 0.
       01  WS-GEN-LABEL             PIC X(07) VALUE SPACES.
       01  WS-GEN-DIR               PIC X(40).
       01  WS-SRC-NAME              PIC X(200).
       01  WS-DST-NAME              PIC X(200).
       01  WS-LIVE-DATA             PIC X(200).
       01  WS-LOG-NAME              PIC X(200).
       01  WS-RESTORED              PIC 9(02) VALUE 0.
       01  WS-ABSENT                PIC 9(02) VALUE 0.

       01  WS-OUTCOME               PIC X(04) VALUE "PASS".
       01  WS-NOTE                  PIC X(120) VALUE SPACES.
       01  WS-CHK-DIVERGE           PIC 9(04) VALUE 0.
       01  WS-CMP-DIFFS             PIC 9(06) VALUE 0.
       01  WS-SYS-COMMAND           PIC X(400).
       01  WS-SYS-RC                PIC S9(09) VALUE 0.
       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).
       01  WS-TOKEN-1               PIC X(40).
       01  WS-TOKEN-2               PIC X(40).
       01  WS-TOKEN-3               PIC X(40).

       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-START-STAMP           PIC X(21).
       01  WS-END-STAMP             PIC X(21).
       01  WS-START-SECS            PIC 9(06) VALUE 0.
       01  WS-END-SECS              PIC 9(06) VALUE 0.
       01  WS-ELAPSED               PIC 9(06) VALUE 0.

       01  WS-EXC-ID                PIC X(20) VALUE "RESTORE-DRILL".
       01  WS-EXC-SEV               PIC X(04) VALUE "HIGH".
       01  WS-EXC-PATH              PIC X(200).
       01  WS-EXC-DETAIL            PIC X(120).

       01  WS-ACC-ACTION            PIC X(04).
       01  WS-ACC-PGM               PIC X(30).
       01  WS-ACC-IN                PIC 9(07) VALUE 0.
       01  WS-ACC-OUT               PIC 9(07) VALUE 0.
       01  WS-ACC-RC                PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE "STRT" TO WS-ACC-ACTION.
           MOVE "RESTORE-DRILL" TO WS-ACC-PGM.
           CALL "DLGACCT" USING WS-ACC-ACTION WS-ACC-PGM
                                WS-ACC-IN WS-ACC-OUT WS-ACC-RC.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-START-STAMP.
           PERFORM 1000-FIND-NEWEST-GEN THRU 1000-EXIT.
           IF WS-OUTCOME = "PASS"
               PERFORM 2000-RESTORE-INTO-SCRATCH THRU 2000-EXIT
           END-IF.
           IF WS-OUTCOME = "PASS"
               PERFORM 3000-WRITE-DRILL-CONFIG THRU 3000-EXIT
               PERFORM 4000-CHECK-FRAMING THRU 4000-EXIT
           END-IF.
           IF WS-OUTCOME = "PASS"
               PERFORM 5000-RUN-CHECKSUM-VERIFY THRU 5000-EXIT
           END-IF.
           IF WS-OUTCOME = "PASS"
               PERFORM 6000-RUN-CORPUS-COMPARE THRU 6000-EXIT
           END-IF.
           PERFORM 7000-RECORD-RESULT THRU 7000-EXIT.
           MOVE "END " TO WS-ACC-ACTION.
           MOVE WS-RESTORED TO WS-ACC-IN.
           MOVE 1 TO WS-ACC-OUT.
           MOVE 0 TO WS-ACC-RC.
           IF WS-OUTCOME = "FAIL"
               MOVE 8 TO WS-ACC-RC
           ELSE
               IF WS-CHK-DIVERGE > 0 OR WS-CMP-DIFFS > 0
                   MOVE 4 TO WS-ACC-RC
               END-IF
           END-IF.
           CALL "DLGACCT" USING WS-ACC-ACTION WS-ACC-PGM
                                WS-ACC-IN WS-ACC-OUT WS-ACC-RC.
           MOVE WS-ACC-RC TO RETURN-CODE.
           STOP RUN.

       1000-FIND-NEWEST-GEN.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       UNSTRING CONTROL-LINE DELIMITED BY "|"
                           INTO WS-CONTROL-TAG WS-CONTROL-NUM-X
                       END-UNSTRING
                       IF WS-CONTROL-TAG = "LASTGEN"
                               AND WS-CONTROL-NUM-X IS NUMERIC
                           MOVE WS-CONTROL-NUM-X TO WS-LAST-GEN
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           IF WS-LAST-GEN = 0
               MOVE "FAIL" TO WS-OUTCOME
               MOVE "no backup generation on file" TO WS-NOTE
               MOVE "NONE" TO WS-GEN-LABEL
               GO TO 1000-EXIT
           END-IF.
           MOVE SPACES TO WS-GEN-LABEL WS-GEN-DIR.
           STRING "GEN" WS-LAST-GEN
               DELIMITED BY SIZE INTO WS-GEN-LABEL
           END-STRING.
           STRING "batch/backup/" WS-GEN-LABEL
               DELIMITED BY SIZE INTO WS-GEN-DIR
           END-STRING.
           DISPLAY "RESTORE-DRILL: drilling " WS-GEN-LABEL
                   " into " FUNCTION TRIM(WS-DRILL-DIR).
       1000-EXIT.
           EXIT.

      *> The scratch tree is emptied of the last drill's copies
      *> first, so a file the generation lacks cannot be mistaken
      *> for one it restored.
       2000-RESTORE-INTO-SCRATCH.
           CALL "CBL_CREATE_DIR" USING WS-DRILL-DIR.
           MOVE 0 TO RETURN-CODE.
           PERFORM 2100-RESTORE-ONE-FILE THRU 2100-EXIT
               VARYING WS-FILE-POS FROM 1 BY 1
               UNTIL WS-FILE-POS > WS-FILE-MAX.
           IF WS-FILE-OK (1) NOT = "Y" OR WS-FILE-OK (2) NOT = "Y"
               MOVE "FAIL" TO WS-OUTCOME
               MOVE SPACES TO WS-NOTE
               STRING WS-GEN-LABEL " would not restore "
                      "catalog.dat and dialogue_data.dat"
                   DELIMITED BY SIZE INTO WS-NOTE
               END-STRING
           END-IF.
           DISPLAY "RESTORE-DRILL: " WS-RESTORED
                   " file(s) restored, " WS-ABSENT
                   " absent from the generation".
       2000-EXIT.
           EXIT.

       2100-RESTORE-ONE-FILE.
           MOVE "N" TO WS-FILE-OK (WS-FILE-POS).
           MOVE SPACES TO WS-SRC-NAME WS-DST-NAME.
           STRING FUNCTION TRIM(WS-GEN-DIR) "/"
                  FUNCTION TRIM(WS-RESTORE-NAME (WS-FILE-POS))
               DELIMITED BY SIZE INTO WS-SRC-NAME
           END-STRING.
           STRING FUNCTION TRIM(WS-DRILL-DIR) "/"
                  FUNCTION TRIM(WS-RESTORE-NAME (WS-FILE-POS))
               DELIMITED BY SIZE INTO WS-DST-NAME
           END-STRING.
           CALL "CBL_DELETE_FILE" USING WS-DST-NAME.
           CALL "CBL_COPY_FILE" USING WS-SRC-NAME WS-DST-NAME.
           IF RETURN-CODE = 0
               MOVE "Y" TO WS-FILE-OK (WS-FILE-POS)
               ADD 1 TO WS-RESTORED
           ELSE
               DISPLAY "RESTORE-DRILL: "
                       FUNCTION TRIM(WS-SRC-NAME)
                       " not in the generation"
               ADD 1 TO WS-ABSENT
           END-IF.
           MOVE 0 TO RETURN-CODE.
       2100-EXIT.
           EXIT.

      *> Only what was restored is mapped; everything else falls
      *> back to its live batch/ name, as DLGCFG always does. The
      *> findings files are mapped so the drill's checks file
      *> their findings in the scratch tree.
       3000-WRITE-DRILL-CONFIG.
           OPEN OUTPUT DCFG-FILE.
           MOVE "* Restore drill configuration, rewritten by "
               & "RESTORE-DRILL on every run." TO DCFG-LINE.
           WRITE DCFG-LINE.
           MOVE SPACES TO DCFG-LINE.
           STRING "* Generation " WS-GEN-LABEL " restored "
                  WS-START-STAMP(1:8)
               DELIMITED BY SIZE INTO DCFG-LINE
           END-STRING.
           WRITE DCFG-LINE.
           PERFORM 3100-MAP-ONE-FILE THRU 3100-EXIT
               VARYING WS-FILE-POS FROM 1 BY 1
               UNTIL WS-FILE-POS > WS-FILE-MAX.
           MOVE "L|exceptions.dat|batch/drill/exceptions.dat"
               TO DCFG-LINE.
           WRITE DCFG-LINE.
           MOVE "L|exception_disp.dat|batch/drill/exception_disp.dat"
               TO DCFG-LINE.
           WRITE DCFG-LINE.
           CLOSE DCFG-FILE.
           MOVE SPACES TO WS-DST-NAME.
           STRING FUNCTION TRIM(WS-DRILL-DIR) "/exceptions.dat"
               DELIMITED BY SIZE INTO WS-DST-NAME
           END-STRING.
           CALL "CBL_DELETE_FILE" USING WS-DST-NAME.
           MOVE 0 TO RETURN-CODE.
       3000-EXIT.
           EXIT.

       3100-MAP-ONE-FILE.
           IF WS-FILE-OK (WS-FILE-POS) NOT = "Y"
               GO TO 3100-EXIT
           END-IF.
           MOVE SPACES TO DCFG-LINE.
           STRING "L|"
                  FUNCTION TRIM(WS-RESTORE-NAME (WS-FILE-POS))
                  "|"
                  FUNCTION TRIM(WS-DRILL-DIR) "/"
                  FUNCTION TRIM(WS-RESTORE-NAME (WS-FILE-POS))
               DELIMITED BY SIZE INTO DCFG-LINE
           END-STRING.
           WRITE DCFG-LINE.
       3100-EXIT.
           EXIT.

      *> The three framed extracts; a file the generation lacked
      *> has nothing to check.
       4000-CHECK-FRAMING.
           PERFORM 4100-FRAME-ONE-FILE THRU 4100-EXIT
               VARYING WS-FILE-POS FROM 1 BY 1
               UNTIL WS-FILE-POS > 3.
       4000-EXIT.
           EXIT.

       4100-FRAME-ONE-FILE.
           IF WS-FILE-OK (WS-FILE-POS) NOT = "Y"
                   OR WS-OUTCOME NOT = "PASS"
               GO TO 4100-EXIT
           END-IF.
           MOVE SPACES TO WS-CTLV-FILE.
           STRING FUNCTION TRIM(WS-DRILL-DIR) "/"
                  FUNCTION TRIM(WS-RESTORE-NAME (WS-FILE-POS))
               DELIMITED BY SIZE INTO WS-CTLV-FILE
           END-STRING.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               MOVE "FAIL" TO WS-OUTCOME
               MOVE SPACES TO WS-NOTE
               STRING "restored "
                      FUNCTION TRIM(WS-RESTORE-NAME (WS-FILE-POS))
                      " fails its control framing"
                   DELIMITED BY SIZE INTO WS-NOTE
               END-STRING
           END-IF.
       4100-EXIT.
           EXIT.

      *> CALL "SYSTEM" hands back the shell's wait status: the
      *> job's own return code is in the high byte.
       5000-RUN-CHECKSUM-VERIFY.
           MOVE SPACES TO WS-LOG-NAME.
           STRING FUNCTION TRIM(WS-DRILL-DIR) "/checksum_verify.log"
               DELIMITED BY SIZE INTO WS-LOG-NAME
           END-STRING.
           MOVE SPACES TO WS-SYS-COMMAND.
           STRING "DLGCONFIG=" FUNCTION TRIM(WS-DRILL-CONFIG)
                  " sh batch/run_tool.sh checksum_verify > "
                  FUNCTION TRIM(WS-LOG-NAME) " 2>&1"
               DELIMITED BY SIZE INTO WS-SYS-COMMAND
           END-STRING.
           CALL "SYSTEM" USING WS-SYS-COMMAND.
           COMPUTE WS-SYS-RC = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
           IF WS-SYS-RC > 4
               MOVE "FAIL" TO WS-OUTCOME
               MOVE SPACES TO WS-NOTE
               STRING "CHECKSUM-VERIFY could not run against the "
                      "restore - see "
                      FUNCTION TRIM(WS-LOG-NAME)
                   DELIMITED BY SIZE INTO WS-NOTE
               END-STRING
               GO TO 5000-EXIT
           END-IF.
           IF WS-SYS-RC = 4
               PERFORM 8000-READ-CHECK-LOG THRU 8000-EXIT
           END-IF.
           DISPLAY "RESTORE-DRILL: CHECKSUM-VERIFY "
                   WS-CHK-DIVERGE " file(s) diverging".
       5000-EXIT.
           EXIT.

       6000-RUN-CORPUS-COMPARE.
           MOVE SPACES TO WS-LOG-NAME.
           STRING FUNCTION TRIM(WS-DRILL-DIR) "/corpus_compare.log"
               DELIMITED BY SIZE INTO WS-LOG-NAME
           END-STRING.
           MOVE SPACES TO WS-SYS-COMMAND.
           STRING "sh batch/run_tool.sh corpus_compare """
                  FUNCTION TRIM(WS-DRILL-DIR) "/dialogue_data.dat|"
                  FUNCTION TRIM(WS-LIVE-DATA) """ > "
                  FUNCTION TRIM(WS-LOG-NAME) " 2>&1"
               DELIMITED BY SIZE INTO WS-SYS-COMMAND
           END-STRING.
           CALL "SYSTEM" USING WS-SYS-COMMAND.
           COMPUTE WS-SYS-RC = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
           IF WS-SYS-RC > 4
               MOVE "FAIL" TO WS-OUTCOME
               MOVE SPACES TO WS-NOTE
               STRING "CORPUS-COMPARE could not run against the "
                      "restore - see "
                      FUNCTION TRIM(WS-LOG-NAME)
                   DELIMITED BY SIZE INTO WS-NOTE
               END-STRING
               GO TO 6000-EXIT
           END-IF.
           IF WS-SYS-RC = 4
               PERFORM 8000-READ-CHECK-LOG THRU 8000-EXIT
           END-IF.
           DISPLAY "RESTORE-DRILL: CORPUS-COMPARE "
                   WS-CMP-DIFFS " difference(s) against live".
       6000-EXIT.
           EXIT.

       7000-RECORD-RESULT.
           MOVE FUNCTION CURRENT-DATE TO WS-END-STAMP.
           COMPUTE WS-START-SECS =
               FUNCTION NUMVAL(WS-START-STAMP(9:2)) * 3600
               + FUNCTION NUMVAL(WS-START-STAMP(11:2)) * 60
               + FUNCTION NUMVAL(WS-START-STAMP(13:2)).
           COMPUTE WS-END-SECS =
               FUNCTION NUMVAL(WS-END-STAMP(9:2)) * 3600
               + FUNCTION NUMVAL(WS-END-STAMP(11:2)) * 60
               + FUNCTION NUMVAL(WS-END-STAMP(13:2)).
      *> A drill that runs across midnight.
           IF WS-END-SECS < WS-START-SECS
               ADD 86400 TO WS-END-SECS
           END-IF.
           COMPUTE WS-ELAPSED = WS-END-SECS - WS-START-SECS.
           IF WS-OUTCOME = "PASS" AND WS-NOTE = SPACES
               IF WS-CHK-DIVERGE > 0 OR WS-CMP-DIFFS > 0
                   MOVE "restored and framed; live has moved on "
                       & "since the cut" TO WS-NOTE
               ELSE
                   MOVE "restored, framed and identical to live"
                       TO WS-NOTE
               END-IF
           END-IF.
           OPEN EXTEND RESULT-FILE.
           IF WS-RESULT-STATUS = "35"
               OPEN OUTPUT RESULT-FILE
           END-IF.
           MOVE SPACES TO RESULT-LINE.
           STRING "D|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-LABEL)     DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-OUTCOME                      DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-CHK-DIVERGE                  DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-CMP-DIFFS                    DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-ELAPSED                      DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID)   DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-START-STAMP                  DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOTE)          DELIMITED BY SIZE
                  INTO RESULT-LINE
           END-STRING.
           WRITE RESULT-LINE.
           CLOSE RESULT-FILE.
           IF WS-OUTCOME = "FAIL"
               MOVE WS-GEN-LABEL TO WS-EXC-PATH
               MOVE WS-NOTE TO WS-EXC-DETAIL
               CALL "DLGEXC" USING WS-EXC-ID WS-EXC-SEV
                                   WS-EXC-PATH WS-EXC-DETAIL
           END-IF.
           DISPLAY "RESTORE-DRILL: " WS-GEN-LABEL " " WS-OUTCOME
                   " in " WS-ELAPSED " second(s) - "
                   FUNCTION TRIM(WS-NOTE).
       7000-EXIT.
           EXIT.

      *> Pick the count off a check's closing summary line:
      *>     CHECKSUM-VERIFY: nnnn file(s) DIVERGE from ...
      *>     CORPUS-COMPARE: nnnnnn difference(s)
       8000-READ-CHECK-LOG.
           MOVE "N" TO WS-EOF-LOG.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
               GO TO 8000-EXIT
           END-IF.
           PERFORM 8100-SCAN-ONE-LOG-LINE THRU 8100-EXIT
               UNTIL NO-MORE-LOG.
           CLOSE LOG-FILE.
       8000-EXIT.
           EXIT.

       8100-SCAN-ONE-LOG-LINE.
           READ LOG-FILE
               AT END
                   SET NO-MORE-LOG TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
                   UNSTRING LOG-LINE DELIMITED BY ALL " "
                       INTO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
                   END-UNSTRING
                   IF WS-TOKEN-2(1:1) IS NUMERIC
                       IF WS-TOKEN-1 = "CHECKSUM-VERIFY:"
                               AND WS-TOKEN-3 = "file(s)"
                           MOVE FUNCTION NUMVAL(WS-TOKEN-2)
                               TO WS-CHK-DIVERGE
                       END-IF
                       IF WS-TOKEN-1 = "CORPUS-COMPARE:"
                               AND WS-TOKEN-3 = "difference(s)"
                           MOVE FUNCTION NUMVAL(WS-TOKEN-2)
                               TO WS-CMP-DIFFS
                       END-IF
                   END-IF
           END-READ.
       8100-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "backup_control.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "drill_results.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "dialogue_data.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-LIVE-DATA.
       0900-EXIT.
           EXIT.
