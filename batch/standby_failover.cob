      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> STANDBY-FAILOVER
      *>
      *> The operator's switch to the warm standby tree when the
      *> primary is lost or damaged. Before anything moves, the
      *> standby is proved:
      *>     - every standby copy the standby configuration maps
      *>       (<root>/shop_config.dat, written by STANDBY-REPLICATE)
      *>       passes its control framing (DLGCTLV);
      *>     - CHECKSUM-VERIFY, run against the standby configuration,
      *>       finds the standby copies as the last manifest hashed
      *>       them (log in <root>/checksum_verify.log).
      *> A standby that fails either is not installed; FORCE
      *> installs past a CHECKSUM-VERIFY divergence (or missing
      *> manifest) when the standby, however stale, is all there is.
      *> Broken framing is never forced.
      *>
      *> Installing: the active shop configuration (the file DLGCFG
      *> reads) is saved as <active configuration>.primary and the
      *> standby configuration copied over it, so every program's
      *> next DLGCFG call resolves to the standby tree. The switch
      *> goes in the turnover journal, on the standby log as an F
      *> record, and on the audit trail:
      *>
      *>     F|FAILOVER|operator|timestamp|DONE/REFUSED|note
      *>
      *> STANDBY-FAILBACK reverses it. Needs update authority
      *> (DLGAUTH class U) and runs under the "shop_config"
      *> enqueue, which STANDBY-FAILBACK shares.
      *>
      *> Usage:
      *>     standby_failover [FORCE]
      *>
      *> RETURN-CODE 0 failed over, 8 refused (already on the
      *> standby, no standby, the standby failed its checks),
      *> 12 not authorized or the enqueue is held.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDBY-FAILOVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SET-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SET-STATUS.
           SELECT LOG-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT SCFG-FILE ASSIGN DYNAMIC WS-STANDBY-CONFIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCFG-STATUS.
           SELECT SAVED-FILE ASSIGN DYNAMIC WS-SAVED-CONFIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAVED-STATUS.
           SELECT VLOG-FILE ASSIGN DYNAMIC WS-VLOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SET-FILE.
       01  SET-LINE                 PIC X(300).

       FD  LOG-FILE.
       01  LOG-LINE                 PIC X(700).

       FD  SCFG-FILE.
       01  SCFG-LINE                PIC X(300).

       FD  SAVED-FILE.
       01  SAVED-LINE               PIC X(300).

       FD  VLOG-FILE.
       01  VLOG-LINE                PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-SET-STATUS            PIC X(02) VALUE SPACES.
       01  WS-LOG-STATUS            PIC X(02) VALUE SPACES.
       01  WS-SCFG-STATUS           PIC X(02) VALUE SPACES.
       01  WS-SAVED-STATUS          PIC X(02) VALUE SPACES.
       01  WS-VLOG-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EOF-FLAG              PIC X(01) VALUE "N".
           88  NO-MORE-INPUT                 VALUE "Y".

       01  WS-CONFIG-NAME           PIC X(200).
       01  WS-SAVED-CONFIG          PIC X(200).
       01  WS-STANDBY-ROOT          PIC X(80) VALUE "standby".
       01  WS-STANDBY-CONFIG        PIC X(200).
       01  WS-VLOG-NAME             PIC X(200).

       01  WS-CMD-LINE              PIC X(200) VALUE SPACES.
       01  WS-ARG-1                 PIC X(10) VALUE SPACES.
       01  WS-FORCE-FLAG            PIC X(01) VALUE "N".
           88  FORCE-REQUESTED               VALUE "Y".

       01  WS-FILE-INFO.
           05  WS-FI-SIZE           PIC X(08) COMP-X.
           05  WS-FI-DAY            PIC X(01) COMP-X.
           05  WS-FI-MONTH          PIC X(01) COMP-X.
           05  WS-FI-YEAR           PIC X(02) COMP-X.
           05  WS-FI-HOUR           PIC X(01) COMP-X.
           05  WS-FI-MINUTE         PIC X(01) COMP-X.
           05  WS-FI-SECOND         PIC X(01) COMP-X.
           05  WS-FI-HUNDREDTH      PIC X(01) COMP-X.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
       01  WS-TOKEN-1               PIC X(40).
       01  WS-TOKEN-2               PIC X(40).
       01  WS-TOKEN-3               PIC X(40).

       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).
       01  WS-SYS-COMMAND           PIC X(400).
       01  WS-SYS-RC                PIC S9(09) VALUE 0.
       01  WS-SAVE-RC               PIC S9(04) VALUE 0.
       01  WS-SHOW-RC               PIC 9(02) VALUE 0.
       01  WS-FORCE-NOTE            PIC X(08) VALUE SPACES.

       01  WS-MAPPED                PIC 9(03) VALUE 0.
       01  WS-PRESENT               PIC 9(03) VALUE 0.
       01  WS-BAD-FRAMING           PIC 9(03) VALUE 0.
       01  WS-FIRST-BAD             PIC X(200) VALUE SPACES.
       01  WS-CHK-DIVERGE           PIC 9(04) VALUE 0.

       01  WS-OUTCOME               PIC X(07) VALUE "DONE".
       01  WS-NOTE                  PIC X(200) VALUE SPACES.
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-OPERATOR-ID           PIC X(20) VALUE SPACES.
       01  WS-AUDIT-TEXT            PIC X(200).

       01  WS-AUTH-PGM              PIC X(30) VALUE "STANDBY-FAILOVER".
       01  WS-AUTH-CLASS            PIC X(01) VALUE "U".
       01  WS-AUTH-RC               PIC X(02).
       01  WS-ENQ-ACTION            PIC X(03).
       01  WS-ENQ-RESOURCE          PIC X(20) VALUE "shop_config".
       01  WS-ENQ-RC                PIC X(02).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY " "
               INTO WS-ARG-1
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-ARG-1) TO WS-ARG-1.
           EVALUATE WS-ARG-1
               WHEN SPACES
                   CONTINUE
               WHEN "FORCE"
                   SET FORCE-REQUESTED TO TRUE
               WHEN OTHER
                   DISPLAY "STANDBY-FAILOVER: usage:"
                   DISPLAY "  standby_failover [FORCE]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           CALL "DLGAUTH" USING WS-AUTH-PGM WS-AUTH-CLASS
                               WS-AUTH-RC.
           IF WS-AUTH-RC = "12"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ENQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           IF WS-ENQ-RC = "12"
               DISPLAY "STANDBY-FAILOVER: could not take the "
                       "enqueue - try again or see ENQ-CONSOLE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           PERFORM 1000-CHECK-STATE THRU 1000-EXIT.
           IF WS-OUTCOME = "DONE"
               PERFORM 2000-CHECK-FRAMING THRU 2000-EXIT
           END-IF.
           IF WS-OUTCOME = "DONE"
               PERFORM 3000-RUN-CHECKSUM-VERIFY THRU 3000-EXIT
           END-IF.
           IF WS-OUTCOME = "DONE"
               PERFORM 4000-INSTALL-STANDBY THRU 4000-EXIT
           END-IF.
           IF WS-OUTCOME = "DONE"
               PERFORM 5000-JOURNAL-SWITCH THRU 5000-EXIT
           END-IF.
           PERFORM 6000-RECORD-SWITCH THRU 6000-EXIT.
           IF WS-OUTCOME = "DONE"
               DISPLAY "STANDBY-FAILOVER: running on the standby - "
                       FUNCTION TRIM(WS-STANDBY-CONFIG)
               DISPLAY "STANDBY-FAILOVER: " WS-PRESENT " of "
                       WS-MAPPED " file(s) on the standby, "
                       WS-CHK-DIVERGE " diverging"
               MOVE 0 TO WS-SAVE-RC
           ELSE
               DISPLAY "STANDBY-FAILOVER: refused - "
                       FUNCTION TRIM(WS-NOTE)
               MOVE 8 TO WS-SAVE-RC
           END-IF.
           MOVE "DEQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           MOVE WS-SAVE-RC TO RETURN-CODE.
           STOP RUN.

      *> Not already failed over, and a standby configuration to
      *> install.
       1000-CHECK-STATE.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-SAVED-CONFIG
                                             WS-FILE-INFO.
           IF RETURN-CODE = 0
               MOVE 0 TO RETURN-CODE
               MOVE "REFUSED" TO WS-OUTCOME
               MOVE "already running on the standby" TO WS-NOTE
               GO TO 1000-EXIT
           END-IF.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT SET-FILE.
           IF WS-SET-STATUS = "00"
               PERFORM 1010-READ-ONE-SET-LINE THRU 1010-EXIT
                   UNTIL NO-MORE-INPUT
               CLOSE SET-FILE
           END-IF.
           MOVE SPACES TO WS-STANDBY-CONFIG WS-VLOG-NAME.
           STRING FUNCTION TRIM(WS-STANDBY-ROOT) "/shop_config.dat"
               DELIMITED BY SIZE INTO WS-STANDBY-CONFIG
           END-STRING.
           STRING FUNCTION TRIM(WS-STANDBY-ROOT)
                  "/checksum_verify.log"
               DELIMITED BY SIZE INTO WS-VLOG-NAME
           END-STRING.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-STANDBY-CONFIG
                                             WS-FILE-INFO.
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               MOVE "REFUSED" TO WS-OUTCOME
               MOVE SPACES TO WS-NOTE
               STRING "no standby configuration "
                      FUNCTION TRIM(WS-STANDBY-CONFIG)
                      " - STANDBY-REPLICATE has not run"
                   DELIMITED BY SIZE INTO WS-NOTE
               END-STRING
           END-IF.
       1000-EXIT.
           EXIT.

       1010-READ-ONE-SET-LINE.
           READ SET-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 1010-EXIT
           END-READ.
           IF SET-LINE(1:2) NOT = "T|"
               GO TO 1010-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2.
           UNSTRING SET-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2
           END-UNSTRING.
           IF WS-IN-F2 NOT = SPACES
               MOVE WS-IN-F2(1:80) TO WS-STANDBY-ROOT
           END-IF.
       1010-EXIT.
           EXIT.

      *> Every standby copy that exists must pass its framing; a
      *> file never shipped (never existed on the primary) has
      *> nothing to check.
       2000-CHECK-FRAMING.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT SCFG-FILE.
           IF WS-SCFG-STATUS NOT = "00"
               MOVE "REFUSED" TO WS-OUTCOME
               MOVE "the standby configuration cannot be read"
                   TO WS-NOTE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-FRAME-ONE-FILE THRU 2100-EXIT
               UNTIL NO-MORE-INPUT.
           CLOSE SCFG-FILE.
           DISPLAY "STANDBY-FAILOVER: " WS-PRESENT " standby "
                   "file(s) checked, " WS-BAD-FRAMING
                   " failing their control framing".
           IF WS-BAD-FRAMING > 0
               MOVE "REFUSED" TO WS-OUTCOME
               MOVE SPACES TO WS-NOTE
               STRING "standby "
                      FUNCTION TRIM(WS-FIRST-BAD)
                      " fails its control framing"
                   DELIMITED BY SIZE INTO WS-NOTE
               END-STRING
           END-IF.
       2000-EXIT.
           EXIT.

       2100-FRAME-ONE-FILE.
           READ SCFG-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF SCFG-LINE(1:2) NOT = "L|"
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING SCFG-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           ADD 1 TO WS-MAPPED.
           MOVE WS-IN-F3(1:200) TO WS-CTLV-FILE.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CTLV-FILE
                                             WS-FILE-INFO.
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-PRESENT.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               ADD 1 TO WS-BAD-FRAMING
               IF WS-FIRST-BAD = SPACES
                   MOVE WS-CTLV-FILE TO WS-FIRST-BAD
               END-IF
           END-IF.
           MOVE 0 TO RETURN-CODE.
       2100-EXIT.
           EXIT.

      *> CALL "SYSTEM" hands back the shell's wait status: the
      *> job's own return code is in the high byte.
       3000-RUN-CHECKSUM-VERIFY.
           MOVE SPACES TO WS-SYS-COMMAND.
           STRING "DLGCONFIG=" FUNCTION TRIM(WS-STANDBY-CONFIG)
                  " sh batch/run_tool.sh checksum_verify > "
                  FUNCTION TRIM(WS-VLOG-NAME) " 2>&1"
               DELIMITED BY SIZE INTO WS-SYS-COMMAND
           END-STRING.
           CALL "SYSTEM" USING WS-SYS-COMMAND.
           COMPUTE WS-SYS-RC = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
           IF WS-SYS-RC = 4
               PERFORM 8000-READ-CHECK-LOG THRU 8000-EXIT
           END-IF.
           DISPLAY "STANDBY-FAILOVER: CHECKSUM-VERIFY "
                   WS-CHK-DIVERGE " file(s) diverging on the standby".
           IF WS-SYS-RC = 0
               GO TO 3000-EXIT
           END-IF.
           IF WS-SYS-RC > 8
               MOVE "REFUSED" TO WS-OUTCOME
               MOVE SPACES TO WS-NOTE
               STRING "CHECKSUM-VERIFY could not run against the "
                      "standby - see "
                      FUNCTION TRIM(WS-VLOG-NAME)
                   DELIMITED BY SIZE INTO WS-NOTE
               END-STRING
               GO TO 3000-EXIT
           END-IF.
           IF FORCE-REQUESTED
               MOVE WS-SYS-RC TO WS-SHOW-RC
               DISPLAY "STANDBY-FAILOVER: FORCE - installing past "
                       "CHECKSUM-VERIFY return code " WS-SHOW-RC
               GO TO 3000-EXIT
           END-IF.
           MOVE "REFUSED" TO WS-OUTCOME.
           MOVE SPACES TO WS-NOTE.
           IF WS-SYS-RC = 8
               STRING "no checksum manifest on the standby - "
                      "FORCE to install unverified"
                   DELIMITED BY SIZE INTO WS-NOTE
               END-STRING
           ELSE
               STRING "CHECKSUM-VERIFY finds the standby diverging "
                      "- see " FUNCTION TRIM(WS-VLOG-NAME)
                   DELIMITED BY SIZE INTO WS-NOTE
               END-STRING
           END-IF.
       3000-EXIT.
           EXIT.

      *> Save the active configuration, then put the standby's in
      *> its place. A shop running on the DLGCFG defaults has no
      *> active file; the saved copy is then a comment-only file,
      *> which STANDBY-FAILBACK restores the same way.
       4000-INSTALL-STANDBY.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CONFIG-NAME
                                             WS-FILE-INFO.
           IF RETURN-CODE = 0
               CALL "CBL_COPY_FILE" USING WS-CONFIG-NAME
                                          WS-SAVED-CONFIG
           ELSE
               MOVE 0 TO RETURN-CODE
               OPEN OUTPUT SAVED-FILE
               IF WS-SAVED-STATUS NOT = "00"
                   MOVE 30 TO RETURN-CODE
               ELSE
                   MOVE "* Primary shop configuration saved by "
                       & "STANDBY-FAILOVER: no active file, every "
                       & "name on its default." TO SAVED-LINE
                   WRITE SAVED-LINE
                   CLOSE SAVED-FILE
               END-IF
           END-IF.
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               MOVE "REFUSED" TO WS-OUTCOME
               MOVE SPACES TO WS-NOTE
               STRING "the active configuration could not be saved "
                      "to " FUNCTION TRIM(WS-SAVED-CONFIG)
                   DELIMITED BY SIZE INTO WS-NOTE
               END-STRING
               GO TO 4000-EXIT
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-CONFIG-NAME.
           CALL "CBL_COPY_FILE" USING WS-STANDBY-CONFIG
                                      WS-CONFIG-NAME.
           IF RETURN-CODE NOT = 0
      *> Put the primary back rather than leave no configuration.
               CALL "CBL_COPY_FILE" USING WS-SAVED-CONFIG
                                          WS-CONFIG-NAME
               CALL "CBL_DELETE_FILE" USING WS-SAVED-CONFIG
               MOVE "REFUSED" TO WS-OUTCOME
               MOVE SPACES TO WS-NOTE
               STRING "the standby configuration could not be "
                      "installed as " FUNCTION TRIM(WS-CONFIG-NAME)
                   DELIMITED BY SIZE INTO WS-NOTE
               END-STRING
           END-IF.
           MOVE 0 TO RETURN-CODE.
       4000-EXIT.
           EXIT.

      *> The journal entry is written through TURNOVER-JOURNAL
      *> itself, so it carries the usual snapshot and lands in the
      *> journal the standby configuration now maps.
       5000-JOURNAL-SWITCH.
           MOVE SPACES TO WS-FORCE-NOTE.
           IF FORCE-REQUESTED AND WS-SYS-RC NOT = 0
               MOVE " (FORCE)" TO WS-FORCE-NOTE
           END-IF.
           MOVE SPACES TO WS-NOTE.
           STRING "FAILOVER to the standby by "
                  FUNCTION TRIM(WS-OPERATOR-ID) " - "
                  WS-PRESENT " file(s), CHECKSUM-VERIFY "
                  WS-CHK-DIVERGE " diverging" WS-FORCE-NOTE
               DELIMITED BY SIZE INTO WS-NOTE
           END-STRING.
           MOVE SPACES TO WS-SYS-COMMAND.
           STRING "sh batch/run_tool.sh turnover_journal ENTRY """
                  FUNCTION TRIM(WS-NOTE) """ > /dev/null 2>&1"
               DELIMITED BY SIZE INTO WS-SYS-COMMAND
           END-STRING.
           CALL "SYSTEM" USING WS-SYS-COMMAND.
           IF RETURN-CODE NOT = 0
               DISPLAY "STANDBY-FAILOVER: the turnover journal entry "
                       "could not be written - enter it by hand"
           END-IF.
           MOVE 0 TO RETURN-CODE.
       5000-EXIT.
           EXIT.

       6000-RECORD-SWITCH.
           OPEN EXTEND LOG-FILE.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT LOG-FILE
           END-IF.
           IF WS-LOG-STATUS = "00"
               MOVE SPACES TO LOG-LINE
               STRING "F|FAILOVER|" FUNCTION TRIM(WS-OPERATOR-ID)
                      "|" WS-RUN-TIMESTAMP(1:14)
                      "|" FUNCTION TRIM(WS-OUTCOME)
                      "|" FUNCTION TRIM(WS-NOTE)
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
               WRITE LOG-LINE
               CLOSE LOG-FILE
           END-IF.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "STANDBY-FAILOVER " FUNCTION TRIM(WS-OUTCOME)
                  " " FUNCTION TRIM(WS-NOTE)
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
       6000-EXIT.
           EXIT.

       8000-READ-CHECK-LOG.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT VLOG-FILE.
           IF WS-VLOG-STATUS NOT = "00"
               GO TO 8000-EXIT
           END-IF.
           PERFORM 8100-SCAN-ONE-LOG-LINE THRU 8100-EXIT
               UNTIL NO-MORE-INPUT.
           CLOSE VLOG-FILE.
       8000-EXIT.
           EXIT.

       8100-SCAN-ONE-LOG-LINE.
           READ VLOG-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
                   UNSTRING VLOG-LINE DELIMITED BY ALL " "
                       INTO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
                   END-UNSTRING
                   IF WS-TOKEN-2(1:1) IS NUMERIC
                           AND WS-TOKEN-1 = "CHECKSUM-VERIFY:"
                           AND WS-TOKEN-3 = "file(s)"
                       MOVE FUNCTION NUMVAL(WS-TOKEN-2)
                           TO WS-CHK-DIVERGE
                   END-IF
           END-READ.
       8100-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG. The active configuration's own
      *> name follows the DLGCFG rule.
       0900-RESOLVE-FILE-NAMES.
           MOVE "standby_set.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "standby_log.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE SPACES TO WS-CONFIG-NAME WS-SAVED-CONFIG.
           ACCEPT WS-CONFIG-NAME FROM ENVIRONMENT "DLGCONFIG".
           IF WS-CONFIG-NAME = SPACES
               MOVE "batch/shop_config.dat" TO WS-CONFIG-NAME
           END-IF.
           STRING FUNCTION TRIM(WS-CONFIG-NAME) ".primary"
               DELIMITED BY SIZE INTO WS-SAVED-CONFIG
           END-STRING.
       0900-EXIT.
           EXIT.
