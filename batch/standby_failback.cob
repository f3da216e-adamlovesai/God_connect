      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> STANDBY-FAILBACK
      *>
      *> Returns the shop to its primary tree after a
      *> STANDBY-FAILOVER, once the primary is repaired. Everything
      *> run since the failover was written to the standby copies,
      *> so the primary is resynchronized from them first: every
      *> file the active (standby) configuration maps is copied
      *> back to its primary path - the path the saved primary
      *> configuration (<active configuration>.primary) gave it,
      *> else batch/<logical name> as DLGCFG would. Each copy lands
      *> beside its target and is renamed into place.
      *>
      *> Only when every file is back is the saved primary
      *> configuration reinstated; a copy that fails leaves the
      *> shop running on the standby (return code 8) so nothing is
      *> split between the trees. The primary is then proved as
      *> the failover proved the standby - control framing
      *> (DLGCTLV) on every file copied back, and CHECKSUM-VERIFY
      *> under the primary configuration (log in
      *> batch/standby_failback.log) - and a finding there is
      *> reported with return code 4 for the operator to judge;
      *> the standby is no better a source by then.
      *>
      *> The switch goes in the turnover journal and on the standby
      *> log as an F record (as STANDBY-FAILOVER's). Overwriting the
      *> live files makes this a D-class job: DLGAUTH class D and a
      *> second operator's approved intent (DLGINTNT). Runs under
      *> the "shop_config" enqueue. Run STANDBY-REPLICATE NIGHTLY
      *> afterwards to reseed the standby.
      *>
      *> Usage:
      *>     standby_failback
      *>
      *> RETURN-CODE 0 failed back, 4 failed back with findings,
      *> 8 refused or a file could not be copied back (still on
      *> the standby), 12 not authorized or the enqueue is held.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDBY-FAILBACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT CONFIG-FILE ASSIGN DYNAMIC WS-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT SAVED-FILE ASSIGN DYNAMIC WS-SAVED-CONFIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAVED-STATUS.
           SELECT VLOG-FILE ASSIGN DYNAMIC WS-VLOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       01  LOG-LINE                 PIC X(700).

       FD  CONFIG-FILE.
       01  CONFIG-LINE              PIC X(300).

       FD  SAVED-FILE.
       01  SAVED-LINE               PIC X(300).

       FD  VLOG-FILE.
       01  VLOG-LINE                PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-LOG-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CONFIG-STATUS         PIC X(02) VALUE SPACES.
       01  WS-SAVED-STATUS          PIC X(02) VALUE SPACES.
       01  WS-VLOG-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EOF-FLAG              PIC X(01) VALUE "N".
           88  NO-MORE-INPUT                 VALUE "Y".

       01  WS-CONFIG-NAME           PIC X(200).
       01  WS-SAVED-CONFIG          PIC X(200).
       01  WS-VLOG-NAME             PIC X(200)
               VALUE "batch/standby_failback.log".

      *> The standby mapping in force, with the primary path each
      *> file goes back to.
       01  WS-MAP-MAX               PIC 9(03) VALUE 150.
       01  WS-MAP-COUNT             PIC 9(03) VALUE 0.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 150 TIMES
                   INDEXED BY WS-MAP-IDX.
               10  WS-MAP-LOGICAL   PIC X(40).
               10  WS-MAP-STANDBY   PIC X(240).
               10  WS-MAP-PRIMARY   PIC X(200).
               10  WS-MAP-COPIED    PIC X(01).
       01  WS-MAP-POS               PIC 9(03) VALUE 0.
       01  WS-MAP-FOUND             PIC 9(03) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
       01  WS-TOKEN-1               PIC X(40).
       01  WS-TOKEN-2               PIC X(40).
       01  WS-TOKEN-3               PIC X(40).

       01  WS-FILE-INFO.
           05  WS-FI-SIZE           PIC X(08) COMP-X.
           05  WS-FI-DAY            PIC X(01) COMP-X.
           05  WS-FI-MONTH          PIC X(01) COMP-X.
           05  WS-FI-YEAR           PIC X(02) COMP-X.
           05  WS-FI-HOUR           PIC X(01) COMP-X.
           05  WS-FI-MINUTE         PIC X(01) COMP-X.
           05  WS-FI-SECOND         PIC X(01) COMP-X.
           05  WS-FI-HUNDREDTH      PIC X(01) COMP-X.

       01  WS-TEMP-NAME             PIC X(250).
       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).
       01  WS-SYS-COMMAND           PIC X(400).
       01  WS-SYS-RC                PIC S9(09) VALUE 0.
       01  WS-SAVE-RC               PIC S9(04) VALUE 0.

       01  WS-COPIED                PIC 9(03) VALUE 0.
       01  WS-ABSENT                PIC 9(03) VALUE 0.
       01  WS-FAILED                PIC 9(03) VALUE 0.
       01  WS-BAD-FRAMING           PIC 9(03) VALUE 0.
       01  WS-CHK-DIVERGE           PIC 9(04) VALUE 0.

       01  WS-OUTCOME               PIC X(07) VALUE "DONE".
       01  WS-NOTE                  PIC X(200) VALUE SPACES.
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-OPERATOR-ID           PIC X(20) VALUE SPACES.
       01  WS-AUDIT-TEXT            PIC X(200).

       01  WS-AUTH-PGM              PIC X(30) VALUE "STANDBY-FAILBACK".
       01  WS-AUTH-CLASS            PIC X(01) VALUE "D".
       01  WS-AUTH-RC               PIC X(02).
       01  WS-ENQ-ACTION            PIC X(03).
       01  WS-ENQ-RESOURCE          PIC X(20) VALUE "shop_config".
       01  WS-ENQ-RC                PIC X(02).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           CALL "DLGAUTH" USING WS-AUTH-PGM WS-AUTH-CLASS
                               WS-AUTH-RC.
           IF WS-AUTH-RC = "12"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> Dual control: a second operator's fresh approved intent
      *> (INTENT-CAPTURE / DLGINTNT) is consumed here; without one
      *> the job does not run, whoever asks.
           CALL "DLGINTNT" USING WS-AUTH-PGM WS-AUTH-RC.
           IF WS-AUTH-RC = "12"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ENQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           IF WS-ENQ-RC = "12"
               DISPLAY "STANDBY-FAILBACK: could not take the "
                       "enqueue - try again or see ENQ-CONSOLE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           PERFORM 1000-LOAD-MAPPINGS THRU 1000-EXIT.
           IF WS-OUTCOME = "DONE"
               PERFORM 2000-COPY-BACK THRU 2000-EXIT
           END-IF.
           IF WS-OUTCOME = "DONE"
               PERFORM 3000-RESTORE-CONFIG THRU 3000-EXIT
           END-IF.
           IF WS-OUTCOME = "DONE"
               PERFORM 4000-CHECK-PRIMARY THRU 4000-EXIT
               PERFORM 5000-JOURNAL-SWITCH THRU 5000-EXIT
           END-IF.
           PERFORM 6000-RECORD-SWITCH THRU 6000-EXIT.
           EVALUATE TRUE
               WHEN WS-OUTCOME NOT = "DONE"
                   DISPLAY "STANDBY-FAILBACK: refused - "
                           FUNCTION TRIM(WS-NOTE)
                   MOVE 8 TO WS-SAVE-RC
               WHEN WS-BAD-FRAMING > 0 OR WS-CHK-DIVERGE > 0
                       OR WS-SYS-RC NOT = 0
                   DISPLAY "STANDBY-FAILBACK: back on the primary "
                           "WITH FINDINGS - see "
                           FUNCTION TRIM(WS-VLOG-NAME)
                   MOVE 4 TO WS-SAVE-RC
               WHEN OTHER
                   DISPLAY "STANDBY-FAILBACK: back on the primary"
                   MOVE 0 TO WS-SAVE-RC
           END-EVALUATE.
           IF WS-OUTCOME = "DONE"
               DISPLAY "STANDBY-FAILBACK: " WS-COPIED
                       " file(s) resynchronized - run "
                       "standby_replicate NIGHTLY to reseed"
           END-IF.
           MOVE "DEQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           MOVE WS-SAVE-RC TO RETURN-CODE.
           STOP RUN.

      *> The active configuration is the standby's; the saved one
      *> says where each file lives on the primary.
       1000-LOAD-MAPPINGS.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-SAVED-CONFIG
                                             WS-FILE-INFO.
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               MOVE "REFUSED" TO WS-OUTCOME
               MOVE "not running on the standby" TO WS-NOTE
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT CONFIG-FILE.
           IF WS-CONFIG-STATUS NOT = "00"
               MOVE "REFUSED" TO WS-OUTCOME
               MOVE "the active configuration cannot be read"
                   TO WS-NOTE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1010-LOAD-ONE-STANDBY THRU 1010-EXIT
               UNTIL NO-MORE-INPUT.
           CLOSE CONFIG-FILE.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT SAVED-FILE.
           IF WS-SAVED-STATUS = "00"
               PERFORM 1020-LOAD-ONE-PRIMARY THRU 1020-EXIT
                   UNTIL NO-MORE-INPUT
               CLOSE SAVED-FILE
           END-IF.
           PERFORM 1030-DEFAULT-ONE-PRIMARY THRU 1030-EXIT
               VARYING WS-MAP-POS FROM 1 BY 1
               UNTIL WS-MAP-POS > WS-MAP-COUNT.
       1000-EXIT.
           EXIT.

       1010-LOAD-ONE-STANDBY.
           READ CONFIG-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 1010-EXIT
           END-READ.
           IF CONFIG-LINE(1:2) NOT = "L|"
                   OR WS-MAP-COUNT >= WS-MAP-MAX
               GO TO 1010-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING CONFIG-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           IF WS-IN-F2 = SPACES
               GO TO 1010-EXIT
           END-IF.
           ADD 1 TO WS-MAP-COUNT.
           INITIALIZE WS-MAP-ENTRY (WS-MAP-COUNT).
           MOVE WS-IN-F2(1:40) TO WS-MAP-LOGICAL (WS-MAP-COUNT).
           MOVE WS-IN-F3 TO WS-MAP-STANDBY (WS-MAP-COUNT).
       1010-EXIT.
           EXIT.

       1020-LOAD-ONE-PRIMARY.
           READ SAVED-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 1020-EXIT
           END-READ.
           IF SAVED-LINE(1:2) NOT = "L|"
               GO TO 1020-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING SAVED-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           MOVE 0 TO WS-MAP-FOUND.
           SET WS-MAP-IDX TO 1.
           SEARCH WS-MAP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-MAP-IDX > WS-MAP-COUNT
                   CONTINUE
               WHEN WS-MAP-LOGICAL (WS-MAP-IDX) = WS-IN-F2(1:40)
                   SET WS-MAP-FOUND TO WS-MAP-IDX
           END-SEARCH.
           IF WS-MAP-FOUND > 0
               MOVE WS-IN-F3(1:200) TO WS-MAP-PRIMARY (WS-MAP-FOUND)
           END-IF.
       1020-EXIT.
           EXIT.

       1030-DEFAULT-ONE-PRIMARY.
           IF WS-MAP-PRIMARY (WS-MAP-POS) = SPACES
               STRING "batch/"
                      FUNCTION TRIM(WS-MAP-LOGICAL (WS-MAP-POS))
                   DELIMITED BY SIZE INTO WS-MAP-PRIMARY (WS-MAP-POS)
               END-STRING
           END-IF.
       1030-EXIT.
           EXIT.

      *> The audit line goes first, while the audit trail in force
      *> is still the standby's - it is copied back with the rest.
       2000-COPY-BACK.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "STANDBY-FAILBACK resynchronizing the primary from "
                  "the standby, " WS-MAP-COUNT " file(s) mapped"
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           PERFORM 2100-COPY-ONE-FILE THRU 2100-EXIT
               VARYING WS-MAP-POS FROM 1 BY 1
               UNTIL WS-MAP-POS > WS-MAP-COUNT.
           DISPLAY "STANDBY-FAILBACK: " WS-COPIED " copied back, "
                   WS-ABSENT " not on the standby, " WS-FAILED
                   " failed".
           IF WS-FAILED > 0
               MOVE "REFUSED" TO WS-OUTCOME
               MOVE SPACES TO WS-NOTE
               STRING WS-FAILED " file(s) could not be copied back "
                      "- still running on the standby"
                   DELIMITED BY SIZE INTO WS-NOTE
               END-STRING
           END-IF.
       2000-EXIT.
           EXIT.

       2100-COPY-ONE-FILE.
           CALL "CBL_CHECK_FILE_EXIST"
               USING WS-MAP-STANDBY (WS-MAP-POS) WS-FILE-INFO.
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               ADD 1 TO WS-ABSENT
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO WS-TEMP-NAME.
           STRING FUNCTION TRIM(WS-MAP-PRIMARY (WS-MAP-POS)) ".tmp"
               DELIMITED BY SIZE INTO WS-TEMP-NAME
           END-STRING.
           CALL "CBL_DELETE_FILE" USING WS-TEMP-NAME.
           CALL "CBL_COPY_FILE" USING WS-MAP-STANDBY (WS-MAP-POS)
                                      WS-TEMP-NAME.
           IF RETURN-CODE = 0
               CALL "CBL_DELETE_FILE"
                   USING WS-MAP-PRIMARY (WS-MAP-POS)
               CALL "CBL_RENAME_FILE"
                   USING WS-TEMP-NAME WS-MAP-PRIMARY (WS-MAP-POS)
           END-IF.
           IF RETURN-CODE = 0
               MOVE "Y" TO WS-MAP-COPIED (WS-MAP-POS)
               ADD 1 TO WS-COPIED
           ELSE
               DISPLAY "STANDBY-FAILBACK: "
                       FUNCTION TRIM(WS-MAP-PRIMARY (WS-MAP-POS))
                       " could not be written"
               ADD 1 TO WS-FAILED
           END-IF.
           MOVE 0 TO RETURN-CODE.
       2100-EXIT.
           EXIT.

      *> Saved primary configuration back in place; a comment-only
      *> saved file means the primary ran on the defaults and had
      *> no active file.
       3000-RESTORE-CONFIG.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE 0 TO WS-MAP-FOUND.
           OPEN INPUT SAVED-FILE.
           IF WS-SAVED-STATUS = "00"
               PERFORM 3010-COUNT-ONE-MAPPING THRU 3010-EXIT
                   UNTIL NO-MORE-INPUT
               CLOSE SAVED-FILE
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-CONFIG-NAME.
           MOVE 0 TO RETURN-CODE.
           IF WS-MAP-FOUND > 0
               CALL "CBL_COPY_FILE" USING WS-SAVED-CONFIG
                                          WS-CONFIG-NAME
           END-IF.
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               MOVE "REFUSED" TO WS-OUTCOME
               MOVE SPACES TO WS-NOTE
               STRING "the primary configuration could not be "
                      "reinstated - copy "
                      FUNCTION TRIM(WS-SAVED-CONFIG) " by hand"
                   DELIMITED BY SIZE INTO WS-NOTE
               END-STRING
               GO TO 3000-EXIT
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-SAVED-CONFIG.
           MOVE 0 TO RETURN-CODE.
       3000-EXIT.
           EXIT.

       3010-COUNT-ONE-MAPPING.
           READ SAVED-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 3010-EXIT
           END-READ.
           IF SAVED-LINE(1:2) = "L|"
               ADD 1 TO WS-MAP-FOUND
           END-IF.
       3010-EXIT.
           EXIT.

      *> CALL "SYSTEM" hands back the shell's wait status: the
      *> job's own return code is in the high byte.
       4000-CHECK-PRIMARY.
           PERFORM 4100-FRAME-ONE-FILE THRU 4100-EXIT
               VARYING WS-MAP-POS FROM 1 BY 1
               UNTIL WS-MAP-POS > WS-MAP-COUNT.
           MOVE SPACES TO WS-SYS-COMMAND.
           STRING "DLGCONFIG=" FUNCTION TRIM(WS-CONFIG-NAME)
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
           DISPLAY "STANDBY-FAILBACK: " WS-BAD-FRAMING
                   " file(s) failing their control framing, "
                   "CHECKSUM-VERIFY " WS-CHK-DIVERGE " diverging".
       4000-EXIT.
           EXIT.

       4100-FRAME-ONE-FILE.
           IF WS-MAP-COPIED (WS-MAP-POS) NOT = "Y"
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-MAP-PRIMARY (WS-MAP-POS) TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               DISPLAY "STANDBY-FAILBACK: "
                       FUNCTION TRIM(WS-CTLV-FILE)
                       " fails its control framing"
               ADD 1 TO WS-BAD-FRAMING
           END-IF.
           MOVE 0 TO RETURN-CODE.
       4100-EXIT.
           EXIT.

       5000-JOURNAL-SWITCH.
           MOVE SPACES TO WS-NOTE.
           STRING "FAILBACK to the primary by "
                  FUNCTION TRIM(WS-OPERATOR-ID) " - "
                  WS-COPIED " file(s) resynchronized, "
                  WS-BAD-FRAMING " failing framing, CHECKSUM-VERIFY "
                  WS-CHK-DIVERGE " diverging"
               DELIMITED BY SIZE INTO WS-NOTE
           END-STRING.
           MOVE SPACES TO WS-SYS-COMMAND.
           STRING "sh batch/run_tool.sh turnover_journal ENTRY """
                  FUNCTION TRIM(WS-NOTE) """ > /dev/null 2>&1"
               DELIMITED BY SIZE INTO WS-SYS-COMMAND
           END-STRING.
           CALL "SYSTEM" USING WS-SYS-COMMAND.
           IF RETURN-CODE NOT = 0
               DISPLAY "STANDBY-FAILBACK: the turnover journal entry "
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
               STRING "F|FAILBACK|" FUNCTION TRIM(WS-OPERATOR-ID)
                      "|" WS-RUN-TIMESTAMP(1:14)
                      "|" FUNCTION TRIM(WS-OUTCOME)
                      "|" FUNCTION TRIM(WS-NOTE)
                   DELIMITED BY SIZE INTO LOG-LINE
               END-STRING
               WRITE LOG-LINE
               CLOSE LOG-FILE
           END-IF.
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
           MOVE "standby_log.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
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
