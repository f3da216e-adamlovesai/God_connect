      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> STANDBY-REPLICATE
      *>
      *> Keeps a warm standby copy of the tree, so losing the
      *> machine is a STANDBY-FAILOVER instead of a day rebuilt from
      *> backup generations. Ships every file the active shop
      *> configuration maps (the file DLGCFG reads: DLGCONFIG, else
      *> batch/shop_config.dat), plus the run control file and the
      *> capture files listed in batch/standby_set.ref, to
      *> <root>/<primary path> under the standby root the same file
      *> names.
      *>
      *> Modes:
      *>     standby_replicate [NIGHTLY]
      *>         after the nightly: every file in the set is shipped
      *>     standby_replicate CAPTURE
      *>         after an intraday capture burst: only the CAPTURE
      *>         class files, and only those changed since their
      *>         last shipment
      *>
      *> A capture file is copied under its capture program's
      *> enqueue (DLGENQ) so a half-written line never ships. Each
      *> copy lands beside its target and is renamed into place, so
      *> the standby never holds a torn file.
      *>
      *> Every file handled is logged to batch/standby_log.dat with
      *> its replication lag - the seconds between the primary
      *> file's last change and its arrival on the standby:
      *>
      *>     R|mode|logical|primary|standby|changed|shipped|lag|
      *>       status
      *>
      *> status OK, ABSENT (no primary file to ship) or FAILED. The
      *> last R per file is its standing; MORNING-REPORT shows it.
      *> STANDBY-FAILOVER and STANDBY-FAILBACK add their F records
      *> to the same log. Each run also rewrites the standby
      *> configuration, <root>/shop_config.dat, mapping every file
      *> in the set to its standby copy - the configuration
      *> STANDBY-FAILOVER installs.
      *>
      *> Replication is refused while the shop is running on the
      *> standby (the saved primary configuration, <active
      *> configuration>.primary, exists): STANDBY-FAILBACK first.
      *>
      *> RETURN-CODE 0 shipped, 4 a file could not be shipped,
      *> 8 refused (bad mode, running on the standby).
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDBY-REPLICATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SET-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SET-STATUS.
           SELECT LOG-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT CONFIG-FILE ASSIGN DYNAMIC WS-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT SCFG-FILE ASSIGN DYNAMIC WS-STANDBY-CONFIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SET-FILE.
       01  SET-LINE                 PIC X(300).

       FD  LOG-FILE.
       01  LOG-LINE                 PIC X(700).

       FD  CONFIG-FILE.
       01  CONFIG-LINE              PIC X(300).

       FD  SCFG-FILE.
       01  SCFG-LINE                PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-SET-STATUS            PIC X(02) VALUE SPACES.
       01  WS-LOG-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CONFIG-STATUS         PIC X(02) VALUE SPACES.
       01  WS-SCFG-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EOF-FLAG              PIC X(01) VALUE "N".
           88  NO-MORE-INPUT                 VALUE "Y".

      *> The active configuration (the DLGCFG rule), its saved
      *> primary copy while failed over, and the standby's own.
       01  WS-CONFIG-NAME           PIC X(200).
       01  WS-SAVED-CONFIG          PIC X(200).
       01  WS-STANDBY-ROOT          PIC X(80) VALUE "standby".
       01  WS-STANDBY-CONFIG        PIC X(200).

       01  WS-MODE                  PIC X(10) VALUE SPACES.
           88  MODE-NIGHTLY                  VALUE "NIGHTLY".
           88  MODE-CAPTURE                  VALUE "CAPTURE".
       01  WS-CMD-LINE              PIC X(200) VALUE SPACES.

      *> The replication set, with each file's last shipment off
      *> the log.
       01  WS-SET-MAX               PIC 9(03) VALUE 150.
       01  WS-SET-COUNT             PIC 9(03) VALUE 0.
       01  WS-SET-TABLE.
           05  WS-SET-ENTRY OCCURS 150 TIMES
                   INDEXED BY WS-SET-IDX.
               10  WS-SET-LOGICAL   PIC X(40).
               10  WS-SET-CLASS     PIC X(08).
               10  WS-SET-RESOURCE  PIC X(20).
               10  WS-SET-PRIMARY   PIC X(200).
               10  WS-SET-STANDBY   PIC X(240).
               10  WS-SET-LAST-CHG  PIC X(14).
               10  WS-SET-LAST-STAT PIC X(06).
       01  WS-SET-POS               PIC 9(03) VALUE 0.
       01  WS-SET-FOUND             PIC 9(03) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
       01  WS-IN-F4                 PIC X(240).
       01  WS-IN-F5                 PIC X(240).
       01  WS-IN-F6                 PIC X(240).
       01  WS-IN-F7                 PIC X(240).
       01  WS-IN-F8                 PIC X(240).
       01  WS-IN-F9                 PIC X(240).

      *> CBL_CHECK_FILE_EXIST details, and the change time they
      *> give as YYYYMMDDHHMMSS.
       01  WS-FILE-INFO.
           05  WS-FI-SIZE           PIC X(08) COMP-X.
           05  WS-FI-DAY            PIC X(01) COMP-X.
           05  WS-FI-MONTH          PIC X(01) COMP-X.
           05  WS-FI-YEAR           PIC X(02) COMP-X.
           05  WS-FI-HOUR           PIC X(01) COMP-X.
           05  WS-FI-MINUTE         PIC X(01) COMP-X.
           05  WS-FI-SECOND         PIC X(01) COMP-X.
           05  WS-FI-HUNDREDTH      PIC X(01) COMP-X.
       01  WS-CHANGED-PARTS.
           05  WS-CHG-YEAR          PIC 9(04).
           05  WS-CHG-MONTH         PIC 9(02).
           05  WS-CHG-DAY           PIC 9(02).
           05  WS-CHG-HOUR          PIC 9(02).
           05  WS-CHG-MINUTE        PIC 9(02).
           05  WS-CHG-SECOND        PIC 9(02).
       01  WS-CHANGED-STAMP REDEFINES WS-CHANGED-PARTS
                                    PIC X(14).

       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-SECS-STAMP            PIC X(14).
       01  WS-SECS                  PIC 9(11) VALUE 0.
       01  WS-SHIPPED-SECS          PIC 9(11) VALUE 0.
       01  WS-LAG                   PIC 9(07) VALUE 0.
       01  WS-STATUS                PIC X(06).

       01  WS-TEMP-NAME             PIC X(250).
       01  WS-DIR-NAME              PIC X(240).
       01  WS-DIR-POS               PIC 9(03) VALUE 0.
       01  WS-DIR-LEN               PIC 9(03) VALUE 0.

       01  WS-SHIPPED               PIC 9(03) VALUE 0.
       01  WS-UNCHANGED             PIC 9(03) VALUE 0.
       01  WS-ABSENT                PIC 9(03) VALUE 0.
       01  WS-FAILED                PIC 9(03) VALUE 0.
       01  WS-WORST-LAG             PIC 9(07) VALUE 0.
       01  WS-WORST-LOGICAL         PIC X(40) VALUE SPACES.

       01  WS-ENQ-ACTION            PIC X(03).
       01  WS-ENQ-RESOURCE          PIC X(20).
       01  WS-ENQ-RC                PIC X(02).

       01  WS-ACC-ACTION            PIC X(04).
       01  WS-ACC-PGM               PIC X(30).
       01  WS-ACC-IN                PIC 9(07) VALUE 0.
       01  WS-ACC-OUT               PIC 9(07) VALUE 0.
       01  WS-ACC-RC                PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY " "
               INTO WS-MODE
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.
           IF WS-MODE = SPACES
               MOVE "NIGHTLY" TO WS-MODE
           END-IF.
           IF NOT MODE-NIGHTLY AND NOT MODE-CAPTURE
               DISPLAY "STANDBY-REPLICATE: usage:"
               DISPLAY "  standby_replicate [NIGHTLY]"
               DISPLAY "  standby_replicate CAPTURE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-SAVED-CONFIG
                                             WS-FILE-INFO.
           IF RETURN-CODE = 0
               DISPLAY "STANDBY-REPLICATE: the shop is running on the "
                       "standby - run STANDBY-FAILBACK first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO RETURN-CODE.
           MOVE "STRT" TO WS-ACC-ACTION.
           MOVE "STANDBY-REPLICATE" TO WS-ACC-PGM.
           CALL "DLGACCT" USING WS-ACC-ACTION WS-ACC-PGM
                                WS-ACC-IN WS-ACC-OUT WS-ACC-RC.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           PERFORM 1000-LOAD-CONFIG THRU 1000-EXIT.
           PERFORM 1100-LOAD-SET THRU 1100-EXIT.
           PERFORM 1200-PLACE-ONE-FILE THRU 1200-EXIT
               VARYING WS-SET-POS FROM 1 BY 1
               UNTIL WS-SET-POS > WS-SET-COUNT.
           PERFORM 1300-LOAD-LAST-SHIPMENTS THRU 1300-EXIT.
           OPEN EXTEND LOG-FILE.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT LOG-FILE
           END-IF.
           PERFORM 2000-SHIP-ONE-FILE THRU 2000-EXIT
               VARYING WS-SET-POS FROM 1 BY 1
               UNTIL WS-SET-POS > WS-SET-COUNT.
           CLOSE LOG-FILE.
           PERFORM 3000-WRITE-STANDBY-CONFIG THRU 3000-EXIT.
           DISPLAY "STANDBY-REPLICATE: " FUNCTION TRIM(WS-MODE)
                   " - " WS-SHIPPED " file(s) shipped to "
                   FUNCTION TRIM(WS-STANDBY-ROOT) ", "
                   WS-UNCHANGED " unchanged, " WS-ABSENT
                   " absent, " WS-FAILED " failed".
           IF WS-WORST-LOGICAL NOT = SPACES
               DISPLAY "STANDBY-REPLICATE: worst lag " WS-WORST-LAG
                       " second(s), "
                       FUNCTION TRIM(WS-WORST-LOGICAL)
           END-IF.
           MOVE "END " TO WS-ACC-ACTION.
           MOVE WS-SET-COUNT TO WS-ACC-IN.
           MOVE WS-SHIPPED TO WS-ACC-OUT.
           MOVE 0 TO WS-ACC-RC.
           IF WS-FAILED > 0
               MOVE 4 TO WS-ACC-RC
           END-IF.
           CALL "DLGACCT" USING WS-ACC-ACTION WS-ACC-PGM
                                WS-ACC-IN WS-ACC-OUT WS-ACC-RC.
           MOVE WS-ACC-RC TO RETURN-CODE.
           STOP RUN.

      *>----------------------------------------------------------*>
      *> The set: every L entry of the active configuration, then
      *> the listed extras (a listed file already mapped takes the
      *> listed class and resource).
      *>----------------------------------------------------------*>
       1000-LOAD-CONFIG.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT CONFIG-FILE.
           IF WS-CONFIG-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1010-LOAD-ONE-MAPPING THRU 1010-EXIT
               UNTIL NO-MORE-INPUT.
           CLOSE CONFIG-FILE.
       1000-EXIT.
           EXIT.

       1010-LOAD-ONE-MAPPING.
           READ CONFIG-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 1010-EXIT
           END-READ.
           IF CONFIG-LINE(1:2) NOT = "L|"
               GO TO 1010-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING CONFIG-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           PERFORM 8000-FIND-OR-ADD THRU 8000-EXIT.
           IF WS-SET-FOUND > 0
               MOVE WS-IN-F3(1:200) TO WS-SET-PRIMARY (WS-SET-FOUND)
           END-IF.
       1010-EXIT.
           EXIT.

       1100-LOAD-SET.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT SET-FILE.
           IF WS-SET-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-LOAD-ONE-ENTRY THRU 1110-EXIT
               UNTIL NO-MORE-INPUT.
           CLOSE SET-FILE.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-ENTRY.
           READ SET-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 1110-EXIT
           END-READ.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4.
           UNSTRING SET-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
           END-UNSTRING.
           EVALUATE SET-LINE(1:2)
               WHEN "T|"
                   IF WS-IN-F2 NOT = SPACES
                       MOVE WS-IN-F2(1:80) TO WS-STANDBY-ROOT
                   END-IF
               WHEN "F|"
                   PERFORM 8000-FIND-OR-ADD THRU 8000-EXIT
                   IF WS-SET-FOUND > 0
                       MOVE FUNCTION UPPER-CASE(WS-IN-F3(1:8))
                           TO WS-SET-CLASS (WS-SET-FOUND)
                       MOVE WS-IN-F4(1:20)
                           TO WS-SET-RESOURCE (WS-SET-FOUND)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1110-EXIT.
           EXIT.

      *> An unmapped file resolves the DLGCFG way; the standby copy
      *> keeps the primary path under the standby root.
       1200-PLACE-ONE-FILE.
           IF WS-SET-PRIMARY (WS-SET-POS) = SPACES
               MOVE WS-SET-LOGICAL (WS-SET-POS) TO WS-CFG-LOGICAL
               CALL "DLGCFG" USING WS-CFG-LOGICAL
                                   WS-SET-PRIMARY (WS-SET-POS)
           END-IF.
           MOVE SPACES TO WS-SET-STANDBY (WS-SET-POS).
           STRING FUNCTION TRIM(WS-STANDBY-ROOT)   DELIMITED BY SIZE
                  "/"                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SET-PRIMARY (WS-SET-POS))
                                                   DELIMITED BY SIZE
                  INTO WS-SET-STANDBY (WS-SET-POS)
           END-STRING.
       1200-EXIT.
           EXIT.

      *> The last R per file: what was last shipped and when it
      *> had last changed, for the CAPTURE skip.
       1300-LOAD-LAST-SHIPMENTS.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-READ-ONE-SHIPMENT THRU 1310-EXIT
               UNTIL NO-MORE-INPUT.
           CLOSE LOG-FILE.
       1300-EXIT.
           EXIT.

       1310-READ-ONE-SHIPMENT.
           READ LOG-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 1310-EXIT
           END-READ.
           IF LOG-LINE(1:2) NOT = "R|"
               GO TO 1310-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F3 WS-IN-F6 WS-IN-F9.
           UNSTRING LOG-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-IN-F7 WS-IN-F8 WS-IN-F9
           END-UNSTRING.
           MOVE WS-IN-F3 TO WS-IN-F2.
           PERFORM 8100-FIND-LOGICAL THRU 8100-EXIT.
           IF WS-SET-FOUND > 0
               MOVE WS-IN-F6(1:14) TO WS-SET-LAST-CHG (WS-SET-FOUND)
               MOVE WS-IN-F9(1:6) TO WS-SET-LAST-STAT (WS-SET-FOUND)
           END-IF.
       1310-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> One file: copy beside the target, rename into place, log
      *> the lag.
      *>----------------------------------------------------------*>
       2000-SHIP-ONE-FILE.
           IF MODE-CAPTURE
                   AND WS-SET-CLASS (WS-SET-POS) NOT = "CAPTURE"
               GO TO 2000-EXIT
           END-IF.
           CALL "CBL_CHECK_FILE_EXIST"
               USING WS-SET-PRIMARY (WS-SET-POS) WS-FILE-INFO.
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               MOVE SPACES TO WS-CHANGED-STAMP
               MOVE 0 TO WS-LAG
               MOVE "ABSENT" TO WS-STATUS
               ADD 1 TO WS-ABSENT
               PERFORM 2500-LOG-SHIPMENT THRU 2500-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-FI-YEAR TO WS-CHG-YEAR.
           MOVE WS-FI-MONTH TO WS-CHG-MONTH.
           MOVE WS-FI-DAY TO WS-CHG-DAY.
           MOVE WS-FI-HOUR TO WS-CHG-HOUR.
           MOVE WS-FI-MINUTE TO WS-CHG-MINUTE.
           MOVE WS-FI-SECOND TO WS-CHG-SECOND.
      *> A capture burst only ships what moved since its last
      *> good shipment.
           IF MODE-CAPTURE
                   AND WS-SET-LAST-STAT (WS-SET-POS) = "OK"
                   AND WS-SET-LAST-CHG (WS-SET-POS) = WS-CHANGED-STAMP
               ADD 1 TO WS-UNCHANGED
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-MAKE-DIRECTORIES THRU 2100-EXIT.
           IF WS-SET-RESOURCE (WS-SET-POS) NOT = SPACES
               MOVE "ENQ" TO WS-ENQ-ACTION
               MOVE WS-SET-RESOURCE (WS-SET-POS) TO WS-ENQ-RESOURCE
               CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                                   WS-ENQ-RC
               IF WS-ENQ-RC = "12"
                   DISPLAY "STANDBY-REPLICATE: could not take the "
                           "enqueue for "
                           FUNCTION TRIM(WS-SET-LOGICAL (WS-SET-POS))
                           " - not shipped"
                   MOVE "FAILED" TO WS-STATUS
                   MOVE 0 TO WS-LAG
                   ADD 1 TO WS-FAILED
                   PERFORM 2500-LOG-SHIPMENT THRU 2500-EXIT
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO WS-TEMP-NAME.
           STRING FUNCTION TRIM(WS-SET-STANDBY (WS-SET-POS))
                  ".tmp" DELIMITED BY SIZE INTO WS-TEMP-NAME
           END-STRING.
           CALL "CBL_DELETE_FILE" USING WS-TEMP-NAME.
           CALL "CBL_COPY_FILE" USING WS-SET-PRIMARY (WS-SET-POS)
                                      WS-TEMP-NAME.
           IF RETURN-CODE = 0
               CALL "CBL_DELETE_FILE"
                   USING WS-SET-STANDBY (WS-SET-POS)
               CALL "CBL_RENAME_FILE"
                   USING WS-TEMP-NAME WS-SET-STANDBY (WS-SET-POS)
           END-IF.
           IF RETURN-CODE = 0
               MOVE "OK" TO WS-STATUS
               ADD 1 TO WS-SHIPPED
           ELSE
               DISPLAY "STANDBY-REPLICATE: "
                       FUNCTION TRIM(WS-SET-PRIMARY (WS-SET-POS))
                       " could not be shipped"
               MOVE "FAILED" TO WS-STATUS
               ADD 1 TO WS-FAILED
           END-IF.
           MOVE 0 TO RETURN-CODE.
           IF WS-SET-RESOURCE (WS-SET-POS) NOT = SPACES
               MOVE "DEQ" TO WS-ENQ-ACTION
               CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                                   WS-ENQ-RC
           END-IF.
      *> Lag: from the primary's last change to now, when the copy
      *> reached the standby.
           MOVE 0 TO WS-LAG.
           IF WS-STATUS = "OK"
               MOVE WS-RUN-TIMESTAMP(1:14) TO WS-SECS-STAMP
               PERFORM 8200-STAMP-TO-SECS THRU 8200-EXIT
               MOVE WS-SECS TO WS-SHIPPED-SECS
               MOVE WS-CHANGED-STAMP TO WS-SECS-STAMP
               PERFORM 8200-STAMP-TO-SECS THRU 8200-EXIT
               IF WS-SHIPPED-SECS > WS-SECS
                   IF WS-SHIPPED-SECS - WS-SECS > 9999999
                       MOVE 9999999 TO WS-LAG
                   ELSE
                       COMPUTE WS-LAG = WS-SHIPPED-SECS - WS-SECS
                   END-IF
               END-IF
               IF WS-LAG >= WS-WORST-LAG
                   MOVE WS-LAG TO WS-WORST-LAG
                   MOVE WS-SET-LOGICAL (WS-SET-POS)
                       TO WS-WORST-LOGICAL
               END-IF
           END-IF.
           PERFORM 2500-LOG-SHIPMENT THRU 2500-EXIT.
       2000-EXIT.
           EXIT.

      *> Every directory on the way to the standby copy, shallow
      *> first; one that already exists is no error.
       2100-MAKE-DIRECTORIES.
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-SET-STANDBY (WS-SET-POS)))
               TO WS-DIR-LEN.
           PERFORM 2110-MAKE-ONE-DIRECTORY THRU 2110-EXIT
               VARYING WS-DIR-POS FROM 2 BY 1
               UNTIL WS-DIR-POS > WS-DIR-LEN.
           MOVE 0 TO RETURN-CODE.
       2100-EXIT.
           EXIT.

       2110-MAKE-ONE-DIRECTORY.
           IF WS-SET-STANDBY (WS-SET-POS) (WS-DIR-POS:1) NOT = "/"
               GO TO 2110-EXIT
           END-IF.
           MOVE SPACES TO WS-DIR-NAME.
           MOVE WS-SET-STANDBY (WS-SET-POS) (1:WS-DIR-POS - 1)
               TO WS-DIR-NAME.
           CALL "CBL_CREATE_DIR" USING WS-DIR-NAME.
       2110-EXIT.
           EXIT.

       2500-LOG-SHIPMENT.
           MOVE SPACES TO LOG-LINE.
           STRING "R|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MODE)        DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SET-LOGICAL (WS-SET-POS))
                                                DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SET-PRIMARY (WS-SET-POS))
                                                DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SET-STANDBY (WS-SET-POS))
                                                DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-CHANGED-STAMP              DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP(1:14)        DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-LAG                        DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STATUS)      DELIMITED BY SIZE
                  INTO LOG-LINE
           END-STRING.
           WRITE LOG-LINE.
       2500-EXIT.
           EXIT.

      *> The configuration STANDBY-FAILOVER installs: every file
      *> of the set at its standby copy.
       3000-WRITE-STANDBY-CONFIG.
           MOVE SPACES TO WS-STANDBY-CONFIG.
           STRING FUNCTION TRIM(WS-STANDBY-ROOT) "/shop_config.dat"
               DELIMITED BY SIZE INTO WS-STANDBY-CONFIG
           END-STRING.
           MOVE SPACES TO WS-DIR-NAME.
           MOVE WS-STANDBY-ROOT TO WS-DIR-NAME.
           CALL "CBL_CREATE_DIR" USING WS-DIR-NAME.
           MOVE 0 TO RETURN-CODE.
           OPEN OUTPUT SCFG-FILE.
           IF WS-SCFG-STATUS NOT = "00"
               DISPLAY "STANDBY-REPLICATE: cannot write "
                       FUNCTION TRIM(WS-STANDBY-CONFIG)
               ADD 1 TO WS-FAILED
               GO TO 3000-EXIT
           END-IF.
           MOVE "* Standby shop configuration, rewritten by "
               & "STANDBY-REPLICATE on every run." TO SCFG-LINE.
           WRITE SCFG-LINE.
           MOVE "* STANDBY-FAILOVER installs it as the active "
               & "configuration." TO SCFG-LINE.
           WRITE SCFG-LINE.
           PERFORM 3100-MAP-ONE-FILE THRU 3100-EXIT
               VARYING WS-SET-POS FROM 1 BY 1
               UNTIL WS-SET-POS > WS-SET-COUNT.
           CLOSE SCFG-FILE.
       3000-EXIT.
           EXIT.

       3100-MAP-ONE-FILE.
           MOVE SPACES TO SCFG-LINE.
           STRING "L|"                                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SET-LOGICAL (WS-SET-POS))
                                                      DELIMITED BY SIZE
                  "|"                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SET-STANDBY (WS-SET-POS))
                                                      DELIMITED BY SIZE
                  INTO SCFG-LINE
           END-STRING.
           WRITE SCFG-LINE.
       3100-EXIT.
           EXIT.

       8000-FIND-OR-ADD.
           PERFORM 8100-FIND-LOGICAL THRU 8100-EXIT.
           IF WS-SET-FOUND > 0 OR WS-IN-F2 = SPACES
               GO TO 8000-EXIT
           END-IF.
           IF WS-SET-COUNT >= WS-SET-MAX
               GO TO 8000-EXIT
           END-IF.
           ADD 1 TO WS-SET-COUNT.
           MOVE WS-SET-COUNT TO WS-SET-FOUND.
           INITIALIZE WS-SET-ENTRY (WS-SET-FOUND).
           MOVE WS-IN-F2(1:40) TO WS-SET-LOGICAL (WS-SET-FOUND).
           MOVE "NIGHTLY" TO WS-SET-CLASS (WS-SET-FOUND).
       8000-EXIT.
           EXIT.

      *> The logical name to look for is in WS-IN-F2.
       8100-FIND-LOGICAL.
           MOVE 0 TO WS-SET-FOUND.
           SET WS-SET-IDX TO 1.
           IF WS-SET-COUNT = 0
               GO TO 8100-EXIT
           END-IF.
           SEARCH WS-SET-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SET-IDX > WS-SET-COUNT
                   CONTINUE
               WHEN WS-SET-LOGICAL (WS-SET-IDX) = WS-IN-F2(1:40)
                   SET WS-SET-FOUND TO WS-SET-IDX
           END-SEARCH.
       8100-EXIT.
           EXIT.

      *> YYYYMMDDHHMMSS in WS-SECS-STAMP to seconds since the
      *> calendar epoch INTEGER-OF-DATE counts from.
       8200-STAMP-TO-SECS.
           MOVE 0 TO WS-SECS.
           IF WS-SECS-STAMP IS NOT NUMERIC
               GO TO 8200-EXIT
           END-IF.
           COMPUTE WS-SECS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-SECS-STAMP(1:8))) * 86400
               + FUNCTION NUMVAL(WS-SECS-STAMP(9:2)) * 3600
               + FUNCTION NUMVAL(WS-SECS-STAMP(11:2)) * 60
               + FUNCTION NUMVAL(WS-SECS-STAMP(13:2)).
       8200-EXIT.
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
