      *>     RED    the sweep failed/aborted, a compile broke, or a
      *>            HIGH-severity finding is open
      *>     AMBER  open findings at lower severity, the slowest step
      *>            ran well over the prior night, no prior night
      *>            to compare against, a standby file failed to
      *>            ship, or the shop is running on the standby
      *>     GREEN  everything ran, nothing new to rule on
      *> Each run appends its own summary record to
      *> batch/morning_history.dat, which is what tomorrow's report
      *> compares against.
      *>
      *> In a multi-parish installation the nightly runs once for
      *> everyone and the morning page is produced per parish
      *> (batch/parish_reports.sh, one run per register entry with
      *> DLGPARISH set): the page is headed with the parish (the
      *> spool does that), the open findings are the ones on that
      *> parish's dialogues plus the installation-wide ones (no
      *> path), and the history is the parish's own partition of
      *> morning_history.dat (see DLGCFG). The sweep, timing,
      *> audit, drill and standby sections are the shared
      *> installation's and read the same on every page.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-08-21.
      *>     2026-09-02  DO   The page writes through the report
      *>                      spool (DLGSPOOL, class BOARD) as
      *>                      well as the console.
      *>     2026-10-15  DO   RESTORE DRILL section: days since
      *>                      the last successful RESTORE-DRILL
      *>                      (batch/drill_results.dat).
      *>     2026-10-15  DO   STANDBY section: replication lag and
      *>                      failover state off STANDBY-REPLICATE's
      *>                      batch/standby_log.dat.
      *>     2026-10-15  DO   Per-parish page: open findings on the
      *>                      parish's dialogues plus the
      *>                      installation-wide ones, against the
      *>                      parish's own history.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MORNING-REPORT.
           SELECT HIST-FILE ASSIGN DYNAMIC WS-CFN-07
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT DRILL-FILE ASSIGN DYNAMIC WS-CFN-08
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRILL-STATUS.
           SELECT STANDBY-FILE ASSIGN DYNAMIC WS-CFN-09
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDBY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  DISP-LINE                PIC X(400).
       FD  HIST-FILE.
       01  HIST-LINE                PIC X(200).
       FD  DRILL-FILE.
       01  DRILL-LINE               PIC X(300).
       FD  STANDBY-FILE.
       01  STANDBY-LINE             PIC X(700).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-05                PIC X(200).
       01  WS-CFN-06                PIC X(200).
       01  WS-CFN-07                PIC X(200).
       01  WS-CFN-08                PIC X(200).
       01  WS-CFN-09                PIC X(200).
       01  WS-RUNCTL-STATUS         PIC X(02).
       01  WS-RUNLOG-STATUS         PIC X(02).
       01  WS-PERF-STATUS           PIC X(02).
       01  WS-EXC-STATUS            PIC X(02).
       01  WS-DISP-STATUS           PIC X(02).
       01  WS-HIST-STATUS           PIC X(02).
       01  WS-DRILL-STATUS          PIC X(02).
       01  WS-STANDBY-STATUS        PIC X(02).
       01  WS-EOF-FLAG              PIC X(01) VALUE "N".
           88  NO-MORE-INPUT                 VALUE "Y".

       01  WS-NTF-KEY               PIC X(200).
       01  WS-NTF-DETAIL            PIC X(120).

      *> Last successful restore drill from drill_results.dat.
       01  WS-DRL-TAG               PIC X(01).
       01  WS-DRL-GEN               PIC X(10).
       01  WS-DRL-OUTCOME           PIC X(04).
       01  WS-DRL-SKIP              PIC X(20).
       01  WS-DRL-STAMP             PIC X(21).
       01  WS-DRL-LAST-GEN          PIC X(10) VALUE SPACES.
       01  WS-DRL-LAST-DATE         PIC X(08) VALUE SPACES.
       01  WS-DRL-LAST-RESULT       PIC X(04) VALUE SPACES.
       01  WS-DRL-DAYS              PIC 9(05) VALUE 0.
       01  WS-DRL-DAYS-ED           PIC ZZZZ9.
       01  WS-DRL-DUE-DAYS          PIC 9(03) VALUE 7.

      *> Standby standing from standby_log.dat: the last R per
      *> file, the last ship of each mode, the last F.
       01  WS-SBY-TAG               PIC X(01).
       01  WS-SBY-MODE              PIC X(10).
       01  WS-SBY-LOGICAL           PIC X(40).
       01  WS-SBY-PRIMARY           PIC X(200).
       01  WS-SBY-STANDBY           PIC X(240).
       01  WS-SBY-CHANGED           PIC X(14).
       01  WS-SBY-SHIPPED           PIC X(14).
       01  WS-SBY-LAG-X             PIC X(07).
       01  WS-SBY-RESULT            PIC X(10).
       01  WS-SBY-MAX               PIC 9(03) VALUE 150.
       01  WS-SBY-COUNT             PIC 9(03) VALUE 0.
       01  WS-SBY-TABLE.
           05  WS-SBY-ENTRY OCCURS 150 TIMES
                   INDEXED BY WS-SBY-IDX.
               10  WS-SBF-LOGICAL   PIC X(40).
               10  WS-SBF-PRIMARY   PIC X(200).
               10  WS-SBF-CHANGED   PIC X(14).
               10  WS-SBF-LAG       PIC 9(07).
               10  WS-SBF-RESULT    PIC X(06).
       01  WS-SBY-POS               PIC 9(03) VALUE 0.
       01  WS-SBY-FOUND             PIC 9(03) VALUE 0.
       01  WS-SBY-LAST-NIGHTLY      PIC X(14) VALUE SPACES.
       01  WS-SBY-LAST-CAPTURE      PIC X(14) VALUE SPACES.
       01  WS-SBY-ON-STANDBY        PIC X(01) VALUE "N".
           88  RUNNING-ON-STANDBY            VALUE "Y".
       01  WS-SBY-SWITCH-STAMP      PIC X(14) VALUE SPACES.
       01  WS-SBY-SHIPPED-OK        PIC 9(03) VALUE 0.
       01  WS-SBY-FAILED            PIC 9(03) VALUE 0.
       01  WS-SBY-BEHIND            PIC 9(03) VALUE 0.
       01  WS-SBY-WORST-LAG         PIC 9(07) VALUE 0.
       01  WS-SBY-WORST-ED          PIC Z(06)9.
       01  WS-SBY-WORST-FILE        PIC X(40) VALUE SPACES.
       01  WS-SBY-NOW-CHANGED.
           05  WS-SBY-NOW-YEAR      PIC 9(04).
           05  WS-SBY-NOW-MONTH     PIC 9(02).
           05  WS-SBY-NOW-DAY       PIC 9(02).
           05  WS-SBY-NOW-HOUR      PIC 9(02).
           05  WS-SBY-NOW-MINUTE    PIC 9(02).
           05  WS-SBY-NOW-SECOND    PIC 9(02).
       01  WS-SBY-FILE-INFO.
           05  WS-SBY-FI-SIZE       PIC X(08) COMP-X.
           05  WS-SBY-FI-DAY        PIC X(01) COMP-X.
           05  WS-SBY-FI-MONTH      PIC X(01) COMP-X.
           05  WS-SBY-FI-YEAR       PIC X(02) COMP-X.
           05  WS-SBY-FI-HOUR       PIC X(01) COMP-X.
           05  WS-SBY-FI-MINUTE     PIC X(01) COMP-X.
           05  WS-SBY-FI-SECOND     PIC X(01) COMP-X.
           05  WS-SBY-FI-HUNDREDTH  PIC X(01) COMP-X.

       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "MORNING-REPORT".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).

       01  WS-SPL-ACTION            PIC X(04).
       01  WS-SPL-PGM               PIC X(30)
           VALUE "MORNING-REPORT".
           PERFORM 4000-READ-AUDIT-LOG THRU 4000-EXIT.
           PERFORM 5000-READ-FINDINGS THRU 5000-EXIT.
           PERFORM 5500-READ-HISTORY THRU 5500-EXIT.
           PERFORM 5700-READ-DRILLS THRU 5700-EXIT.
           PERFORM 5900-READ-STANDBY THRU 5900-EXIT.
           PERFORM 6000-JUDGE THRU 6000-EXIT.
      *> The page goes through the report spool (DLGSPOOL, class
      *> BOARD) as well as the console, so any morning's report
                           INTO WS-IN-TAG WS-IN-CHECK WS-IN-SEV
                                WS-IN-PATH WS-IN-DETAIL WS-IN-STAMP
                       END-UNSTRING
      *> A finding on another parish's dialogue is theirs; one
      *> with no path is the installation's and shown to all.
                       MOVE "00" TO WS-PRS-RC
                       IF WS-IN-PATH NOT = SPACES
                           MOVE WS-IN-PATH TO WS-PRS-TEXT
                           MOVE "PATH" TO WS-PRS-ACTION
                           CALL "DLGPRSH" USING WS-PRS-ACTION
                                                WS-PRS-PGM WS-PRS-TEXT
                                                WS-PRS-PARISH
                                                WS-PRS-RC
                       END-IF
                       IF WS-PRS-RC = "00"
                           PERFORM 8500-FIND-OR-ADD THRU 8500-EXIT
                       END-IF
                   END-IF
           END-READ.
       5100-EXIT.
       5600-EXIT.
           EXIT.

      *> D|gen|outcome|divergences|differences|secs|operator|
      *>   stamp|note in run order; the last PASS read is the one
      *> the page counts from, the last record of any outcome is
      *> shown beside it.
       5700-READ-DRILLS.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT DRILL-FILE.
           IF WS-DRILL-STATUS NOT = "00"
               SET NO-MORE-INPUT TO TRUE
               GO TO 5700-EXIT
           END-IF.
           PERFORM 5800-SCAN-DRILL-LINE THRU 5800-EXIT
               UNTIL NO-MORE-INPUT.
           CLOSE DRILL-FILE.
           IF WS-DRL-LAST-DATE IS NUMERIC
               COMPUTE WS-DRL-DAYS =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-REPORT-DATE(1:8)))
                 - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-DRL-LAST-DATE))
           END-IF.
       5700-EXIT.
           EXIT.

       5800-SCAN-DRILL-LINE.
           READ DRILL-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
               NOT AT END
                   IF DRILL-LINE(1:2) = "D|"
                       MOVE SPACES TO WS-DRL-GEN WS-DRL-OUTCOME
                                      WS-DRL-STAMP
                       UNSTRING DRILL-LINE DELIMITED BY "|"
                           INTO WS-DRL-TAG WS-DRL-GEN
                                WS-DRL-OUTCOME WS-DRL-SKIP
                                WS-DRL-SKIP WS-DRL-SKIP
                                WS-DRL-SKIP WS-DRL-STAMP
                       END-UNSTRING
                       MOVE WS-DRL-OUTCOME TO WS-DRL-LAST-RESULT
                       IF WS-DRL-OUTCOME = "PASS"
                               AND WS-DRL-STAMP(1:8) IS NUMERIC
                           MOVE WS-DRL-GEN TO WS-DRL-LAST-GEN
                           MOVE WS-DRL-STAMP(1:8)
                               TO WS-DRL-LAST-DATE
                       END-IF
                   END-IF
           END-READ.
       5800-EXIT.
           EXIT.

      *> R|mode|logical|primary|standby|changed|shipped|lag|
      *>   result and F|FAILOVER-or-FAILBACK|operator|stamp|
      *>   outcome|note in run order. A file is behind when its
      *> primary has changed since the copy the standby holds.
       5900-READ-STANDBY.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT STANDBY-FILE.
           IF WS-STANDBY-STATUS NOT = "00"
               SET NO-MORE-INPUT TO TRUE
               GO TO 5900-EXIT
           END-IF.
           PERFORM 5910-SCAN-STANDBY-LINE THRU 5910-EXIT
               UNTIL NO-MORE-INPUT.
           CLOSE STANDBY-FILE.
           PERFORM 5920-TALLY-STANDBY-FILE THRU 5920-EXIT
               VARYING WS-SBY-POS FROM 1 BY 1
               UNTIL WS-SBY-POS > WS-SBY-COUNT.
       5900-EXIT.
           EXIT.

       5910-SCAN-STANDBY-LINE.
           READ STANDBY-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 5910-EXIT
           END-READ.
           MOVE SPACES TO WS-SBY-MODE WS-SBY-LOGICAL WS-SBY-PRIMARY
                          WS-SBY-STANDBY WS-SBY-CHANGED
                          WS-SBY-SHIPPED WS-SBY-LAG-X WS-SBY-RESULT.
           IF STANDBY-LINE(1:2) = "F|"
               UNSTRING STANDBY-LINE DELIMITED BY "|"
                   INTO WS-SBY-TAG WS-SBY-MODE WS-SBY-LOGICAL
                        WS-SBY-SHIPPED WS-SBY-RESULT
               END-UNSTRING
               IF WS-SBY-RESULT = "DONE"
                   MOVE WS-SBY-SHIPPED TO WS-SBY-SWITCH-STAMP
                   IF WS-SBY-MODE = "FAILOVER"
                       MOVE "Y" TO WS-SBY-ON-STANDBY
                   ELSE
                       MOVE "N" TO WS-SBY-ON-STANDBY
                   END-IF
               END-IF
               GO TO 5910-EXIT
           END-IF.
           IF STANDBY-LINE(1:2) NOT = "R|"
               GO TO 5910-EXIT
           END-IF.
           UNSTRING STANDBY-LINE DELIMITED BY "|"
               INTO WS-SBY-TAG WS-SBY-MODE WS-SBY-LOGICAL
                    WS-SBY-PRIMARY WS-SBY-STANDBY WS-SBY-CHANGED
                    WS-SBY-SHIPPED WS-SBY-LAG-X WS-SBY-RESULT
           END-UNSTRING.
           IF WS-SBY-MODE = "CAPTURE"
               MOVE WS-SBY-SHIPPED TO WS-SBY-LAST-CAPTURE
           ELSE
               MOVE WS-SBY-SHIPPED TO WS-SBY-LAST-NIGHTLY
           END-IF.
           MOVE 0 TO WS-SBY-FOUND.
           SET WS-SBY-IDX TO 1.
           SEARCH WS-SBY-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SBY-IDX > WS-SBY-COUNT
                   CONTINUE
               WHEN WS-SBF-LOGICAL (WS-SBY-IDX) = WS-SBY-LOGICAL
                   SET WS-SBY-FOUND TO WS-SBY-IDX
           END-SEARCH.
           IF WS-SBY-FOUND = 0
               IF WS-SBY-COUNT >= WS-SBY-MAX
                   GO TO 5910-EXIT
               END-IF
               ADD 1 TO WS-SBY-COUNT
               MOVE WS-SBY-COUNT TO WS-SBY-FOUND
               MOVE WS-SBY-LOGICAL TO WS-SBF-LOGICAL (WS-SBY-FOUND)
           END-IF.
           MOVE WS-SBY-PRIMARY TO WS-SBF-PRIMARY (WS-SBY-FOUND).
           MOVE WS-SBY-CHANGED TO WS-SBF-CHANGED (WS-SBY-FOUND).
           MOVE WS-SBY-RESULT TO WS-SBF-RESULT (WS-SBY-FOUND).
           MOVE 0 TO WS-SBF-LAG (WS-SBY-FOUND).
           IF WS-SBY-LAG-X IS NUMERIC
               MOVE WS-SBY-LAG-X TO WS-SBF-LAG (WS-SBY-FOUND)
           END-IF.
       5910-EXIT.
           EXIT.

       5920-TALLY-STANDBY-FILE.
           IF WS-SBF-RESULT (WS-SBY-POS) = "FAILED"
               ADD 1 TO WS-SBY-FAILED
               GO TO 5920-EXIT
           END-IF.
           IF WS-SBF-RESULT (WS-SBY-POS) NOT = "OK"
               GO TO 5920-EXIT
           END-IF.
           ADD 1 TO WS-SBY-SHIPPED-OK.
           IF WS-SBF-LAG (WS-SBY-POS) >= WS-SBY-WORST-LAG
               MOVE WS-SBF-LAG (WS-SBY-POS) TO WS-SBY-WORST-LAG
               MOVE WS-SBF-LOGICAL (WS-SBY-POS) TO WS-SBY-WORST-FILE
           END-IF.
           CALL "CBL_CHECK_FILE_EXIST"
               USING WS-SBF-PRIMARY (WS-SBY-POS) WS-SBY-FILE-INFO.
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               GO TO 5920-EXIT
           END-IF.
           MOVE WS-SBY-FI-YEAR TO WS-SBY-NOW-YEAR.
           MOVE WS-SBY-FI-MONTH TO WS-SBY-NOW-MONTH.
           MOVE WS-SBY-FI-DAY TO WS-SBY-NOW-DAY.
           MOVE WS-SBY-FI-HOUR TO WS-SBY-NOW-HOUR.
           MOVE WS-SBY-FI-MINUTE TO WS-SBY-NOW-MINUTE.
           MOVE WS-SBY-FI-SECOND TO WS-SBY-NOW-SECOND.
           IF WS-SBY-NOW-CHANGED > WS-SBF-CHANGED (WS-SBY-POS)
               ADD 1 TO WS-SBY-BEHIND
           END-IF.
       5920-EXIT.
           EXIT.

       6000-JUDGE.
           IF HAVE-PRIOR-NIGHT
               MOVE FUNCTION NUMVAL(WS-PRV-TOTC-X)
                   MOVE "AMBER" TO WS-VERDICT
               END-IF
           END-IF.
           IF WS-SBY-FAILED > 0 OR RUNNING-ON-STANDBY
               MOVE "AMBER" TO WS-VERDICT
           END-IF.
           IF WS-FILES-FAILED > 0 OR WS-OPEN-HIGH > 0
                   OR WS-RUN-OUTCOME = "ABORTED"
                   OR WS-RUN-OUTCOME = "DID NOT FINISH"
                   TO WS-SPL-TEXT
               PERFORM 7900-SPOOL-LINE THRU 7900-EXIT
           END-IF.
           MOVE "--------------------------------------------------" TO WS-SPL-TEXT.
           PERFORM 7900-SPOOL-LINE THRU 7900-EXIT.
           MOVE "  RESTORE DRILL" TO WS-SPL-TEXT.
           PERFORM 7900-SPOOL-LINE THRU 7900-EXIT.
           IF WS-DRL-LAST-DATE = SPACES
               MOVE "    no successful restore drill on record"
                   TO WS-SPL-TEXT
               PERFORM 7900-SPOOL-LINE THRU 7900-EXIT
           ELSE
               MOVE WS-DRL-DAYS TO WS-DRL-DAYS-ED
               MOVE SPACES TO WS-SPL-TEXT
               STRING "    last success:  " WS-DRL-LAST-DATE
                      " (" FUNCTION TRIM(WS-DRL-LAST-GEN) ")"
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 7900-SPOOL-LINE THRU 7900-EXIT
               MOVE SPACES TO WS-SPL-TEXT
               STRING "    days since:    "
                      FUNCTION TRIM(WS-DRL-DAYS-ED)
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 7900-SPOOL-LINE THRU 7900-EXIT
           END-IF.
           IF WS-DRL-LAST-RESULT = "FAIL"
               MOVE "    the latest drill FAILED - see RESTORE-DRILL"
                   TO WS-SPL-TEXT
               PERFORM 7900-SPOOL-LINE THRU 7900-EXIT
           END-IF.
           IF WS-DRL-LAST-DATE = SPACES
                   OR WS-DRL-DAYS > WS-DRL-DUE-DAYS
               MOVE "    a restore drill is overdue" TO WS-SPL-TEXT
               PERFORM 7900-SPOOL-LINE THRU 7900-EXIT
           END-IF.
           MOVE "--------------------------------------------------" TO WS-SPL-TEXT.
           PERFORM 7900-SPOOL-LINE THRU 7900-EXIT.
           MOVE "  STANDBY" TO WS-SPL-TEXT.
           PERFORM 7900-SPOOL-LINE THRU 7900-EXIT.
           IF RUNNING-ON-STANDBY
               MOVE SPACES TO WS-SPL-TEXT
               STRING "    RUNNING ON THE STANDBY since "
                      WS-SBY-SWITCH-STAMP(1:8) " "
                      WS-SBY-SWITCH-STAMP(9:2) ":"
                      WS-SBY-SWITCH-STAMP(11:2)
                      " - STANDBY-FAILBACK when repaired"
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 7900-SPOOL-LINE THRU 7900-EXIT
           END-IF.
           IF WS-SBY-COUNT = 0
               MOVE "    no replication on record - see "
                   & "STANDBY-REPLICATE" TO WS-SPL-TEXT
               PERFORM 7900-SPOOL-LINE THRU 7900-EXIT
               GO TO 7000-CLOSE-PAGE
           END-IF.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "    last nightly:  " WS-SBY-LAST-NIGHTLY(1:8) " "
                  WS-SBY-LAST-NIGHTLY(9:2) ":"
                  WS-SBY-LAST-NIGHTLY(11:2)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           IF WS-SBY-LAST-NIGHTLY = SPACES
               MOVE "    last nightly:  none" TO WS-SPL-TEXT
           END-IF.
           PERFORM 7900-SPOOL-LINE THRU 7900-EXIT.
           IF WS-SBY-LAST-CAPTURE NOT = SPACES
               MOVE SPACES TO WS-SPL-TEXT
               STRING "    last capture:  " WS-SBY-LAST-CAPTURE(1:8)
                      " " WS-SBY-LAST-CAPTURE(9:2) ":"
                      WS-SBY-LAST-CAPTURE(11:2)
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 7900-SPOOL-LINE THRU 7900-EXIT
           END-IF.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "    on standby:    " WS-SBY-SHIPPED-OK
                  " file(s), " WS-SBY-FAILED " failed to ship"
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 7900-SPOOL-LINE THRU 7900-EXIT.
           IF WS-SBY-WORST-FILE NOT = SPACES
               MOVE WS-SBY-WORST-LAG TO WS-SBY-WORST-ED
               MOVE SPACES TO WS-SPL-TEXT
               STRING "    worst lag:     "
                      FUNCTION TRIM(WS-SBY-WORST-ED) " sec ("
                      FUNCTION TRIM(WS-SBY-WORST-FILE) ")"
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 7900-SPOOL-LINE THRU 7900-EXIT
           END-IF.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "    behind primary: " WS-SBY-BEHIND
                  " file(s) changed since shipped"
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 7900-SPOOL-LINE THRU 7900-EXIT.
       7000-CLOSE-PAGE.
           MOVE "==================================================" TO WS-SPL-TEXT.
           PERFORM 7900-SPOOL-LINE THRU 7900-EXIT.
       7000-EXIT.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-06.
           MOVE "morning_history.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-07.
           MOVE "drill_results.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-08.
           MOVE "standby_log.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-09.
       0900-EXIT.
           EXIT.
