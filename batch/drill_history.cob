      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> DRILL-HISTORY
      *>
      *> The auditors' quarterly listing of restore drills: every
      *> RESTORE-DRILL result on batch/drill_results.dat that falls
      *> in the quarter, one line each - date, generation drilled,
      *> outcome, checksum divergences and corpus differences
      *> against live, elapsed time and the drill's note - closed
      *> by drills run, passed and failed, and the longest gap in
      *> days between successful drills within the quarter.
      *> Lines write through the spool (DLGSPOOL, class QUARTERLY)
      *> as well as the console.
      *>
      *> Usage:
      *>     drill_history              the current quarter
      *>     drill_history 2026-Q3      a named quarter
      *>
      *> RETURN-CODE 0 every drill passed, 4 a drill failed or
      *> none was run in the quarter, 8 bad quarter argument.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRILL-HISTORY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE.
       01  RESULT-LINE              PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-RESULT-STATUS         PIC X(02) VALUE SPACES.
       01  WS-EOF-RESULT            PIC X(01) VALUE "N".
           88  NO-MORE-RESULTS               VALUE "Y".

       01  WS-COMMAND               PIC X(80).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-QTR-YEAR              PIC 9(04) VALUE 0.
       01  WS-QTR-NUM               PIC 9(01) VALUE 0.
       01  WS-QTR-LABEL             PIC X(07).
       01  WS-QTR-FROM              PIC 9(08) VALUE 0.
       01  WS-QTR-TO                PIC 9(08) VALUE 0.
       01  WS-MONTH                 PIC 9(02) VALUE 0.
       01  WS-RUN-DATE              PIC 9(08) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-GEN                PIC X(10).
       01  WS-IN-OUTCOME            PIC X(04).
       01  WS-IN-DIVERGE            PIC X(06).
       01  WS-IN-DIFFS              PIC X(08).
       01  WS-IN-ELAPSED            PIC X(08).
       01  WS-IN-OPERATOR           PIC X(20).
       01  WS-IN-STAMP              PIC X(21).
       01  WS-IN-NOTE               PIC X(120).

       01  WS-DRILLS                PIC 9(04) VALUE 0.
       01  WS-PASSED                PIC 9(04) VALUE 0.
       01  WS-FAILED                PIC 9(04) VALUE 0.
       01  WS-LAST-PASS-INT         PIC 9(08) VALUE 0.
       01  WS-THIS-INT              PIC 9(08) VALUE 0.
       01  WS-GAP                   PIC 9(05) VALUE 0.
       01  WS-LONGEST-GAP           PIC 9(05) VALUE 0.
       01  WS-GAP-ED                PIC ZZZZ9.

       01  WS-RPT-LINE.
           05  WS-RL-DATE           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-GEN            PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-OUTCOME        PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-DIVERGE        PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-DIFFS          PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-ELAPSED        PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-OPERATOR       PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-NOTE           PIC X(60).
       01  WS-NUM-ED                PIC ZZZZZ9.

       01  WS-SPL-ACTION            PIC X(04).
       01  WS-SPL-PGM               PIC X(30) VALUE "DRILL-HISTORY".
       01  WS-SPL-CLASS             PIC X(10) VALUE "QUARTERLY".
       01  WS-SPL-TEXT              PIC X(132).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF RETURN-CODE = 8
               STOP RUN
           END-IF.
           PERFORM 2000-LIST-ONE-DRILL THRU 2000-EXIT
               UNTIL NO-MORE-RESULTS.
           PERFORM 5000-FINISH THRU 5000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE SPACES TO WS-COMMAND.
           ACCEPT WS-COMMAND FROM COMMAND-LINE.
           IF WS-COMMAND = SPACES
               MOVE WS-RUN-TIMESTAMP(1:4) TO WS-QTR-YEAR
               MOVE WS-RUN-TIMESTAMP(5:2) TO WS-MONTH
               COMPUTE WS-QTR-NUM = (WS-MONTH + 2) / 3
           ELSE
               IF WS-COMMAND(1:4) IS NOT NUMERIC
                       OR WS-COMMAND(5:2) NOT = "-Q"
                       OR WS-COMMAND(7:1) < "1"
                       OR WS-COMMAND(7:1) > "4"
                   DISPLAY "Usage: drill_history [YYYY-Qn]"
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
               MOVE WS-COMMAND(1:4) TO WS-QTR-YEAR
               MOVE WS-COMMAND(7:1) TO WS-QTR-NUM
           END-IF.
           MOVE SPACES TO WS-QTR-LABEL.
           STRING WS-QTR-YEAR "-Q" WS-QTR-NUM
               DELIMITED BY SIZE INTO WS-QTR-LABEL
           END-STRING.
           COMPUTE WS-QTR-FROM = WS-QTR-YEAR * 10000
                               + (WS-QTR-NUM * 3 - 2) * 100 + 1.
           COMPUTE WS-QTR-TO = WS-QTR-YEAR * 10000
                             + (WS-QTR-NUM * 3) * 100 + 31.
           MOVE "OPEN" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "RESTORE DRILL HISTORY - " WS-QTR-LABEL
                  " - printed "
                  WS-RUN-TIMESTAMP(1:4) "-" WS-RUN-TIMESTAMP(5:2)
                  "-" WS-RUN-TIMESTAMP(7:2)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "DATE" TO WS-RL-DATE.
           MOVE "GEN" TO WS-RL-GEN.
           MOVE "RSLT" TO WS-RL-OUTCOME.
           MOVE " CKSUM" TO WS-RL-DIVERGE.
           MOVE "  DIFFS" TO WS-RL-DIFFS.
           MOVE "   SECS" TO WS-RL-ELAPSED.
           MOVE "OPERATOR" TO WS-RL-OPERATOR.
           MOVE "NOTE" TO WS-RL-NOTE.
           MOVE WS-RPT-LINE TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      *> D|gen|outcome|divergences|differences|secs|operator|
      *>   stamp|note - file order is run order.
       2000-LIST-ONE-DRILL.
           IF WS-RESULT-STATUS = SPACES
               OPEN INPUT RESULT-FILE
               IF WS-RESULT-STATUS NOT = "00"
                   SET NO-MORE-RESULTS TO TRUE
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           READ RESULT-FILE
               AT END
                   SET NO-MORE-RESULTS TO TRUE
                   CLOSE RESULT-FILE
                   GO TO 2000-EXIT
           END-READ.
           IF RESULT-LINE(1:2) NOT = "D|"
               GO TO 2000-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-GEN WS-IN-OUTCOME WS-IN-DIVERGE
                          WS-IN-DIFFS WS-IN-ELAPSED WS-IN-OPERATOR
                          WS-IN-STAMP WS-IN-NOTE.
           UNSTRING RESULT-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-GEN WS-IN-OUTCOME
                    WS-IN-DIVERGE WS-IN-DIFFS WS-IN-ELAPSED
                    WS-IN-OPERATOR WS-IN-STAMP WS-IN-NOTE
           END-UNSTRING.
           IF WS-IN-STAMP(1:8) IS NOT NUMERIC
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-IN-STAMP(1:8) TO WS-RUN-DATE.
           IF WS-RUN-DATE < WS-QTR-FROM OR WS-RUN-DATE > WS-QTR-TO
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-DRILLS.
           IF WS-IN-OUTCOME = "PASS"
               ADD 1 TO WS-PASSED
               MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   TO WS-THIS-INT
               IF WS-LAST-PASS-INT > 0
                   COMPUTE WS-GAP = WS-THIS-INT - WS-LAST-PASS-INT
                   IF WS-GAP > WS-LONGEST-GAP
                       MOVE WS-GAP TO WS-LONGEST-GAP
                   END-IF
               END-IF
               MOVE WS-THIS-INT TO WS-LAST-PASS-INT
           ELSE
               ADD 1 TO WS-FAILED
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-IN-STAMP(1:4) "-" WS-IN-STAMP(5:2) "-"
                  WS-IN-STAMP(7:2)
               DELIMITED BY SIZE INTO WS-RL-DATE
           END-STRING.
           MOVE WS-IN-GEN TO WS-RL-GEN.
           MOVE WS-IN-OUTCOME TO WS-RL-OUTCOME.
           MOVE FUNCTION NUMVAL(WS-IN-DIVERGE) TO WS-NUM-ED.
           MOVE WS-NUM-ED TO WS-RL-DIVERGE.
           MOVE FUNCTION NUMVAL(WS-IN-DIFFS) TO WS-NUM-ED.
           MOVE WS-NUM-ED TO WS-RL-DIFFS(2:).
           MOVE FUNCTION NUMVAL(WS-IN-ELAPSED) TO WS-NUM-ED.
           MOVE WS-NUM-ED TO WS-RL-ELAPSED(2:).
           MOVE WS-IN-OPERATOR TO WS-RL-OPERATOR.
           MOVE WS-IN-NOTE TO WS-RL-NOTE.
           MOVE WS-RPT-LINE TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

       5000-FINISH.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           IF WS-DRILLS = 0
               MOVE SPACES TO WS-SPL-TEXT
               STRING "No restore drill was run in " WS-QTR-LABEL
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
           END-IF.
           IF WS-PASSED > 1
               MOVE WS-LONGEST-GAP TO WS-GAP-ED
               MOVE SPACES TO WS-SPL-TEXT
               STRING "Longest gap between successful drills: "
                      FUNCTION TRIM(WS-GAP-ED) " day(s)"
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
           END-IF.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "DRILL-HISTORY: " WS-QTR-LABEL " " WS-DRILLS
                  " drill(s), " WS-PASSED " passed, "
                  WS-FAILED " failed"
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "CLOS" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           IF WS-FAILED > 0 OR WS-DRILLS = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.

       8000-SPOOL-LINE.
           MOVE "LINE" TO WS-SPL-ACTION.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
       8000-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "drill_results.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
       0900-EXIT.
           EXIT.
