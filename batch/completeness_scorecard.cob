      *> batch/completeness_scores.dat (K|path|mode|score|worst gap)
      *> and the corpus scorecard prints: average completeness by
      *> mode and by tradition, and the ten worst records with the
      *> specific fields driving each low score. The scorecard
      *> prints through the spool (DLGSPOOL, class DAILY) with break
      *> records on each mode and tradition line and each worst
      *> record, so REPORT-BURST can send every chaplain their own
      *> slice.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *>
      *> MODIFICATION HISTORY
      *>     2026-08-22  DO   Initial version.
      *>     2026-10-15  DO   The scorecard prints through the
      *>                      spool (DLGSPOOL) with MODE and
      *>                      TRADITION break records for
      *>                      REPORT-BURST.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLETENESS-SCORECARD.
       01  WS-RANK                  PIC 9(02) VALUE 0.
       01  WS-GRP-AVG               PIC 9(03) VALUE 0.
       01  WS-GROUP-KEY             PIC X(40).
       01  WS-GROUP-FIELD           PIC X(10).

       01  WS-SPL-ACTION            PIC X(04).
       01  WS-SPL-PGM               PIC X(30)
           VALUE "COMPLETENESS-SCORECARD".
       01  WS-SPL-CLASS             PIC X(10) VALUE "DAILY".
       01  WS-SPL-TEXT              PIC X(132).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           EXIT.

       5000-PRINT-SCORECARD.
           MOVE "OPEN" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           MOVE " " TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "AVERAGE COMPLETENESS BY MODE" TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "------------------------------------------------"
               TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "M" TO WS-GROUP-KEY(1:1).
           MOVE "MODE" TO WS-GROUP-FIELD.
           PERFORM 5100-GROUP-BY-MODE THRU 5100-EXIT.
           PERFORM 8100-SPOOL-COMMON THRU 8100-EXIT.
           MOVE " " TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "AVERAGE COMPLETENESS BY TRADITION" TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "------------------------------------------------"
               TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "TRADITION" TO WS-GROUP-FIELD.
           PERFORM 5200-GROUP-BY-TRADITION THRU 5200-EXIT.
           PERFORM 8100-SPOOL-COMMON THRU 8100-EXIT.
           MOVE " " TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "TEN WORST RECORDS" TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "------------------------------------------------"
               TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE 0 TO WS-RANK.
           PERFORM 5300-SHOW-NEXT-WORST THRU 5300-EXIT
               UNTIL WS-RANK >= 10
                   OR WS-RANK >= WS-REC-COUNT.
           PERFORM 8100-SPOOL-COMMON THRU 8100-EXIT.
           MOVE "------------------------------------------------"
               TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "COMPLETENESS-SCORECARD: " WS-REC-COUNT
                  " record(s) scored"
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "CLOS" TO WS-SPL-ACTION.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
       5000-EXIT.
           EXIT.

       5400-SHOW-ONE-GROUP.
           COMPUTE WS-GRP-AVG =
               WS-GRP-TOTAL (WS-A-POS) / WS-GRP-N (WS-A-POS).
           MOVE SPACES TO WS-SPL-TEXT.
           STRING WS-GROUP-FIELD DELIMITED BY SPACE
                  "|" WS-GRP-KEY (WS-A-POS) DELIMITED BY SIZE
               INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8200-SPOOL-BREAK THRU 8200-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "  " WS-GRP-KEY (WS-A-POS) "  " WS-GRP-AVG
                  "  (" WS-GRP-N (WS-A-POS) " record(s))"
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
       5400-EXIT.
           EXIT.

           END-IF.
           ADD 1 TO WS-RANK.
           MOVE "Y" TO WS-REC-SHOWN (WS-WORST-POS).
      *> A worst record belongs to its tradition's slice and to its
      *> mode's alike.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "TRADITION|" WS-REC-TRADITION (WS-WORST-POS)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8200-SPOOL-BREAK THRU 8200-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "MODE|" WS-REC-MODE (WS-WORST-POS)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8200-SPOOL-BREAK THRU 8200-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "  " WS-REC-SCORE (WS-WORST-POS) "  ["
                  FUNCTION TRIM(WS-REC-MODE (WS-WORST-POS)) "] "
                  FUNCTION TRIM(WS-REC-PATH (WS-WORST-POS))
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "       driving gap: "
                  FUNCTION TRIM(WS-REC-GAP (WS-WORST-POS))
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
       5300-EXIT.
           EXIT.

       5310-EXIT.
           EXIT.

      *> One report line to the console and the spool member alike.
       8000-SPOOL-LINE.
           MOVE "LINE" TO WS-SPL-ACTION.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
       8000-EXIT.
           EXIT.

      *> A blank break: the lines after it go to every recipient.
       8100-SPOOL-COMMON.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8200-SPOOL-BREAK THRU 8200-EXIT.
       8100-EXIT.
           EXIT.

       8200-SPOOL-BREAK.
           MOVE "BRK " TO WS-SPL-ACTION.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
       8200-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
