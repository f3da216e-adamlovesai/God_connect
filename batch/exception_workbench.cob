      *>     <n> P     mark finding n pending (seen, undecided)
      *>     L         relist      Q   quit
      *>
      *> The session's opening listing is spooled (DLGSPOOL, class
      *> DAILY) with break records on each finding - its CHECK, and
      *> the MODE and TRADITION its path belongs to - so
      *> REPORT-BURST can send each chaplain their own findings.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-08-21.
      *>                      batch/shop_config.dat) at startup;
      *>                      the delivered default reproduces
      *>                      the standard batch/ layout.
      *>     2026-10-15  DO   The opening listing is spooled with
      *>                      CHECK, MODE and TRADITION break
      *>                      records for REPORT-BURST.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCEPTION-WORKBENCH.
       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).

       01  WS-FND-SEGMENT           PIC X(40).
       01  WS-FND-REST              PIC X(200).
       01  WS-SPL-ACTION            PIC X(04).
       01  WS-SPL-PGM               PIC X(30)
           VALUE "EXCEPTION-WORKBENCH".
       01  WS-SPL-CLASS             PIC X(10) VALUE "DAILY".
       01  WS-SPL-TEXT              PIC X(132).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
                       "run the check programs first"
               STOP RUN
           END-IF.
      *> Only the opening listing goes to the spool; a relist is
      *> for the console.
           MOVE "OPEN" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           PERFORM 2000-SHOW-OPEN-FINDINGS THRU 2000-EXIT.
           MOVE "CLOS" TO WS-SPL-ACTION.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           PERFORM 3000-COMMAND-CYCLE THRU 3000-EXIT
               UNTIL OPERATOR-QUIT.
           DISPLAY "EXCEPTION-WORKBENCH: session ended".

       2000-SHOW-OPEN-FINDINGS.
           MOVE 0 TO WS-SHOWN-COUNT.
           MOVE " " TO WS-SPL-TEXT.
           PERFORM 7800-SPOOL-LINE THRU 7800-EXIT.
           MOVE "OPEN FINDINGS (new and pending)" TO WS-SPL-TEXT.
           PERFORM 7800-SPOOL-LINE THRU 7800-EXIT.
           MOVE "------------------------------------------------"
               TO WS-SPL-TEXT.
           PERFORM 7800-SPOOL-LINE THRU 7800-EXIT.
           PERFORM 2100-SHOW-ONE-FINDING THRU 2100-EXIT
               VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-FIND-COUNT.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 7900-SPOOL-BREAK THRU 7900-EXIT.
           IF WS-SHOWN-COUNT = 0
               MOVE "  (none - every finding has a disposition)"
                   TO WS-SPL-TEXT
               PERFORM 7800-SPOOL-LINE THRU 7800-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
           IF FND-IS-NEW (WS-FIND-IDX)
                   OR FND-IS-PENDING (WS-FIND-IDX)
               ADD 1 TO WS-SHOWN-COUNT
               PERFORM 2200-SPOOL-FINDING-BREAKS THRU 2200-EXIT
               MOVE SPACES TO WS-SPL-TEXT
               STRING WS-SCAN-POS ". ["
                      WS-FND-STATUS (WS-FIND-IDX) "] "
                      WS-FND-SEV (WS-FIND-IDX) " "
                      FUNCTION TRIM(WS-FND-CHECK (WS-FIND-IDX))
                      " x" WS-FND-TIMES (WS-FIND-IDX)
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 7800-SPOOL-LINE THRU 7800-EXIT
               MOVE SPACES TO WS-SPL-TEXT
               STRING "      "
                      FUNCTION TRIM(WS-FND-PATH (WS-FIND-IDX))
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 7800-SPOOL-LINE THRU 7800-EXIT
               MOVE SPACES TO WS-SPL-TEXT
               STRING "      "
                      FUNCTION TRIM(WS-FND-DETAIL (WS-FIND-IDX))
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 7800-SPOOL-LINE THRU 7800-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *> The finding's slice: the check that raised it, and the mode
      *> and tradition of its path (a tradition directory's dialogue
      *> is a conversation of that tradition).
       2200-SPOOL-FINDING-BREAKS.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "CHECK|" WS-FND-CHECK (WS-FIND-IDX)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 7900-SPOOL-BREAK THRU 7900-EXIT.
           IF WS-FND-PATH (WS-FIND-IDX) = SPACES
               GO TO 2200-EXIT
           END-IF.
           MOVE SPACES TO WS-FND-SEGMENT WS-FND-REST.
           UNSTRING WS-FND-PATH (WS-FIND-IDX) DELIMITED BY "/"
               INTO WS-FND-SEGMENT WS-FND-REST
           END-UNSTRING.
           MOVE SPACES TO WS-SPL-TEXT.
           IF WS-FND-SEGMENT = "forum" OR "judgment" OR "reenactment"
               STRING "MODE|" WS-FND-SEGMENT
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 7900-SPOOL-BREAK THRU 7900-EXIT
           ELSE
               MOVE "MODE|conversation" TO WS-SPL-TEXT
               PERFORM 7900-SPOOL-BREAK THRU 7900-EXIT
               MOVE SPACES TO WS-SPL-TEXT
               STRING "TRADITION|" WS-FND-SEGMENT
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 7900-SPOOL-BREAK THRU 7900-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

       3000-COMMAND-CYCLE.
           DISPLAY "Disposition (<n> A/F/P, L to relist, Q to quit): "
               WITH NO ADVANCING.
       8100-EXIT.
           EXIT.

      *> One listing line to the console, and to the spool member
      *> while the opening listing is open.
       7800-SPOOL-LINE.
           MOVE "LINE" TO WS-SPL-ACTION.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
       7800-EXIT.
           EXIT.

       7900-SPOOL-BREAK.
           MOVE "BRK " TO WS-SPL-ACTION.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
       7900-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
