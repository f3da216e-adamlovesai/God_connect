      *> audit trail and a dispositioned debate drops off the next
      *> listing.
      *>
      *> The session's opening listing is spooled (DLGSPOOL, class
      *> DAILY) with break records - the debate's MODE and the
      *> TRADITION of every speaker quoted - so REPORT-BURST can
      *> send each chaplain the debates their tradition is in.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-08-22.
      *>                      order on batch/regen_orders.dat
      *>                      carrying the topic and cast for
      *>                      the generation slate).
      *>     2026-10-15  DO   The opening listing is spooled with
      *>                      MODE and TRADITION break records for
      *>                      REPORT-BURST; the worst exchanges
      *>                      are gathered before the debate line
      *>                      prints so its breaks lead it.
      *>     2026-10-15  DO   Only the run's parish's records are
      *>                      taken (DLGPRSH CODE); another parish's
      *>                      are passed over.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODERATION-REVIEW.
       01  WS-MSG-ERA               PIC X(60).
       01  WS-MSG-TONE              PIC X(15).
       01  WS-QUOTED                PIC 9(02) VALUE 0.
      *> The debate's worst exchanges, gathered before it prints.
       01  WS-QUOTE-TABLE.
           05  WS-QUOTE-ENTRY OCCURS 3 TIMES.
               10  WS-QUOTE-TEXT     PIC X(132).
               10  WS-QUOTE-TRADITION PIC X(60).
       01  WS-QUOTE-POS             PIC 9(02) VALUE 0.
       01  WS-ENT-SEGMENT           PIC X(40).
       01  WS-ENT-REST              PIC X(200).

       01  WS-SPL-ACTION            PIC X(04).
       01  WS-SPL-PGM               PIC X(30)
           VALUE "MODERATION-REVIEW".
       01  WS-SPL-CLASS             PIC X(10) VALUE "DAILY".
       01  WS-SPL-TEXT              PIC X(132).

       01  WS-SCAN-POS              PIC 9(03) VALUE 0.
       01  WS-FOUND-POS             PIC 9(03) VALUE 0.
       01  WS-RG-BUILD              PIC X(120).
       01  WS-RG-HITS               PIC 9(02) VALUE 0.

      *> Whose a side-file record is (DLGPRSH CODE).
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "MODERATION-REVIEW".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).
       01  WS-PRS-SKIP              PIC X(01).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
               DISPLAY "MODERATION-REVIEW: the queue is empty"
               STOP RUN
           END-IF.
      *> Only the opening listing goes to the spool; a relist is
      *> for the console.
           MOVE "OPEN" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           PERFORM 2000-SHOW-PENDING THRU 2000-EXIT.
           MOVE "CLOS" TO WS-SPL-ACTION.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           PERFORM 3000-COMMAND-CYCLE THRU 3000-EXIT
               UNTIL MODERATOR-QUIT.
           DISPLAY "MODERATION-REVIEW: session ended".
           IF WS-ENT-COUNT >= WS-ENT-MAX
               GO TO 1200-EXIT
           END-IF.
           PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT.
           IF WS-PRS-RC NOT = "00"
               GO TO 1200-EXIT
           END-IF.
           UNSTRING QUEUE-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-PATH WS-IN-TOPIC WS-IN-SCORE
           END-UNSTRING.

       2000-SHOW-PENDING.
           MOVE 0 TO WS-SHOWN.
           MOVE " " TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "MODERATION QUEUE - pending debates" TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "------------------------------------------------"
               TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           PERFORM 2100-SHOW-ONE-ENTRY THRU 2100-EXIT
               VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-ENT-COUNT.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8200-SPOOL-BREAK THRU 8200-EXIT.
           IF WS-SHOWN = 0
               MOVE "  (none pending - every debate has a ruling)"
                   TO WS-SPL-TEXT
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-SHOWN.
           PERFORM 2200-QUOTE-WORST THRU 2200-EXIT.
           PERFORM 2300-SPOOL-ENTRY-BREAKS THRU 2300-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING WS-SCAN-POS ". [score "
                  WS-ENT-SCORE (WS-SCAN-POS) "] "
                  FUNCTION TRIM(WS-ENT-TOPIC (WS-SCAN-POS))
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           PERFORM 2400-SPOOL-ONE-QUOTE THRU 2400-EXIT
               VARYING WS-QUOTE-POS FROM 1 BY 1
               UNTIL WS-QUOTE-POS > WS-QUOTED.
       2100-EXIT.
           EXIT.

      *> Quote the debate's HOSTILE messages, at most three.
       2200-QUOTE-WORST.
           MOVE 0 TO WS-QUOTED.
           MOVE SPACES TO WS-QUOTE-TABLE.
           MOVE "N" TO WS-EOF-DATA.
           OPEN INPUT DATA-FILE.
           PERFORM 2210-SCAN-ONE-LINE THRU 2210-EXIT
                               AND WS-MSG-TONE = "HOSTILE"
                               AND WS-QUOTED < 3
                           ADD 1 TO WS-QUOTED
                           STRING "      ["
                                  FUNCTION TRIM(
                                      WS-MSG-SPEAKER-NAME)
                                  ", HOSTILE] "
                                  WS-MSG-CONTENT(1:70)
                               DELIMITED BY SIZE
                               INTO WS-QUOTE-TEXT (WS-QUOTED)
                           END-STRING
                           MOVE WS-MSG-SPEAKER-TRADITION
                               TO WS-QUOTE-TRADITION (WS-QUOTED)
                       END-IF
                   END-IF
           END-READ.
       2210-EXIT.
           EXIT.

      *> The debate's slice: its mode (a tradition directory's
      *> dialogue is a conversation of that tradition) and the
      *> tradition of every speaker quoted.
       2300-SPOOL-ENTRY-BREAKS.
           MOVE SPACES TO WS-ENT-SEGMENT WS-ENT-REST.
           UNSTRING WS-ENT-PATH (WS-SCAN-POS) DELIMITED BY "/"
               INTO WS-ENT-SEGMENT WS-ENT-REST
           END-UNSTRING.
           MOVE SPACES TO WS-SPL-TEXT.
           IF WS-ENT-SEGMENT = "forum" OR "judgment" OR "reenactment"
               STRING "MODE|" WS-ENT-SEGMENT
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 8200-SPOOL-BREAK THRU 8200-EXIT
           ELSE
               MOVE "MODE|conversation" TO WS-SPL-TEXT
               PERFORM 8200-SPOOL-BREAK THRU 8200-EXIT
               MOVE SPACES TO WS-SPL-TEXT
               STRING "TRADITION|" WS-ENT-SEGMENT
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 8200-SPOOL-BREAK THRU 8200-EXIT
           END-IF.
           PERFORM 2310-SPOOL-QUOTE-BREAK THRU 2310-EXIT
               VARYING WS-QUOTE-POS FROM 1 BY 1
               UNTIL WS-QUOTE-POS > WS-QUOTED.
       2300-EXIT.
           EXIT.

       2310-SPOOL-QUOTE-BREAK.
           IF WS-QUOTE-TRADITION (WS-QUOTE-POS) = SPACES
               GO TO 2310-EXIT
           END-IF.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "TRADITION|" WS-QUOTE-TRADITION (WS-QUOTE-POS)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8200-SPOOL-BREAK THRU 8200-EXIT.
       2310-EXIT.
           EXIT.

       2400-SPOOL-ONE-QUOTE.
           MOVE WS-QUOTE-TEXT (WS-QUOTE-POS) TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
       2400-EXIT.
           EXIT.

       3000-COMMAND-CYCLE.
           DISPLAY "Ruling (<n> K/W/E/S/R, L to relist, "
                   "Q to quit): "
       3320-EXIT.
           EXIT.

      *> One listing line to the console, and to the spool member
      *> while the opening listing is open.
       8000-SPOOL-LINE.
           MOVE "LINE" TO WS-SPL-ACTION.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
       8000-EXIT.
           EXIT.

       8200-SPOOL-BREAK.
           MOVE "BRK " TO WS-SPL-ACTION.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
       8200-EXIT.
           EXIT.

      *> The record's parish column (or, blank, its path's
      *> parish) against the run's view; WS-PRS-RC "04" is another
      *> parish's record, passed over.
       8900-JUDGE-PARISH.
           MOVE SPACES TO WS-PRS-PARISH WS-PRS-TEXT.
           UNSTRING QUEUE-LINE DELIMITED BY "|"
               INTO WS-PRS-SKIP WS-PRS-TEXT WS-PRS-SKIP
                    WS-PRS-SKIP WS-PRS-SKIP WS-PRS-SKIP
                    WS-PRS-SKIP WS-PRS-SKIP WS-PRS-PARISH
           END-UNSTRING.
           MOVE "CODE" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
       8900-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
