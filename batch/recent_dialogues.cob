      *>     cobc -x -std=ibm -I COPYLIB -o recent_dialogues
      *>         recent_dialogues.cob
      *>     ./recent_dialogues 10
      *>     ./recent_dialogues 10 ABSTRACT
      *>
      *> The word ABSTRACT prints each dialogue's abstract
      *> (ABSTRACT-BUILD, through DLGABST) under its line.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *>                      (trailing origin column on the H)
      *>                      show an [ORIGIN] marker in the
      *>                      listing.
      *>     2026-10-15  DO   ABSTRACT on the command line prints
      *>                      each dialogue's abstract under its
      *>                      line (DLGABST, DLGABS01).
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECENT-DIALOGUES.
       01  WS-RANK                  PIC 9(04).
       01  WS-LIMIT                 PIC 9(04).

           COPY DLGABS01.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.

       1000-INITIALIZE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           INSPECT WS-CMD-LINE TALLYING WS-ABS-HITS
               FOR ALL "ABSTRACT".
           IF WS-ABS-HITS > 0
               INSPECT WS-CMD-LINE REPLACING ALL "ABSTRACT"
                   BY SPACES
               SET ABS-REQUESTED TO TRUE
               MOVE 66 TO WS-ABS-WIDTH
           END-IF.
           IF WS-CMD-LINE NOT = SPACES
               AND FUNCTION TRIM(WS-CMD-LINE) IS NUMERIC
               MOVE FUNCTION TRIM(WS-CMD-LINE) TO WS-SHOW-COUNT
                   WS-E-MODE (WS-E-IDX) (1:12) " "
                   WS-E-TOPIC (WS-E-IDX) (1:40)
                   FUNCTION TRIM(WS-ORG-MARK).
           IF ABS-REQUESTED
               PERFORM 4200-PRINT-ABSTRACT THRU 4200-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *> The dialogue's abstract, indented under its line.
       4200-PRINT-ABSTRACT.
           MOVE WS-E-PATH (WS-E-IDX) TO WS-ABS-PATH.
           MOVE 1 TO WS-ABS-SEQ.
           CALL "DLGABST" USING WS-ABS-PATH WS-ABS-WIDTH WS-ABS-SEQ
                                WS-ABS-TEXT WS-ABS-RC.
           PERFORM 4210-PRINT-ABSTRACT-LINE THRU 4210-EXIT
               UNTIL WS-ABS-RC NOT = "00".
       4200-EXIT.
           EXIT.

       4210-PRINT-ABSTRACT-LINE.
           DISPLAY "      " FUNCTION TRIM(WS-ABS-TEXT TRAILING).
           ADD 1 TO WS-ABS-SEQ.
           CALL "DLGABST" USING WS-ABS-PATH WS-ABS-WIDTH WS-ABS-SEQ
                                WS-ABS-TEXT WS-ABS-RC.
       4210-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
