      *> Usage:
      *>     cobc -x -std=ibm -I COPYLIB -o daily_digest daily_digest.cob
      *>     ./daily_digest 2026-02-14 2026-02-16
      *>     ./daily_digest PREVBUS ABSTRACT
      *>
      *> The word ABSTRACT, with any window, prints each dialogue's
      *> abstract (ABSTRACT-BUILD, through DLGABST) under its entry.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *>                      batch/shop_config.dat) at startup;
      *>                      the delivered default reproduces
      *>                      the standard batch/ layout.
      *>     2026-10-15  DO   ABSTRACT on the command line prints
      *>                      each dialogue's abstract under its
      *>                      entry (DLGABST, DLGABS01).
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAILY-DIGEST.
       01  WS-HITS                 PIC 9(04) VALUE 0.
       01  WS-MATCH-COUNT          PIC 9(04) VALUE 0.

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
               MOVE FUNCTION TRIM(WS-CMD-LINE LEADING) TO WS-ABS-ARGS
               MOVE WS-ABS-ARGS TO WS-CMD-LINE
               SET ABS-REQUESTED TO TRUE
               MOVE 64 TO WS-ABS-WIDTH
           END-IF.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD.
           STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
               WS-TODAY-RAW(7:2)
           DISPLAY "  MODE:      " WS-CUR-MODE.
           DISPLAY "  TRADITION: " WS-CUR-TRADITION.
           DISPLAY "  GENERATED: " WS-CUR-DATE.
           IF ABS-REQUESTED
               PERFORM 2300-SHOW-ABSTRACT THRU 2300-EXIT
           END-IF.
           DISPLAY " ".
       2200-EXIT.
           EXIT.

      *> The dialogue's abstract, indented under the entry.
       2300-SHOW-ABSTRACT.
           MOVE WS-CUR-PATH TO WS-ABS-PATH.
           MOVE 1 TO WS-ABS-SEQ.
           CALL "DLGABST" USING WS-ABS-PATH WS-ABS-WIDTH WS-ABS-SEQ
                                WS-ABS-TEXT WS-ABS-RC.
           IF WS-ABS-RC = "00"
               DISPLAY "  ABSTRACT:"
           END-IF.
           PERFORM 2310-SHOW-ABSTRACT-LINE THRU 2310-EXIT
               UNTIL WS-ABS-RC NOT = "00".
       2300-EXIT.
           EXIT.

       2310-SHOW-ABSTRACT-LINE.
           DISPLAY "    " FUNCTION TRIM(WS-ABS-TEXT TRAILING).
           ADD 1 TO WS-ABS-SEQ.
           CALL "DLGABST" USING WS-ABS-PATH WS-ABS-WIDTH WS-ABS-SEQ
                                WS-ABS-TEXT WS-ABS-RC.
       2310-EXIT.
           EXIT.

       3000-FINISH.
           CLOSE CATALOG-FILE.
           DISPLAY "------------------------------------------------".
