      *>                      well as the console, so last
      *>                      Tuesday's numbers can be reprinted
      *>                      from last Tuesday's member.
      *>     2026-10-15  DO   A spool break record (TRADITION)
      *>                      marks each tradition's lines so
      *>                      REPORT-BURST can send every
      *>                      chaplain their own slice.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRADITION-ENGAGEMENT.
           VALUE "TRADITION-ENGAGEMENT".
       01  WS-SPL-CLASS             PIC X(10) VALUE "BOARD".
       01  WS-SPL-TEXT              PIC X(132).
       01  WS-LAST-TRADITION        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           EXIT.

       3100-PRINT-ONE-BUCKET.
           IF WS-B-TRADITION (WS-B-IDX) NOT = WS-LAST-TRADITION
               MOVE WS-B-TRADITION (WS-B-IDX) TO WS-LAST-TRADITION
               MOVE "BRK " TO WS-SPL-ACTION
               MOVE SPACES TO WS-SPL-TEXT
               STRING "TRADITION|" WS-LAST-TRADITION
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                     WS-SPL-CLASS WS-SPL-TEXT
           END-IF.
           MOVE "LINE" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING WS-B-TRADITION (WS-B-IDX) (1:20) " "

       4000-FINISH.
           CLOSE CATALOG-FILE.
           MOVE "BRK " TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           MOVE "LINE" TO WS-SPL-ACTION.
           MOVE "--------------------------------------"
               TO WS-SPL-TEXT.
