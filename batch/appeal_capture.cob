      *> batch/appeals.dat, one append-only record stream over the
      *> judgment verdicts:
      *>
      *>     P|path|appellant|grounds|filed-stamp|parish
      *>     R|path|disposition|disposition verdict|operator|stamp|
      *>       parish
      *>
      *> Commands:
      *>     appeal_capture FILE "path|appellant|grounds text"
      *>                      shared enqueue (DLGENQ) so parallel
      *>                      captures serialize instead of
      *>                      interleaving.
      *>     2026-10-15  DO   Records carry the parish of the
      *>                      dialogue they are about (DLGPRSH
      *>                      PATH).
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPEAL-CAPTURE.
       01  WS-ENQ-RESOURCE          PIC X(20).
       01  WS-ENQ-RC                PIC X(02).

      *> The parish a new record is filed under (DLGPRSH).
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "APPEAL-CAPTURE".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
                  WS-RUN-TIMESTAMP            DELIMITED BY SIZE
                  INTO APPEAL-LINE
           END-STRING.
           MOVE WS-ARG-PATH TO WS-PRS-TEXT.
           MOVE "PATH" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
           IF WS-PRS-PARISH NOT = SPACES
               MOVE SPACES TO WS-PRS-TEXT
               STRING FUNCTION TRIM(APPEAL-LINE TRAILING)
                                         DELIMITED BY SIZE
                      "|"                DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PRS-PARISH)
                                         DELIMITED BY SIZE
                      INTO WS-PRS-TEXT
               END-STRING
               MOVE WS-PRS-TEXT TO APPEAL-LINE
           END-IF.
           WRITE APPEAL-LINE.
           CLOSE APPEAL-FILE.
           MOVE "DEQ" TO WS-ENQ-ACTION.
                  WS-RUN-TIMESTAMP            DELIMITED BY SIZE
                  INTO APPEAL-LINE
           END-STRING.
           MOVE WS-ARG-PATH TO WS-PRS-TEXT.
           MOVE "PATH" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
           IF WS-PRS-PARISH NOT = SPACES
               MOVE SPACES TO WS-PRS-TEXT
               STRING FUNCTION TRIM(APPEAL-LINE TRAILING)
                                         DELIMITED BY SIZE
                      "|"                DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PRS-PARISH)
                                         DELIMITED BY SIZE
                      INTO WS-PRS-TEXT
               END-STRING
               MOVE WS-PRS-TEXT TO APPEAL-LINE
           END-IF.
           WRITE APPEAL-LINE.
           CLOSE APPEAL-FILE.
           MOVE "DEQ" TO WS-ENQ-ACTION.
