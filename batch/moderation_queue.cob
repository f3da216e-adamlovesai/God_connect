      *> argument, default 30) are appended to the moderation queue
      *> batch/moderation_queue.dat:
      *>
      *>     Q|path|topic|score|hostile|toned|first-hostile-seq|stamp|
      *>       parish
      *>
      *> A path already on the queue is not re-queued, so reruns only
      *> add debates that newly crossed the line. MODERATION-REVIEW
      *>                      DLGNTFY for the outbox gateway.
      *>     2026-09-02  DO   Job accounting: runs journal their
      *>                      execution through DLGACCT.
      *>     2026-10-15  DO   Records carry the parish of the
      *>                      dialogue they are about (DLGPRSH
      *>                      PATH).
      *>     2026-10-15  DO   The extract is resolved whole-
      *>                      installation (dialogue_data.dat@*)
      *>                      whatever parish the run views.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODERATION-QUEUE.
       01  WS-ACC-OUT               PIC 9(07) VALUE 0.
       01  WS-ACC-RC                PIC 9(02) VALUE 0.

      *> The parish a new record is filed under (DLGPRSH).
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "MODERATION-QUEUE".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
                  WS-RUN-TIMESTAMP             DELIMITED BY SIZE
                  INTO QUEUE-LINE
           END-STRING.
           MOVE WS-CUR-PATH TO WS-PRS-TEXT.
           MOVE "PATH" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
           IF WS-PRS-PARISH NOT = SPACES
               MOVE SPACES TO WS-PRS-TEXT
               STRING FUNCTION TRIM(QUEUE-LINE TRAILING)
                                         DELIMITED BY SIZE
                      "|"                DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PRS-PARISH)
                                         DELIMITED BY SIZE
                      INTO WS-PRS-TEXT
               END-STRING
               MOVE WS-PRS-TEXT TO QUEUE-LINE
           END-IF.
           WRITE QUEUE-LINE.
           CLOSE QUEUE-FILE.
           DISPLAY "QUEUED (score " WS-SCORE "): "
      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "dialogue_data.dat@*" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "moderation_queue.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
