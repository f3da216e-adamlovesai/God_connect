      *>                      is walked too, appearances labeled
      *>                      [ARCHIVED], and the totals name the
      *>                      portion that came from archive.
      *>     2026-10-15  DO   An appearance shown from a sensitive
      *>                      or privacy-classified dialogue goes
      *>                      on the read-access trail (DLGREAD).
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSONA-DOSSIER.
       01  WS-SCOPE-PGM             PIC X(30).
       01  WS-SCOPE-PATH            PIC X(200).
       01  WS-SCOPE-RC              PIC X(02).
       01  WS-READ-PGM              PIC X(30).
       01  WS-READ-PATH             PIC X(200).
       01  WS-READ-PURPOSE          PIC X(10).
       01  WS-READ-RC               PIC X(02).
       01  WS-CUR-TOPIC             PIC X(80).
       01  WS-CUR-MODE              PIC X(20).

               END-IF
           END-IF.
           ADD 1 TO WS-TOTAL-APPEARANCES.
           MOVE "PERSONA-DOSSIER" TO WS-READ-PGM.
           MOVE WS-MSG-PATH TO WS-READ-PATH.
           MOVE "RESEARCH" TO WS-READ-PURPOSE.
           CALL "DLGREAD" USING WS-READ-PGM WS-READ-PATH
                                WS-READ-PURPOSE WS-READ-RC.
           IF WS-FROM-ARCHIVE = "Y"
               ADD 1 TO WS-ARC-APPEARANCES
               DISPLAY "  [ARCHIVED - counted from the preserved "
