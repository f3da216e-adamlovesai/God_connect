      *>                      (trailing origin column on the H)
      *>                      show an [ORIGIN] marker in the
      *>                      listing.
      *>     2026-10-15  DO   A sensitive or privacy-classified
      *>                      dialogue rendered goes on the
      *>                      read-access trail (DLGREAD).
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-CONSOLE.
       01  WS-SCOPE-PGM             PIC X(30).
       01  WS-SCOPE-PATH            PIC X(200).
       01  WS-SCOPE-RC              PIC X(02).
       01  WS-READ-PGM              PIC X(30).
       01  WS-READ-PATH             PIC X(200).
       01  WS-READ-PURPOSE          PIC X(10).
       01  WS-READ-RC               PIC X(02).
       01  WS-CUR-PATH              PIC X(200).
       01  WS-CUR-TOPIC             PIC X(80).
       01  WS-CUR-MODE              PIC X(20).
               IF WS-CUR-VERDICT NOT = SPACES
                   DISPLAY "Verdict: " WS-CUR-VERDICT
               END-IF
               MOVE "OPERATOR-CONSOLE" TO WS-READ-PGM
               MOVE WS-TARGET-PATH TO WS-READ-PATH
               MOVE "BROWSE" TO WS-READ-PURPOSE
               CALL "DLGREAD" USING WS-READ-PGM WS-READ-PATH
                                    WS-READ-PURPOSE WS-READ-RC
               DISPLAY "--- End " FUNCTION TRIM(WS-CUR-MODE) ": "
                       WS-CUR-MSGCOUNT " message(s) - " WS-CUR-TOPIC
                       " ---"
