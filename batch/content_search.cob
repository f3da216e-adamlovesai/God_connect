      *>                      the refusal logged.
      *>     2026-09-02  DO   Job accounting: runs journal their
      *>                      execution through DLGACCT.
      *>     2026-10-15  DO   A hit shown from a sensitive or
      *>                      privacy-classified dialogue goes on
      *>                      the read-access trail (DLGREAD).
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTENT-SEARCH.
       01  WS-SCOPE-PGM             PIC X(30).
       01  WS-SCOPE-PATH            PIC X(200).
       01  WS-SCOPE-RC              PIC X(02).
       01  WS-READ-PGM              PIC X(30).
       01  WS-READ-PATH             PIC X(200).
       01  WS-READ-PURPOSE          PIC X(10).
       01  WS-READ-RC               PIC X(02).

       01  WS-RECORD-TYPE           PIC X(01).
       01  WS-CUR-PATH              PIC X(200).
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WS-MATCHES-SHOWN.
           MOVE "CONTENT-SEARCH" TO WS-READ-PGM.
           MOVE WS-MSG-PATH TO WS-READ-PATH.
           MOVE "SEARCH" TO WS-READ-PURPOSE.
           CALL "DLGREAD" USING WS-READ-PGM WS-READ-PATH
                                WS-READ-PURPOSE WS-READ-RC.
           DISPLAY "MATCH: " FUNCTION TRIM(WS-CUR-TOPIC).
           DISPLAY "  MODE: " FUNCTION TRIM(WS-CUR-MODE)
                   "  MSG " WS-MSG-SEQ "  SPEAKER: "
