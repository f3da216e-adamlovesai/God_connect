      *>                      verified (DLGCTLV) before the case
      *>                      is consumed, as the other readers
      *>                      do.
      *>     2026-10-15  DO   A sensitive or privacy-classified
      *>                      case rendered goes on the
      *>                      read-access trail (DLGREAD).
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPEAL-CASE-FILE.
       01  WS-CUR-TOPIC             PIC X(80) VALUE SPACES.
       01  WS-CUR-VERDICT           PIC X(240) VALUE SPACES.
       01  WS-FOUND-CASE            PIC X(01) VALUE "N".
       01  WS-READ-PGM              PIC X(30).
       01  WS-READ-PATH             PIC X(200).
       01  WS-READ-PURPOSE          PIC X(10).
       01  WS-READ-RC               PIC X(02).

      *> The procedural history in filing order.
       01  WS-AP-MAX                PIC 9(02) VALUE 20.
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "APPEAL-CASE-FILE" TO WS-READ-PGM.
           MOVE WS-ARG-PATH TO WS-READ-PATH.
           MOVE "APPEAL" TO WS-READ-PURPOSE.
           CALL "DLGREAD" USING WS-READ-PGM WS-READ-PATH
                                WS-READ-PURPOSE WS-READ-RC.
           PERFORM 3000-RENDER THRU 3000-EXIT.
           STOP RUN.

