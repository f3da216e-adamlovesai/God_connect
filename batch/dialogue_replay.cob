      *>                      resolved message fragments instead of
      *>                      file names, and report the resolved
      *>                      path in the related diagnostics.
      *>     2026-10-15  DO   The master key carries a sub-key;
      *>                      the keyed reads clear it to reach
      *>                      the live H and M records.
      *>     2026-10-15  DO   A sensitive or privacy-classified
      *>                      dialogue replayed goes on the
      *>                      read-access trail (DLGREAD).
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIALOGUE-REPLAY.
           88  MASTER-FETCH-DONE               VALUE "Y".
       01  WS-FETCH-SEQ              PIC 9(04) VALUE 0.

       01  WS-READ-PGM               PIC X(30).
       01  WS-READ-PATH              PIC X(200).
       01  WS-READ-PURPOSE           PIC X(10).
       01  WS-READ-RC                PIC X(02).

       01  WS-CUR-PATH               PIC X(200).
       01  WS-CUR-TOPIC              PIC X(80).
       01  WS-CUR-MODE               PIC X(20).
           IF WS-CUR-PATH = WS-TARGET-PATH
               SET TARGET-WAS-FOUND TO TRUE
               SET IN-TARGET-CONV TO TRUE
               MOVE "DIALOGUE-REPLAY" TO WS-READ-PGM
               MOVE WS-CUR-PATH TO WS-READ-PATH
               MOVE "REVIEW" TO WS-READ-PURPOSE
               CALL "DLGREAD" USING WS-READ-PGM WS-READ-PATH
                                    WS-READ-PURPOSE WS-READ-RC
               PERFORM 2300-RENDER-HEADER THRU 2300-EXIT
           ELSE
               MOVE "N" TO WS-IN-TARGET
           SET MASTER-WAS-USED TO TRUE.
           MOVE WS-TARGET-PATH TO MST-PATH.
           MOVE 0 TO MST-SEQ.
           MOVE SPACES TO MST-SUB.
           READ MASTER-FILE
               INVALID KEY
                   CLOSE MASTER-FILE
       4100-FETCH-ONE-MESSAGE.
           MOVE WS-TARGET-PATH TO MST-PATH.
           MOVE WS-FETCH-SEQ TO MST-SEQ.
           MOVE SPACES TO MST-SUB.
           READ MASTER-FILE
               INVALID KEY
                   SET MASTER-FETCH-DONE TO TRUE
