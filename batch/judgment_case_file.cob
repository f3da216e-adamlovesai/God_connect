      *>                      resolved message fragments instead of
      *>                      file names, and report the resolved
      *>                      path in the related diagnostics.
      *>     2026-10-15  DO   The master key carries a sub-key;
      *>                      the keyed reads clear it to reach
      *>                      the live H and M records.
      *>     2026-10-15  DO   A sensitive or privacy-classified
      *>                      case rendered goes on the
      *>                      read-access trail (DLGREAD).
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUDGMENT-CASE-FILE.
       01  WS-MSG-TRADITION-OVERFLOW PIC X(40).

       01  WS-CASES-SHOWN            PIC 9(04) VALUE 0.
       01  WS-READ-PGM               PIC X(30).
       01  WS-READ-PATH              PIC X(200).
       01  WS-READ-PURPOSE           PIC X(10).
       01  WS-READ-RC                PIC X(02).

       01  WS-PARTICIPANT-MAX        PIC 9(04) VALUE 20.
       01  WS-PARTICIPANT-COUNT      PIC 9(04) VALUE 0.

       2200-RENDER-HEADER.
           MOVE 0 TO WS-PARTICIPANT-COUNT.
           MOVE "JUDGMENT-CASE-FILE" TO WS-READ-PGM.
           MOVE WS-CUR-PATH TO WS-READ-PATH.
           MOVE "JUDGMENT" TO WS-READ-PURPOSE.
           CALL "DLGREAD" USING WS-READ-PGM WS-READ-PATH
                                WS-READ-PURPOSE WS-READ-RC.
           DISPLAY "================================================".
           DISPLAY "  TERRESTRIAL CHURCH - COURT OF RECORD".
           DISPLAY "  CASE: " WS-CUR-TOPIC.
           SET MASTER-WAS-USED TO TRUE.
           MOVE WS-FILTER-PATH TO MST-PATH.
           MOVE 0 TO MST-SEQ.
           MOVE SPACES TO MST-SUB.
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "JUDGMENT-CASE-FILE: no record found for "
       4100-FETCH-ONE-MESSAGE.
           MOVE WS-FILTER-PATH TO MST-PATH.
           MOVE WS-FETCH-SEQ TO MST-SEQ.
           MOVE SPACES TO MST-SUB.
           READ MASTER-FILE
               INVALID KEY
                   SET MASTER-FETCH-DONE TO TRUE
