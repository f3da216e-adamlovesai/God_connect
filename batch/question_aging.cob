      *>
      *> MODIFICATION HISTORY
      *>     2026-08-22  DO   Initial version.
      *>     2026-10-15  DO   Only the run's parish's questions are
      *>                      taken (DLGPRSH CODE); another parish's
      *>                      are passed over.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUESTION-AGING.
       01  WS-SCAN-POS              PIC 9(03) VALUE 0.
       01  WS-OPEN-COUNT            PIC 9(03) VALUE 0.

      *> Whose a side-file record is (DLGPRSH CODE).
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "QUESTION-AGING".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).
       01  WS-PRS-SKIP              PIC X(01).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           IF WS-QN-COUNT >= WS-QN-MAX
               GO TO 1100-EXIT
           END-IF.
           PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT.
           IF WS-PRS-RC NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           UNSTRING QBOX-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-NUM WS-IN-F3 WS-IN-F4
                    WS-IN-F5 WS-IN-F6
       2000-EXIT.
           EXIT.

      *> The record's parish column (or, blank, its path's
      *> parish) against the run's view; WS-PRS-RC "04" is another
      *> parish's record, passed over.
       8900-JUDGE-PARISH.
           MOVE SPACES TO WS-PRS-PARISH WS-PRS-TEXT.
           UNSTRING QBOX-LINE DELIMITED BY "|"
               INTO WS-PRS-SKIP WS-PRS-SKIP WS-PRS-SKIP
                    WS-PRS-SKIP WS-PRS-SKIP WS-PRS-SKIP
                    WS-PRS-PARISH
           END-UNSTRING.
           MOVE "CODE" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
       8900-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
