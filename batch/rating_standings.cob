      *>     2026-09-02  DO   The report writes through the
      *>                      report spool (DLGSPOOL, class
      *>                      BOARD) as well as the console.
      *>     2026-10-15  DO   Only the run's parish's records are
      *>                      taken (DLGPRSH CODE); another parish's
      *>                      are passed over.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATING-STANDINGS.
       01  WS-SPL-CLASS             PIC X(10) VALUE "BOARD".
       01  WS-SPL-TEXT              PIC X(132).

      *> Whose a side-file record is (DLGPRSH CODE).
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "RATING-STANDINGS".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).
       01  WS-PRS-SKIP              PIC X(01).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
                           INTO WS-IN-TAG WS-IN-PATH WS-IN-SCORE
                                WS-IN-FLAGS WS-IN-WHO
                       END-UNSTRING
                       PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT
                       IF WS-PRS-RC = "00"
                           PERFORM 1600-KEEP-REVIEW THRU 1600-EXIT
                       END-IF
                   END-IF
           END-READ.
       1500-EXIT.
       4311-EXIT.
           EXIT.

      *> The record's parish column (or, blank, its path's
      *> parish) against the run's view; WS-PRS-RC "04" is another
      *> parish's record, passed over.
       8900-JUDGE-PARISH.
           MOVE SPACES TO WS-PRS-PARISH WS-PRS-TEXT.
           UNSTRING RATING-LINE DELIMITED BY "|"
               INTO WS-PRS-SKIP WS-PRS-TEXT WS-PRS-SKIP
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
