      *>         applies
      *>     QUARANTINE      files on batch/quarantine.lst
      *>
      *> The moderation, appeal and question depths count only the
      *> run's parish view (DLGPRSH CODE), as SLA-SWEEP does.
      *>
      *> A period already on the history is never written twice -
      *> reruns are safe, and a restatement needs a deliberate hand
      *> edit under change control. STATS-SERIES reports any
      *>
      *> MODIFICATION HISTORY
      *>     2026-09-02  DO   Initial version.
      *>     2026-10-15  DO   Moderation, appeal and question
      *>                      depths follow the run's parish view
      *>                      (DLGPRSH CODE).
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATS-SNAPSHOT.
       01  WS-VALUE                 PIC 9(09).
       01  WS-ROWS-WRITTEN          PIC 9(03) VALUE 0.

      *> Whose a side-file record is (DLGPRSH CODE).
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "STATS-SNAPSHOT".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
               NOT AT END
                   EVALUATE TRUE
                       WHEN MODQ-LINE(1:2) = "Q|"
                           MOVE SPACES TO WS-PRS-PARISH
                           UNSTRING MODQ-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                    WS-IN-F4 WS-IN-F5 WS-IN-F6
                                    WS-IN-F7 WS-IN-F8 WS-PRS-PARISH
                           END-UNSTRING
                           MOVE WS-IN-F2 TO WS-PRS-TEXT
                           PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT
                           IF WS-PRS-RC = "00"
                               ADD 1 TO WS-OPEN-MOD
                           END-IF
                       WHEN MODQ-LINE(1:2) = "D|"
                           UNSTRING MODQ-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2
                           END-UNSTRING
                           MOVE WS-IN-F2 TO WS-PRS-TEXT
                           MOVE SPACES TO WS-PRS-PARISH
                           PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT
                           IF WS-PRS-RC = "00"
                               SUBTRACT 1 FROM WS-OPEN-MOD
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               NOT AT END
                   EVALUATE TRUE
                       WHEN APPEALS-LINE(1:2) = "P|"
                           MOVE SPACES TO WS-PRS-PARISH
                           UNSTRING APPEALS-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                    WS-IN-F4 WS-IN-F5 WS-PRS-PARISH
                           END-UNSTRING
                           MOVE WS-IN-F2 TO WS-PRS-TEXT
                           PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT
                           IF WS-PRS-RC = "00"
                               ADD 1 TO WS-OPEN-APPEALS
                           END-IF
                       WHEN APPEALS-LINE(1:2) = "R|"
                           UNSTRING APPEALS-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2
                           END-UNSTRING
                           MOVE WS-IN-F2 TO WS-PRS-TEXT
                           MOVE SPACES TO WS-PRS-PARISH
                           PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT
                           IF WS-PRS-RC = "00"
                               SUBTRACT 1 FROM WS-OPEN-APPEALS
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               NOT AT END
                   EVALUATE TRUE
                       WHEN QBOX-LINE(1:2) = "Q|"
                           MOVE SPACES TO WS-PRS-PARISH
                           UNSTRING QBOX-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                    WS-IN-F4 WS-IN-F5 WS-IN-F6
                                    WS-PRS-PARISH
                           END-UNSTRING
                           MOVE SPACES TO WS-PRS-TEXT
                           PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT
                           IF WS-QA-COUNT < WS-QA-MAX
                                   AND WS-PRS-RC = "00"
                               ADD 1 TO WS-QA-COUNT
                               MOVE WS-IN-F2(1:4)
                                   TO WS-QA-NUM (WS-QA-COUNT)
       5200-EXIT.
           EXIT.

      *> The record's parish column in WS-PRS-PARISH (blank
      *> falls back to the path in WS-PRS-TEXT) against the run's
      *> view; WS-PRS-RC "04" is another parish's record.
       8900-JUDGE-PARISH.
           MOVE "CODE" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
       8900-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
