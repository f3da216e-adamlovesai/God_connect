      *> gap - largest gap first, reader comments quoted under a
      *> flagged line. Two bulletins led with judgment-mode
      *> material the reviewers loved and the congregation found
      *> cold; this is how we know instead of guess. Responses and
      *> ratings outside the run's parish view are passed over
      *> (DLGPRSH CODE).
      *>
      *> Usage:
      *>     feedback_report
      *>
      *> MODIFICATION HISTORY
      *>     2026-09-02  DO   Initial version.
      *>     2026-10-15  DO   Responses and ratings follow the
      *>                      run's parish view (DLGPRSH CODE).
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDBACK-REPORT.
       01  WS-IN-F3                 PIC X(240).
       01  WS-IN-F4                 PIC X(240).
       01  WS-IN-F5                 PIC X(240).
       01  WS-IN-F6                 PIC X(240).
       01  WS-RD-AVG-X10            PIC 9(03) VALUE 0.
       01  WS-RV-AVG-X10            PIC 9(03) VALUE 0.
       01  WS-BEST-POS              PIC 9(03) VALUE 0.
       01  WS-BEST-GAP              PIC S9(04) VALUE 0.
       01  WS-LISTED                PIC 9(03) VALUE 0.

      *> Whose a side-file record is (DLGPRSH CODE).
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "FEEDBACK-REPORT".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
                           INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                WS-IN-F4
                       END-UNSTRING
                       MOVE WS-IN-F3 TO WS-PRS-TEXT
                       MOVE SPACES TO WS-PRS-PARISH
                       PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT
                       IF WS-IN-F4(1:1) >= "1"
                               AND WS-IN-F4(1:1) <= "5"
                               AND WS-PRS-RC = "00"
                           PERFORM 1100-POST-RESPONSE
                               THRU 1100-EXIT
                       END-IF
                   CLOSE RATINGS-FILE
               NOT AT END
                   IF RATINGS-LINE(1:2) = "R|"
                       MOVE SPACES TO WS-PRS-PARISH
                       UNSTRING RATINGS-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                WS-IN-F4 WS-IN-F5 WS-IN-F6
                                WS-PRS-PARISH
                       END-UNSTRING
                       MOVE WS-IN-F2 TO WS-PRS-TEXT
                       PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT
                       IF WS-IN-F3(1:1) >= "1"
                               AND WS-IN-F3(1:1) <= "5"
                               AND WS-PRS-RC = "00"
                           PERFORM 2100-POST-RATING
                               THRU 2100-EXIT
                       END-IF
       4100-EXIT.
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
