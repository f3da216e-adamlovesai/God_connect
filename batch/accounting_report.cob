      *> two-minutes-to-eleven case caught on day one instead of a
      *> month late. Programs list slowest-trending first.
      *>
      *> In a one-parish view (see DLGPRSH) the report is that
      *> parish's: its own runs count whole, another parish's are
      *> left out, and the all-parishes runs (the nightly, column
      *> 11 = *, and records written before the column existed)
      *> count at the parish's share of the installation's
      *> dialogue headers - elapsed and records alike, so the
      *> throughput figures stay true.
      *>
      *> Usage:
      *>     accounting_report
      *>
      *>
      *> MODIFICATION HISTORY
      *>     2026-09-02  DO   Initial version.
      *>     2026-10-15  DO   Per-parish view: the parish's own
      *>                      runs, plus the all-parishes runs at
      *>                      its share of the dialogue headers.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNTING-REPORT.
       01  WS-IN-F8                 PIC X(10).
       01  WS-IN-F9                 PIC X(10).
       01  WS-IN-F10                PIC X(04).
       01  WS-IN-F11                PIC X(12).
       01  WS-ELAPSED               PIC 9(07) VALUE 0.
       01  WS-RECS                  PIC 9(09) VALUE 0.
       01  WS-AVG-EL                PIC 9(07) VALUE 0.
       01  WS-AVG-RPS               PIC 9(07) VALUE 0.
       01  WS-FLAGGED               PIC 9(02) VALUE 0.

      *> The run's parish view and its share of the shared runs.
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "ACCOUNTING-REPORT".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).
       01  WS-PRS-VIEW              PIC X(12) VALUE SPACES.
       01  WS-PRS-HEADING           PIC X(100) VALUE SPACES.
       01  WS-SHARE-MINE            PIC 9(08) VALUE 0.
       01  WS-SHARE-ALL             PIC 9(08) VALUE 0.
       01  WS-ONE-PARISH            PIC X(01) VALUE "N".
           88  ONE-PARISH-VIEW               VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           PERFORM 0800-SETTLE-PARISH THRU 0800-EXIT.
           PERFORM 1000-LOAD-ACCOUNTING THRU 1000-EXIT
               UNTIL NO-MORE-ACCT.
           IF WS-PGM-COUNT = 0
               STOP RUN
           END-IF.
           DISPLAY "JOB ACCOUNTING - SLOWEST TREND FIRST".
           IF WS-PRS-HEADING NOT = SPACES
               DISPLAY FUNCTION TRIM(WS-PRS-HEADING)
           END-IF.
           IF ONE-PARISH-VIEW
               DISPLAY "(all-parish runs at a share of "
                       WS-SHARE-MINE "/" WS-SHARE-ALL
                       " dialogue headers)"
           END-IF.
           DISPLAY "RUNS  AVG-S  LAST-S TREND%  PROGRAM".
           DISPLAY "====================================".
           PERFORM 2000-RANK-ONE THRU 2000-EXIT
                   CLOSE ACCT-FILE
               NOT AT END
                   IF ACCT-LINE(1:2) = "J|"
                       MOVE SPACES TO WS-IN-F11
                       UNSTRING ACCT-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                WS-IN-F4 WS-IN-F5 WS-IN-F6
                                WS-IN-F7 WS-IN-F8 WS-IN-F9
                                WS-IN-F10 WS-IN-F11
                       END-UNSTRING
                       PERFORM 1100-POST-ONE-RUN THRU 1100-EXIT
                   END-IF
           EXIT.

       1100-POST-ONE-RUN.
           MOVE FUNCTION UPPER-CASE(WS-IN-F11) TO WS-IN-F11.
           IF ONE-PARISH-VIEW
                   AND WS-IN-F11 NOT = SPACES
                   AND WS-IN-F11 NOT = "*"
                   AND WS-IN-F11 NOT = WS-PRS-VIEW
               GO TO 1100-EXIT
           END-IF.
           MOVE 0 TO WS-PGM-FOUND.
           PERFORM 1110-PROBE-ONE THRU 1110-EXIT
               VARYING WS-PGM-POS FROM 1 BY 1
               COMPUTE WS-RECS =
                   WS-RECS + FUNCTION NUMVAL(WS-IN-F9)
           END-IF.
      *> An all-parishes run, at this parish's share.
           IF ONE-PARISH-VIEW
                   AND (WS-IN-F11 = SPACES OR WS-IN-F11 = "*")
                   AND WS-SHARE-ALL > 0
               COMPUTE WS-ELAPSED ROUNDED =
                   WS-ELAPSED * WS-SHARE-MINE / WS-SHARE-ALL
               COMPUTE WS-RECS ROUNDED =
                   WS-RECS * WS-SHARE-MINE / WS-SHARE-ALL
           END-IF.
           ADD 1 TO WS-PGM-RUNS (WS-PGM-FOUND).
           ADD WS-ELAPSED TO WS-PGM-EL-SUM (WS-PGM-FOUND).
           ADD WS-RECS TO WS-PGM-REC-SUM (WS-PGM-FOUND).
       2300-EXIT.
           EXIT.

      *> The view (DLGPRSH VIEW) and, for one parish, its header
      *> share of the installation (SHAR "hhhhhhhh|tttttttt").
       0800-SETTLE-PARISH.
           MOVE "VIEW" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
           MOVE WS-PRS-PARISH TO WS-PRS-VIEW.
           MOVE WS-PRS-TEXT TO WS-PRS-HEADING.
           IF WS-PRS-VIEW = SPACES OR WS-PRS-VIEW = "*"
               GO TO 0800-EXIT
           END-IF.
           SET ONE-PARISH-VIEW TO TRUE.
           MOVE "SHAR" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
           IF WS-PRS-TEXT(1:8) IS NUMERIC
               MOVE WS-PRS-TEXT(1:8) TO WS-SHARE-MINE
           END-IF.
           IF WS-PRS-TEXT(10:8) IS NUMERIC
               MOVE WS-PRS-TEXT(10:8) TO WS-SHARE-ALL
           END-IF.
       0800-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
