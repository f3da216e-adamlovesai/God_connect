      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> RULE-CHANGE-LOG
      *>
      *> The change log for the rule files under change control
      *> (RULE-CHANGE). Lists every rule change on
      *> batch/rule_changes.dat in number order - the file it
      *> changed, the date it asked to take effect, who proposed it
      *> and why, who approved or rejected it, and when it was
      *> installed and in force from - so the board can answer "who
      *> changed that rule, and who agreed" from one page. Spooled
      *> as class BOARD (DLGSPOOL).
      *>
      *> Usage:
      *>     rule_change_log               every change
      *>     rule_change_log sla_limits.ref
      *>                                   changes to one file only
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RULE-CHANGE-LOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-FILE.
       01  CHANGE-LINE              PIC X(600).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CHANGE-STATUS         PIC X(02) VALUE SPACES.
       01  WS-EOF-CHANGE            PIC X(01) VALUE "N".
           88  NO-MORE-CHANGES               VALUE "Y".

       01  WS-CMD-LINE              PIC X(200) VALUE SPACES.
       01  WS-FILTER                PIC X(40) VALUE SPACES.
       01  WS-RUN-TIMESTAMP         PIC X(21).

      *> One row per proposal, completed by its ruling and
      *> installation records as they are read.
       01  WS-CHG-MAX               PIC 9(03) VALUE 500.
       01  WS-CHG-COUNT             PIC 9(03) VALUE 0.
       01  WS-CHG-TABLE.
           05  WS-CHG-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-CHG-IDX.
               10  WS-CHG-NUM       PIC X(04).
               10  WS-CHG-LOGICAL   PIC X(40).
               10  WS-CHG-EFFECTIVE PIC X(10).
               10  WS-CHG-REASON    PIC X(100).
               10  WS-CHG-REQUESTER PIC X(20).
               10  WS-CHG-P-STAMP   PIC X(21).
               10  WS-CHG-RULING    PIC X(08).
               10  WS-CHG-APPROVER  PIC X(20).
               10  WS-CHG-A-STAMP   PIC X(21).
               10  WS-CHG-INSTALLER PIC X(20).
               10  WS-CHG-I-STAMP   PIC X(21).
               10  WS-CHG-IN-FORCE  PIC X(10).
       01  WS-CHG-POS               PIC 9(03) VALUE 0.
       01  WS-CHG-FOUND             PIC 9(03) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(40).
       01  WS-IN-F3                 PIC X(40).
       01  WS-IN-F4                 PIC X(21).
       01  WS-IN-F5                 PIC X(200).
       01  WS-IN-F6                 PIC X(160).
       01  WS-IN-F7                 PIC X(20).
       01  WS-IN-F8                 PIC X(21).

       01  WS-STATUS-WORD           PIC X(10).
       01  WS-CNT-LISTED            PIC 9(03) VALUE 0.
       01  WS-CNT-PENDING           PIC 9(03) VALUE 0.
       01  WS-CNT-APPROVED          PIC 9(03) VALUE 0.
       01  WS-CNT-REJECTED          PIC 9(03) VALUE 0.
       01  WS-CNT-INSTALLED         PIC 9(03) VALUE 0.

       01  WS-SPL-ACTION            PIC X(04).
       01  WS-SPL-PGM               PIC X(30) VALUE "RULE-CHANGE-LOG".
       01  WS-SPL-CLASS             PIC X(10) VALUE "BOARD".
       01  WS-SPL-TEXT              PIC X(132).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-FILTER
           END-UNSTRING.
           PERFORM 1000-LOAD-CHANGES THRU 1000-EXIT
               UNTIL NO-MORE-CHANGES.
           PERFORM 2000-REPORT THRU 2000-EXIT.
           STOP RUN.

       1000-LOAD-CHANGES.
           IF WS-CHG-COUNT = 0 AND WS-CHANGE-STATUS = SPACES
               OPEN INPUT CHANGE-FILE
               IF WS-CHANGE-STATUS NOT = "00"
                   SET NO-MORE-CHANGES TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           READ CHANGE-FILE
               AT END
                   SET NO-MORE-CHANGES TO TRUE
                   CLOSE CHANGE-FILE
               NOT AT END
                   PERFORM 1100-FOLD-ONE-CHANGE THRU 1100-EXIT
           END-READ.
       1000-EXIT.
           EXIT.

       1100-FOLD-ONE-CHANGE.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6 WS-IN-F7 WS-IN-F8.
           EVALUATE TRUE
               WHEN CHANGE-LINE(1:2) = "P|"
                   UNSTRING CHANGE-LINE DELIMITED BY "|"
                       INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
                            WS-IN-F5 WS-IN-F6 WS-IN-F7 WS-IN-F8
                   END-UNSTRING
                   IF WS-CHG-COUNT < WS-CHG-MAX
                       ADD 1 TO WS-CHG-COUNT
                       SET WS-CHG-IDX TO WS-CHG-COUNT
                       INITIALIZE WS-CHG-ENTRY (WS-CHG-IDX)
                       MOVE WS-IN-F2(1:4) TO WS-CHG-NUM (WS-CHG-IDX)
                       MOVE WS-IN-F3 TO WS-CHG-LOGICAL (WS-CHG-IDX)
                       MOVE WS-IN-F4(1:10)
                           TO WS-CHG-EFFECTIVE (WS-CHG-IDX)
                       MOVE WS-IN-F6 TO WS-CHG-REASON (WS-CHG-IDX)
                       MOVE WS-IN-F7
                           TO WS-CHG-REQUESTER (WS-CHG-IDX)
                       MOVE WS-IN-F8 TO WS-CHG-P-STAMP (WS-CHG-IDX)
                   END-IF
               WHEN CHANGE-LINE(1:2) = "A|"
                   UNSTRING CHANGE-LINE DELIMITED BY "|"
                       INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F7
                            WS-IN-F4
                   END-UNSTRING
                   PERFORM 1200-FIND-CHANGE THRU 1200-EXIT
                   IF WS-CHG-FOUND > 0
                       MOVE WS-IN-F3 TO WS-CHG-RULING (WS-CHG-FOUND)
                       MOVE WS-IN-F7
                           TO WS-CHG-APPROVER (WS-CHG-FOUND)
                       MOVE WS-IN-F4 TO WS-CHG-A-STAMP (WS-CHG-FOUND)
                   END-IF
               WHEN CHANGE-LINE(1:2) = "I|"
                   UNSTRING CHANGE-LINE DELIMITED BY "|"
                       INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F7
                            WS-IN-F4 WS-IN-F8
                   END-UNSTRING
                   PERFORM 1200-FIND-CHANGE THRU 1200-EXIT
                   IF WS-CHG-FOUND > 0
                       MOVE WS-IN-F7
                           TO WS-CHG-INSTALLER (WS-CHG-FOUND)
                       MOVE WS-IN-F4 TO WS-CHG-I-STAMP (WS-CHG-FOUND)
                       MOVE WS-IN-F8(1:10)
                           TO WS-CHG-IN-FORCE (WS-CHG-FOUND)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1100-EXIT.
           EXIT.

       1200-FIND-CHANGE.
           MOVE 0 TO WS-CHG-FOUND.
           SET WS-CHG-IDX TO 1.
           IF WS-CHG-COUNT > 0
               SEARCH WS-CHG-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CHG-IDX > WS-CHG-COUNT
                       CONTINUE
                   WHEN WS-CHG-NUM (WS-CHG-IDX) = WS-IN-F2(1:4)
                       SET WS-CHG-FOUND TO WS-CHG-IDX
               END-SEARCH
           END-IF.
       1200-EXIT.
           EXIT.

       2000-REPORT.
           MOVE "OPEN" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           MOVE SPACES TO WS-SPL-TEXT.
           IF WS-FILTER = SPACES
               STRING "RULE CHANGE LOG   run " WS-RUN-TIMESTAMP(1:8)
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
           ELSE
               STRING "RULE CHANGE LOG   run " WS-RUN-TIMESTAMP(1:8)
                      "   file " FUNCTION TRIM(WS-FILTER)
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
           END-IF.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "==================================================="
               TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           PERFORM 2100-REPORT-ONE-CHANGE THRU 2100-EXIT
               VARYING WS-CHG-POS FROM 1 BY 1
               UNTIL WS-CHG-POS > WS-CHG-COUNT.
           IF WS-CNT-LISTED = 0
               MOVE "  (no rule changes on file)" TO WS-SPL-TEXT
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
           END-IF.
           MOVE " " TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "RULE-CHANGE-LOG: " WS-CNT-LISTED " change(s), "
                  WS-CNT-INSTALLED " installed, "
                  WS-CNT-APPROVED " approved not yet due, "
                  WS-CNT-PENDING " unruled, "
                  WS-CNT-REJECTED " rejected"
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "CLOS" TO WS-SPL-ACTION.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
       2000-EXIT.
           EXIT.

       2100-REPORT-ONE-CHANGE.
           IF WS-FILTER NOT = SPACES
                   AND WS-CHG-LOGICAL (WS-CHG-POS) NOT = WS-FILTER
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-CNT-LISTED.
           EVALUATE TRUE
               WHEN WS-CHG-IN-FORCE (WS-CHG-POS) NOT = SPACES
                   MOVE "INSTALLED" TO WS-STATUS-WORD
                   ADD 1 TO WS-CNT-INSTALLED
               WHEN WS-CHG-RULING (WS-CHG-POS) = "APPROVED"
                   MOVE "APPROVED" TO WS-STATUS-WORD
                   ADD 1 TO WS-CNT-APPROVED
               WHEN WS-CHG-RULING (WS-CHG-POS) = "REJECTED"
                   MOVE "REJECTED" TO WS-STATUS-WORD
                   ADD 1 TO WS-CNT-REJECTED
               WHEN OTHER
                   MOVE "PROPOSED" TO WS-STATUS-WORD
                   ADD 1 TO WS-CNT-PENDING
           END-EVALUATE.
           MOVE " " TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING WS-CHG-NUM (WS-CHG-POS) "  "
                  WS-CHG-LOGICAL (WS-CHG-POS)(1:24)
                  " effective " WS-CHG-EFFECTIVE (WS-CHG-POS)
                  "  " WS-STATUS-WORD
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "      proposed by "
                  FUNCTION TRIM(WS-CHG-REQUESTER (WS-CHG-POS))
                  " on " WS-CHG-P-STAMP (WS-CHG-POS)(1:8)
                  " " WS-CHG-P-STAMP (WS-CHG-POS)(9:4)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           IF WS-CHG-RULING (WS-CHG-POS) = SPACES
               MOVE "      awaiting a ruling" TO WS-SPL-TEXT
           ELSE
               IF WS-CHG-RULING (WS-CHG-POS) = "APPROVED"
                   STRING "      approved by "
                          FUNCTION TRIM(WS-CHG-APPROVER (WS-CHG-POS))
                          " on " WS-CHG-A-STAMP (WS-CHG-POS)(1:8)
                          " " WS-CHG-A-STAMP (WS-CHG-POS)(9:4)
                       DELIMITED BY SIZE INTO WS-SPL-TEXT
                   END-STRING
               ELSE
                   STRING "      rejected by "
                          FUNCTION TRIM(WS-CHG-APPROVER (WS-CHG-POS))
                          " on " WS-CHG-A-STAMP (WS-CHG-POS)(1:8)
                          " " WS-CHG-A-STAMP (WS-CHG-POS)(9:4)
                       DELIMITED BY SIZE INTO WS-SPL-TEXT
                   END-STRING
               END-IF
           END-IF.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           IF WS-CHG-IN-FORCE (WS-CHG-POS) NOT = SPACES
               MOVE SPACES TO WS-SPL-TEXT
               STRING "      installed by "
                      FUNCTION TRIM(WS-CHG-INSTALLER (WS-CHG-POS))
                      " on " WS-CHG-I-STAMP (WS-CHG-POS)(1:8)
                      ", in force from "
                      WS-CHG-IN-FORCE (WS-CHG-POS)
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
           END-IF.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "      reason: " WS-CHG-REASON (WS-CHG-POS)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
       2100-EXIT.
           EXIT.

       8000-SPOOL-LINE.
           MOVE "LINE" TO WS-SPL-ACTION.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
       8000-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "rule_changes.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
       0900-EXIT.
           EXIT.
