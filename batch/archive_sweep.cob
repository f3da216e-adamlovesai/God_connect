      *>                      batch/archive_dialogue_data.dat so
      *>                      the archive-aware reports (DLGRSLV)
      *>                      keep counting it.
      *>     2026-10-15  DO   Legal/pastoral holds: every selected
      *>                      dialogue is put to DLGHOLD first and
      *>                      a held one stays where it is, intent
      *>                      or no intent; the dry run lists it
      *>                      as HELD and both runs count them.
      *>     2026-10-15  DO   The extract is resolved whole-
      *>                      installation (dialogue_data.dat@*)
      *>                      whatever parish the run views.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVE-SWEEP.

       01  WS-CHECKED               PIC 9(04) VALUE 0.
       01  WS-ARCHIVED              PIC 9(04) VALUE 0.
       01  WS-HELD                  PIC 9(04) VALUE 0.

       01  WS-HOLD-PGM              PIC X(30).
       01  WS-HOLD-ITEM             PIC X(200).
       01  WS-HOLD-FROM             PIC X(10).
       01  WS-HOLD-TO               PIC X(10).
       01  WS-HOLD-RC               PIC X(02).
       01  WS-HOLD-ID               PIC X(04).

      *> "/conversation.cob" (17 characters, including the leading
      *> slash) is what every catalog path ends with, so the directory
           EXIT.

       2200-ARCHIVE-ONE.
      *> A record under legal/pastoral hold (DLGHOLD) never moves.
      *> A rehearsal only enquires, so its hits are not logged as
      *> blocks.
           IF DRY-RUN
               MOVE SPACES TO WS-HOLD-PGM
           ELSE
               MOVE "ARCHIVE-SWEEP" TO WS-HOLD-PGM
           END-IF.
           MOVE WS-CUR-PATH TO WS-HOLD-ITEM.
           MOVE WS-CUR-DATE(1:10) TO WS-HOLD-FROM WS-HOLD-TO.
           CALL "DLGHOLD" USING WS-HOLD-PGM WS-HOLD-ITEM
                                WS-HOLD-FROM WS-HOLD-TO
                                WS-HOLD-RC WS-HOLD-ID.
           IF WS-HOLD-RC = "12"
               ADD 1 TO WS-HELD
               IF DRY-RUN
                   PERFORM 8110-REPORT-HELD THRU 8110-EXIT
               ELSE
                   DISPLAY "ARCHIVE-SWEEP: held (hold " WS-HOLD-ID
                           ") - not archived: "
                           FUNCTION TRIM(WS-CUR-PATH)
               END-IF
               GO TO 2200-EXIT
           END-IF.
           IF DRY-RUN
               PERFORM 8100-REPORT-WOULD-MOVE THRU 8100-EXIT
               ADD 1 TO WS-ARCHIVED
                   MOVE SPACES TO REPORT-LINE
                   STRING "WOULD ARCHIVE " WS-ARCHIVED
                          " OF " WS-CHECKED
                          " DIALOGUE(S), " WS-HELD
                          " HELD; NOTHING WAS TOUCHED"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               CALL "DLGAUDIT" USING WS-DRYRUN-AUDIT
               DISPLAY "ARCHIVE-SWEEP: DRY RUN - would archive "
                       WS-ARCHIVED " of " WS-CHECKED
                       " dialogue(s), " WS-HELD " held; report in "
                       FUNCTION TRIM(WS-CFN-05)
                       "; nothing touched"
               STOP RUN
           CLOSE CATALOG-FILE.
           DISPLAY "ARCHIVE-SWEEP: " WS-CHECKED
                   " dialogue(s) checked, " WS-ARCHIVED
                   " archived, " WS-HELD " held".
       3000-EXIT.
           EXIT.

      *> One would-move line per selected dialogue; the report
      *> file opens on the first.
       8100-REPORT-WOULD-MOVE.
           PERFORM 8150-OPEN-REPORT THRU 8150-EXIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "WOULD MOVE " FUNCTION TRIM(WS-CUR-PATH)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
       8100-EXIT.
           EXIT.

       8110-REPORT-HELD.
           PERFORM 8150-OPEN-REPORT THRU 8150-EXIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "HELD (HOLD " WS-HOLD-ID ") "
                  FUNCTION TRIM(WS-CUR-PATH)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
       8110-EXIT.
           EXIT.

       8150-OPEN-REPORT.
           IF WS-RPT-OPEN = "N"
               OPEN OUTPUT REPORT-FILE
               MOVE "Y" TO WS-RPT-OPEN
               END-STRING
               WRITE REPORT-LINE
           END-IF.
       8150-EXIT.
           EXIT.

       2600-PRESERVE-EXTRACT-LINES.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
           MOVE "dryrun_archive_sweep.rpt" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-05.
           MOVE "dialogue_data.dat@*" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-DLGDATA-NAME.
           MOVE "archive_dialogue_data.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-ARCDD-NAME.
