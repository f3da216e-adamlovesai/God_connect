      *>                      batch/dryrun_log_housekeeping.rpt
      *>                      and touches nothing; the rehearsal
      *>                      is audit-logged.
      *>     2026-10-15  DO   Legal/pastoral holds: a generation
      *>                      due to age off is put to DLGHOLD
      *>                      with its month as the date range; a
      *>                      held one is kept on disk and on the
      *>                      generation list.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOG-HOUSEKEEPING.
       01  WS-GL-COUNT              PIC 9(03) VALUE 0.
       01  WS-GL-TABLE.
           05  WS-GL-NAME           PIC X(120) OCCURS 200 TIMES.
       01  WS-GL-HELD-TABLE.
           05  WS-GL-HELD           PIC X(01) OCCURS 200 TIMES.
       01  WS-GL-POS                PIC 9(03) VALUE 0.
       01  WS-GL-NAME-LEN           PIC 9(03) VALUE 0.
       01  WS-GL-KEPT-HELD          PIC 9(03) VALUE 0.

       01  WS-HOLD-PGM              PIC X(30).
       01  WS-HOLD-ITEM             PIC X(200).
       01  WS-HOLD-FROM             PIC X(10).
       01  WS-HOLD-TO               PIC X(10).
       01  WS-HOLD-RC               PIC X(02).
       01  WS-HOLD-ID               PIC X(04).
       01  WS-GL-CUTOFF             PIC S9(03) VALUE 0.

       01  WS-ARG-DRYRUN            PIC X(10) VALUE SPACES.
           DISPLAY "LOG-HOUSEKEEPING: " WS-GENS-CUT
                   " monthly generation(s) cut, retention "
                   WS-RETAIN " kept online".
           IF WS-GL-KEPT-HELD > 0
               DISPLAY "LOG-HOUSEKEEPING: " WS-GL-KEPT-HELD
                       " generation(s) past retention kept under "
                       "legal/pastoral hold - see HOLD-REPORT"
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
      *> per log family is deleted.
       7000-AGE-GENERATIONS.
           INITIALIZE WS-GL-TABLE.
           MOVE ALL "N" TO WS-GL-HELD-TABLE.
           MOVE 0 TO WS-GL-COUNT.
           MOVE "N" TO WS-EOF-GENLIST.
           OPEN INPUT GENLIST-FILE.
           PERFORM 7200-DELETE-ONE-GEN THRU 7200-EXIT
               VARYING WS-GL-POS FROM 1 BY 1
               UNTIL WS-GL-POS > WS-GL-CUTOFF.
      *> Rewrite the list holding only what survived - the held
      *> generations in their places, then the retained ones.
           IF DRY-RUN
               GO TO 7000-EXIT
           END-IF.
           OPEN OUTPUT GENLIST-FILE.
           MOVE 1 TO WS-GL-POS.
           PERFORM 7300-KEEP-ONE-GEN THRU 7300-EXIT
               UNTIL WS-GL-POS > WS-GL-COUNT.
           CLOSE GENLIST-FILE.

       7200-DELETE-ONE-GEN.
           MOVE WS-GL-NAME (WS-GL-POS) TO WS-GEN-NAME.
           PERFORM 7210-CHECK-HOLD THRU 7210-EXIT.
           IF WS-HOLD-RC = "12"
               MOVE "Y" TO WS-GL-HELD (WS-GL-POS)
               ADD 1 TO WS-GL-KEPT-HELD
               MOVE SPACES TO WS-DRYRUN-AUDIT
               STRING "KEPT UNDER HOLD " WS-HOLD-ID " "
                      FUNCTION TRIM(WS-GEN-NAME)
                   DELIMITED BY SIZE INTO WS-DRYRUN-AUDIT
               END-STRING
               IF DRY-RUN
                   PERFORM 8200-REPORT-ONE-LINE THRU 8200-EXIT
               ELSE
                   DISPLAY "LOG-HOUSEKEEPING: "
                           FUNCTION TRIM(WS-DRYRUN-AUDIT)
               END-IF
               GO TO 7200-EXIT
           END-IF.
           IF DRY-RUN
               MOVE SPACES TO WS-DRYRUN-AUDIT
               STRING "WOULD AGE OFF "
       7200-EXIT.
           EXIT.

      *> A generation covers one calendar month, named by the
      *> YYYYMM just ahead of its suffix (audit_202608.log); that
      *> month is the date range a DATE hold is judged against.
       7210-CHECK-HOLD.
           IF DRY-RUN
               MOVE SPACES TO WS-HOLD-PGM
           ELSE
               MOVE "LOG-HOUSEKEEPING" TO WS-HOLD-PGM
           END-IF.
           MOVE WS-GEN-NAME TO WS-HOLD-ITEM.
           MOVE SPACES TO WS-HOLD-FROM WS-HOLD-TO.
           COMPUTE WS-GL-NAME-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-GEN-NAME)).
           IF WS-GL-NAME-LEN > 10
               IF WS-GEN-NAME(WS-GL-NAME-LEN - 9:6) IS NUMERIC
                   STRING WS-GEN-NAME(WS-GL-NAME-LEN - 9:4) "-"
                          WS-GEN-NAME(WS-GL-NAME-LEN - 5:2) "-01"
                       DELIMITED BY SIZE INTO WS-HOLD-FROM
                   END-STRING
                   STRING WS-GEN-NAME(WS-GL-NAME-LEN - 9:4) "-"
                          WS-GEN-NAME(WS-GL-NAME-LEN - 5:2) "-31"
                       DELIMITED BY SIZE INTO WS-HOLD-TO
                   END-STRING
               END-IF
           END-IF.
           CALL "DLGHOLD" USING WS-HOLD-PGM WS-HOLD-ITEM
                                WS-HOLD-FROM WS-HOLD-TO
                                WS-HOLD-RC WS-HOLD-ID.
       7210-EXIT.
           EXIT.

       7300-KEEP-ONE-GEN.
           IF WS-GL-POS > WS-GL-CUTOFF
                   OR WS-GL-HELD (WS-GL-POS) = "Y"
               MOVE WS-GL-NAME (WS-GL-POS) TO GENLIST-LINE
               WRITE GENLIST-LINE
           END-IF.
           ADD 1 TO WS-GL-POS.
       7300-EXIT.
           EXIT.
