      *>
      *> What people want from this corpus, read off the query log
      *> the search programs now keep (batch/query_log.dat,
      *> G|terms|filters|hits|operator|timestamp|origin). Reports
      *> over an optional FROM=YYYY-MM-DD TO=YYYY-MM-DD window, and
      *> for one origin when ORIGIN=WEB or ORIGIN=CONSOLE is given:
      *>     - the most-searched terms, by times asked,
      *>     - the valuable part: queries that returned ZERO hits
      *>       more than once - a list of dialogues the generation
      *>       team should make next, compiled by the users
      *>       themselves,
      *>     - where the queries came from: CONSOLE (the search
      *>       programs; a line with no origin predates the field
      *>       and is theirs) or WEB (the website's questions,
      *>       answered by WEB-GATEWAY).
      *> A website request to show one dialogue (filters RENDER)
      *> is counted under its origin but is not a search, and is
      *> left out of the term lists.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *>
      *> MODIFICATION HISTORY
      *>     2026-08-22  DO   Initial version.
      *>     2026-10-15  DO   Read the query's origin (CONSOLE or
      *>                      WEB) off the log, count queries by
      *>                      origin, take ORIGIN= to report one,
      *>                      and keep the website's RENDER
      *>                      requests out of the term lists.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEARCH-DEMAND-REPORT.
       01  WS-CMD-LINE              PIC X(60) VALUE SPACES.
       01  WS-ARG-1                 PIC X(20) VALUE SPACES.
       01  WS-ARG-2                 PIC X(20) VALUE SPACES.
       01  WS-ARG-3                 PIC X(20) VALUE SPACES.
       01  WS-ARG-UPPER             PIC X(20).
       01  WS-F-FROM                PIC X(08) VALUE SPACES.
       01  WS-F-TO                  PIC X(08) VALUE SPACES.
       01  WS-F-ORIGIN              PIC X(10) VALUE SPACES.
       01  WS-DATE-RAW              PIC X(10).
       01  WS-ARG-POS               PIC 9(01) VALUE 0.
       01  WS-ARG-HOLD              PIC X(20).
       01  WS-IN-HITS               PIC X(06).
       01  WS-IN-OPERATOR           PIC X(20).
       01  WS-IN-STAMP              PIC X(21).
       01  WS-IN-ORIGIN             PIC X(10).

       01  WS-Q-MAX                 PIC 9(03) VALUE 300.
       01  WS-Q-COUNT               PIC 9(03) VALUE 0.
       01  WS-RANK                  PIC 9(03) VALUE 0.
       01  WS-UNMET                 PIC 9(03) VALUE 0.
       01  WS-ROWS-READ             PIC 9(05) VALUE 0.
       01  WS-CONSOLE-ROWS          PIC 9(05) VALUE 0.
       01  WS-WEB-ROWS              PIC 9(05) VALUE 0.
       01  WS-RENDER-ROWS           PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           END-IF.
           PERFORM 2000-FOLD-ONE-QUERY THRU 2000-EXIT
               UNTIL NO-MORE-QLOG.
           IF WS-Q-COUNT = 0 AND WS-ROWS-READ = 0
               DISPLAY "SEARCH-DEMAND-REPORT: no queries in the "
                       "window"
               STOP RUN
           IF WS-UNMET = 0
               DISPLAY "  (none - demand is being met)"
           END-IF.
           DISPLAY " ".
           DISPLAY "BY ORIGIN".
           DISPLAY "------------------------------------------------".
           DISPLAY "  CONSOLE  " WS-CONSOLE-ROWS " quer(y/ies)".
           DISPLAY "  WEB      " WS-WEB-ROWS " quer(y/ies), "
                   WS-RENDER-ROWS " of them dialogue render(s)".
           DISPLAY "------------------------------------------------".
           DISPLAY "SEARCH-DEMAND-REPORT: " WS-ROWS-READ
                   " quer(y/ies), " WS-UNMET " unmet".
       1000-PARSE-ARGS.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-ARG-1 WS-ARG-2 WS-ARG-3
           END-UNSTRING.
           PERFORM 1100-CLASSIFY-ONE THRU 1100-EXIT
               VARYING WS-ARG-POS FROM 1 BY 1
               UNTIL WS-ARG-POS > 3.
       1000-EXIT.
           EXIT.

       1100-CLASSIFY-ONE.
           EVALUATE WS-ARG-POS
               WHEN 1
                   MOVE WS-ARG-1 TO WS-ARG-HOLD
               WHEN 2
                   MOVE WS-ARG-2 TO WS-ARG-HOLD
               WHEN OTHER
                   MOVE WS-ARG-3 TO WS-ARG-HOLD
           END-EVALUATE.
           IF WS-ARG-HOLD = SPACES
               GO TO 1100-EXIT
           END-IF.
                   MOVE WS-ARG-HOLD(4:10) TO WS-DATE-RAW
                   PERFORM 1200-PACK-DATE THRU 1200-EXIT
                   MOVE WS-DATE-RAW(1:8) TO WS-F-TO
               WHEN WS-ARG-UPPER(1:7) = "ORIGIN="
                   MOVE WS-ARG-UPPER(8:10) TO WS-F-ORIGIN
               WHEN OTHER
                   DISPLAY "SEARCH-DEMAND-REPORT: unrecognized "
                           "argument """
                   CLOSE QLOG-FILE
               NOT AT END
                   IF QLOG-LINE(1:2) = "G|"
                       MOVE SPACES TO WS-IN-ORIGIN
                       UNSTRING QLOG-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-TERMS
                                WS-IN-FILTERS WS-IN-HITS
                                WS-IN-OPERATOR WS-IN-STAMP
                                WS-IN-ORIGIN
                       END-UNSTRING
                       PERFORM 2100-JUDGE-ONE THRU 2100-EXIT
                   END-IF
                   AND WS-IN-STAMP(1:8) > WS-F-TO
               GO TO 2100-EXIT
           END-IF.
      *> No origin: logged before the field, by the search programs.
           IF WS-IN-ORIGIN = SPACES
               MOVE "CONSOLE" TO WS-IN-ORIGIN
           END-IF.
           IF WS-F-ORIGIN NOT = SPACES
                   AND WS-IN-ORIGIN NOT = WS-F-ORIGIN
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-ROWS-READ.
           IF WS-IN-ORIGIN = "WEB"
               ADD 1 TO WS-WEB-ROWS
           ELSE
               ADD 1 TO WS-CONSOLE-ROWS
           END-IF.
           IF WS-IN-FILTERS = "RENDER"
               ADD 1 TO WS-RENDER-ROWS
               GO TO 2100-EXIT
           END-IF.
           MOVE 0 TO WS-FOUND-POS.
           PERFORM 2110-SEEK-TERMS THRU 2110-EXIT
               VARYING WS-SCAN-POS FROM 1 BY 1
