      *>                      as top-priority slate candidates
      *>                      carrying the original topic and
      *>                      cast.
      *>     2026-10-15  DO   A zero-hit RENDER line on the query
      *>                      log (the website asking for a
      *>                      dialogue number WEB-GATEWAY could
      *>                      not show) is not search demand and
      *>                      is no longer rolled up.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLATE-PLANNER.
                           INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                WS-IN-F4
                       END-UNSTRING
      *> A website request to show one dialogue is not a search.
                       IF FUNCTION NUMVAL(WS-IN-F4(1:6)) = 0
                               AND WS-IN-F3 NOT = "RENDER"
                           PERFORM 2100-ROLL-UP-QUERY
                               THRU 2100-EXIT
                       END-IF
