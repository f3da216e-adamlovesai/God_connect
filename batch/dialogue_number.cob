      *>
      *> A path keeps its number for ever - the registry is never
      *> rewritten, so archive moves and compaction change where a
      *> record lives, not what it is called. The one exception is
      *> DIALOGUE-RELOCATE, which re-keys a misfiled record's path
      *> so its number follows it to the new directory. ANNOTATE,
      *> RATING-CAPTURE, APPEAL-CAPTURE, OPERATOR-CONSOLE,
      *> DIALOGUE-PLAYER and EXTRACT-UTIL resolve numbers through
      *> DLGNUM.
      *>     2026-09-02  DO   Assignment is a scheduled node in
      *>                      the job network, directly after
      *>                      BUILD-DIALOGUE-DATA.
      *>     2026-10-15  DO   Note that DIALOGUE-RELOCATE re-keys a
      *>                      relocated record's path on the
      *>                      registry, keeping its number.
      *>     2026-10-15  DO   The extract is resolved whole-
      *>                      installation (dialogue_data.dat@*)
      *>                      whatever parish the run views.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIALOGUE-NUMBER.
       0900-RESOLVE-FILE-NAMES.
           MOVE "dialogue_numbers.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "dialogue_data.dat@*" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
       0900-EXIT.
           EXIT.
