      *> back holding the path. Anything else - a real path, or a
      *> number not on the registry - is left untouched, and the
      *> caller's own path verification rules as it always has.
      *> Numbers are permanent: a number is never reassigned or
      *> dropped, so it survives archive moves and compaction -
      *> and when DIALOGUE-RELOCATE moves a misfiled record it
      *> re-keys the registry's path, so the number follows it.
      *>
      *> The registry loads on the first call and is a table probe
      *> per resolution after that, the DLGALIAS pattern.
      *>
      *> MODIFICATION HISTORY
      *>     2026-09-02  DO   Initial version.
      *>     2026-10-15  DO   Note that DIALOGUE-RELOCATE re-keys a
      *>                      relocated record's path on the
      *>                      registry, keeping its number.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLGNUM.
