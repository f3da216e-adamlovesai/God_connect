      *>     V|path|record-kind|writing-program|run-id|timestamp
      *>
      *> record-kind is what the writer did to the path: LOADED,
      *> EXTRACTED, TRANSLATED, CORRECTED, COMPACTED, REPLACED,
      *> MARKED (DELETE-MARK), REEMITTED (REEMIT-SOURCES rewrote the
      *> path's conversation.cob from the record), RELOCATED
      *> (DIALOGUE-RELOCATE moved the record to this path). The run
      *> identifier is the last R START on batch/run_control.dat
      *> (read once per run unit; "none" outside a controlled
      *> run). PROVENANCE-QUERY reports a path's full write
      *>
      *> MODIFICATION HISTORY
      *>     2026-09-02  DO   Initial version.
      *>     2026-10-15  DO   Record kinds MARKED and REEMITTED
      *>                      documented.
      *>     2026-10-15  DO   Record kind RELOCATED documented.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLGPROV.
