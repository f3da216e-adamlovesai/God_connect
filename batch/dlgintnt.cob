      *>
      *> The verifying half of dual control over the D-class jobs,
      *> CALLed at startup by COMPACT-DIALOGUE-DATA, DELETE-MARK,
      *> ARCHIVE-SWEEP, RESTORE-GENERATION and STANDBY-FAILBACK
      *> after their DLGAUTH check (the same shared-subprogram
      *> convention the other DLG modules use). DLGAUTH says the
      *> operator MAY run the job; this says a second person
      *> agreed that they SHOULD, today.
      *>
      *> Looks in batch/job_intents.dat (maintained by
      *> INTENT-CAPTURE) for an intent that
      *>     2026-09-02  DO   The audit line carries the trailing
      *>                      operator field like every other
      *>                      writer (text|timestamp|operator).
      *>     2026-10-15  DO   STANDBY-FAILBACK added to the callers.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLGINTNT.
