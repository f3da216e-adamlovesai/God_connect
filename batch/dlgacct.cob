      *>                    batch/job_accounting.dat:
      *>
      *>     J|program|operator|run-id|start|end|elapsed-secs|
      *>       records-read|records-written|return-code|parish
      *>
      *> parish is the run's parish view (DLGPRSH VIEW): a code,
      *> or * for an all-parishes run such as the nightly, whose
      *> cost ACCOUNTING-REPORT shares out between the parishes.
      *>
      *> The run identifier is the last R START on
      *> batch/run_control.dat. ACCOUNTING-REPORT ranks programs
      *>
      *> MODIFICATION HISTORY
      *>     2026-09-02  DO   Initial version.
      *>     2026-10-15  DO   Column 11: the run's parish view, *
      *>                      for an all-parishes run.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLGACCT.
       01  WS-IN-F2                 PIC X(60).
       01  WS-IN-F3                 PIC X(60).

       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "DLGACCT".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).

       LINKAGE SECTION.
       01  LK-ACTION                PIC X(04).
       01  LK-PGM-NAME              PIC X(30).
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           MOVE "VIEW" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
           MOVE "job_accounting.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           OPEN EXTEND ACCT-FILE.
                  LK-OUT-RECS                    DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  LK-RC                          DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRS-PARISH)   DELIMITED BY SIZE
                  INTO ACCT-LINE
           END-STRING.
           WRITE ACCT-LINE.
