      *>                      resolved message fragments instead of
      *>                      file names, and report the resolved
      *>                      path in the related diagnostics.
      *>     2026-10-15  DO   Step name and outcome columns widened
      *>                      for the longer program step names and
      *>                      the resumed-from-checkpoint outcome.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-STATUS.

       01  WS-REC-TAG               PIC X(01).
       01  WS-REC-RUN-ID            PIC X(14).
       01  WS-REC-F3                PIC X(24).
       01  WS-REC-F4                PIC X(14).
       01  WS-REC-F5                PIC X(20).
       01  WS-REC-F6                PIC X(40).

       01  WS-LAST-RUN-ID           PIC X(14) VALUE SPACES.
       01  WS-SHOWN                 PIC 9(04) VALUE 0.
