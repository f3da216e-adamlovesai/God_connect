      *> batch/job_network.ref instead:
      *>
      *>     J|job|command|predecessors|calendar-class|fail-action
      *>       [|must-end-by]
      *>
      *> Rules:
      *>     - a job runs only after every predecessor ended OK
      *>       so RUN-STATUS reads a network run like any other,
      *>     - RESTART as the first argument marks every job that
      *>       ended OK in the LAST scheduler run as already done,
      *>       so a rerun picks up from the failure point,
      *>     - when any node carries a must-end-by (hhmm), every
      *>       job's end is followed by "critical_path PROJECT",
      *>       which raises an alert for a job now projected to
      *>       miss its time, and the run's end by the
      *>       CRITICAL-PATH report of who was late and why.
      *>
      *> Usage:
      *>     job_scheduler [RESTART]
      *>
      *> MODIFICATION HISTORY
      *>     2026-09-02  DO   Initial version.
      *>     2026-10-15  DO   Optional must-end-by per node; the
      *>                      critical-path projection after each job
      *>                      and its report after the run.
      *>     2026-10-15  DO   Network table raised to 120 nodes;
      *>                      an overflowing network ends RC 16.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-SCHEDULER.
      *> The network. State per node:
      *>   W waiting, R ran OK, F failed, S skipped (calendar),
      *>   B blocked by a halted predecessor, D done-previously
       01  WS-JOB-MAX               PIC 9(03) VALUE 120.
       01  WS-JOB-COUNT             PIC 9(03) VALUE 0.
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 120 TIMES.
               10  WS-JOB-NAME      PIC X(30).
               10  WS-JOB-COMMAND   PIC X(120).
               10  WS-JOB-PREDS     PIC X(120).
               10  WS-JOB-CLASS     PIC X(10).
               10  WS-JOB-FAILACT   PIC X(10).
               10  WS-JOB-STATE     PIC X(01).
               10  WS-JOB-DEADLINE  PIC X(04).
       01  WS-JOB-POS               PIC 9(03) VALUE 0.
       01  WS-JOB-POS-2             PIC 9(03) VALUE 0.
       01  WS-PRED-LIST             PIC X(120).
       01  WS-PRED-NAMES.
           05  WS-PRED-NAME         PIC X(30) OCCURS 8 TIMES.
       01  WS-PRED-POS              PIC 9(01) VALUE 0.
       01  WS-PRED-OK               PIC X(01) VALUE "Y".
       01  WS-PRED-BLOCKED          PIC X(01) VALUE "N".
       01  WS-PRED-FOUND            PIC 9(03) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(120).
       01  WS-IN-F4                 PIC X(120).
       01  WS-IN-F5                 PIC X(60).
       01  WS-IN-F6                 PIC X(60).
       01  WS-IN-F7                 PIC X(60).
       01  WS-DEADLINE-COUNT        PIC 9(03) VALUE 0.
       01  WS-PROJECT-COMMAND       PIC X(200)
               VALUE "sh batch/run_tool.sh critical_path PROJECT".
       01  WS-REPORT-COMMAND        PIC X(200)
               VALUE "sh batch/run_tool.sh critical_path".
       01  WS-SYS-COMMAND           PIC X(200).
       01  WS-PROGRESS              PIC X(01) VALUE "Y".
       01  WS-RAN                   PIC 9(03) VALUE 0.
       01  WS-FAILED                PIC 9(03) VALUE 0.
       01  WS-SKIPPED               PIC 9(03) VALUE 0.
       01  WS-BLOCKED               PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "START" TO WS-IN-F5.
           MOVE SPACES TO WS-IN-F6.
           PERFORM 8000-WRITE-RUN-RECORD THRU 8000-EXIT.
      *> A plan that already misses a must-end-by alerts now.
           PERFORM 2400-PROJECT-DEADLINES THRU 2400-EXIT.
      *> The dispatch loop: keep sweeping the table while any job
      *> becomes runnable; when a full sweep moves nothing, the
      *> rest is blocked or waiting on a failure.
               MOVE "FAILED" TO WS-IN-F6
           END-IF.
           PERFORM 8000-WRITE-RUN-RECORD THRU 8000-EXIT.
           IF WS-DEADLINE-COUNT > 0
               CALL "SYSTEM" USING WS-REPORT-COMMAND
               MOVE 0 TO RETURN-CODE
           END-IF.
           DISPLAY "JOB-SCHEDULER: " WS-RAN " ran, " WS-FAILED
                   " failed, " WS-SKIPPED " skipped, "
                   WS-BLOCKED " blocked (run "
                   CLOSE NET-FILE
               NOT AT END
                   IF NET-LINE(1:2) = "J|"
                           AND WS-JOB-COUNT NOT < WS-JOB-MAX
                       DISPLAY "JOB-SCHEDULER: more than " WS-JOB-MAX
                               " J lines in "
                               FUNCTION TRIM(WS-CFN-01)
                               " - network table full, nothing run"
                       CLOSE NET-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF NET-LINE(1:2) = "J|"
                       MOVE SPACES TO WS-IN-F7
                       UNSTRING NET-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                WS-IN-F4 WS-IN-F5 WS-IN-F6
                                WS-IN-F7
                       END-UNSTRING
                       ADD 1 TO WS-JOB-COUNT
                       MOVE WS-IN-F2(1:30)
                       MOVE WS-IN-F6(1:10)
                           TO WS-JOB-FAILACT (WS-JOB-COUNT)
                       MOVE "W" TO WS-JOB-STATE (WS-JOB-COUNT)
                       MOVE SPACES TO WS-JOB-DEADLINE (WS-JOB-COUNT)
                       IF WS-IN-F7(1:4) IS NUMERIC
                           MOVE WS-IN-F7(1:4)
                               TO WS-JOB-DEADLINE (WS-JOB-COUNT)
                           ADD 1 TO WS-DEADLINE-COUNT
                       END-IF
                   END-IF
           END-READ.
       1000-EXIT.
           END-IF.
           PERFORM 2300-RUN-ONE-JOB THRU 2300-EXIT.
           MOVE "Y" TO WS-PROGRESS.
           PERFORM 2400-PROJECT-DEADLINES THRU 2400-EXIT.
       2100-EXIT.
           EXIT.

       2300-EXIT.
           EXIT.

      *> With the job's end on the run log, CRITICAL-PATH projects
      *> the rest of the run against the must-end-by times and
      *> raises an alert for any job now projected to miss.
       2400-PROJECT-DEADLINES.
           IF WS-DEADLINE-COUNT = 0
               GO TO 2400-EXIT
           END-IF.
           CALL "SYSTEM" USING WS-PROJECT-COMMAND.
           MOVE 0 TO RETURN-CODE.
       2400-EXIT.
           EXIT.

      *> Anything still waiting when the sweep stalls is behind a
      *> failure; count and record it so the restart knows.
       3000-SETTLE-LEFTOVERS.
