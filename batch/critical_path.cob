      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> CRITICAL-PATH
      *>
      *> Which chain of jobs made MORNING-REPORT late, and which
      *> job should we speed up? WINDOW-FORECAST predicts the
      *> window as a whole; this looks inside it, node by node,
      *> using the network in batch/job_network.ref and the
      *> optional must-end-by time (hhmm) each node may carry:
      *>
      *>     J|job|command|predecessors|class|fail-action|must-end-by
      *>
      *> A job's usual duration comes from the job accounting
      *> history: the scheduler's own START/END step records on
      *> batch/run_control.dat (the mean of its last 7 OK runs),
      *> or for a node with no step history yet, DLGACCT's
      *> batch/job_accounting.dat records for the program of the
      *> same name (build_catalog -> BUILD-CATALOG). The plan runs
      *> from the window start on the operations calendar (the
      *> W|WINDOW record WINDOW-FORECAST reads; 0100-0700 when none):
      *>
      *>     - earliest start/end of every job (forward pass),
      *>     - latest end that still meets every must-end-by
      *>       downstream, or the window end (backward pass),
      *>     - slack per job, and the critical path - the chain
      *>       with the least slack,
      *>     - for the last scheduler run: each job that ended
      *>       after its must-end-by, and which upstream job on its
      *>       driving chain (the predecessor that released it
      *>       last, and so on back) overran its usual time most,
      *>       i.e. consumed the slack.
      *>
      *> PROJECT is the intraday check JOB-SCHEDULER makes as each
      *> job ends: for the run in progress it projects every
      *> unfinished job's end from what has actually ended so far,
      *> and a job projected past its must-end-by raises an alert
      *> on batch/alerts.dat (condition JOB-LATE:<job>, the value
      *> the projected end and the limit the must-end-by, both
      *> hhmm) with an ALERT-RAISED event through DLGNTFY - once per
      *> run, before the deadline rather than after it. The report
      *> run after the network ends clears them.
      *>
      *> Usage:
      *>     critical_path [PROJECT]
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>     2026-10-15  DO   Network table raised to 120 nodes;
      *>                      an overflowing network ends RC 16.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRITICAL-PATH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NET-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NET-STATUS.
           SELECT RUNCTL-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT ACCT-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT CAL-FILE ASSIGN DYNAMIC WS-CFN-04
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT ALERTS-FILE ASSIGN DYNAMIC WS-CFN-05
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NET-FILE.
       01  NET-LINE                 PIC X(400).

       FD  RUNCTL-FILE.
       01  RUNCTL-LINE              PIC X(300).

       FD  ACCT-FILE.
       01  ACCT-LINE                PIC X(300).

       FD  CAL-FILE.
       01  CAL-LINE                 PIC X(200).

       FD  ALERTS-FILE.
       01  ALERTS-LINE              PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CFN-04                PIC X(200).
       01  WS-CFN-05                PIC X(200).
       01  WS-NET-STATUS            PIC X(02) VALUE SPACES.
       01  WS-RUNCTL-STATUS         PIC X(02) VALUE SPACES.
       01  WS-ACCT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CAL-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ALERTS-STATUS         PIC X(02) VALUE SPACES.
       01  WS-EOF-NET               PIC X(01) VALUE "N".
           88  NO-MORE-NET                   VALUE "Y".
       01  WS-EOF-RUNCTL            PIC X(01) VALUE "N".
           88  NO-MORE-RUNCTL                VALUE "Y".
       01  WS-EOF-ACCT              PIC X(01) VALUE "N".
           88  NO-MORE-ACCT                  VALUE "Y".
       01  WS-EOF-CAL               PIC X(01) VALUE "N".
           88  NO-MORE-CAL                   VALUE "Y".
       01  WS-EOF-ALERTS            PIC X(01) VALUE "N".
           88  NO-MORE-ALERTS                VALUE "Y".

       01  WS-CMD-LINE              PIC X(40) VALUE SPACES.
       01  WS-MODE                  PIC X(01) VALUE "R".
           88  MODE-REPORT                   VALUE "R".
           88  MODE-PROJECT                  VALUE "P".
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-NOW-STAMP             PIC X(14).
       01  WS-NOW-SECS              PIC 9(12) VALUE 0.

      *> The batch window, minutes of the day; the plan's offsets
      *> are minutes after the window start.
       01  WS-WIN-START             PIC X(04) VALUE "0100".
       01  WS-WIN-END               PIC X(04) VALUE "0700".
       01  WS-WIN-START-MIN         PIC 9(04) VALUE 0.
       01  WS-WIN-END-OFF           PIC S9(05) VALUE 0.

      *> The network, one entry per J line, with its plan and its
      *> last-run actuals.
       01  WS-JOB-MAX               PIC 9(03) VALUE 120.
       01  WS-JOB-COUNT             PIC 9(03) VALUE 0.
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 120 TIMES.
               10  WS-JOB-NAME      PIC X(30).
               10  WS-JOB-PGM       PIC X(30).
               10  WS-JOB-PREDS     PIC X(120).
               10  WS-JOB-PRED-N    PIC 9(01).
               10  WS-JOB-PRED-IX   PIC 9(03) OCCURS 8 TIMES.
               10  WS-JOB-DEADLINE  PIC X(04).
               10  WS-JOB-DL-OFF    PIC S9(05).
      *>         usual duration: ring of the last 7 step durations
      *>         (seconds), accounting sum/count as the fallback
               10  WS-JOB-HIST-N    PIC 9(01).
               10  WS-JOB-HIST-NEXT PIC 9(01).
               10  WS-JOB-HIST-SECS PIC 9(07) OCCURS 7 TIMES.
               10  WS-JOB-ACCT-SUM  PIC 9(09).
               10  WS-JOB-ACCT-N    PIC 9(05).
               10  WS-JOB-BASIS     PIC X(04).
               10  WS-JOB-EXP-SECS  PIC 9(07).
               10  WS-JOB-EXP-MIN   PIC 9(05).
      *>         plan, minutes after the window start
               10  WS-JOB-ES        PIC S9(05).
               10  WS-JOB-EF        PIC S9(05).
               10  WS-JOB-LF        PIC S9(05).
               10  WS-JOB-SLACK     PIC S9(05).
               10  WS-JOB-DRIVER    PIC 9(03).
      *>         the scheduler run being read (the last one at end)
               10  WS-JOB-ACT-START PIC X(14).
               10  WS-JOB-ACT-END   PIC X(14).
               10  WS-JOB-ACT-RES   PIC X(10).
               10  WS-JOB-ACT-S-SEC PIC 9(12).
               10  WS-JOB-ACT-E-SEC PIC 9(12).
               10  WS-JOB-PROJ-SEC  PIC 9(12).
               10  WS-JOB-DL-SEC    PIC 9(12).
               10  WS-JOB-ALERT     PIC X(01).
      *>             R raised in this run, C cleared/never
               10  WS-JOB-ALERT-TS  PIC X(14).
       01  WS-JOB-POS               PIC 9(03) VALUE 0.
       01  WS-JOB-POS-2             PIC 9(03) VALUE 0.
       01  WS-JOB-FOUND             PIC 9(03) VALUE 0.
       01  WS-PRED-NAMES.
           05  WS-PRED-NAME         PIC X(30) OCCURS 8 TIMES.
       01  WS-PRED-POS              PIC 9(01) VALUE 0.
       01  WS-HIST-POS              PIC 9(01) VALUE 0.
       01  WS-HIST-SUM              PIC 9(09) VALUE 0.
       01  WS-DEADLINE-COUNT        PIC 9(03) VALUE 0.

      *> The last scheduler run on the run log.
       01  WS-RUN-ID                PIC X(30) VALUE SPACES.
       01  WS-RUN-START             PIC X(14) VALUE SPACES.
       01  WS-RUN-START-SECS        PIC 9(12) VALUE 0.
       01  WS-RUN-ENDED             PIC X(01) VALUE "N".
           88  RUN-HAS-ENDED                 VALUE "Y".

      *> Pass control for the forward/backward/projection passes.
       01  WS-CHANGED               PIC X(01) VALUE "Y".
       01  WS-PASSES                PIC 9(03) VALUE 0.
       01  WS-CAND                  PIC S9(05) VALUE 0.
       01  WS-CAND-SECS             PIC 9(12) VALUE 0.

      *> The critical chain, collected back to front.
       01  WS-CHAIN-COUNT           PIC 9(03) VALUE 0.
       01  WS-CHAIN-TABLE.
           05  WS-CHAIN-IX          PIC 9(03) OCCURS 120 TIMES.
       01  WS-CHAIN-POS             PIC 9(03) VALUE 0.
       01  WS-MIN-SLACK             PIC S9(05) VALUE 0.
       01  WS-CRIT-END              PIC 9(03) VALUE 0.

      *> Late-job analysis.
       01  WS-LATE-COUNT            PIC 9(03) VALUE 0.
       01  WS-LATE-MIN              PIC 9(05) VALUE 0.
       01  WS-WALK                  PIC 9(03) VALUE 0.
       01  WS-WALK-NEXT             PIC 9(03) VALUE 0.
       01  WS-WALK-STEPS            PIC 9(03) VALUE 0.
       01  WS-OVER-SECS             PIC S9(07) VALUE 0.
       01  WS-BEST-OVER             PIC S9(07) VALUE 0.
       01  WS-BEST-JOB              PIC 9(03) VALUE 0.
       01  WS-ACT-MIN               PIC 9(05) VALUE 0.

      *> Alerts.
       01  WS-RAISED                PIC 9(03) VALUE 0.
       01  WS-CLEARED               PIC 9(03) VALUE 0.
       01  WS-ALERT-COND            PIC X(40).
       01  WS-ALERT-VALUE           PIC X(04).
       01  WS-ALERT-STATE           PIC X(07).
       01  WS-NTF-EVENT             PIC X(20).
       01  WS-NTF-KEY               PIC X(200).
       01  WS-NTF-DETAIL            PIC X(120).

      *> Time conversions.
       01  WS-CONV-STAMP            PIC X(14).
       01  WS-CONV-SECS             PIC 9(12) VALUE 0.
       01  WS-CONV-HHMM             PIC X(04).
       01  WS-CONV-MIN              PIC 9(04) VALUE 0.
       01  WS-CONV-OFF              PIC S9(05) VALUE 0.
       01  WS-WORK-NUM              PIC 9(08) VALUE 0.
       01  WS-WORK-SECS             PIC 9(12) VALUE 0.
       01  WS-SHOW-HHMM             PIC X(05).
       01  WS-SHOW-HH               PIC 9(02).
       01  WS-SHOW-MM               PIC 9(02).
       01  WS-SHOW-DAYMIN           PIC 9(05) VALUE 0.
       01  WS-SHOW-ES               PIC X(05).
       01  WS-SHOW-EF               PIC X(05).
       01  WS-SHOW-LF               PIC X(05).
       01  WS-SHOW-DL               PIC X(05).
       01  WS-SHOW-SLACK            PIC -(4)9.
       01  WS-SHOW-MIN              PIC Z(4)9.
       01  WS-SHOW-MIN-2            PIC Z(4)9.
       01  WS-SHOW-OVER             PIC +(4)9.
       01  WS-SHOW-FLAG             PIC X(08).

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(120).
       01  WS-IN-F3                 PIC X(120).
       01  WS-IN-F4                 PIC X(120).
       01  WS-IN-F5                 PIC X(60).
       01  WS-IN-F6                 PIC X(60).
       01  WS-IN-F7                 PIC X(60).
       01  WS-IN-F8                 PIC X(20).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           IF FUNCTION UPPER-CASE(WS-CMD-LINE(1:7)) = "PROJECT"
               SET MODE-PROJECT TO TRUE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:14) TO WS-NOW-STAMP.
           MOVE WS-NOW-STAMP TO WS-CONV-STAMP.
           PERFORM 8000-STAMP-TO-SECONDS THRU 8000-EXIT.
           MOVE WS-CONV-SECS TO WS-NOW-SECS.
           PERFORM 1000-LOAD-NETWORK THRU 1000-EXIT
               UNTIL NO-MORE-NET.
           IF WS-JOB-COUNT = 0
               DISPLAY "CRITICAL-PATH: no network in "
                       FUNCTION TRIM(WS-CFN-01)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-RESOLVE-PREDS THRU 1100-EXIT
               VARYING WS-JOB-POS FROM 1 BY 1
               UNTIL WS-JOB-POS > WS-JOB-COUNT.
           PERFORM 1200-READ-WINDOW THRU 1200-EXIT
               UNTIL NO-MORE-CAL.
           MOVE WS-WIN-START TO WS-CONV-HHMM.
           PERFORM 8200-HHMM-TO-MINUTES THRU 8200-EXIT.
           MOVE WS-CONV-MIN TO WS-WIN-START-MIN.
           MOVE WS-WIN-END TO WS-CONV-HHMM.
           PERFORM 8300-HHMM-TO-OFFSET THRU 8300-EXIT.
           MOVE WS-CONV-OFF TO WS-WIN-END-OFF.
           PERFORM 1300-SET-DEADLINE-OFFSET THRU 1300-EXIT
               VARYING WS-JOB-POS FROM 1 BY 1
               UNTIL WS-JOB-POS > WS-JOB-COUNT.
           PERFORM 1400-READ-RUN-LOG THRU 1400-EXIT
               UNTIL NO-MORE-RUNCTL.
           PERFORM 1500-READ-ACCOUNTING THRU 1500-EXIT
               UNTIL NO-MORE-ACCT.
           PERFORM 1600-SETTLE-USUAL-TIME THRU 1600-EXIT
               VARYING WS-JOB-POS FROM 1 BY 1
               UNTIL WS-JOB-POS > WS-JOB-COUNT.
           PERFORM 1700-LOAD-ALERT-STATE THRU 1700-EXIT
               UNTIL NO-MORE-ALERTS.
           IF MODE-PROJECT
               PERFORM 5000-PROJECT-RUN THRU 5000-EXIT
               STOP RUN
           END-IF.
           PERFORM 2000-PLAN THRU 2000-EXIT.
           PERFORM 3000-PRINT-PLAN THRU 3000-EXIT.
           PERFORM 4000-REVIEW-LAST-RUN THRU 4000-EXIT.
           IF WS-LATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *>----------------------------------------------------------*>
      *> Loading.
      *>----------------------------------------------------------*>
       1000-LOAD-NETWORK.
           IF WS-NET-STATUS = SPACES
               OPEN INPUT NET-FILE
               IF WS-NET-STATUS NOT = "00"
                   SET NO-MORE-NET TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           READ NET-FILE
               AT END
                   SET NO-MORE-NET TO TRUE
                   CLOSE NET-FILE
               NOT AT END
                   IF NET-LINE(1:2) = "J|"
                           AND WS-JOB-COUNT NOT < WS-JOB-MAX
                       DISPLAY "CRITICAL-PATH: more than " WS-JOB-MAX
                               " J lines in "
                               FUNCTION TRIM(WS-CFN-01)
                               " - network table full, no plan made"
                       CLOSE NET-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF NET-LINE(1:2) = "J|"
                       PERFORM 1010-TAKE-ONE-JOB THRU 1010-EXIT
                   END-IF
           END-READ.
       1000-EXIT.
           EXIT.

       1010-TAKE-ONE-JOB.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6 WS-IN-F7.
           UNSTRING NET-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
                    WS-IN-F5 WS-IN-F6 WS-IN-F7
           END-UNSTRING.
           ADD 1 TO WS-JOB-COUNT.
           INITIALIZE WS-JOB-ENTRY (WS-JOB-COUNT).
           MOVE WS-IN-F2(1:30) TO WS-JOB-NAME (WS-JOB-COUNT).
           MOVE WS-IN-F4(1:120) TO WS-JOB-PREDS (WS-JOB-COUNT).
      *> The program a node runs shares its name: build_catalog
      *> accounts as BUILD-CATALOG.
           MOVE FUNCTION UPPER-CASE(WS-IN-F2(1:30))
               TO WS-JOB-PGM (WS-JOB-COUNT).
           INSPECT WS-JOB-PGM (WS-JOB-COUNT)
               REPLACING ALL "_" BY "-".
           MOVE SPACES TO WS-JOB-DEADLINE (WS-JOB-COUNT).
           IF WS-IN-F7(1:4) IS NUMERIC
               MOVE WS-IN-F7(1:4) TO WS-JOB-DEADLINE (WS-JOB-COUNT)
               ADD 1 TO WS-DEADLINE-COUNT
           END-IF.
           MOVE "C" TO WS-JOB-ALERT (WS-JOB-COUNT).
       1010-EXIT.
           EXIT.

      *> Predecessor names to table positions, once; an undeclared
      *> name is left out of the plan (JOB-SCHEDULER will hold the
      *> job waiting on it anyway).
       1100-RESOLVE-PREDS.
           MOVE 0 TO WS-JOB-PRED-N (WS-JOB-POS).
           IF WS-JOB-PREDS (WS-JOB-POS) = SPACES
                   OR WS-JOB-PREDS (WS-JOB-POS) (1:1) = "-"
               GO TO 1100-EXIT
           END-IF.
           INITIALIZE WS-PRED-NAMES.
           UNSTRING WS-JOB-PREDS (WS-JOB-POS) DELIMITED BY ","
               INTO WS-PRED-NAME (1) WS-PRED-NAME (2)
                    WS-PRED-NAME (3) WS-PRED-NAME (4)
                    WS-PRED-NAME (5) WS-PRED-NAME (6)
                    WS-PRED-NAME (7) WS-PRED-NAME (8)
           END-UNSTRING.
           PERFORM 1110-RESOLVE-ONE-PRED THRU 1110-EXIT
               VARYING WS-PRED-POS FROM 1 BY 1
               UNTIL WS-PRED-POS > 8.
       1100-EXIT.
           EXIT.

       1110-RESOLVE-ONE-PRED.
           IF WS-PRED-NAME (WS-PRED-POS) = SPACES
               GO TO 1110-EXIT
           END-IF.
           MOVE 0 TO WS-JOB-FOUND.
           PERFORM 1120-SEEK-JOB THRU 1120-EXIT
               VARYING WS-JOB-POS-2 FROM 1 BY 1
               UNTIL WS-JOB-POS-2 > WS-JOB-COUNT.
           IF WS-JOB-FOUND = 0
               DISPLAY "CRITICAL-PATH: "
                       FUNCTION TRIM(WS-JOB-NAME (WS-JOB-POS))
                       " names undeclared predecessor "
                       FUNCTION TRIM(WS-PRED-NAME (WS-PRED-POS))
               GO TO 1110-EXIT
           END-IF.
           ADD 1 TO WS-JOB-PRED-N (WS-JOB-POS).
           MOVE WS-JOB-FOUND TO WS-JOB-PRED-IX
               (WS-JOB-POS, WS-JOB-PRED-N (WS-JOB-POS)).
       1110-EXIT.
           EXIT.

       1120-SEEK-JOB.
           IF FUNCTION TRIM(WS-JOB-NAME (WS-JOB-POS-2))
                   = FUNCTION TRIM(WS-PRED-NAME (WS-PRED-POS))
               MOVE WS-JOB-POS-2 TO WS-JOB-FOUND
           END-IF.
       1120-EXIT.
           EXIT.

      *> The window: latest W|WINDOW record on the operations
      *> calendar, as WINDOW-FORECAST reads it.
       1200-READ-WINDOW.
           IF WS-CAL-STATUS = SPACES
               OPEN INPUT CAL-FILE
               IF WS-CAL-STATUS NOT = "00"
                   SET NO-MORE-CAL TO TRUE
                   GO TO 1200-EXIT
               END-IF
           END-IF.
           READ CAL-FILE
               AT END
                   SET NO-MORE-CAL TO TRUE
                   CLOSE CAL-FILE
               NOT AT END
                   IF CAL-LINE(1:9) = "W|WINDOW|"
                       UNSTRING CAL-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                WS-IN-F4
                       END-UNSTRING
                       IF WS-IN-F3(1:4) IS NUMERIC
                           MOVE WS-IN-F3(1:4) TO WS-WIN-START
                       END-IF
                       IF WS-IN-F4(1:4) IS NUMERIC
                           MOVE WS-IN-F4(1:4) TO WS-WIN-END
                       END-IF
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.

       1300-SET-DEADLINE-OFFSET.
           IF WS-JOB-DEADLINE (WS-JOB-POS) = SPACES
               MOVE WS-WIN-END-OFF TO WS-JOB-DL-OFF (WS-JOB-POS)
           ELSE
               MOVE WS-JOB-DEADLINE (WS-JOB-POS) TO WS-CONV-HHMM
               PERFORM 8300-HHMM-TO-OFFSET THRU 8300-EXIT
               MOVE WS-CONV-OFF TO WS-JOB-DL-OFF (WS-JOB-POS)
           END-IF.
       1300-EXIT.
           EXIT.

      *> The run log, front to back. A new scheduler run first folds
      *> the previous run's OK durations into each job's history,
      *> so the run left standing at the end is the last run and is
      *> judged against the runs before it.
       1400-READ-RUN-LOG.
           IF WS-RUNCTL-STATUS = SPACES
               OPEN INPUT RUNCTL-FILE
               IF WS-RUNCTL-STATUS NOT = "00"
                   SET NO-MORE-RUNCTL TO TRUE
                   GO TO 1400-EXIT
               END-IF
           END-IF.
           READ RUNCTL-FILE
               AT END
                   SET NO-MORE-RUNCTL TO TRUE
                   CLOSE RUNCTL-FILE
               NOT AT END
                   MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4
                                  WS-IN-F5 WS-IN-F6
                   EVALUATE TRUE
                       WHEN RUNCTL-LINE(1:7) = "R|SCHED"
                           UNSTRING RUNCTL-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                    WS-IN-F4
                           END-UNSTRING
                           PERFORM 1410-TAKE-RUN-RECORD
                               THRU 1410-EXIT
                       WHEN RUNCTL-LINE(1:2) = "S|"
                           UNSTRING RUNCTL-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                    WS-IN-F4 WS-IN-F5 WS-IN-F6
                           END-UNSTRING
                           IF WS-IN-F2(1:30) = WS-RUN-ID
                               PERFORM 1430-TAKE-STEP-RECORD
                                   THRU 1430-EXIT
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       1400-EXIT.
           EXIT.

       1410-TAKE-RUN-RECORD.
           IF WS-IN-F3(1:5) = "START"
               PERFORM 1420-FOLD-ONE-JOB THRU 1420-EXIT
                   VARYING WS-JOB-POS FROM 1 BY 1
                   UNTIL WS-JOB-POS > WS-JOB-COUNT
               MOVE WS-IN-F2(1:30) TO WS-RUN-ID
               MOVE WS-IN-F4(1:14) TO WS-RUN-START
               MOVE WS-RUN-START TO WS-CONV-STAMP
               PERFORM 8000-STAMP-TO-SECONDS THRU 8000-EXIT
               MOVE WS-CONV-SECS TO WS-RUN-START-SECS
               MOVE "N" TO WS-RUN-ENDED
               GO TO 1410-EXIT
           END-IF.
           IF WS-IN-F3(1:3) = "END"
                   AND WS-IN-F2(1:30) = WS-RUN-ID
               MOVE "Y" TO WS-RUN-ENDED
           END-IF.
       1410-EXIT.
           EXIT.

       1420-FOLD-ONE-JOB.
           IF WS-JOB-ACT-RES (WS-JOB-POS) (1:2) = "OK"
                   AND WS-JOB-ACT-S-SEC (WS-JOB-POS) > 0
                   AND WS-JOB-ACT-E-SEC (WS-JOB-POS)
                       >= WS-JOB-ACT-S-SEC (WS-JOB-POS)
               ADD 1 TO WS-JOB-HIST-NEXT (WS-JOB-POS)
               IF WS-JOB-HIST-NEXT (WS-JOB-POS) > 7
                   MOVE 1 TO WS-JOB-HIST-NEXT (WS-JOB-POS)
               END-IF
               COMPUTE WS-JOB-HIST-SECS (WS-JOB-POS,
                           WS-JOB-HIST-NEXT (WS-JOB-POS))
                   = WS-JOB-ACT-E-SEC (WS-JOB-POS)
                     - WS-JOB-ACT-S-SEC (WS-JOB-POS)
               IF WS-JOB-HIST-N (WS-JOB-POS) < 7
                   ADD 1 TO WS-JOB-HIST-N (WS-JOB-POS)
               END-IF
           END-IF.
           MOVE SPACES TO WS-JOB-ACT-START (WS-JOB-POS)
                          WS-JOB-ACT-END (WS-JOB-POS)
                          WS-JOB-ACT-RES (WS-JOB-POS).
           MOVE 0 TO WS-JOB-ACT-S-SEC (WS-JOB-POS)
                     WS-JOB-ACT-E-SEC (WS-JOB-POS).
       1420-EXIT.
           EXIT.

       1430-TAKE-STEP-RECORD.
           MOVE WS-IN-F3(1:30) TO WS-PRED-NAME (1).
           MOVE 1 TO WS-PRED-POS.
           MOVE 0 TO WS-JOB-FOUND.
           PERFORM 1120-SEEK-JOB THRU 1120-EXIT
               VARYING WS-JOB-POS-2 FROM 1 BY 1
               UNTIL WS-JOB-POS-2 > WS-JOB-COUNT.
           IF WS-JOB-FOUND = 0
               GO TO 1430-EXIT
           END-IF.
           MOVE WS-IN-F5(1:14) TO WS-CONV-STAMP.
           PERFORM 8000-STAMP-TO-SECONDS THRU 8000-EXIT.
           IF WS-IN-F4(1:5) = "START"
               MOVE WS-IN-F5(1:14) TO WS-JOB-ACT-START (WS-JOB-FOUND)
               MOVE WS-CONV-SECS TO WS-JOB-ACT-S-SEC (WS-JOB-FOUND)
           ELSE
               MOVE WS-IN-F5(1:14) TO WS-JOB-ACT-END (WS-JOB-FOUND)
               MOVE WS-CONV-SECS TO WS-JOB-ACT-E-SEC (WS-JOB-FOUND)
               MOVE WS-IN-F6(1:10) TO WS-JOB-ACT-RES (WS-JOB-FOUND)
           END-IF.
       1430-EXIT.
           EXIT.

      *> DLGACCT's records, for a node the scheduler has never timed.
       1500-READ-ACCOUNTING.
           IF WS-ACCT-STATUS = SPACES
               OPEN INPUT ACCT-FILE
               IF WS-ACCT-STATUS NOT = "00"
                   SET NO-MORE-ACCT TO TRUE
                   GO TO 1500-EXIT
               END-IF
           END-IF.
           READ ACCT-FILE
               AT END
                   SET NO-MORE-ACCT TO TRUE
                   CLOSE ACCT-FILE
               NOT AT END
                   IF ACCT-LINE(1:2) = "J|"
                       MOVE SPACES TO WS-IN-F2 WS-IN-F7
                       UNSTRING ACCT-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                WS-IN-F4 WS-IN-F5 WS-IN-F6
                                WS-IN-F7
                       END-UNSTRING
                       PERFORM 1510-TAKE-ONE-ACCOUNT THRU 1510-EXIT
                           VARYING WS-JOB-POS FROM 1 BY 1
                           UNTIL WS-JOB-POS > WS-JOB-COUNT
                   END-IF
           END-READ.
       1500-EXIT.
           EXIT.

       1510-TAKE-ONE-ACCOUNT.
           IF WS-JOB-PGM (WS-JOB-POS) = WS-IN-F2(1:30)
                   AND WS-IN-F7(1:7) IS NUMERIC
               ADD FUNCTION NUMVAL(WS-IN-F7(1:7))
                   TO WS-JOB-ACCT-SUM (WS-JOB-POS)
               ADD 1 TO WS-JOB-ACCT-N (WS-JOB-POS)
           END-IF.
       1510-EXIT.
           EXIT.

      *> Usual time: step history, else accounting, else the last
      *> run itself; a job never timed at all plans as one minute.
       1600-SETTLE-USUAL-TIME.
           MOVE 0 TO WS-HIST-SUM.
           EVALUATE TRUE
               WHEN WS-JOB-HIST-N (WS-JOB-POS) > 0
                   PERFORM 1610-ADD-ONE-HIST THRU 1610-EXIT
                       VARYING WS-HIST-POS FROM 1 BY 1
                       UNTIL WS-HIST-POS > WS-JOB-HIST-N (WS-JOB-POS)
                   COMPUTE WS-JOB-EXP-SECS (WS-JOB-POS) ROUNDED
                       = WS-HIST-SUM / WS-JOB-HIST-N (WS-JOB-POS)
                   MOVE "STEP" TO WS-JOB-BASIS (WS-JOB-POS)
               WHEN WS-JOB-ACCT-N (WS-JOB-POS) > 0
                   COMPUTE WS-JOB-EXP-SECS (WS-JOB-POS) ROUNDED
                       = WS-JOB-ACCT-SUM (WS-JOB-POS)
                         / WS-JOB-ACCT-N (WS-JOB-POS)
                   MOVE "ACCT" TO WS-JOB-BASIS (WS-JOB-POS)
               WHEN WS-JOB-ACT-RES (WS-JOB-POS) (1:2) = "OK"
                       AND WS-JOB-ACT-E-SEC (WS-JOB-POS)
                           >= WS-JOB-ACT-S-SEC (WS-JOB-POS)
                   COMPUTE WS-JOB-EXP-SECS (WS-JOB-POS)
                       = WS-JOB-ACT-E-SEC (WS-JOB-POS)
                         - WS-JOB-ACT-S-SEC (WS-JOB-POS)
                   MOVE "LAST" TO WS-JOB-BASIS (WS-JOB-POS)
               WHEN OTHER
                   MOVE 60 TO WS-JOB-EXP-SECS (WS-JOB-POS)
                   MOVE "NONE" TO WS-JOB-BASIS (WS-JOB-POS)
           END-EVALUATE.
           COMPUTE WS-JOB-EXP-MIN (WS-JOB-POS)
               = (WS-JOB-EXP-SECS (WS-JOB-POS) + 59) / 60.
       1600-EXIT.
           EXIT.

       1610-ADD-ONE-HIST.
           ADD WS-JOB-HIST-SECS (WS-JOB-POS, WS-HIST-POS)
               TO WS-HIST-SUM.
       1610-EXIT.
           EXIT.

      *> Last JOB-LATE state per job; only a RAISED record written
      *> since the last run started counts as raised for it.
       1700-LOAD-ALERT-STATE.
           IF WS-ALERTS-STATUS = SPACES
               OPEN INPUT ALERTS-FILE
               IF WS-ALERTS-STATUS NOT = "00"
                   SET NO-MORE-ALERTS TO TRUE
                   MOVE SPACES TO WS-ALERTS-STATUS
                   GO TO 1700-EXIT
               END-IF
           END-IF.
           READ ALERTS-FILE
               AT END
                   SET NO-MORE-ALERTS TO TRUE
                   CLOSE ALERTS-FILE
                   MOVE SPACES TO WS-ALERTS-STATUS
               NOT AT END
                   IF ALERTS-LINE(1:11) = "A|JOB-LATE:"
                       MOVE SPACES TO WS-IN-F2 WS-IN-F5 WS-IN-F6
                       UNSTRING ALERTS-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                WS-IN-F4 WS-IN-F5 WS-IN-F6
                       END-UNSTRING
                       MOVE WS-IN-F2(10:30) TO WS-PRED-NAME (1)
                       MOVE 1 TO WS-PRED-POS
                       MOVE 0 TO WS-JOB-FOUND
                       PERFORM 1120-SEEK-JOB THRU 1120-EXIT
                           VARYING WS-JOB-POS-2 FROM 1 BY 1
                           UNTIL WS-JOB-POS-2 > WS-JOB-COUNT
                       IF WS-JOB-FOUND > 0
                           PERFORM 1710-TAKE-ONE-STATE
                               THRU 1710-EXIT
                       END-IF
                   END-IF
           END-READ.
       1700-EXIT.
           EXIT.

       1710-TAKE-ONE-STATE.
           MOVE WS-IN-F5(1:14) TO WS-JOB-ALERT-TS (WS-JOB-FOUND).
           IF WS-IN-F6(1:6) = "RAISED"
               MOVE "R" TO WS-JOB-ALERT (WS-JOB-FOUND)
           ELSE
               MOVE "C" TO WS-JOB-ALERT (WS-JOB-FOUND)
           END-IF.
       1710-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The plan: forward pass for earliest ends, backward pass
      *> for latest ends, slack, then the least-slack chain.
      *>----------------------------------------------------------*>
       2000-PLAN.
           PERFORM 2010-SEED-ONE-JOB THRU 2010-EXIT
               VARYING WS-JOB-POS FROM 1 BY 1
               UNTIL WS-JOB-POS > WS-JOB-COUNT.
      *> Passes until nothing moves; the pass limit stops a cycle in
      *> the network file from spinning here.
           MOVE "Y" TO WS-CHANGED.
           MOVE 0 TO WS-PASSES.
           PERFORM 2100-FORWARD-PASS THRU 2100-EXIT
               UNTIL WS-CHANGED = "N" OR WS-PASSES > WS-JOB-COUNT.
           MOVE "Y" TO WS-CHANGED.
           MOVE 0 TO WS-PASSES.
           PERFORM 2200-BACKWARD-PASS THRU 2200-EXIT
               UNTIL WS-CHANGED = "N" OR WS-PASSES > WS-JOB-COUNT.
           MOVE 99999 TO WS-MIN-SLACK.
           MOVE 0 TO WS-CRIT-END.
           PERFORM 2300-SLACK-ONE-JOB THRU 2300-EXIT
               VARYING WS-JOB-POS FROM 1 BY 1
               UNTIL WS-JOB-POS > WS-JOB-COUNT.
           MOVE 0 TO WS-CHAIN-COUNT.
           MOVE WS-CRIT-END TO WS-WALK.
           PERFORM 2400-WALK-CHAIN THRU 2400-EXIT
               UNTIL WS-WALK = 0 OR WS-CHAIN-COUNT >= WS-JOB-COUNT.
       2000-EXIT.
           EXIT.

       2010-SEED-ONE-JOB.
           MOVE 0 TO WS-JOB-ES (WS-JOB-POS).
           MOVE WS-JOB-EXP-MIN (WS-JOB-POS) TO WS-JOB-EF (WS-JOB-POS).
           MOVE WS-JOB-DL-OFF (WS-JOB-POS) TO WS-JOB-LF (WS-JOB-POS).
           MOVE 0 TO WS-JOB-DRIVER (WS-JOB-POS).
       2010-EXIT.
           EXIT.

       2100-FORWARD-PASS.
           ADD 1 TO WS-PASSES.
           MOVE "N" TO WS-CHANGED.
           PERFORM 2110-FORWARD-ONE-JOB THRU 2110-EXIT
               VARYING WS-JOB-POS FROM 1 BY 1
               UNTIL WS-JOB-POS > WS-JOB-COUNT.
       2100-EXIT.
           EXIT.

       2110-FORWARD-ONE-JOB.
           PERFORM 2120-FORWARD-ONE-PRED THRU 2120-EXIT
               VARYING WS-PRED-POS FROM 1 BY 1
               UNTIL WS-PRED-POS > WS-JOB-PRED-N (WS-JOB-POS).
       2110-EXIT.
           EXIT.

       2120-FORWARD-ONE-PRED.
           MOVE WS-JOB-PRED-IX (WS-JOB-POS, WS-PRED-POS)
               TO WS-JOB-POS-2.
           IF WS-JOB-EF (WS-JOB-POS-2) > WS-JOB-ES (WS-JOB-POS)
               MOVE WS-JOB-EF (WS-JOB-POS-2) TO WS-JOB-ES (WS-JOB-POS)
               COMPUTE WS-JOB-EF (WS-JOB-POS)
                   = WS-JOB-ES (WS-JOB-POS)
                     + WS-JOB-EXP-MIN (WS-JOB-POS)
               MOVE WS-JOB-POS-2 TO WS-JOB-DRIVER (WS-JOB-POS)
               MOVE "Y" TO WS-CHANGED
           END-IF.
       2120-EXIT.
           EXIT.

      *> A predecessor must end by the time its successor has to
      *> start; latest ends only ever come down.
       2200-BACKWARD-PASS.
           ADD 1 TO WS-PASSES.
           MOVE "N" TO WS-CHANGED.
           PERFORM 2210-BACKWARD-ONE-JOB THRU 2210-EXIT
               VARYING WS-JOB-POS FROM 1 BY 1
               UNTIL WS-JOB-POS > WS-JOB-COUNT.
       2200-EXIT.
           EXIT.

       2210-BACKWARD-ONE-JOB.
           COMPUTE WS-CAND = WS-JOB-LF (WS-JOB-POS)
                             - WS-JOB-EXP-MIN (WS-JOB-POS).
           PERFORM 2220-BACKWARD-ONE-PRED THRU 2220-EXIT
               VARYING WS-PRED-POS FROM 1 BY 1
               UNTIL WS-PRED-POS > WS-JOB-PRED-N (WS-JOB-POS).
       2210-EXIT.
           EXIT.

       2220-BACKWARD-ONE-PRED.
           MOVE WS-JOB-PRED-IX (WS-JOB-POS, WS-PRED-POS)
               TO WS-JOB-POS-2.
           IF WS-CAND < WS-JOB-LF (WS-JOB-POS-2)
               MOVE WS-CAND TO WS-JOB-LF (WS-JOB-POS-2)
               MOVE "Y" TO WS-CHANGED
           END-IF.
       2220-EXIT.
           EXIT.

      *> The critical chain ends at the least-slack job that ends
      *> latest.
       2300-SLACK-ONE-JOB.
           COMPUTE WS-JOB-SLACK (WS-JOB-POS)
               = WS-JOB-LF (WS-JOB-POS) - WS-JOB-EF (WS-JOB-POS).
           IF WS-JOB-SLACK (WS-JOB-POS) < WS-MIN-SLACK
               MOVE WS-JOB-SLACK (WS-JOB-POS) TO WS-MIN-SLACK
               MOVE WS-JOB-POS TO WS-CRIT-END
               GO TO 2300-EXIT
           END-IF.
           IF WS-JOB-SLACK (WS-JOB-POS) = WS-MIN-SLACK
                   AND WS-JOB-EF (WS-JOB-POS)
                       > WS-JOB-EF (WS-CRIT-END)
               MOVE WS-JOB-POS TO WS-CRIT-END
           END-IF.
       2300-EXIT.
           EXIT.

       2400-WALK-CHAIN.
           ADD 1 TO WS-CHAIN-COUNT.
           MOVE WS-WALK TO WS-CHAIN-IX (WS-CHAIN-COUNT).
           MOVE WS-JOB-DRIVER (WS-WALK) TO WS-WALK.
       2400-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The plan, printed.
      *>----------------------------------------------------------*>
       3000-PRINT-PLAN.
           DISPLAY "JOB NETWORK CRITICAL PATH".
           DISPLAY "=========================".
           DISPLAY "WINDOW: " WS-WIN-START " TO " WS-WIN-END
                   "   JOBS: " WS-JOB-COUNT
                   "   WITH MUST-END-BY: " WS-DEADLINE-COUNT.
           DISPLAY "USUAL TIME: STEP = mean of the last 7 OK "
                   "scheduler runs, ACCT = job accounting,".
           DISPLAY "            LAST = last run only, NONE = "
                   "never timed (planned as 1 minute)".
           DISPLAY " ".
           DISPLAY "JOB                            USUAL BASIS "
                   "START  END  MUST  LATEST SLACK".
           DISPLAY "------------------------------ ----- ----- "
                   "----- ----- ----- ----- ------".
           PERFORM 3100-PRINT-ONE-JOB THRU 3100-EXIT
               VARYING WS-JOB-POS FROM 1 BY 1
               UNTIL WS-JOB-POS > WS-JOB-COUNT.
           DISPLAY " ".
           MOVE WS-MIN-SLACK TO WS-SHOW-SLACK.
           DISPLAY "CRITICAL PATH (slack " FUNCTION TRIM(WS-SHOW-SLACK)
                   " min):".
           PERFORM 3200-PRINT-ONE-LINK THRU 3200-EXIT
               VARYING WS-CHAIN-POS FROM WS-CHAIN-COUNT BY -1
               UNTIL WS-CHAIN-POS < 1.
           IF WS-MIN-SLACK < 0
               DISPLAY "PLAN: the usual times already miss a "
                       "must-end-by; speed up a job on this chain"
           END-IF.
       3000-EXIT.
           EXIT.

       3100-PRINT-ONE-JOB.
           MOVE WS-JOB-ES (WS-JOB-POS) TO WS-CONV-OFF.
           PERFORM 8400-OFFSET-TO-SHOW THRU 8400-EXIT.
           MOVE WS-SHOW-HHMM TO WS-SHOW-ES.
           MOVE WS-JOB-EF (WS-JOB-POS) TO WS-CONV-OFF.
           PERFORM 8400-OFFSET-TO-SHOW THRU 8400-EXIT.
           MOVE WS-SHOW-HHMM TO WS-SHOW-EF.
           MOVE WS-JOB-LF (WS-JOB-POS) TO WS-CONV-OFF.
           PERFORM 8400-OFFSET-TO-SHOW THRU 8400-EXIT.
           MOVE WS-SHOW-HHMM TO WS-SHOW-LF.
           IF WS-JOB-DEADLINE (WS-JOB-POS) = SPACES
               MOVE "  -  " TO WS-SHOW-DL
           ELSE
               MOVE WS-JOB-DL-OFF (WS-JOB-POS) TO WS-CONV-OFF
               PERFORM 8400-OFFSET-TO-SHOW THRU 8400-EXIT
               MOVE WS-SHOW-HHMM TO WS-SHOW-DL
           END-IF.
           MOVE WS-JOB-EXP-MIN (WS-JOB-POS) TO WS-SHOW-MIN.
           MOVE WS-JOB-SLACK (WS-JOB-POS) TO WS-SHOW-SLACK.
           MOVE SPACES TO WS-SHOW-FLAG.
           IF WS-JOB-SLACK (WS-JOB-POS) = WS-MIN-SLACK
               MOVE "*" TO WS-SHOW-FLAG
           END-IF.
           IF WS-JOB-SLACK (WS-JOB-POS) < 0
               MOVE "* LATE" TO WS-SHOW-FLAG
           END-IF.
           DISPLAY WS-JOB-NAME (WS-JOB-POS) " " WS-SHOW-MIN " "
                   WS-JOB-BASIS (WS-JOB-POS) "  " WS-SHOW-ES " "
                   WS-SHOW-EF " " WS-SHOW-DL " " WS-SHOW-LF " "
                   WS-SHOW-SLACK " " WS-SHOW-FLAG.
       3100-EXIT.
           EXIT.

       3200-PRINT-ONE-LINK.
           MOVE WS-CHAIN-IX (WS-CHAIN-POS) TO WS-JOB-POS.
           MOVE WS-JOB-EF (WS-JOB-POS) TO WS-CONV-OFF.
           PERFORM 8400-OFFSET-TO-SHOW THRU 8400-EXIT.
           MOVE WS-JOB-EXP-MIN (WS-JOB-POS) TO WS-SHOW-MIN.
           DISPLAY "    " WS-JOB-NAME (WS-JOB-POS) " "
                   WS-SHOW-MIN " min, ends " WS-SHOW-HHMM.
       3200-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The last scheduler run: who ended after their must-end-by,
      *> and who on the driving chain ate the slack.
      *>----------------------------------------------------------*>
       4000-REVIEW-LAST-RUN.
           DISPLAY " ".
           IF WS-RUN-ID = SPACES
               DISPLAY "LAST RUN: no scheduler run on the run log"
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-RUN-START(9:4) TO WS-CONV-HHMM.
           PERFORM 8500-HHMM-TO-SHOW THRU 8500-EXIT.
           IF RUN-HAS-ENDED
               DISPLAY "LAST RUN: " FUNCTION TRIM(WS-RUN-ID)
                       " started " WS-SHOW-HHMM
           ELSE
               DISPLAY "LAST RUN: " FUNCTION TRIM(WS-RUN-ID)
                       " started " WS-SHOW-HHMM
                       " - STILL RUNNING"
           END-IF.
           PERFORM 4100-JUDGE-ONE-JOB THRU 4100-EXIT
               VARYING WS-JOB-POS FROM 1 BY 1
               UNTIL WS-JOB-POS > WS-JOB-COUNT.
           IF WS-LATE-COUNT = 0
               DISPLAY "    every must-end-by was met"
           END-IF.
      *> The network is over: stand down this run's lateness alerts.
           IF RUN-HAS-ENDED
               PERFORM 4300-CLEAR-ONE-ALERT THRU 4300-EXIT
                   VARYING WS-JOB-POS FROM 1 BY 1
                   UNTIL WS-JOB-POS > WS-JOB-COUNT
           END-IF.
           DISPLAY "CRITICAL-PATH: " WS-LATE-COUNT
                   " job(s) past their must-end-by, "
                   WS-CLEARED " alert(s) cleared".
       4000-EXIT.
           EXIT.

       4100-JUDGE-ONE-JOB.
           IF WS-JOB-DEADLINE (WS-JOB-POS) = SPACES
               GO TO 4100-EXIT
           END-IF.
           PERFORM 8600-DEADLINE-SECONDS THRU 8600-EXIT.
           MOVE WS-JOB-DEADLINE (WS-JOB-POS) TO WS-CONV-HHMM.
           PERFORM 8500-HHMM-TO-SHOW THRU 8500-EXIT.
           MOVE WS-SHOW-HHMM TO WS-SHOW-DL.
           IF WS-JOB-ACT-END (WS-JOB-POS) = SPACES
               IF RUN-HAS-ENDED
                       OR WS-NOW-SECS > WS-JOB-DL-SEC (WS-JOB-POS)
                   ADD 1 TO WS-LATE-COUNT
                   DISPLAY "    " FUNCTION TRIM(WS-JOB-NAME
                           (WS-JOB-POS))
                           " has not ended; must end by "
                           WS-SHOW-DL
               END-IF
               GO TO 4100-EXIT
           END-IF.
           IF WS-JOB-ACT-E-SEC (WS-JOB-POS)
                   <= WS-JOB-DL-SEC (WS-JOB-POS)
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-LATE-COUNT.
           COMPUTE WS-LATE-MIN = (WS-JOB-ACT-E-SEC (WS-JOB-POS)
                                  - WS-JOB-DL-SEC (WS-JOB-POS) + 59)
                                 / 60.
           MOVE WS-LATE-MIN TO WS-SHOW-MIN.
           MOVE WS-JOB-ACT-END (WS-JOB-POS) (9:4) TO WS-CONV-HHMM.
           PERFORM 8500-HHMM-TO-SHOW THRU 8500-EXIT.
           DISPLAY "    " FUNCTION TRIM(WS-JOB-NAME (WS-JOB-POS))
                   " ended " WS-SHOW-HHMM ", must end by "
                   WS-SHOW-DL ": " FUNCTION TRIM(WS-SHOW-MIN)
                   " min late (" FUNCTION TRIM(WS-JOB-ACT-RES
                   (WS-JOB-POS)) ")".
      *> Walk the driving chain back: at each step the predecessor
      *> that ended last is the one the job was waiting on.
           MOVE WS-JOB-POS TO WS-WALK.
           MOVE 0 TO WS-BEST-JOB WS-WALK-STEPS.
           MOVE -9999999 TO WS-BEST-OVER.
           PERFORM 4200-WALK-ONE-STEP THRU 4200-EXIT
               UNTIL WS-WALK = 0 OR WS-WALK-STEPS > WS-JOB-COUNT.
           IF WS-BEST-JOB = 0 OR WS-BEST-OVER <= 0
               IF WS-JOB-SLACK (WS-JOB-POS) < 0
                   DISPLAY "      no job on its chain overran its "
                           "usual time; the plan itself has no "
                           "slack"
               ELSE
                   DISPLAY "      no job on its chain overran its "
                           "usual time; the chain started late"
               END-IF
               GO TO 4100-EXIT
           END-IF.
           COMPUTE WS-ACT-MIN = (WS-JOB-ACT-E-SEC (WS-BEST-JOB)
                                 - WS-JOB-ACT-S-SEC (WS-BEST-JOB)
                                 + 59) / 60.
           MOVE WS-ACT-MIN TO WS-SHOW-MIN.
           MOVE WS-JOB-EXP-MIN (WS-BEST-JOB) TO WS-SHOW-MIN-2.
           COMPUTE WS-SHOW-OVER = (WS-BEST-OVER + 59) / 60.
           DISPLAY "      slack consumed by "
                   FUNCTION TRIM(WS-JOB-NAME (WS-BEST-JOB))
                   ": ran " FUNCTION TRIM(WS-SHOW-MIN)
                   " min against a usual "
                   FUNCTION TRIM(WS-SHOW-MIN-2) " ("
                   FUNCTION TRIM(WS-SHOW-OVER) ")".
       4100-EXIT.
           EXIT.

       4200-WALK-ONE-STEP.
           ADD 1 TO WS-WALK-STEPS.
           IF WS-JOB-ACT-START (WS-WALK) NOT = SPACES
                   AND WS-JOB-ACT-END (WS-WALK) NOT = SPACES
               COMPUTE WS-OVER-SECS
                   = WS-JOB-ACT-E-SEC (WS-WALK)
                     - WS-JOB-ACT-S-SEC (WS-WALK)
                     - WS-JOB-EXP-SECS (WS-WALK)
               IF WS-OVER-SECS > WS-BEST-OVER
                   MOVE WS-OVER-SECS TO WS-BEST-OVER
                   MOVE WS-WALK TO WS-BEST-JOB
               END-IF
           END-IF.
           MOVE 0 TO WS-WALK-NEXT.
           MOVE 0 TO WS-CAND-SECS.
           MOVE WS-WALK TO WS-JOB-POS-2.
           PERFORM 4210-LATEST-PRED THRU 4210-EXIT
               VARYING WS-PRED-POS FROM 1 BY 1
               UNTIL WS-PRED-POS > WS-JOB-PRED-N (WS-JOB-POS-2).
           MOVE WS-WALK-NEXT TO WS-WALK.
       4200-EXIT.
           EXIT.

       4210-LATEST-PRED.
           MOVE WS-JOB-PRED-IX (WS-JOB-POS-2, WS-PRED-POS)
               TO WS-JOB-FOUND.
           IF WS-JOB-ACT-E-SEC (WS-JOB-FOUND) > WS-CAND-SECS
               MOVE WS-JOB-ACT-E-SEC (WS-JOB-FOUND) TO WS-CAND-SECS
               MOVE WS-JOB-FOUND TO WS-WALK-NEXT
           END-IF.
       4210-EXIT.
           EXIT.

       4300-CLEAR-ONE-ALERT.
           IF WS-JOB-ALERT (WS-JOB-POS) NOT = "R"
               GO TO 4300-EXIT
           END-IF.
           MOVE "CLEARED" TO WS-ALERT-STATE.
           MOVE SPACES TO WS-ALERT-VALUE.
           IF WS-JOB-ACT-END (WS-JOB-POS) NOT = SPACES
               MOVE WS-JOB-ACT-END (WS-JOB-POS) (9:4)
                   TO WS-ALERT-VALUE
           END-IF.
           PERFORM 6000-APPEND-ALERT THRU 6000-EXIT.
           ADD 1 TO WS-CLEARED.
       4300-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> PROJECT: the run in progress, projected from what has
      *> actually ended so far.
      *>----------------------------------------------------------*>
       5000-PROJECT-RUN.
           IF WS-RUN-ID = SPACES OR RUN-HAS-ENDED
               DISPLAY "CRITICAL-PATH: no scheduler run in progress"
               GO TO 5000-EXIT
           END-IF.
           IF WS-DEADLINE-COUNT = 0
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5010-SEED-ONE-PROJECTION THRU 5010-EXIT
               VARYING WS-JOB-POS FROM 1 BY 1
               UNTIL WS-JOB-POS > WS-JOB-COUNT.
           MOVE "Y" TO WS-CHANGED.
           MOVE 0 TO WS-PASSES.
           PERFORM 5100-PROJECT-PASS THRU 5100-EXIT
               UNTIL WS-CHANGED = "N" OR WS-PASSES > WS-JOB-COUNT.
           PERFORM 5200-JUDGE-ONE-PROJECTION THRU 5200-EXIT
               VARYING WS-JOB-POS FROM 1 BY 1
               UNTIL WS-JOB-POS > WS-JOB-COUNT.
           DISPLAY "CRITICAL-PATH: " WS-RAISED
                   " projected-late alert(s) raised".
           IF WS-RAISED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.

      *> Ended: the actual end. Running: its usual time from its
      *> start, but never earlier than now. Not started: usual time
      *> from now, pushed out by its predecessors below.
       5010-SEED-ONE-PROJECTION.
           EVALUATE TRUE
               WHEN WS-JOB-ACT-END (WS-JOB-POS) NOT = SPACES
                   MOVE WS-JOB-ACT-E-SEC (WS-JOB-POS)
                       TO WS-JOB-PROJ-SEC (WS-JOB-POS)
               WHEN WS-JOB-ACT-START (WS-JOB-POS) NOT = SPACES
                   COMPUTE WS-JOB-PROJ-SEC (WS-JOB-POS)
                       = WS-JOB-ACT-S-SEC (WS-JOB-POS)
                         + WS-JOB-EXP-SECS (WS-JOB-POS)
                   IF WS-JOB-PROJ-SEC (WS-JOB-POS) < WS-NOW-SECS
                       MOVE WS-NOW-SECS
                           TO WS-JOB-PROJ-SEC (WS-JOB-POS)
                   END-IF
               WHEN OTHER
                   COMPUTE WS-JOB-PROJ-SEC (WS-JOB-POS)
                       = WS-NOW-SECS + WS-JOB-EXP-SECS (WS-JOB-POS)
           END-EVALUATE.
       5010-EXIT.
           EXIT.

       5100-PROJECT-PASS.
           ADD 1 TO WS-PASSES.
           MOVE "N" TO WS-CHANGED.
           PERFORM 5110-PROJECT-ONE-JOB THRU 5110-EXIT
               VARYING WS-JOB-POS FROM 1 BY 1
               UNTIL WS-JOB-POS > WS-JOB-COUNT.
       5100-EXIT.
           EXIT.

       5110-PROJECT-ONE-JOB.
           IF WS-JOB-ACT-START (WS-JOB-POS) NOT = SPACES
                   OR WS-JOB-ACT-END (WS-JOB-POS) NOT = SPACES
               GO TO 5110-EXIT
           END-IF.
           PERFORM 5120-PROJECT-ONE-PRED THRU 5120-EXIT
               VARYING WS-PRED-POS FROM 1 BY 1
               UNTIL WS-PRED-POS > WS-JOB-PRED-N (WS-JOB-POS).
       5110-EXIT.
           EXIT.

       5120-PROJECT-ONE-PRED.
           MOVE WS-JOB-PRED-IX (WS-JOB-POS, WS-PRED-POS)
               TO WS-JOB-POS-2.
           COMPUTE WS-CAND-SECS = WS-JOB-PROJ-SEC (WS-JOB-POS-2)
                                  + WS-JOB-EXP-SECS (WS-JOB-POS).
           IF WS-CAND-SECS > WS-JOB-PROJ-SEC (WS-JOB-POS)
               MOVE WS-CAND-SECS TO WS-JOB-PROJ-SEC (WS-JOB-POS)
               MOVE "Y" TO WS-CHANGED
           END-IF.
       5120-EXIT.
           EXIT.

       5200-JUDGE-ONE-PROJECTION.
           IF WS-JOB-DEADLINE (WS-JOB-POS) = SPACES
                   OR WS-JOB-ACT-END (WS-JOB-POS) NOT = SPACES
               GO TO 5200-EXIT
           END-IF.
           PERFORM 8600-DEADLINE-SECONDS THRU 8600-EXIT.
           IF WS-JOB-PROJ-SEC (WS-JOB-POS)
                   <= WS-JOB-DL-SEC (WS-JOB-POS)
               GO TO 5200-EXIT
           END-IF.
      *> Once per run: a RAISED record since this run began stands.
           IF WS-JOB-ALERT (WS-JOB-POS) = "R"
                   AND WS-JOB-ALERT-TS (WS-JOB-POS) >= WS-RUN-START
               GO TO 5200-EXIT
           END-IF.
           MOVE WS-JOB-PROJ-SEC (WS-JOB-POS) TO WS-CONV-SECS.
           PERFORM 8700-SECONDS-TO-HHMM THRU 8700-EXIT.
           MOVE WS-CONV-HHMM TO WS-ALERT-VALUE.
           MOVE "RAISED" TO WS-ALERT-STATE.
           PERFORM 6000-APPEND-ALERT THRU 6000-EXIT.
           MOVE "R" TO WS-JOB-ALERT (WS-JOB-POS).
           ADD 1 TO WS-RAISED.
           MOVE WS-ALERT-VALUE TO WS-CONV-HHMM.
           PERFORM 8500-HHMM-TO-SHOW THRU 8500-EXIT.
           MOVE WS-SHOW-HHMM TO WS-SHOW-EF.
           MOVE WS-JOB-DEADLINE (WS-JOB-POS) TO WS-CONV-HHMM.
           PERFORM 8500-HHMM-TO-SHOW THRU 8500-EXIT.
           MOVE WS-SHOW-HHMM TO WS-SHOW-DL.
           DISPLAY "CRITICAL-PATH: RAISED "
                   FUNCTION TRIM(WS-ALERT-COND)
                   " projected " WS-SHOW-EF " must end by "
                   WS-SHOW-DL.
           MOVE "ALERT-RAISED" TO WS-NTF-EVENT.
           MOVE WS-ALERT-COND TO WS-NTF-KEY.
           MOVE SPACES TO WS-NTF-DETAIL.
           STRING FUNCTION TRIM(WS-JOB-NAME (WS-JOB-POS))
                  " projected to end " WS-SHOW-EF
                  ", must end by " WS-SHOW-DL
                  " (run " FUNCTION TRIM(WS-RUN-ID) ")"
               DELIMITED BY SIZE INTO WS-NTF-DETAIL
           END-STRING.
           CALL "DLGNTFY" USING WS-NTF-EVENT WS-NTF-KEY
                                WS-NTF-DETAIL.
       5200-EXIT.
           EXIT.

      *> A|JOB-LATE:<job>|value-hhmm|must-end-by|stamp|state, the
      *> ALERT-ENGINE record.
       6000-APPEND-ALERT.
           MOVE SPACES TO WS-ALERT-COND.
           STRING "JOB-LATE:" FUNCTION TRIM(WS-JOB-NAME (WS-JOB-POS))
               DELIMITED BY SIZE INTO WS-ALERT-COND
           END-STRING.
           OPEN EXTEND ALERTS-FILE.
           IF WS-ALERTS-STATUS = "35"
               OPEN OUTPUT ALERTS-FILE
           END-IF.
           MOVE SPACES TO ALERTS-LINE.
           STRING "A|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ALERT-COND)     DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ALERT-VALUE)    DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  WS-JOB-DEADLINE (WS-JOB-POS)     DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP                 DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ALERT-STATE)    DELIMITED BY SIZE
                  INTO ALERTS-LINE
           END-STRING.
           WRITE ALERTS-LINE.
           CLOSE ALERTS-FILE.
           MOVE SPACES TO WS-ALERTS-STATUS.
       6000-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Time arithmetic.
      *>----------------------------------------------------------*>
      *> Rough seconds arithmetic, as DLGACCT does it: whole days
      *> via INTEGER-OF-DATE plus the time of day.
       8000-STAMP-TO-SECONDS.
           MOVE 0 TO WS-CONV-SECS.
           IF WS-CONV-STAMP IS NOT NUMERIC
               GO TO 8000-EXIT
           END-IF.
           MOVE WS-CONV-STAMP(1:8) TO WS-WORK-NUM.
           COMPUTE WS-CONV-SECS =
               FUNCTION INTEGER-OF-DATE(WS-WORK-NUM) * 86400
               + FUNCTION NUMVAL(WS-CONV-STAMP(9:2)) * 3600
               + FUNCTION NUMVAL(WS-CONV-STAMP(11:2)) * 60
               + FUNCTION NUMVAL(WS-CONV-STAMP(13:2)).
       8000-EXIT.
           EXIT.

       8200-HHMM-TO-MINUTES.
           MOVE 0 TO WS-CONV-MIN.
           IF WS-CONV-HHMM IS NUMERIC
               COMPUTE WS-CONV-MIN =
                   FUNCTION NUMVAL(WS-CONV-HHMM(1:2)) * 60
                   + FUNCTION NUMVAL(WS-CONV-HHMM(3:2))
           END-IF.
       8200-EXIT.
           EXIT.

      *> Minutes after the window start; a time earlier in the day
      *> than the start belongs to the next morning.
       8300-HHMM-TO-OFFSET.
           PERFORM 8200-HHMM-TO-MINUTES THRU 8200-EXIT.
           COMPUTE WS-CONV-OFF = WS-CONV-MIN - WS-WIN-START-MIN.
           IF WS-CONV-OFF < 0
               ADD 1440 TO WS-CONV-OFF
           END-IF.
       8300-EXIT.
           EXIT.

      *> An offset back to a clock time, hh:mm; "<<<<<" when the
      *> plan would start before the window opens.
       8400-OFFSET-TO-SHOW.
           IF WS-CONV-OFF < 0
               MOVE "<<<<<" TO WS-SHOW-HHMM
               GO TO 8400-EXIT
           END-IF.
           COMPUTE WS-SHOW-DAYMIN = WS-WIN-START-MIN + WS-CONV-OFF.
           DIVIDE WS-SHOW-DAYMIN BY 1440 GIVING WS-WORK-NUM
               REMAINDER WS-SHOW-DAYMIN.
           DIVIDE WS-SHOW-DAYMIN BY 60 GIVING WS-SHOW-HH
               REMAINDER WS-SHOW-MM.
           MOVE SPACES TO WS-SHOW-HHMM.
           STRING WS-SHOW-HH ":" WS-SHOW-MM
               DELIMITED BY SIZE INTO WS-SHOW-HHMM
           END-STRING.
       8400-EXIT.
           EXIT.

       8500-HHMM-TO-SHOW.
           MOVE SPACES TO WS-SHOW-HHMM.
           STRING WS-CONV-HHMM(1:2) ":" WS-CONV-HHMM(3:2)
               DELIMITED BY SIZE INTO WS-SHOW-HHMM
           END-STRING.
       8500-EXIT.
           EXIT.

      *> The must-end-by as an instant in the last run: on the run's
      *> start day, or the next day if that is before the start.
       8600-DEADLINE-SECONDS.
           MOVE WS-RUN-START(1:8) TO WS-CONV-STAMP(1:8).
           MOVE WS-JOB-DEADLINE (WS-JOB-POS) TO WS-CONV-STAMP(9:4).
           MOVE "00" TO WS-CONV-STAMP(13:2).
           PERFORM 8000-STAMP-TO-SECONDS THRU 8000-EXIT.
           IF WS-CONV-SECS < WS-RUN-START-SECS
               ADD 86400 TO WS-CONV-SECS
           END-IF.
           MOVE WS-CONV-SECS TO WS-JOB-DL-SEC (WS-JOB-POS).
       8600-EXIT.
           EXIT.

       8700-SECONDS-TO-HHMM.
           DIVIDE WS-CONV-SECS BY 86400 GIVING WS-WORK-SECS
               REMAINDER WS-WORK-SECS.
           DIVIDE WS-WORK-SECS BY 3600 GIVING WS-SHOW-HH
               REMAINDER WS-WORK-SECS.
           DIVIDE WS-WORK-SECS BY 60 GIVING WS-SHOW-MM.
           MOVE WS-SHOW-HH TO WS-CONV-HHMM(1:2).
           MOVE WS-SHOW-MM TO WS-CONV-HHMM(3:2).
       8700-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "job_network.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "run_control.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "job_accounting.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE "ops_calendar.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
           MOVE "alerts.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-05.
       0900-EXIT.
           EXIT.
