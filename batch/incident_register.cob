      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> INCIDENT-REGISTER
      *>
      *> The operations incident register. Bad nights - the August
      *> restore, the nine-file quarantine at noon, the index build
      *> that took eleven minutes - were remembered as anecdotes;
      *> the turnover journal and the exceptions mention them in
      *> passing and nothing tied them together. Each incident gets
      *> a number on batch/incidents.dat (taken through DLGINCD, the
      *> opener ALERT-ENGINE shares for its drafts) and walks:
      *>
      *>     DRAFT -> OPEN -> CLOSED       (DRAFT -> DISCARDED)
      *>
      *>     I|incident|severity|summary|source|operator|stamp
      *>     S|incident|state|note|operator|stamp
      *>     V|incident|severity|note|operator|stamp
      *>     K|incident|kind|reference|description|operator|stamp
      *>     C|incident|category|note|operator|stamp
      *>     A|incident|action|owner|due|what|operator|stamp
      *>     D|incident|action|note|operator|stamp
      *>
      *> Severity runs 1 (the night lost) to 4 (a nuisance). A link
      *> ties the incident to a nightly run (RUN, its run ID on
      *> batch/run_control.dat), an exception finding (EXC, its
      *> check ID and optionally the path, off batch/exceptions.dat),
      *> a turnover journal entry (TURN, the entry's stamp to the
      *> minute or closer) or an alert (ALERT, its condition on
      *> batch/alerts.dat); each is checked against its file and
      *> the register keeps a line of what it found there. The
      *> root cause category comes from batch/incident_causes.ref,
      *> the latest C record wins. Corrective actions are numbered
      *> within the incident, carry an owner and a due date, and
      *> may be opened and done after the incident closes.
      *>
      *> Commands:
      *>     incident_register OPEN "severity|what happened"
      *>     incident_register CONFIRM "incident|severity|note"
      *>         a draft becomes OPEN (severity blank keeps it)
      *>     incident_register DISCARD "incident|why"
      *>         a draft that was not an incident
      *>     incident_register LINK "incident|RUN, EXC, TURN or
      *>         ALERT|reference"
      *>     incident_register CAUSE "incident|category|note"
      *>     incident_register ACTION "incident|owner|YYYY-MM-DD|
      *>         what is to be done"
      *>     incident_register DONE "incident|action|note"
      *>     incident_register CLOSE "incident|note"
      *>         needs a root cause on file first
      *>     incident_register SHOW "incident"
      *>     incident_register LIST
      *>         drafts and open incidents
      *>     incident_register REVIEW [YYYYMM]
      *>         the monthly post-incident review (default: last
      *>         month) through the spool (DLGSPOOL, class BOARD) -
      *>         the month's incidents, the root-cause trend over
      *>         six months, every corrective action now overdue
      *>         and the drafts still awaiting an operator.
      *>         RETURN-CODE 4 when any action is overdue.
      *>
      *> Every command but SHOW, LIST and REVIEW needs update
      *> authority (DLGAUTH class U); the updates run under the
      *> shared enqueue (DLGENQ, resource "incidents"). The
      *> register is append-only; the history is its own audit.
      *> Incidents are the installation's, not a parish's.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-REGISTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INC-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-STATUS.
           SELECT CAUSE-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAUSE-STATUS.
           SELECT RUNCTL-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT EXC-FILE ASSIGN DYNAMIC WS-CFN-04
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT TJ-FILE ASSIGN DYNAMIC WS-CFN-05
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TJ-STATUS.
           SELECT ALERTS-FILE ASSIGN DYNAMIC WS-CFN-06
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INC-FILE.
       01  INC-LINE                 PIC X(600).

       FD  CAUSE-FILE.
       01  CAUSE-LINE               PIC X(200).

       FD  RUNCTL-FILE.
       01  RUNCTL-LINE              PIC X(300).

       FD  EXC-FILE.
       01  EXC-LINE                 PIC X(400).

       FD  TJ-FILE.
       01  TJ-LINE                  PIC X(400).

       FD  ALERTS-FILE.
       01  ALERTS-LINE              PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CFN-04                PIC X(200).
       01  WS-CFN-05                PIC X(200).
       01  WS-CFN-06                PIC X(200).
       01  WS-INC-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CAUSE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RUNCTL-STATUS         PIC X(02) VALUE SPACES.
       01  WS-EXC-STATUS            PIC X(02) VALUE SPACES.
       01  WS-TJ-STATUS             PIC X(02) VALUE SPACES.
       01  WS-ALERTS-STATUS         PIC X(02) VALUE SPACES.
       01  WS-EOF-INC               PIC X(01) VALUE "N".
           88  NO-MORE-INC                   VALUE "Y".
       01  WS-EOF-CAUSE             PIC X(01) VALUE "N".
           88  NO-MORE-CAUSES                VALUE "Y".
       01  WS-EOF-REF               PIC X(01) VALUE "N".
           88  NO-MORE-REF                   VALUE "Y".
       01  WS-AUTH-PGM              PIC X(30)
                                    VALUE "INCIDENT-REGISTER".
       01  WS-AUTH-CLASS            PIC X(01) VALUE "U".
       01  WS-AUTH-RC               PIC X(02).

       01  WS-CMD-LINE              PIC X(400) VALUE SPACES.
       01  WS-COMMAND               PIC X(12) VALUE SPACES.
       01  WS-REST                  PIC X(380) VALUE SPACES.
       01  WS-ARG-NUM               PIC X(04) VALUE SPACES.
       01  WS-ARG-SEV               PIC X(04) VALUE SPACES.
       01  WS-ARG-KIND              PIC X(10) VALUE SPACES.
       01  WS-ARG-REF               PIC X(200) VALUE SPACES.
       01  WS-ARG-CAUSE             PIC X(20) VALUE SPACES.
       01  WS-ARG-OWNER             PIC X(20) VALUE SPACES.
       01  WS-ARG-DUE               PIC X(10) VALUE SPACES.
       01  WS-ARG-DUE-NUM           PIC X(08).
       01  WS-ARG-DUE-9 REDEFINES WS-ARG-DUE-NUM
                                    PIC 9(08).
       01  WS-ARG-ACTION            PIC X(04) VALUE SPACES.
       01  WS-ARG-TEXT              PIC X(240) VALUE SPACES.
       01  WS-ARG-PERIOD            PIC X(06) VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-TODAY                 PIC 9(08) VALUE 0.
       01  WS-TODAY-X REDEFINES WS-TODAY PIC X(08).
       01  WS-PERIOD                PIC X(06).
       01  WS-PREV-YEAR             PIC 9(04).
       01  WS-PREV-MONTH            PIC 9(02).
       01  WS-OUT-LINE              PIC X(600).
       01  WS-OUT-STATE             PIC X(10).
       01  WS-LISTED                PIC 9(04) VALUE 0.
       01  WS-DAYS                  PIC 9(05) VALUE 0.
       01  WS-DATE-A                PIC 9(08) VALUE 0.
       01  WS-DATE-B                PIC 9(08) VALUE 0.

      *> Root-cause categories off batch/incident_causes.ref, with
      *> UNASSIGNED kept in the last slot for the trend.
       01  WS-CAUSE-MAX             PIC 9(02) VALUE 29.
       01  WS-CAUSE-COUNT           PIC 9(02) VALUE 0.
       01  WS-CAUSE-TABLE.
           05  WS-CAUSE-ENTRY OCCURS 30 TIMES.
               10  WS-CAUSE-CODE    PIC X(12).
               10  WS-CAUSE-DESC    PIC X(60).
               10  WS-CAUSE-MONTH   PIC 9(03) OCCURS 6 TIMES.
               10  WS-CAUSE-TOTAL   PIC 9(04).
       01  WS-CAUSE-POS             PIC 9(02) VALUE 0.
       01  WS-CAUSE-FOUND           PIC 9(02) VALUE 0.

      *> Incidents folded while reading: the latest state, severity
      *> and cause record per incident wins.
       01  WS-INC-MAX               PIC 9(03) VALUE 500.
       01  WS-INC-COUNT             PIC 9(03) VALUE 0.
       01  WS-INC-TABLE.
           05  WS-INC-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-INC-IDX.
               10  WS-INC-NUM       PIC X(04).
               10  WS-INC-SEV       PIC X(01).
               10  WS-INC-SUMMARY   PIC X(120).
               10  WS-INC-SOURCE    PIC X(30).
               10  WS-INC-OPENED    PIC X(08).
               10  WS-INC-CLOSED    PIC X(08).
               10  WS-INC-STATE     PIC X(10).
               10  WS-INC-CAUSE     PIC X(12).
               10  WS-INC-LAST-ACT  PIC 9(02).
       01  WS-INC-POS               PIC 9(03) VALUE 0.
       01  WS-INC-FOUND             PIC 9(03) VALUE 0.
       01  WS-NEXT-NUM              PIC 9(04) VALUE 0.

      *> Corrective actions, and the links, for SHOW and REVIEW.
       01  WS-ACT-MAX               PIC 9(04) VALUE 1000.
       01  WS-ACT-COUNT             PIC 9(04) VALUE 0.
       01  WS-ACT-TABLE.
           05  WS-ACT-ENTRY OCCURS 1000 TIMES.
               10  WS-ACT-INC       PIC X(04).
               10  WS-ACT-NUM       PIC 9(02).
               10  WS-ACT-OWNER     PIC X(20).
               10  WS-ACT-DUE       PIC 9(08).
               10  WS-ACT-TEXT      PIC X(120).
               10  WS-ACT-DONE      PIC X(08).
       01  WS-ACT-POS               PIC 9(04) VALUE 0.
       01  WS-ACT-FOUND             PIC 9(04) VALUE 0.
       01  WS-ACT-OPEN              PIC 9(03) VALUE 0.
       01  WS-ACT-OVERDUE           PIC 9(04) VALUE 0.
       01  WS-LNK-MAX               PIC 9(04) VALUE 1000.
       01  WS-LNK-COUNT             PIC 9(04) VALUE 0.
       01  WS-LNK-TABLE.
           05  WS-LNK-ENTRY OCCURS 1000 TIMES.
               10  WS-LNK-INC       PIC X(04).
               10  WS-LNK-KIND      PIC X(05).
               10  WS-LNK-REF       PIC X(60).
               10  WS-LNK-DESC      PIC X(100).
       01  WS-LNK-POS               PIC 9(04) VALUE 0.

      *> What LINK found on the referenced file.
       01  WS-REF-FOUND             PIC X(01) VALUE "N".
           88  REFERENCE-ON-FILE             VALUE "Y".
       01  WS-REF-CHECK             PIC X(20) VALUE SPACES.
       01  WS-REF-PATH              PIC X(200) VALUE SPACES.
       01  WS-REF-LEN               PIC 9(03) VALUE 0.
       01  WS-LINK-DESC             PIC X(120) VALUE SPACES.

      *> The review month and the five before it, oldest first.
       01  WS-TREND-TABLE.
           05  WS-TREND-MONTH       PIC X(06) OCCURS 6 TIMES.
       01  WS-TREND-POS             PIC 9(01) VALUE 0.
       01  WS-TREND-YEAR            PIC 9(04).
       01  WS-TREND-MON             PIC 9(02).
       01  WS-SEV-COUNTS.
           05  WS-SEV-COUNT         PIC 9(03) OCCURS 4 TIMES.
       01  WS-SEV-POS               PIC 9(01) VALUE 0.
       01  WS-MONTH-OPENED          PIC 9(04) VALUE 0.
       01  WS-MONTH-CLOSED          PIC 9(04) VALUE 0.
       01  WS-MONTH-DISCARDED       PIC 9(04) VALUE 0.
       01  WS-CLOSE-DAYS            PIC 9(07) VALUE 0.
       01  WS-AVG-DAYS              PIC 9(05)V9 VALUE 0.
       01  WS-AVG-EDIT              PIC ZZZZ9.9.
       01  WS-DRAFTS                PIC 9(04) VALUE 0.
       01  WS-NUM-EDIT              PIC ZZZ9.
       01  WS-RPT-LINE              PIC X(132).

       01  WS-SPL-ACTION            PIC X(04).
       01  WS-SPL-PGM               PIC X(30)
                                    VALUE "INCIDENT-REGISTER".
       01  WS-SPL-CLASS             PIC X(10) VALUE "BOARD".
       01  WS-SPL-TEXT              PIC X(132).

       01  WS-INCD-STATE            PIC X(05).
       01  WS-INCD-SEV              PIC X(01).
       01  WS-INCD-SUMMARY          PIC X(120).
       01  WS-INCD-SOURCE           PIC X(30) VALUE "OPERATOR".
       01  WS-INCD-ALERT            PIC X(20) VALUE SPACES.
       01  WS-INCD-NUM              PIC X(04).
       01  WS-INCD-RC               PIC X(02).

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
       01  WS-IN-F4                 PIC X(240).
       01  WS-IN-F5                 PIC X(240).
       01  WS-IN-F6                 PIC X(240).
       01  WS-IN-F7                 PIC X(60).
       01  WS-IN-F8                 PIC X(60).

       01  WS-ENQ-ACTION            PIC X(03).
       01  WS-ENQ-RESOURCE          PIC X(20) VALUE "incidents".
       01  WS-ENQ-RC                PIC X(02).
       01  WS-SAVE-RC               PIC S9(04) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY-X.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY " "
               INTO WS-COMMAND WS-REST
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND.
      *> The rest of the line is the quoted payload, spaces and
      *> all.
           IF WS-COMMAND NOT = SPACES
               MOVE SPACES TO WS-REST
               MOVE WS-CMD-LINE(FUNCTION LENGTH(FUNCTION TRIM(
                   WS-COMMAND)) + 2:) TO WS-REST
           END-IF.
           IF WS-COMMAND = "OPEN" OR "CONFIRM" OR "DISCARD"
                   OR "LINK" OR "CAUSE" OR "ACTION" OR "DONE"
                   OR "CLOSE"
               CALL "DLGAUTH" USING WS-AUTH-PGM WS-AUTH-CLASS
                                   WS-AUTH-RC
               IF WS-AUTH-RC = "12"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *> OPEN takes its number under DLGINCD's own enqueue; every
      *> other update reads, judges and appends under this one.
           IF WS-COMMAND = "CONFIRM" OR "DISCARD" OR "LINK"
                   OR "CAUSE" OR "ACTION" OR "DONE" OR "CLOSE"
               MOVE "ENQ" TO WS-ENQ-ACTION
               CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                                   WS-ENQ-RC
               IF WS-ENQ-RC = "12"
                   DISPLAY "INCIDENT-REGISTER: could not take the "
                           "enqueue - try again or see ENQ-CONSOLE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           INITIALIZE WS-CAUSE-TABLE.
           PERFORM 1000-LOAD-CAUSES THRU 1000-EXIT
               UNTIL NO-MORE-CAUSES.
           ADD 1 TO WS-CAUSE-COUNT.
           MOVE "UNASSIGNED" TO WS-CAUSE-CODE (WS-CAUSE-COUNT).
           MOVE "no root cause recorded yet"
               TO WS-CAUSE-DESC (WS-CAUSE-COUNT).
           PERFORM 1100-LOAD-INCIDENTS THRU 1100-EXIT
               UNTIL NO-MORE-INC.
           EVALUATE WS-COMMAND
               WHEN "OPEN"
                   PERFORM 2000-OPEN-INCIDENT THRU 2000-EXIT
               WHEN "CONFIRM"
                   PERFORM 2100-CONFIRM-DRAFT THRU 2100-EXIT
               WHEN "DISCARD"
                   PERFORM 2200-DISCARD-DRAFT THRU 2200-EXIT
               WHEN "LINK"
                   PERFORM 2300-LINK-INCIDENT THRU 2300-EXIT
               WHEN "CAUSE"
                   PERFORM 2400-RECORD-CAUSE THRU 2400-EXIT
               WHEN "ACTION"
                   PERFORM 2500-ADD-ACTION THRU 2500-EXIT
               WHEN "DONE"
                   PERFORM 2600-ACTION-DONE THRU 2600-EXIT
               WHEN "CLOSE"
                   PERFORM 2700-CLOSE-INCIDENT THRU 2700-EXIT
               WHEN "SHOW"
                   PERFORM 3000-SHOW-INCIDENT THRU 3000-EXIT
               WHEN "LIST"
                   PERFORM 3500-LIST-INCIDENTS THRU 3500-EXIT
               WHEN "REVIEW"
                   PERFORM 4000-MONTHLY-REVIEW THRU 4000-EXIT
               WHEN OTHER
                   DISPLAY "INCIDENT-REGISTER: usage:"
                   DISPLAY "  incident_register OPEN "
                           """severity|what happened"""
                   DISPLAY "  incident_register CONFIRM "
                           """incident|severity|note"""
                   DISPLAY "  incident_register DISCARD "
                           """incident|why"""
                   DISPLAY "  incident_register LINK "
                           """incident|RUN, EXC, TURN or ALERT|"
                           "reference"""
                   DISPLAY "  incident_register CAUSE "
                           """incident|category|note"""
                   DISPLAY "  incident_register ACTION "
                           """incident|owner|YYYY-MM-DD|what"""
                   DISPLAY "  incident_register DONE "
                           """incident|action|note"""
                   DISPLAY "  incident_register CLOSE "
                           """incident|note"""
                   DISPLAY "  incident_register SHOW ""incident"""
                   DISPLAY "  incident_register LIST"
                   DISPLAY "  incident_register REVIEW [YYYYMM]"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
      *> The dequeue CALL resets RETURN-CODE; keep the verdict.
           IF WS-COMMAND = "CONFIRM" OR "DISCARD" OR "LINK"
                   OR "CAUSE" OR "ACTION" OR "DONE" OR "CLOSE"
               MOVE RETURN-CODE TO WS-SAVE-RC
               MOVE "DEQ" TO WS-ENQ-ACTION
               CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                                   WS-ENQ-RC
               MOVE WS-SAVE-RC TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-LOAD-CAUSES.
           IF WS-CAUSE-STATUS = SPACES
               OPEN INPUT CAUSE-FILE
               IF WS-CAUSE-STATUS NOT = "00"
                   SET NO-MORE-CAUSES TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           READ CAUSE-FILE
               AT END
                   SET NO-MORE-CAUSES TO TRUE
                   CLOSE CAUSE-FILE
                   GO TO 1000-EXIT
           END-READ.
           IF CAUSE-LINE(1:2) NOT = "R|"
                   OR WS-CAUSE-COUNT NOT < WS-CAUSE-MAX
               GO TO 1000-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING CAUSE-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           ADD 1 TO WS-CAUSE-COUNT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-F2(1:12)))
               TO WS-CAUSE-CODE (WS-CAUSE-COUNT).
           MOVE WS-IN-F3(1:60) TO WS-CAUSE-DESC (WS-CAUSE-COUNT).
       1000-EXIT.
           EXIT.

       1100-LOAD-INCIDENTS.
           IF WS-INC-STATUS = SPACES
               OPEN INPUT INC-FILE
               IF WS-INC-STATUS NOT = "00"
                   SET NO-MORE-INC TO TRUE
                   MOVE SPACES TO WS-INC-STATUS
                   GO TO 1100-EXIT
               END-IF
           END-IF.
           READ INC-FILE
               AT END
                   SET NO-MORE-INC TO TRUE
                   CLOSE INC-FILE
                   MOVE SPACES TO WS-INC-STATUS
                   GO TO 1100-EXIT
           END-READ.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6 WS-IN-F7 WS-IN-F8.
           UNSTRING INC-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
                    WS-IN-F5 WS-IN-F6 WS-IN-F7 WS-IN-F8
           END-UNSTRING.
           IF WS-IN-TAG = "I"
               PERFORM 1300-ADD-INCIDENT THRU 1300-EXIT
               GO TO 1100-EXIT
           END-IF.
           MOVE WS-IN-F2(1:4) TO WS-ARG-NUM.
           PERFORM 1200-FIND-INCIDENT THRU 1200-EXIT.
           IF WS-INC-FOUND = 0
               GO TO 1100-EXIT
           END-IF.
           EVALUATE WS-IN-TAG
               WHEN "S"
                   MOVE WS-IN-F3(1:10) TO WS-INC-STATE (WS-INC-FOUND)
                   IF WS-IN-F3(1:6) = "CLOSED"
                       MOVE WS-IN-F6(1:8)
                           TO WS-INC-CLOSED (WS-INC-FOUND)
                   END-IF
               WHEN "V"
                   MOVE WS-IN-F3(1:1) TO WS-INC-SEV (WS-INC-FOUND)
               WHEN "C"
                   MOVE WS-IN-F3(1:12) TO WS-INC-CAUSE (WS-INC-FOUND)
               WHEN "K"
                   PERFORM 1500-ADD-LINK THRU 1500-EXIT
               WHEN "A"
                   PERFORM 1400-ADD-ACTION THRU 1400-EXIT
               WHEN "D"
                   MOVE WS-IN-F3(1:4) TO WS-ARG-ACTION
                   PERFORM 1600-FIND-ACTION THRU 1600-EXIT
                   IF WS-ACT-FOUND > 0
                       MOVE WS-IN-F6(1:8) TO WS-ACT-DONE (WS-ACT-FOUND)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1100-EXIT.
           EXIT.

      *> WS-ARG-NUM names the incident; WS-INC-FOUND its slot.
       1200-FIND-INCIDENT.
           MOVE 0 TO WS-INC-FOUND.
           SET WS-INC-IDX TO 1.
           IF WS-INC-COUNT > 0
               SEARCH WS-INC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-INC-IDX > WS-INC-COUNT
                       CONTINUE
                   WHEN WS-INC-NUM (WS-INC-IDX) = WS-ARG-NUM
                       SET WS-INC-FOUND TO WS-INC-IDX
               END-SEARCH
           END-IF.
       1200-EXIT.
           EXIT.

       1300-ADD-INCIDENT.
           IF WS-IN-F2(1:4) IS NUMERIC
               AND FUNCTION NUMVAL(WS-IN-F2(1:4)) > WS-NEXT-NUM
               MOVE FUNCTION NUMVAL(WS-IN-F2(1:4)) TO WS-NEXT-NUM
           END-IF.
           IF WS-INC-COUNT NOT < WS-INC-MAX
               GO TO 1300-EXIT
           END-IF.
           ADD 1 TO WS-INC-COUNT.
           MOVE WS-IN-F2(1:4) TO WS-INC-NUM (WS-INC-COUNT).
           MOVE WS-IN-F3(1:1) TO WS-INC-SEV (WS-INC-COUNT).
           MOVE WS-IN-F4(1:120) TO WS-INC-SUMMARY (WS-INC-COUNT).
           MOVE WS-IN-F5(1:30) TO WS-INC-SOURCE (WS-INC-COUNT).
           MOVE WS-IN-F7(1:8) TO WS-INC-OPENED (WS-INC-COUNT).
           MOVE SPACES TO WS-INC-CLOSED (WS-INC-COUNT).
           MOVE "OPEN" TO WS-INC-STATE (WS-INC-COUNT).
           MOVE SPACES TO WS-INC-CAUSE (WS-INC-COUNT).
           MOVE 0 TO WS-INC-LAST-ACT (WS-INC-COUNT).
       1300-EXIT.
           EXIT.

       1400-ADD-ACTION.
           IF WS-ACT-COUNT NOT < WS-ACT-MAX
               GO TO 1400-EXIT
           END-IF.
           ADD 1 TO WS-ACT-COUNT.
           MOVE WS-IN-F2(1:4) TO WS-ACT-INC (WS-ACT-COUNT).
           MOVE 0 TO WS-ACT-NUM (WS-ACT-COUNT).
           IF FUNCTION TRIM(WS-IN-F3) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-IN-F3(1:4))
                   TO WS-ACT-NUM (WS-ACT-COUNT)
           END-IF.
           MOVE WS-IN-F4(1:20) TO WS-ACT-OWNER (WS-ACT-COUNT).
           MOVE 0 TO WS-ACT-DUE (WS-ACT-COUNT).
           MOVE SPACES TO WS-ARG-DUE-NUM.
           STRING WS-IN-F5(1:4) WS-IN-F5(6:2) WS-IN-F5(9:2)
               DELIMITED BY SIZE INTO WS-ARG-DUE-NUM
           END-STRING.
           IF WS-ARG-DUE-NUM IS NUMERIC
               MOVE WS-ARG-DUE-9 TO WS-ACT-DUE (WS-ACT-COUNT)
           END-IF.
           MOVE WS-IN-F6(1:120) TO WS-ACT-TEXT (WS-ACT-COUNT).
           MOVE SPACES TO WS-ACT-DONE (WS-ACT-COUNT).
           IF WS-ACT-NUM (WS-ACT-COUNT)
                   > WS-INC-LAST-ACT (WS-INC-FOUND)
               MOVE WS-ACT-NUM (WS-ACT-COUNT)
                   TO WS-INC-LAST-ACT (WS-INC-FOUND)
           END-IF.
       1400-EXIT.
           EXIT.

       1500-ADD-LINK.
           IF WS-LNK-COUNT NOT < WS-LNK-MAX
               GO TO 1500-EXIT
           END-IF.
           ADD 1 TO WS-LNK-COUNT.
           MOVE WS-IN-F2(1:4) TO WS-LNK-INC (WS-LNK-COUNT).
           MOVE WS-IN-F3(1:5) TO WS-LNK-KIND (WS-LNK-COUNT).
           MOVE WS-IN-F4(1:60) TO WS-LNK-REF (WS-LNK-COUNT).
           MOVE WS-IN-F5(1:100) TO WS-LNK-DESC (WS-LNK-COUNT).
       1500-EXIT.
           EXIT.

      *> WS-ARG-NUM and WS-ARG-ACTION name the action.
       1600-FIND-ACTION.
           MOVE 0 TO WS-ACT-FOUND.
           IF FUNCTION TRIM(WS-ARG-ACTION) IS NOT NUMERIC
               GO TO 1600-EXIT
           END-IF.
           PERFORM 1610-MATCH-ONE-ACTION THRU 1610-EXIT
               VARYING WS-ACT-POS FROM 1 BY 1
               UNTIL WS-ACT-POS > WS-ACT-COUNT
                  OR WS-ACT-FOUND > 0.
       1600-EXIT.
           EXIT.

       1610-MATCH-ONE-ACTION.
           IF WS-ACT-INC (WS-ACT-POS) = WS-ARG-NUM
                   AND WS-ACT-NUM (WS-ACT-POS)
                       = FUNCTION NUMVAL(WS-ARG-ACTION)
               MOVE WS-ACT-POS TO WS-ACT-FOUND
           END-IF.
       1610-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The updates.
      *>----------------------------------------------------------*>
       2000-OPEN-INCIDENT.
           MOVE SPACES TO WS-ARG-SEV WS-ARG-TEXT.
           UNSTRING WS-REST DELIMITED BY "|"
               INTO WS-ARG-SEV WS-ARG-TEXT
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-ARG-SEV) TO WS-ARG-SEV.
           MOVE FUNCTION TRIM(WS-ARG-TEXT) TO WS-ARG-TEXT.
           IF WS-ARG-SEV(1:1) < "1" OR WS-ARG-SEV(1:1) > "4"
                   OR WS-ARG-SEV(2:1) NOT = SPACE
                   OR WS-ARG-TEXT = SPACES
               DISPLAY "INCIDENT-REGISTER: OPEN needs "
                       """severity 1-4|what happened"""
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           MOVE "OPEN" TO WS-INCD-STATE.
           MOVE WS-ARG-SEV(1:1) TO WS-INCD-SEV.
           MOVE WS-ARG-TEXT(1:120) TO WS-INCD-SUMMARY.
           MOVE SPACES TO WS-INCD-ALERT.
           CALL "DLGINCD" USING WS-INCD-STATE WS-INCD-SEV
                                WS-INCD-SUMMARY WS-INCD-SOURCE
                                WS-INCD-ALERT WS-INCD-NUM
                                WS-INCD-RC.
           IF WS-INCD-RC NOT = "00"
               DISPLAY "INCIDENT-REGISTER: could not take the "
                       "enqueue - try again or see ENQ-CONSOLE"
               MOVE 12 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "INCIDENT-REGISTER: incident " WS-INCD-NUM
                   " OPEN, severity " WS-INCD-SEV.
           DISPLAY "    " FUNCTION TRIM(WS-INCD-SUMMARY).
       2000-EXIT.
           EXIT.

      *> CONFIRM: a draft stands as an incident, its severity set
      *> by the operator if the alert's default was wrong.
       2100-CONFIRM-DRAFT.
           MOVE SPACES TO WS-ARG-NUM WS-ARG-SEV WS-ARG-TEXT.
           UNSTRING WS-REST DELIMITED BY "|"
               INTO WS-ARG-NUM WS-ARG-SEV WS-ARG-TEXT
           END-UNSTRING.
           PERFORM 2900-TAKE-INCIDENT THRU 2900-EXIT.
           IF WS-INC-FOUND = 0
               GO TO 2100-EXIT
           END-IF.
           IF WS-INC-STATE (WS-INC-FOUND) NOT = "DRAFT"
               PERFORM 2950-WRONG-STATE THRU 2950-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WS-ARG-SEV) TO WS-ARG-SEV.
           IF WS-ARG-SEV NOT = SPACES
                   AND (WS-ARG-SEV(1:1) < "1"
                     OR WS-ARG-SEV(1:1) > "4"
                     OR WS-ARG-SEV(2:1) NOT = SPACE)
               DISPLAY "INCIDENT-REGISTER: severity runs 1 (the "
                       "night lost) to 4 (a nuisance)"
               MOVE 8 TO RETURN-CODE
               GO TO 2100-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WS-ARG-TEXT) TO WS-ARG-TEXT.
           IF WS-ARG-SEV NOT = SPACES
                   AND WS-ARG-SEV(1:1) NOT = WS-INC-SEV (WS-INC-FOUND)
               MOVE SPACES TO WS-OUT-LINE
               STRING "V|" WS-ARG-NUM "|" WS-ARG-SEV(1:1)
                      "|set at confirmation|"
                      FUNCTION TRIM(WS-OPERATOR-ID) "|"
                      WS-RUN-TIMESTAMP
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
               PERFORM 8100-APPEND-RECORD THRU 8100-EXIT
               MOVE WS-ARG-SEV(1:1) TO WS-INC-SEV (WS-INC-FOUND)
           END-IF.
           MOVE "OPEN" TO WS-OUT-STATE.
           PERFORM 8200-APPEND-STATE THRU 8200-EXIT.
           DISPLAY "INCIDENT-REGISTER: incident " WS-ARG-NUM
                   " confirmed OPEN, severity "
                   WS-INC-SEV (WS-INC-FOUND).
       2100-EXIT.
           EXIT.

       2200-DISCARD-DRAFT.
           MOVE SPACES TO WS-ARG-NUM WS-ARG-TEXT.
           UNSTRING WS-REST DELIMITED BY "|"
               INTO WS-ARG-NUM WS-ARG-TEXT
           END-UNSTRING.
           PERFORM 2900-TAKE-INCIDENT THRU 2900-EXIT.
           IF WS-INC-FOUND = 0
               GO TO 2200-EXIT
           END-IF.
           IF WS-INC-STATE (WS-INC-FOUND) NOT = "DRAFT"
               PERFORM 2950-WRONG-STATE THRU 2950-EXIT
               GO TO 2200-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WS-ARG-TEXT) TO WS-ARG-TEXT.
           IF WS-ARG-TEXT = SPACES
               DISPLAY "INCIDENT-REGISTER: DISCARD needs the reason "
                       "the draft was not an incident"
               MOVE 8 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF.
           MOVE "DISCARDED" TO WS-OUT-STATE.
           PERFORM 8200-APPEND-STATE THRU 8200-EXIT.
           DISPLAY "INCIDENT-REGISTER: draft " WS-ARG-NUM
                   " discarded".
       2200-EXIT.
           EXIT.

      *> LINK: the reference must be on its file; the register
      *> keeps a line of what was found there.
       2300-LINK-INCIDENT.
           MOVE SPACES TO WS-ARG-NUM WS-ARG-KIND WS-ARG-REF.
           UNSTRING WS-REST DELIMITED BY "|"
               INTO WS-ARG-NUM WS-ARG-KIND WS-ARG-REF
           END-UNSTRING.
           PERFORM 2900-TAKE-INCIDENT THRU 2900-EXIT.
           IF WS-INC-FOUND = 0
               GO TO 2300-EXIT
           END-IF.
           IF WS-INC-STATE (WS-INC-FOUND) = "DISCARDED"
               PERFORM 2950-WRONG-STATE THRU 2950-EXIT
               GO TO 2300-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG-KIND))
               TO WS-ARG-KIND.
           MOVE FUNCTION TRIM(WS-ARG-REF) TO WS-ARG-REF.
           IF WS-ARG-REF = SPACES
               DISPLAY "INCIDENT-REGISTER: LINK needs "
                       """incident|kind|reference"""
               MOVE 8 TO RETURN-CODE
               GO TO 2300-EXIT
           END-IF.
      *> Linked once is enough.
           PERFORM 2310-CHECK-DUPLICATE THRU 2310-EXIT
               VARYING WS-LNK-POS FROM 1 BY 1
               UNTIL WS-LNK-POS > WS-LNK-COUNT.
           IF RETURN-CODE = 8
               GO TO 2300-EXIT
           END-IF.
           MOVE "N" TO WS-REF-FOUND.
           MOVE SPACES TO WS-LINK-DESC.
           MOVE "N" TO WS-EOF-REF.
           EVALUATE WS-ARG-KIND
               WHEN "RUN"
                   MOVE SPACES TO WS-RUNCTL-STATUS
                   PERFORM 2320-FIND-RUN THRU 2320-EXIT
                       UNTIL NO-MORE-REF
               WHEN "EXC"
                   MOVE SPACES TO WS-REF-CHECK WS-REF-PATH
                   UNSTRING WS-ARG-REF DELIMITED BY ALL " "
                       INTO WS-REF-CHECK WS-REF-PATH
                   END-UNSTRING
                   MOVE SPACES TO WS-EXC-STATUS
                   PERFORM 2330-FIND-FINDING THRU 2330-EXIT
                       UNTIL NO-MORE-REF
               WHEN "TURN"
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ARG-REF))
                       TO WS-REF-LEN
                   IF WS-REF-LEN < 12 OR WS-REF-LEN > 21
                       DISPLAY "INCIDENT-REGISTER: a turnover entry "
                               "is named by its stamp, "
                               "YYYYMMDDhhmm or closer"
                       MOVE 8 TO RETURN-CODE
                       GO TO 2300-EXIT
                   END-IF
                   MOVE SPACES TO WS-TJ-STATUS
                   PERFORM 2340-FIND-TURNOVER THRU 2340-EXIT
                       UNTIL NO-MORE-REF
               WHEN "ALERT"
                   MOVE FUNCTION UPPER-CASE(WS-ARG-REF) TO WS-ARG-REF
                   MOVE SPACES TO WS-ALERTS-STATUS
                   PERFORM 2350-FIND-ALERT THRU 2350-EXIT
                       UNTIL NO-MORE-REF
               WHEN OTHER
                   DISPLAY "INCIDENT-REGISTER: link kind must be "
                           "RUN, EXC, TURN or ALERT"
                   MOVE 8 TO RETURN-CODE
                   GO TO 2300-EXIT
           END-EVALUATE.
           IF NOT REFERENCE-ON-FILE
               DISPLAY "INCIDENT-REGISTER: no "
                       FUNCTION TRIM(WS-ARG-KIND) " "
                       FUNCTION TRIM(WS-ARG-REF) " on file"
               MOVE 8 TO RETURN-CODE
               GO TO 2300-EXIT
           END-IF.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "K|" WS-ARG-NUM "|"
                  FUNCTION TRIM(WS-ARG-KIND) "|"
                  FUNCTION TRIM(WS-ARG-REF(1:60)) "|"
                  FUNCTION TRIM(WS-LINK-DESC) "|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8100-APPEND-RECORD THRU 8100-EXIT.
           DISPLAY "INCIDENT-REGISTER: incident " WS-ARG-NUM
                   " linked to " FUNCTION TRIM(WS-ARG-KIND) " "
                   FUNCTION TRIM(WS-ARG-REF).
           DISPLAY "    " FUNCTION TRIM(WS-LINK-DESC).
       2300-EXIT.
           EXIT.

       2310-CHECK-DUPLICATE.
           IF WS-LNK-INC (WS-LNK-POS) = WS-ARG-NUM
                   AND WS-LNK-KIND (WS-LNK-POS) = WS-ARG-KIND
                   AND FUNCTION UPPER-CASE(WS-LNK-REF (WS-LNK-POS))
                       = FUNCTION UPPER-CASE(WS-ARG-REF(1:60))
               DISPLAY "INCIDENT-REGISTER: incident " WS-ARG-NUM
                       " is already linked to "
                       FUNCTION TRIM(WS-ARG-KIND) " "
                       FUNCTION TRIM(WS-ARG-REF)
               MOVE 8 TO RETURN-CODE
           END-IF.
       2310-EXIT.
           EXIT.

      *> RUN: an R START for the run ID; the description carries
      *> the last thing that run recorded.
       2320-FIND-RUN.
           IF WS-RUNCTL-STATUS = SPACES
               OPEN INPUT RUNCTL-FILE
               IF WS-RUNCTL-STATUS NOT = "00"
                   SET NO-MORE-REF TO TRUE
                   GO TO 2320-EXIT
               END-IF
           END-IF.
           READ RUNCTL-FILE
               AT END
                   SET NO-MORE-REF TO TRUE
                   CLOSE RUNCTL-FILE
                   GO TO 2320-EXIT
           END-READ.
           IF RUNCTL-LINE(1:2) NOT = "R|"
               GO TO 2320-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5.
           UNSTRING RUNCTL-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
           END-UNSTRING.
           IF WS-IN-F2 NOT = WS-ARG-REF
               GO TO 2320-EXIT
           END-IF.
           SET REFERENCE-ON-FILE TO TRUE.
           MOVE SPACES TO WS-LINK-DESC.
           STRING "nightly run, last recorded "
                  FUNCTION TRIM(WS-IN-F3(1:20)) " "
                  FUNCTION TRIM(WS-IN-F5(1:20)) " at "
                  WS-IN-F4(1:14)
               DELIMITED BY SIZE INTO WS-LINK-DESC
           END-STRING.
       2320-EXIT.
           EXIT.

      *> EXC: the newest finding of that check (on that path, when
      *> one is given).
       2330-FIND-FINDING.
           IF WS-EXC-STATUS = SPACES
               OPEN INPUT EXC-FILE
               IF WS-EXC-STATUS NOT = "00"
                   SET NO-MORE-REF TO TRUE
                   GO TO 2330-EXIT
               END-IF
           END-IF.
           READ EXC-FILE
               AT END
                   SET NO-MORE-REF TO TRUE
                   CLOSE EXC-FILE
                   GO TO 2330-EXIT
           END-READ.
           IF EXC-LINE(1:2) NOT = "F|"
               GO TO 2330-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6.
           UNSTRING EXC-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6
           END-UNSTRING.
           IF FUNCTION UPPER-CASE(WS-IN-F2(1:20))
                   NOT = FUNCTION UPPER-CASE(WS-REF-CHECK)
               GO TO 2330-EXIT
           END-IF.
           IF WS-REF-PATH NOT = SPACES
                   AND WS-IN-F4(1:200) NOT = WS-REF-PATH
               GO TO 2330-EXIT
           END-IF.
           SET REFERENCE-ON-FILE TO TRUE.
           MOVE SPACES TO WS-LINK-DESC.
           STRING FUNCTION TRIM(WS-IN-F3(1:4)) " finding "
                  WS-IN-F6(1:8) ": "
                  FUNCTION TRIM(WS-IN-F5(1:90))
               DELIMITED BY SIZE INTO WS-LINK-DESC
           END-STRING.
       2330-EXIT.
           EXIT.

      *> TURN: the journal entry whose stamp begins with the one
      *> given (E|operator|run-id|entry text|stamp).
       2340-FIND-TURNOVER.
           IF WS-TJ-STATUS = SPACES
               OPEN INPUT TJ-FILE
               IF WS-TJ-STATUS NOT = "00"
                   SET NO-MORE-REF TO TRUE
                   GO TO 2340-EXIT
               END-IF
           END-IF.
           READ TJ-FILE
               AT END
                   SET NO-MORE-REF TO TRUE
                   CLOSE TJ-FILE
                   GO TO 2340-EXIT
           END-READ.
           IF TJ-LINE(1:2) NOT = "E|"
               GO TO 2340-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5.
           UNSTRING TJ-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
           END-UNSTRING.
           IF WS-IN-F5(1:WS-REF-LEN) NOT = WS-ARG-REF(1:WS-REF-LEN)
               GO TO 2340-EXIT
           END-IF.
           SET REFERENCE-ON-FILE TO TRUE.
           MOVE SPACES TO WS-LINK-DESC.
           STRING FUNCTION TRIM(WS-IN-F2(1:20)) ": "
                  FUNCTION TRIM(WS-IN-F4(1:96))
               DELIMITED BY SIZE INTO WS-LINK-DESC
           END-STRING.
       2340-EXIT.
           EXIT.

      *> ALERT: the condition's newest RAISED record.
       2350-FIND-ALERT.
           IF WS-ALERTS-STATUS = SPACES
               OPEN INPUT ALERTS-FILE
               IF WS-ALERTS-STATUS NOT = "00"
                   SET NO-MORE-REF TO TRUE
                   GO TO 2350-EXIT
               END-IF
           END-IF.
           READ ALERTS-FILE
               AT END
                   SET NO-MORE-REF TO TRUE
                   CLOSE ALERTS-FILE
                   GO TO 2350-EXIT
           END-READ.
           IF ALERTS-LINE(1:2) NOT = "A|"
               GO TO 2350-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6.
           UNSTRING ALERTS-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6
           END-UNSTRING.
           IF WS-IN-F2(1:60) NOT = WS-ARG-REF(1:60)
                   OR WS-IN-F6(1:6) NOT = "RAISED"
               GO TO 2350-EXIT
           END-IF.
           SET REFERENCE-ON-FILE TO TRUE.
           MOVE SPACES TO WS-LINK-DESC.
           STRING "raised " WS-IN-F5(1:14) ", value "
                  FUNCTION TRIM(WS-IN-F3(1:10)) " limit "
                  FUNCTION TRIM(WS-IN-F4(1:10))
               DELIMITED BY SIZE INTO WS-LINK-DESC
           END-STRING.
       2350-EXIT.
           EXIT.

       2400-RECORD-CAUSE.
           MOVE SPACES TO WS-ARG-NUM WS-ARG-CAUSE WS-ARG-TEXT.
           UNSTRING WS-REST DELIMITED BY "|"
               INTO WS-ARG-NUM WS-ARG-CAUSE WS-ARG-TEXT
           END-UNSTRING.
           PERFORM 2900-TAKE-INCIDENT THRU 2900-EXIT.
           IF WS-INC-FOUND = 0
               GO TO 2400-EXIT
           END-IF.
           IF WS-INC-STATE (WS-INC-FOUND) = "DISCARDED"
               PERFORM 2950-WRONG-STATE THRU 2950-EXIT
               GO TO 2400-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG-CAUSE))
               TO WS-ARG-CAUSE.
           MOVE FUNCTION TRIM(WS-ARG-TEXT) TO WS-ARG-TEXT.
           MOVE 0 TO WS-CAUSE-FOUND.
           PERFORM 2410-MATCH-ONE-CAUSE THRU 2410-EXIT
               VARYING WS-CAUSE-POS FROM 1 BY 1
               UNTIL WS-CAUSE-POS >= WS-CAUSE-COUNT.
           IF WS-CAUSE-FOUND = 0
               DISPLAY "INCIDENT-REGISTER: "
                       FUNCTION TRIM(WS-ARG-CAUSE)
                       " is not a root-cause category on "
                       FUNCTION TRIM(WS-CFN-02)
               MOVE 8 TO RETURN-CODE
               GO TO 2400-EXIT
           END-IF.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "C|" WS-ARG-NUM "|"
                  FUNCTION TRIM(WS-ARG-CAUSE) "|"
                  FUNCTION TRIM(WS-ARG-TEXT) "|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8100-APPEND-RECORD THRU 8100-EXIT.
           DISPLAY "INCIDENT-REGISTER: incident " WS-ARG-NUM
                   " root cause "
                   FUNCTION TRIM(WS-ARG-CAUSE).
       2400-EXIT.
           EXIT.

      *> The last slot is UNASSIGNED - not a cause one can record.
       2410-MATCH-ONE-CAUSE.
           IF WS-CAUSE-CODE (WS-CAUSE-POS) = WS-ARG-CAUSE
               MOVE WS-CAUSE-POS TO WS-CAUSE-FOUND
           END-IF.
       2410-EXIT.
           EXIT.

       2500-ADD-ACTION.
           MOVE SPACES TO WS-ARG-NUM WS-ARG-OWNER WS-ARG-DUE
                          WS-ARG-TEXT.
           UNSTRING WS-REST DELIMITED BY "|"
               INTO WS-ARG-NUM WS-ARG-OWNER WS-ARG-DUE WS-ARG-TEXT
           END-UNSTRING.
           PERFORM 2900-TAKE-INCIDENT THRU 2900-EXIT.
           IF WS-INC-FOUND = 0
               GO TO 2500-EXIT
           END-IF.
           IF WS-INC-STATE (WS-INC-FOUND) = "DISCARDED"
               PERFORM 2950-WRONG-STATE THRU 2950-EXIT
               GO TO 2500-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WS-ARG-OWNER) TO WS-ARG-OWNER.
           MOVE FUNCTION TRIM(WS-ARG-DUE) TO WS-ARG-DUE.
           MOVE FUNCTION TRIM(WS-ARG-TEXT) TO WS-ARG-TEXT.
           IF WS-ARG-OWNER = SPACES OR WS-ARG-TEXT = SPACES
               DISPLAY "INCIDENT-REGISTER: ACTION needs "
                       """incident|owner|YYYY-MM-DD|what"""
               MOVE 8 TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF.
           MOVE SPACES TO WS-ARG-DUE-NUM.
           STRING WS-ARG-DUE(1:4) WS-ARG-DUE(6:2) WS-ARG-DUE(9:2)
               DELIMITED BY SIZE INTO WS-ARG-DUE-NUM
           END-STRING.
           IF WS-ARG-DUE-NUM IS NOT NUMERIC
                   OR WS-ARG-DUE(5:1) NOT = "-"
                   OR WS-ARG-DUE(8:1) NOT = "-"
               DISPLAY "INCIDENT-REGISTER: due date "
                       FUNCTION TRIM(WS-ARG-DUE)
                       " is not YYYY-MM-DD"
               MOVE 8 TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ARG-DUE-9) NOT = 0
               DISPLAY "INCIDENT-REGISTER: " WS-ARG-DUE
                       " is not a calendar date"
               MOVE 8 TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF.
           IF WS-INC-LAST-ACT (WS-INC-FOUND) NOT < 99
               DISPLAY "INCIDENT-REGISTER: incident " WS-ARG-NUM
                       " already has 99 actions"
               MOVE 8 TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF.
           ADD 1 TO WS-INC-LAST-ACT (WS-INC-FOUND).
           MOVE SPACES TO WS-OUT-LINE.
           STRING "A|" WS-ARG-NUM "|"
                  WS-INC-LAST-ACT (WS-INC-FOUND) "|"
                  FUNCTION TRIM(WS-ARG-OWNER) "|"
                  WS-ARG-DUE "|"
                  FUNCTION TRIM(WS-ARG-TEXT) "|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8100-APPEND-RECORD THRU 8100-EXIT.
           DISPLAY "INCIDENT-REGISTER: incident " WS-ARG-NUM
                   " action " WS-INC-LAST-ACT (WS-INC-FOUND)
                   " for " FUNCTION TRIM(WS-ARG-OWNER)
                   ", due " WS-ARG-DUE.
       2500-EXIT.
           EXIT.

       2600-ACTION-DONE.
           MOVE SPACES TO WS-ARG-NUM WS-ARG-ACTION WS-ARG-TEXT.
           UNSTRING WS-REST DELIMITED BY "|"
               INTO WS-ARG-NUM WS-ARG-ACTION WS-ARG-TEXT
           END-UNSTRING.
           PERFORM 2900-TAKE-INCIDENT THRU 2900-EXIT.
           IF WS-INC-FOUND = 0
               GO TO 2600-EXIT
           END-IF.
           PERFORM 1600-FIND-ACTION THRU 1600-EXIT.
           IF WS-ACT-FOUND = 0
               DISPLAY "INCIDENT-REGISTER: incident " WS-ARG-NUM
                       " has no action "
                       FUNCTION TRIM(WS-ARG-ACTION)
               MOVE 8 TO RETURN-CODE
               GO TO 2600-EXIT
           END-IF.
           IF WS-ACT-DONE (WS-ACT-FOUND) NOT = SPACES
               DISPLAY "INCIDENT-REGISTER: action "
                       FUNCTION TRIM(WS-ARG-ACTION)
                       " was done on " WS-ACT-DONE (WS-ACT-FOUND)
               MOVE 8 TO RETURN-CODE
               GO TO 2600-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WS-ARG-TEXT) TO WS-ARG-TEXT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "D|" WS-ARG-NUM "|"
                  WS-ACT-NUM (WS-ACT-FOUND) "|"
                  FUNCTION TRIM(WS-ARG-TEXT) "|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8100-APPEND-RECORD THRU 8100-EXIT.
           DISPLAY "INCIDENT-REGISTER: incident " WS-ARG-NUM
                   " action " WS-ACT-NUM (WS-ACT-FOUND) " done".
       2600-EXIT.
           EXIT.

      *> CLOSE: an incident closes once its root cause is known;
      *> actions still open go on being tracked.
       2700-CLOSE-INCIDENT.
           MOVE SPACES TO WS-ARG-NUM WS-ARG-TEXT.
           UNSTRING WS-REST DELIMITED BY "|"
               INTO WS-ARG-NUM WS-ARG-TEXT
           END-UNSTRING.
           PERFORM 2900-TAKE-INCIDENT THRU 2900-EXIT.
           IF WS-INC-FOUND = 0
               GO TO 2700-EXIT
           END-IF.
           IF WS-INC-STATE (WS-INC-FOUND) NOT = "OPEN"
               PERFORM 2950-WRONG-STATE THRU 2950-EXIT
               GO TO 2700-EXIT
           END-IF.
           IF WS-INC-CAUSE (WS-INC-FOUND) = SPACES
               DISPLAY "INCIDENT-REGISTER: incident " WS-ARG-NUM
                       " has no root cause yet - record one with "
                       "CAUSE first"
               MOVE 8 TO RETURN-CODE
               GO TO 2700-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WS-ARG-TEXT) TO WS-ARG-TEXT.
           MOVE "CLOSED" TO WS-OUT-STATE.
           PERFORM 8200-APPEND-STATE THRU 8200-EXIT.
           MOVE 0 TO WS-ACT-OPEN.
           PERFORM 2710-COUNT-OPEN-ACTION THRU 2710-EXIT
               VARYING WS-ACT-POS FROM 1 BY 1
               UNTIL WS-ACT-POS > WS-ACT-COUNT.
           DISPLAY "INCIDENT-REGISTER: incident " WS-ARG-NUM
                   " CLOSED".
           IF WS-ACT-OPEN > 0
               DISPLAY "INCIDENT-REGISTER: " WS-ACT-OPEN
                       " corrective action(s) still open - the "
                       "monthly review keeps watching them"
           END-IF.
       2700-EXIT.
           EXIT.

       2710-COUNT-OPEN-ACTION.
           IF WS-ACT-INC (WS-ACT-POS) = WS-ARG-NUM
                   AND WS-ACT-DONE (WS-ACT-POS) = SPACES
               ADD 1 TO WS-ACT-OPEN
           END-IF.
       2710-EXIT.
           EXIT.

      *> The incident number argument, checked against the
      *> register: WS-INC-FOUND is 0 (and RETURN-CODE 8) when not.
       2900-TAKE-INCIDENT.
           MOVE FUNCTION TRIM(WS-ARG-NUM) TO WS-ARG-NUM.
           MOVE 0 TO WS-INC-FOUND.
           IF WS-ARG-NUM IS NUMERIC
               PERFORM 1200-FIND-INCIDENT THRU 1200-EXIT
           END-IF.
           IF WS-INC-FOUND = 0
               DISPLAY "INCIDENT-REGISTER: no incident numbered "
                       FUNCTION TRIM(WS-ARG-NUM)
                       " (give the four-digit incident number)"
               MOVE 8 TO RETURN-CODE
           END-IF.
       2900-EXIT.
           EXIT.

       2950-WRONG-STATE.
           DISPLAY "INCIDENT-REGISTER: incident " WS-ARG-NUM " is "
                   FUNCTION TRIM(WS-INC-STATE (WS-INC-FOUND))
                   " - " FUNCTION TRIM(WS-COMMAND)
                   " does not apply".
           MOVE 8 TO RETURN-CODE.
       2950-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The enquiries.
      *>----------------------------------------------------------*>
       3000-SHOW-INCIDENT.
           MOVE WS-REST(1:4) TO WS-ARG-NUM.
           PERFORM 2900-TAKE-INCIDENT THRU 2900-EXIT.
           IF WS-INC-FOUND = 0
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-INC-FOUND TO WS-INC-POS.
           DISPLAY "INCIDENT " WS-INC-NUM (WS-INC-POS) "  "
                   FUNCTION TRIM(WS-INC-STATE (WS-INC-POS))
                   "  SEVERITY " WS-INC-SEV (WS-INC-POS).
           DISPLAY "  " FUNCTION TRIM(WS-INC-SUMMARY (WS-INC-POS)).
           DISPLAY "  OPENED " WS-INC-OPENED (WS-INC-POS)
                   " BY " FUNCTION TRIM(WS-INC-SOURCE (WS-INC-POS))
                   "   CLOSED " WS-INC-CLOSED (WS-INC-POS).
           IF WS-INC-CAUSE (WS-INC-POS) = SPACES
               DISPLAY "  ROOT CAUSE (none recorded)"
           ELSE
               DISPLAY "  ROOT CAUSE "
                       FUNCTION TRIM(WS-INC-CAUSE (WS-INC-POS))
           END-IF.
           DISPLAY "  LINKS".
           MOVE 0 TO WS-LISTED.
           PERFORM 3100-SHOW-ONE-LINK THRU 3100-EXIT
               VARYING WS-LNK-POS FROM 1 BY 1
               UNTIL WS-LNK-POS > WS-LNK-COUNT.
           IF WS-LISTED = 0
               DISPLAY "    (none)"
           END-IF.
           DISPLAY "  CORRECTIVE ACTIONS".
           MOVE 0 TO WS-LISTED.
           PERFORM 3200-SHOW-ONE-ACTION THRU 3200-EXIT
               VARYING WS-ACT-POS FROM 1 BY 1
               UNTIL WS-ACT-POS > WS-ACT-COUNT.
           IF WS-LISTED = 0
               DISPLAY "    (none)"
           END-IF.
       3000-EXIT.
           EXIT.

       3100-SHOW-ONE-LINK.
           IF WS-LNK-INC (WS-LNK-POS) NOT = WS-ARG-NUM
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-LISTED.
           DISPLAY "    " WS-LNK-KIND (WS-LNK-POS) " "
                   FUNCTION TRIM(WS-LNK-REF (WS-LNK-POS)).
           DISPLAY "          "
                   FUNCTION TRIM(WS-LNK-DESC (WS-LNK-POS)).
       3100-EXIT.
           EXIT.

       3200-SHOW-ONE-ACTION.
           IF WS-ACT-INC (WS-ACT-POS) NOT = WS-ARG-NUM
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WS-LISTED.
           IF WS-ACT-DONE (WS-ACT-POS) = SPACES
               MOVE "OPEN" TO WS-OUT-STATE
           ELSE
               MOVE "DONE" TO WS-OUT-STATE
           END-IF.
           DISPLAY "    " WS-ACT-NUM (WS-ACT-POS) " "
                   WS-OUT-STATE(1:4) " DUE " WS-ACT-DUE (WS-ACT-POS)
                   " " FUNCTION TRIM(WS-ACT-OWNER (WS-ACT-POS))
                   "  " WS-ACT-DONE (WS-ACT-POS).
           DISPLAY "          "
                   FUNCTION TRIM(WS-ACT-TEXT (WS-ACT-POS)).
       3200-EXIT.
           EXIT.

       3500-LIST-INCIDENTS.
           DISPLAY "DRAFT AND OPEN INCIDENTS".
           DISPLAY "========================".
           MOVE 0 TO WS-LISTED.
           PERFORM 3600-LIST-ONE-INCIDENT THRU 3600-EXIT
               VARYING WS-INC-POS FROM 1 BY 1
               UNTIL WS-INC-POS > WS-INC-COUNT.
           IF WS-LISTED = 0
               DISPLAY "  (none)"
           END-IF.
       3500-EXIT.
           EXIT.

       3600-LIST-ONE-INCIDENT.
           IF WS-INC-STATE (WS-INC-POS) NOT = "DRAFT"
                   AND WS-INC-STATE (WS-INC-POS) NOT = "OPEN"
               GO TO 3600-EXIT
           END-IF.
           ADD 1 TO WS-LISTED.
           MOVE 0 TO WS-DAYS.
           IF WS-INC-OPENED (WS-INC-POS) IS NUMERIC
               MOVE WS-INC-OPENED (WS-INC-POS) TO WS-DATE-A
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-A)
           END-IF.
           DISPLAY "  " WS-INC-NUM (WS-INC-POS) " "
                   WS-INC-STATE (WS-INC-POS) " SEV "
                   WS-INC-SEV (WS-INC-POS)
                   " OPENED " WS-INC-OPENED (WS-INC-POS)
                   " AGE " WS-DAYS " DAY(S)".
           DISPLAY "       "
                   WS-INC-SUMMARY (WS-INC-POS)(1:72).
       3600-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The monthly post-incident review.
      *>----------------------------------------------------------*>
       4000-MONTHLY-REVIEW.
           MOVE SPACES TO WS-ARG-PERIOD.
           UNSTRING WS-REST DELIMITED BY " "
               INTO WS-ARG-PERIOD
           END-UNSTRING.
           IF WS-ARG-PERIOD = SPACES
               MOVE WS-TODAY-X(1:4) TO WS-PREV-YEAR
               MOVE WS-TODAY-X(5:2) TO WS-PREV-MONTH
               IF WS-PREV-MONTH = 1
                   MOVE 12 TO WS-PREV-MONTH
                   SUBTRACT 1 FROM WS-PREV-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-PREV-MONTH
               END-IF
               MOVE WS-PREV-YEAR TO WS-PERIOD(1:4)
               MOVE WS-PREV-MONTH TO WS-PERIOD(5:2)
           ELSE
               MOVE WS-ARG-PERIOD TO WS-PERIOD
           END-IF.
           IF WS-PERIOD IS NOT NUMERIC
                   OR WS-PERIOD(5:2) < "01" OR WS-PERIOD(5:2) > "12"
               DISPLAY "INCIDENT-REGISTER: period must be YYYYMM"
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
      *> The trend months: the review month and the five before.
           MOVE WS-PERIOD(1:4) TO WS-TREND-YEAR.
           MOVE WS-PERIOD(5:2) TO WS-TREND-MON.
           PERFORM 4010-ONE-TREND-MONTH THRU 4010-EXIT
               VARYING WS-TREND-POS FROM 6 BY -1
               UNTIL WS-TREND-POS < 1.
           MOVE "OPEN" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "INCIDENT-REGISTER: post-incident review for "
                  "month " WS-PERIOD ", prepared " WS-TODAY-X
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE ALL "=" TO WS-SPL-TEXT(1:99).
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
      *> Incidents opened in the month.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "INCIDENTS OPENED IN THE MONTH" TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "  NUM  SEV STATE      OPENED   CLOSED    DAYS "
               TO WS-RPT-LINE(1:47).
           MOVE "CAUSE        SUMMARY" TO WS-RPT-LINE(48:20).
           MOVE WS-RPT-LINE TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE 0 TO WS-MONTH-OPENED WS-MONTH-CLOSED
                     WS-MONTH-DISCARDED WS-CLOSE-DAYS WS-DRAFTS.
           MOVE ZEROS TO WS-SEV-COUNTS.
           PERFORM 4100-REVIEW-ONE-INCIDENT THRU 4100-EXIT
               VARYING WS-INC-POS FROM 1 BY 1
               UNTIL WS-INC-POS > WS-INC-COUNT.
           IF WS-MONTH-OPENED = 0
               MOVE "  (none)" TO WS-SPL-TEXT
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
           END-IF.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "  opened " WS-MONTH-OPENED
                  " - severity 1: " WS-SEV-COUNT (1)
                  "  2: " WS-SEV-COUNT (2)
                  "  3: " WS-SEV-COUNT (3)
                  "  4: " WS-SEV-COUNT (4)
                  "; drafts discarded " WS-MONTH-DISCARDED
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE 0 TO WS-AVG-DAYS.
           IF WS-MONTH-CLOSED > 0
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-CLOSE-DAYS / WS-MONTH-CLOSED
           END-IF.
           MOVE WS-AVG-DAYS TO WS-AVG-EDIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "  closed in the month " WS-MONTH-CLOSED
                  ", on average " FUNCTION TRIM(WS-AVG-EDIT)
                  " day(s) after opening"
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
      *> The root-cause trend.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "ROOT-CAUSE TREND - incidents opened, six months "
                  "to " WS-PERIOD
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "  CAUSE" TO WS-RPT-LINE(1:7).
           PERFORM 4200-TREND-HEADING THRU 4200-EXIT
               VARYING WS-TREND-POS FROM 1 BY 1
               UNTIL WS-TREND-POS > 6.
           MOVE "TOTAL" TO WS-RPT-LINE(60:5).
           MOVE WS-RPT-LINE TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           PERFORM 4300-TREND-ONE-CAUSE THRU 4300-EXIT
               VARYING WS-CAUSE-POS FROM 1 BY 1
               UNTIL WS-CAUSE-POS > WS-CAUSE-COUNT.
      *> Every corrective action past its due date, whatever month
      *> its incident was in.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "CORRECTIVE ACTIONS OVERDUE AT " WS-TODAY-X
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "  INC  ACT OWNER                DUE      LATE WHAT"
               TO WS-RPT-LINE(1:51).
           MOVE WS-RPT-LINE TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE 0 TO WS-ACT-OVERDUE.
           PERFORM 4400-REVIEW-ONE-ACTION THRU 4400-EXIT
               VARYING WS-ACT-POS FROM 1 BY 1
               UNTIL WS-ACT-POS > WS-ACT-COUNT.
           IF WS-ACT-OVERDUE = 0
               MOVE "  (none)" TO WS-SPL-TEXT
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
           END-IF.
      *> Drafts an alert opened that nobody has ruled on.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "DRAFTS AWAITING CONFIRMATION" TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           PERFORM 4500-REVIEW-ONE-DRAFT THRU 4500-EXIT
               VARYING WS-INC-POS FROM 1 BY 1
               UNTIL WS-INC-POS > WS-INC-COUNT.
           IF WS-DRAFTS = 0
               MOVE "  (none)" TO WS-SPL-TEXT
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
           END-IF.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "INCIDENT-REGISTER: " WS-MONTH-OPENED
                  " incident(s) opened in " WS-PERIOD ", "
                  WS-ACT-OVERDUE " action(s) overdue, "
                  WS-DRAFTS " draft(s) unconfirmed"
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "CLOS" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           MOVE 0 TO RETURN-CODE.
           IF WS-ACT-OVERDUE > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.

       4010-ONE-TREND-MONTH.
           MOVE WS-TREND-YEAR TO WS-TREND-MONTH (WS-TREND-POS)(1:4).
           MOVE WS-TREND-MON TO WS-TREND-MONTH (WS-TREND-POS)(5:2).
           IF WS-TREND-MON = 1
               MOVE 12 TO WS-TREND-MON
               SUBTRACT 1 FROM WS-TREND-YEAR
           ELSE
               SUBTRACT 1 FROM WS-TREND-MON
           END-IF.
       4010-EXIT.
           EXIT.

      *> One incident: its month's line, and its place in the
      *> trend. Discarded drafts are counted but not trended.
       4100-REVIEW-ONE-INCIDENT.
           IF WS-INC-STATE (WS-INC-POS) = "DRAFT"
               ADD 1 TO WS-DRAFTS
           END-IF.
           IF WS-INC-STATE (WS-INC-POS) = "CLOSED"
                   AND WS-INC-CLOSED (WS-INC-POS)(1:6) = WS-PERIOD
                   AND WS-INC-OPENED (WS-INC-POS) IS NUMERIC
                   AND WS-INC-CLOSED (WS-INC-POS) IS NUMERIC
               ADD 1 TO WS-MONTH-CLOSED
               MOVE WS-INC-OPENED (WS-INC-POS) TO WS-DATE-A
               MOVE WS-INC-CLOSED (WS-INC-POS) TO WS-DATE-B
               COMPUTE WS-CLOSE-DAYS = WS-CLOSE-DAYS
                   + FUNCTION INTEGER-OF-DATE(WS-DATE-B)
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-A)
           END-IF.
           IF WS-INC-STATE (WS-INC-POS) = "DISCARDED"
               IF WS-INC-OPENED (WS-INC-POS)(1:6) = WS-PERIOD
                   ADD 1 TO WS-MONTH-DISCARDED
               END-IF
               GO TO 4100-EXIT
           END-IF.
      *> The trend column, and the cause row (UNASSIGNED last).
           MOVE WS-INC-CAUSE (WS-INC-POS) TO WS-ARG-CAUSE.
           MOVE 0 TO WS-CAUSE-FOUND.
           PERFORM 2410-MATCH-ONE-CAUSE THRU 2410-EXIT
               VARYING WS-CAUSE-POS FROM 1 BY 1
               UNTIL WS-CAUSE-POS >= WS-CAUSE-COUNT.
           IF WS-CAUSE-FOUND = 0
               MOVE WS-CAUSE-COUNT TO WS-CAUSE-FOUND
           END-IF.
           PERFORM 4110-TREND-ONE-INCIDENT THRU 4110-EXIT
               VARYING WS-TREND-POS FROM 1 BY 1
               UNTIL WS-TREND-POS > 6.
           IF WS-INC-OPENED (WS-INC-POS)(1:6) NOT = WS-PERIOD
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-MONTH-OPENED.
           IF WS-INC-SEV (WS-INC-POS) >= "1"
                   AND WS-INC-SEV (WS-INC-POS) <= "4"
               MOVE WS-INC-SEV (WS-INC-POS) TO WS-SEV-POS
               ADD 1 TO WS-SEV-COUNT (WS-SEV-POS)
           END-IF.
           MOVE 0 TO WS-DAYS.
           IF WS-INC-OPENED (WS-INC-POS) IS NUMERIC
               MOVE WS-INC-OPENED (WS-INC-POS) TO WS-DATE-A
               IF WS-INC-CLOSED (WS-INC-POS) IS NUMERIC
                   MOVE WS-INC-CLOSED (WS-INC-POS) TO WS-DATE-B
               ELSE
                   MOVE WS-TODAY TO WS-DATE-B
               END-IF
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-B)
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-A)
           END-IF.
           MOVE WS-DAYS TO WS-NUM-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-INC-NUM (WS-INC-POS) TO WS-RPT-LINE(3:4).
           MOVE WS-INC-SEV (WS-INC-POS) TO WS-RPT-LINE(9:1).
           MOVE WS-INC-STATE (WS-INC-POS) TO WS-RPT-LINE(12:10).
           MOVE WS-INC-OPENED (WS-INC-POS) TO WS-RPT-LINE(23:8).
           MOVE WS-INC-CLOSED (WS-INC-POS) TO WS-RPT-LINE(32:8).
           MOVE WS-NUM-EDIT TO WS-RPT-LINE(42:4).
           MOVE WS-CAUSE-CODE (WS-CAUSE-FOUND) TO WS-RPT-LINE(48:12).
           MOVE WS-INC-SUMMARY (WS-INC-POS)(1:39)
               TO WS-RPT-LINE(61:39).
           MOVE WS-RPT-LINE TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
       4100-EXIT.
           EXIT.

       4110-TREND-ONE-INCIDENT.
           IF WS-INC-OPENED (WS-INC-POS)(1:6)
                   = WS-TREND-MONTH (WS-TREND-POS)
               ADD 1 TO WS-CAUSE-MONTH (WS-CAUSE-FOUND, WS-TREND-POS)
               ADD 1 TO WS-CAUSE-TOTAL (WS-CAUSE-FOUND)
           END-IF.
       4110-EXIT.
           EXIT.

       4200-TREND-HEADING.
           MOVE WS-TREND-MONTH (WS-TREND-POS)
               TO WS-RPT-LINE(WS-TREND-POS * 7 + 9:6).
       4200-EXIT.
           EXIT.

      *> A cause with nothing in the six months stays off the page.
       4300-TREND-ONE-CAUSE.
           IF WS-CAUSE-TOTAL (WS-CAUSE-POS) = 0
               GO TO 4300-EXIT
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-CAUSE-CODE (WS-CAUSE-POS) TO WS-RPT-LINE(3:12).
           PERFORM 4310-TREND-ONE-CELL THRU 4310-EXIT
               VARYING WS-TREND-POS FROM 1 BY 1
               UNTIL WS-TREND-POS > 6.
           MOVE WS-CAUSE-TOTAL (WS-CAUSE-POS) TO WS-NUM-EDIT.
           MOVE WS-NUM-EDIT TO WS-RPT-LINE(61:4).
           MOVE WS-CAUSE-DESC (WS-CAUSE-POS)(1:33)
               TO WS-RPT-LINE(67:33).
           MOVE WS-RPT-LINE TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
       4300-EXIT.
           EXIT.

       4310-TREND-ONE-CELL.
           MOVE WS-CAUSE-MONTH (WS-CAUSE-POS, WS-TREND-POS)
               TO WS-NUM-EDIT.
           MOVE WS-NUM-EDIT TO WS-RPT-LINE(WS-TREND-POS * 7 + 11:4).
       4310-EXIT.
           EXIT.

       4400-REVIEW-ONE-ACTION.
           IF WS-ACT-DONE (WS-ACT-POS) NOT = SPACES
                   OR WS-ACT-DUE (WS-ACT-POS) = 0
                   OR WS-ACT-DUE (WS-ACT-POS) NOT < WS-TODAY
               GO TO 4400-EXIT
           END-IF.
      *> A discarded draft's actions went with it.
           MOVE WS-ACT-INC (WS-ACT-POS) TO WS-ARG-NUM.
           PERFORM 1200-FIND-INCIDENT THRU 1200-EXIT.
           IF WS-INC-FOUND > 0
               IF WS-INC-STATE (WS-INC-FOUND) = "DISCARDED"
                   GO TO 4400-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-ACT-OVERDUE.
           MOVE WS-ACT-DUE (WS-ACT-POS) TO WS-DATE-A.
           COMPUTE WS-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(WS-DATE-A).
           MOVE WS-DAYS TO WS-NUM-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-ACT-INC (WS-ACT-POS) TO WS-RPT-LINE(3:4).
           MOVE WS-ACT-NUM (WS-ACT-POS) TO WS-RPT-LINE(9:2).
           MOVE WS-ACT-OWNER (WS-ACT-POS) TO WS-RPT-LINE(13:20).
           MOVE WS-ACT-DUE (WS-ACT-POS) TO WS-RPT-LINE(34:8).
           MOVE WS-NUM-EDIT TO WS-RPT-LINE(43:4).
           MOVE WS-ACT-TEXT (WS-ACT-POS)(1:52) TO WS-RPT-LINE(48:52).
           MOVE WS-RPT-LINE TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
       4400-EXIT.
           EXIT.

       4500-REVIEW-ONE-DRAFT.
           IF WS-INC-STATE (WS-INC-POS) NOT = "DRAFT"
               GO TO 4500-EXIT
           END-IF.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "  " WS-INC-NUM (WS-INC-POS)
                  "  severity " WS-INC-SEV (WS-INC-POS)
                  "  opened " WS-INC-OPENED (WS-INC-POS)
                  " by " FUNCTION TRIM(WS-INC-SOURCE (WS-INC-POS))
                  ": " WS-INC-SUMMARY (WS-INC-POS)(1:40)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
       4500-EXIT.
           EXIT.

       8000-SPOOL-LINE.
           MOVE "LINE" TO WS-SPL-ACTION.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
       8000-EXIT.
           EXIT.

       8100-APPEND-RECORD.
           OPEN EXTEND INC-FILE.
           IF WS-INC-STATUS = "35"
               OPEN OUTPUT INC-FILE
           END-IF.
           MOVE WS-OUT-LINE TO INC-LINE.
           WRITE INC-LINE.
           CLOSE INC-FILE.
           MOVE SPACES TO WS-INC-STATUS.
       8100-EXIT.
           EXIT.

       8200-APPEND-STATE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "S|" WS-ARG-NUM "|"
                  FUNCTION TRIM(WS-OUT-STATE) "|"
                  FUNCTION TRIM(WS-ARG-TEXT) "|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8100-APPEND-RECORD THRU 8100-EXIT.
           MOVE WS-OUT-STATE TO WS-INC-STATE (WS-INC-FOUND).
       8200-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "incidents.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "incident_causes.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "run_control.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE "exceptions.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
           MOVE "turnover_journal.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-05.
           MOVE "alerts.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-06.
       0900-EXIT.
           EXIT.
