      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> RULE-CHANGE
      *>
      *> Change control for the curated rule files. The casting
      *> policy, alert thresholds, SLA limits, notification rules,
      *> job network, doctrine terms and language word lists used to
      *> be edited in place, so nobody could say who changed a rule,
      *> who agreed to it, or which rules a past run was working
      *> under. A rule change is now staged as a proposal - a
      *> complete replacement copy of the file - with a requester,
      *> a reason and an effective date; a DIFFERENT operator
      *> approves or rejects it; and the nightly APPLY installs each
      *> approved change once its effective date arrives, keeping
      *> every version it replaces.
      *>
      *> Commands:
      *>     rule_change PROPOSE "logical|YYYY-MM-DD|staged-file|
      *>         reason"
      *>         stage a change to the named rule file (its logical
      *>         name, e.g. sla_limits.ref) effective on the date -
      *>         today or later. The staged copy is frozen into the
      *>         version history (batch/refhist/<logical>.<number>)
      *>         and removed, so what is approved is exactly what
      *>         was proposed.
      *>     rule_change APPROVE n
      *>     rule_change REJECT n
      *>         rule on proposal n; the approver must differ from
      *>         the requester
      *>     rule_change APPLY
      *>         install every approved change whose effective date
      *>         has arrived, oldest first (the job network runs it
      *>         at the head of the night)
      *>     rule_change LIST
      *>         show proposals awaiting a ruling or installation
      *>
      *> batch/rule_changes.dat is append-only and is its own audit:
      *>
      *>     P|number|logical|effective|version-file|reason|
      *>         requester|stamp
      *>     A|number|APPROVED or REJECTED|approver|stamp
      *>     I|number|INSTALLED|installer|stamp|in-force-date
      *>
      *> Installation registers each version in
      *> batch/ref_versions.dat (V|logical|in-force-date|
      *> version-file|number|stamp); the first change to a file also
      *> registers the copy it replaced as change 0000 in force since
      *> 0001-01-01. A change approved or installed late is recorded
      *> in force from the night it was installed, not the date it
      *> asked for, so the history never claims a rule ran before it
      *> did. DLGCFG reads the registry to run any program "as of" a
      *> date (DLGASOF=YYYY-MM-DD), and RULE-CHANGE-LOG reports the
      *> whole history with who proposed and approved each change.
      *>
      *> PROPOSE, APPROVE, REJECT and APPLY need update authority
      *> (DLGAUTH class U), run under the shared enqueue (DLGENQ),
      *> and log to the audit trail (DLGAUDIT). APPLY refuses to run
      *> under DLGASOF - it must see the live files.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RULE-CHANGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.
           SELECT VERSIONS-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSIONS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-FILE.
       01  CHANGE-LINE              PIC X(600).

       FD  VERSIONS-FILE.
       01  VERSIONS-LINE            PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CHANGE-STATUS         PIC X(02) VALUE SPACES.
       01  WS-VERSIONS-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EOF-CHANGE            PIC X(01) VALUE "N".
           88  NO-MORE-CHANGES               VALUE "Y".
       01  WS-EOF-VERSIONS          PIC X(01) VALUE "N".
           88  NO-MORE-VERSIONS              VALUE "Y".

       01  WS-CMD-LINE              PIC X(400) VALUE SPACES.
       01  WS-COMMAND               PIC X(10) VALUE SPACES.
       01  WS-REST                  PIC X(380) VALUE SPACES.
       01  WS-ARG-LOGICAL           PIC X(40) VALUE SPACES.
       01  WS-ARG-EFFECTIVE         PIC X(10) VALUE SPACES.
       01  WS-ARG-STAGED            PIC X(200) VALUE SPACES.
       01  WS-ARG-REASON            PIC X(160) VALUE SPACES.
       01  WS-ARG-NUM               PIC X(04) VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-TODAY                 PIC X(08).
       01  WS-TODAY-DASHED          PIC X(10).
       01  WS-ASOF-DATE             PIC X(10) VALUE SPACES.
       01  WS-NEXT-NUM              PIC 9(04) VALUE 0.
       01  WS-CHANGE-RC             PIC 9(02) VALUE 0.

      *> The rule files under change control, by logical name.
       01  WS-CTL-COUNT             PIC 9(02) VALUE 7.
       01  WS-CONTROLLED-SET.
           05  FILLER  PIC X(40) VALUE "casting_policy.ref".
           05  FILLER  PIC X(40) VALUE "alert_thresholds.ref".
           05  FILLER  PIC X(40) VALUE "sla_limits.ref".
           05  FILLER  PIC X(40) VALUE "notify_rules.ref".
           05  FILLER  PIC X(40) VALUE "job_network.ref".
           05  FILLER  PIC X(40) VALUE "doctrine_terms.ref".
           05  FILLER  PIC X(40) VALUE "lang_words.ref".
       01  WS-CTL-TABLE REDEFINES WS-CONTROLLED-SET.
           05  WS-CTL-LOGICAL       PIC X(40) OCCURS 7 TIMES.
       01  WS-CTL-POS               PIC 9(02) VALUE 0.
       01  WS-CTL-FOUND             PIC X(01) VALUE "N".
           88  FILE-IS-CONTROLLED            VALUE "Y".

      *> Proposal states folded while reading: the latest ruling
      *> or installation per number wins.
       01  WS-CHG-MAX               PIC 9(03) VALUE 500.
       01  WS-CHG-COUNT             PIC 9(03) VALUE 0.
       01  WS-CHG-TABLE.
           05  WS-CHG-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-CHG-IDX.
               10  WS-CHG-NUM       PIC X(04).
               10  WS-CHG-LOGICAL   PIC X(40).
               10  WS-CHG-EFFECTIVE PIC X(10).
               10  WS-CHG-VERSION   PIC X(200).
               10  WS-CHG-REQUESTER PIC X(20).
               10  WS-CHG-STATE     PIC X(01).
      *>             P proposed, A approved, R rejected,
      *>             I installed, F failed this run
       01  WS-CHG-POS               PIC 9(03) VALUE 0.
       01  WS-CHG-FOUND             PIC 9(03) VALUE 0.
       01  WS-CHG-PICK              PIC 9(03) VALUE 0.

      *> Logical names already holding a version history.
       01  WS-REG-MAX               PIC 9(03) VALUE 100.
       01  WS-REG-COUNT             PIC 9(03) VALUE 0.
       01  WS-REG-TABLE.
           05  WS-REG-LOGICAL OCCURS 100 TIMES
                   INDEXED BY WS-REG-IDX
                                    PIC X(40).
       01  WS-REG-FOUND             PIC X(01) VALUE "N".
           88  HISTORY-ON-FILE               VALUE "Y".

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(40).
       01  WS-IN-F3                 PIC X(40).
       01  WS-IN-F4                 PIC X(10).
       01  WS-IN-F5                 PIC X(200).
       01  WS-IN-F6                 PIC X(160).
       01  WS-IN-F7                 PIC X(20).

       01  WS-LIVE-NAME             PIC X(200).
       01  WS-VERSION-NAME          PIC X(200).
       01  WS-BASE-NAME             PIC X(200).
       01  WS-IN-FORCE              PIC X(10).
       01  WS-INSTALLED             PIC 9(03) VALUE 0.
       01  WS-LISTED                PIC 9(03) VALUE 0.
       01  WS-FILE-INFO.
           05  WS-FILE-SIZE         PIC X(08) COMP-X.
           05  FILLER               PIC X(08).

       01  WS-AUTH-PGM              PIC X(30) VALUE "RULE-CHANGE".
       01  WS-AUTH-CLASS            PIC X(01) VALUE "U".
       01  WS-AUTH-RC               PIC X(02).
       01  WS-ENQ-ACTION            PIC X(03).
       01  WS-ENQ-RESOURCE          PIC X(20) VALUE "rule_changes".
       01  WS-ENQ-RC                PIC X(02).
       01  WS-ENQ-HELD              PIC X(01) VALUE "N".
           88  ENQ-IS-HELD                   VALUE "Y".
       01  WS-AUDIT-TEXT            PIC X(200).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-TODAY-DASHED.
           STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-" WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-DASHED
           END-STRING.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-COMMAND
           END-UNSTRING.
           MOVE SPACES TO WS-REST.
           IF WS-COMMAND NOT = SPACES
               MOVE WS-CMD-LINE(FUNCTION LENGTH(
                   FUNCTION TRIM(WS-COMMAND)) + 2:)
                   TO WS-REST
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND.
           IF WS-COMMAND = "PROPOSE" OR "APPROVE" OR "REJECT"
                   OR "APPLY"
               PERFORM 1000-TAKE-AUTHORITY THRU 1000-EXIT
               IF WS-CHANGE-RC NOT = 0
                   MOVE WS-CHANGE-RC TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 2000-LOAD-CHANGES THRU 2000-EXIT
               UNTIL NO-MORE-CHANGES.
           EVALUATE WS-COMMAND
               WHEN "PROPOSE"
                   PERFORM 3000-PROPOSE THRU 3000-EXIT
               WHEN "APPROVE"
                   PERFORM 4000-RULE-CHANGE THRU 4000-EXIT
               WHEN "REJECT"
                   PERFORM 4000-RULE-CHANGE THRU 4000-EXIT
               WHEN "APPLY"
                   PERFORM 5000-APPLY THRU 5000-EXIT
               WHEN "LIST"
                   PERFORM 6000-LIST THRU 6000-EXIT
               WHEN OTHER
                   DISPLAY "RULE-CHANGE: usage:"
                   DISPLAY "  rule_change PROPOSE ""logical|"
                           "YYYY-MM-DD|staged-file|reason"""
                   DISPLAY "  rule_change APPROVE n"
                   DISPLAY "  rule_change REJECT n"
                   DISPLAY "  rule_change APPLY"
                   DISPLAY "  rule_change LIST"
                   MOVE 8 TO WS-CHANGE-RC
           END-EVALUATE.
           IF ENQ-IS-HELD
               MOVE "DEQ" TO WS-ENQ-ACTION
               CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                                   WS-ENQ-RC
           END-IF.
           MOVE WS-CHANGE-RC TO RETURN-CODE.
           STOP RUN.

      *> Every changing command rewrites a rule file or the record
      *> of one: update authority, and the proposal numbers are
      *> assigned off the file they are appended to, so the whole
      *> read-assign-append cycle runs under the enqueue.
       1000-TAKE-AUTHORITY.
           CALL "DLGAUTH" USING WS-AUTH-PGM WS-AUTH-CLASS
                               WS-AUTH-RC.
           IF WS-AUTH-RC = "12"
               MOVE 12 TO WS-CHANGE-RC
               GO TO 1000-EXIT
           END-IF.
           MOVE "ENQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           IF WS-ENQ-RC = "12"
               DISPLAY "RULE-CHANGE: could not take the "
                       "enqueue - try again or see ENQ-CONSOLE"
               MOVE 12 TO WS-CHANGE-RC
               GO TO 1000-EXIT
           END-IF.
           SET ENQ-IS-HELD TO TRUE.
       1000-EXIT.
           EXIT.

       2000-LOAD-CHANGES.
           IF WS-CHG-COUNT = 0 AND WS-CHANGE-STATUS = SPACES
               OPEN INPUT CHANGE-FILE
               IF WS-CHANGE-STATUS NOT = "00"
                   SET NO-MORE-CHANGES TO TRUE
                   MOVE SPACES TO WS-CHANGE-STATUS
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           READ CHANGE-FILE
               AT END
                   SET NO-MORE-CHANGES TO TRUE
                   CLOSE CHANGE-FILE
                   MOVE SPACES TO WS-CHANGE-STATUS
               NOT AT END
                   PERFORM 2100-FOLD-ONE-CHANGE THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

       2100-FOLD-ONE-CHANGE.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6 WS-IN-F7.
           EVALUATE TRUE
               WHEN CHANGE-LINE(1:2) = "P|"
                   UNSTRING CHANGE-LINE DELIMITED BY "|"
                       INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
                            WS-IN-F5 WS-IN-F6 WS-IN-F7
                   END-UNSTRING
                   IF WS-CHG-COUNT < WS-CHG-MAX
                       ADD 1 TO WS-CHG-COUNT
                       MOVE WS-IN-F2(1:4)
                           TO WS-CHG-NUM (WS-CHG-COUNT)
                       MOVE WS-IN-F3
                           TO WS-CHG-LOGICAL (WS-CHG-COUNT)
                       MOVE WS-IN-F4
                           TO WS-CHG-EFFECTIVE (WS-CHG-COUNT)
                       MOVE WS-IN-F5
                           TO WS-CHG-VERSION (WS-CHG-COUNT)
                       MOVE WS-IN-F7
                           TO WS-CHG-REQUESTER (WS-CHG-COUNT)
                       MOVE "P" TO WS-CHG-STATE (WS-CHG-COUNT)
                   END-IF
                   IF WS-IN-F2(1:4) IS NUMERIC
                       AND FUNCTION NUMVAL(WS-IN-F2(1:4))
                           > WS-NEXT-NUM
                       MOVE FUNCTION NUMVAL(WS-IN-F2(1:4))
                           TO WS-NEXT-NUM
                   END-IF
               WHEN CHANGE-LINE(1:2) = "A|"
                   UNSTRING CHANGE-LINE DELIMITED BY "|"
                       INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                   END-UNSTRING
                   PERFORM 2200-FIND-CHANGE THRU 2200-EXIT
                   IF WS-CHG-FOUND > 0
                       IF WS-IN-F3(1:8) = "APPROVED"
                           MOVE "A" TO WS-CHG-STATE (WS-CHG-FOUND)
                       ELSE
                           MOVE "R" TO WS-CHG-STATE (WS-CHG-FOUND)
                       END-IF
                   END-IF
               WHEN CHANGE-LINE(1:2) = "I|"
                   UNSTRING CHANGE-LINE DELIMITED BY "|"
                       INTO WS-IN-TAG WS-IN-F2
                   END-UNSTRING
                   PERFORM 2200-FIND-CHANGE THRU 2200-EXIT
                   IF WS-CHG-FOUND > 0
                       MOVE "I" TO WS-CHG-STATE (WS-CHG-FOUND)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2200-FIND-CHANGE.
           MOVE 0 TO WS-CHG-FOUND.
           SET WS-CHG-IDX TO 1.
           IF WS-CHG-COUNT > 0
               SEARCH WS-CHG-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CHG-IDX > WS-CHG-COUNT
                       CONTINUE
                   WHEN WS-CHG-NUM (WS-CHG-IDX) = WS-IN-F2(1:4)
                       SET WS-CHG-FOUND TO WS-CHG-IDX
               END-SEARCH
           END-IF.
       2200-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> PROPOSE: validate, freeze the staged copy into the version
      *> history, and record the proposal.
      *>----------------------------------------------------------*>
       3000-PROPOSE.
           UNSTRING WS-REST DELIMITED BY "|"
               INTO WS-ARG-LOGICAL WS-ARG-EFFECTIVE WS-ARG-STAGED
                    WS-ARG-REASON
           END-UNSTRING.
           IF WS-ARG-LOGICAL = SPACES OR WS-ARG-EFFECTIVE = SPACES
                   OR WS-ARG-STAGED = SPACES OR WS-ARG-REASON = SPACES
               DISPLAY "RULE-CHANGE: PROPOSE needs ""logical|"
                       "YYYY-MM-DD|staged-file|reason"""
               MOVE 8 TO WS-CHANGE-RC
               GO TO 3000-EXIT
           END-IF.
           MOVE "N" TO WS-CTL-FOUND.
           PERFORM 3100-CHECK-CONTROLLED THRU 3100-EXIT
               VARYING WS-CTL-POS FROM 1 BY 1
               UNTIL WS-CTL-POS > WS-CTL-COUNT.
           IF NOT FILE-IS-CONTROLLED
               DISPLAY "RULE-CHANGE: "
                       FUNCTION TRIM(WS-ARG-LOGICAL)
                       " is not a rule file under change control"
               MOVE 8 TO WS-CHANGE-RC
               GO TO 3000-EXIT
           END-IF.
           IF WS-ARG-EFFECTIVE(5:1) NOT = "-"
                   OR WS-ARG-EFFECTIVE(8:1) NOT = "-"
                   OR WS-ARG-EFFECTIVE(1:4) IS NOT NUMERIC
                   OR WS-ARG-EFFECTIVE(6:2) IS NOT NUMERIC
                   OR WS-ARG-EFFECTIVE(9:2) IS NOT NUMERIC
               DISPLAY "RULE-CHANGE: effective date must be "
                       "YYYY-MM-DD"
               MOVE 8 TO WS-CHANGE-RC
               GO TO 3000-EXIT
           END-IF.
      *> No back-dating: a change cannot have been in force before
      *> anyone proposed it.
           IF WS-ARG-EFFECTIVE < WS-TODAY-DASHED
               DISPLAY "RULE-CHANGE: effective date "
                       WS-ARG-EFFECTIVE " is in the past"
               MOVE 8 TO WS-CHANGE-RC
               GO TO 3000-EXIT
           END-IF.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-ARG-STAGED
                                             WS-FILE-INFO.
           IF RETURN-CODE NOT = 0
               DISPLAY "RULE-CHANGE: staged copy "
                       FUNCTION TRIM(WS-ARG-STAGED) " not found"
               MOVE 0 TO RETURN-CODE
               MOVE 8 TO WS-CHANGE-RC
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-NEXT-NUM.
           MOVE SPACES TO WS-VERSION-NAME.
           STRING FUNCTION TRIM(WS-CFN-03)      DELIMITED BY SIZE
                  "/"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-LOGICAL) DELIMITED BY SIZE
                  "."                           DELIMITED BY SIZE
                  WS-NEXT-NUM                   DELIMITED BY SIZE
                  INTO WS-VERSION-NAME
           END-STRING.
           CALL "CBL_CREATE_DIR" USING WS-CFN-03.
           CALL "CBL_COPY_FILE" USING WS-ARG-STAGED WS-VERSION-NAME.
           IF RETURN-CODE NOT = 0
               DISPLAY "RULE-CHANGE: could not freeze the staged "
                       "copy into " FUNCTION TRIM(WS-VERSION-NAME)
                       " - nothing proposed"
               MOVE 0 TO RETURN-CODE
               MOVE 12 TO WS-CHANGE-RC
               GO TO 3000-EXIT
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-ARG-STAGED.
           MOVE 0 TO RETURN-CODE.
           OPEN EXTEND CHANGE-FILE.
           IF WS-CHANGE-STATUS = "35"
               OPEN OUTPUT CHANGE-FILE
           END-IF.
           MOVE SPACES TO CHANGE-LINE.
           STRING "P|"                           DELIMITED BY SIZE
                  WS-NEXT-NUM                    DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-LOGICAL)  DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-ARG-EFFECTIVE               DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VERSION-NAME) DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-REASON)   DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID)  DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP               DELIMITED BY SIZE
                  INTO CHANGE-LINE
           END-STRING.
           WRITE CHANGE-LINE.
           CLOSE CHANGE-FILE.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "RULE-CHANGE PROPOSED " WS-NEXT-NUM " "
                  FUNCTION TRIM(WS-ARG-LOGICAL)
                  " EFFECTIVE " WS-ARG-EFFECTIVE
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           DISPLAY "RULE-CHANGE: change " WS-NEXT-NUM
                   " proposed for " FUNCTION TRIM(WS-ARG-LOGICAL)
                   " effective " WS-ARG-EFFECTIVE
                   " - a DIFFERENT operator must approve it".
       3000-EXIT.
           EXIT.

       3100-CHECK-CONTROLLED.
           IF WS-CTL-LOGICAL (WS-CTL-POS) = WS-ARG-LOGICAL
               SET FILE-IS-CONTROLLED TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> APPROVE / REJECT: the ruling operator must differ from the
      *> requester - that difference is the control.
      *>----------------------------------------------------------*>
       4000-RULE-CHANGE.
           UNSTRING WS-REST DELIMITED BY " "
               INTO WS-ARG-NUM
           END-UNSTRING.
           MOVE SPACES TO WS-IN-F2.
           MOVE WS-ARG-NUM TO WS-IN-F2(1:4).
           PERFORM 2200-FIND-CHANGE THRU 2200-EXIT.
           IF WS-CHG-FOUND = 0
               DISPLAY "RULE-CHANGE: no change numbered "
                       WS-ARG-NUM
               MOVE 8 TO WS-CHANGE-RC
               GO TO 4000-EXIT
           END-IF.
           IF WS-CHG-STATE (WS-CHG-FOUND) NOT = "P"
               DISPLAY "RULE-CHANGE: change " WS-ARG-NUM
                       " is not awaiting a ruling"
               MOVE 8 TO WS-CHANGE-RC
               GO TO 4000-EXIT
           END-IF.
           IF FUNCTION TRIM(WS-CHG-REQUESTER (WS-CHG-FOUND))
                   = FUNCTION TRIM(WS-OPERATOR-ID)
               DISPLAY "RULE-CHANGE: the requester may not rule on "
                       "their own change"
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "RULE-CHANGE DENIED "
                      FUNCTION TRIM(WS-COMMAND) " "
                      WS-ARG-NUM " BY ITS REQUESTER"
                   DELIMITED BY SIZE INTO WS-AUDIT-TEXT
               END-STRING
               CALL "DLGAUDIT" USING WS-AUDIT-TEXT
               MOVE 12 TO WS-CHANGE-RC
               GO TO 4000-EXIT
           END-IF.
           OPEN EXTEND CHANGE-FILE.
           MOVE SPACES TO CHANGE-LINE.
           IF WS-COMMAND = "APPROVE"
               STRING "A|" WS-ARG-NUM "|APPROVED|"
                      FUNCTION TRIM(WS-OPERATOR-ID) "|"
                      WS-RUN-TIMESTAMP
                   DELIMITED BY SIZE INTO CHANGE-LINE
               END-STRING
           ELSE
               STRING "A|" WS-ARG-NUM "|REJECTED|"
                      FUNCTION TRIM(WS-OPERATOR-ID) "|"
                      WS-RUN-TIMESTAMP
                   DELIMITED BY SIZE INTO CHANGE-LINE
               END-STRING
           END-IF.
           WRITE CHANGE-LINE.
           CLOSE CHANGE-FILE.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "RULE-CHANGE " FUNCTION TRIM(WS-COMMAND) " "
                  WS-ARG-NUM " "
                  FUNCTION TRIM(WS-CHG-LOGICAL (WS-CHG-FOUND))
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           IF WS-COMMAND = "APPROVE"
               DISPLAY "RULE-CHANGE: change " WS-ARG-NUM
                       " APPROVED by " FUNCTION TRIM(WS-OPERATOR-ID)
           ELSE
               DISPLAY "RULE-CHANGE: change " WS-ARG-NUM
                       " REJECTED by " FUNCTION TRIM(WS-OPERATOR-ID)
           END-IF.
       4000-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> APPLY: install the approved changes that have come due,
      *> earliest effective date first (number order within a
      *> date), so two changes to one file land in the order they
      *> were meant to take effect.
      *>----------------------------------------------------------*>
       5000-APPLY.
           ACCEPT WS-ASOF-DATE FROM ENVIRONMENT "DLGASOF".
           IF WS-ASOF-DATE NOT = SPACES
               DISPLAY "RULE-CHANGE: APPLY must see the live rule "
                       "files - unset DLGASOF"
               MOVE 8 TO WS-CHANGE-RC
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5050-LOAD-REGISTRY THRU 5050-EXIT.
           MOVE 0 TO WS-INSTALLED.
           PERFORM 5100-PICK-NEXT THRU 5100-EXIT.
           PERFORM 5200-INSTALL-ONE THRU 5200-EXIT
               UNTIL WS-CHG-PICK = 0.
           IF WS-INSTALLED = 0
               DISPLAY "RULE-CHANGE: no approved change is due"
           ELSE
               DISPLAY "RULE-CHANGE: " WS-INSTALLED
                       " change(s) installed"
           END-IF.
       5000-EXIT.
           EXIT.

       5050-LOAD-REGISTRY.
           MOVE "N" TO WS-EOF-VERSIONS.
           OPEN INPUT VERSIONS-FILE.
           IF WS-VERSIONS-STATUS NOT = "00"
               GO TO 5050-EXIT
           END-IF.
           PERFORM 5060-LOAD-ONE-VERSION THRU 5060-EXIT
               UNTIL NO-MORE-VERSIONS.
           CLOSE VERSIONS-FILE.
       5050-EXIT.
           EXIT.

       5060-LOAD-ONE-VERSION.
           READ VERSIONS-FILE
               AT END
                   SET NO-MORE-VERSIONS TO TRUE
               NOT AT END
                   IF VERSIONS-LINE(1:2) = "V|"
                       UNSTRING VERSIONS-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-F2
                       END-UNSTRING
                       MOVE WS-IN-F2 TO WS-ARG-LOGICAL
                       PERFORM 5070-FIND-REGISTERED THRU 5070-EXIT
                       IF NOT HISTORY-ON-FILE
                               AND WS-REG-COUNT < WS-REG-MAX
                           ADD 1 TO WS-REG-COUNT
                           MOVE WS-ARG-LOGICAL
                               TO WS-REG-LOGICAL (WS-REG-COUNT)
                       END-IF
                   END-IF
           END-READ.
       5060-EXIT.
           EXIT.

       5070-FIND-REGISTERED.
           MOVE "N" TO WS-REG-FOUND.
           SET WS-REG-IDX TO 1.
           IF WS-REG-COUNT > 0
               SEARCH WS-REG-LOGICAL
                   AT END
                       CONTINUE
                   WHEN WS-REG-IDX > WS-REG-COUNT
                       CONTINUE
                   WHEN WS-REG-LOGICAL (WS-REG-IDX) = WS-ARG-LOGICAL
                       SET HISTORY-ON-FILE TO TRUE
               END-SEARCH
           END-IF.
       5070-EXIT.
           EXIT.

       5100-PICK-NEXT.
           MOVE 0 TO WS-CHG-PICK.
           PERFORM 5110-WEIGH-ONE-CHANGE THRU 5110-EXIT
               VARYING WS-CHG-POS FROM 1 BY 1
               UNTIL WS-CHG-POS > WS-CHG-COUNT.
       5100-EXIT.
           EXIT.

       5110-WEIGH-ONE-CHANGE.
           IF WS-CHG-STATE (WS-CHG-POS) NOT = "A"
                   OR WS-CHG-EFFECTIVE (WS-CHG-POS) > WS-TODAY-DASHED
               GO TO 5110-EXIT
           END-IF.
           IF WS-CHG-PICK = 0
               MOVE WS-CHG-POS TO WS-CHG-PICK
               GO TO 5110-EXIT
           END-IF.
           IF WS-CHG-EFFECTIVE (WS-CHG-POS)
                   < WS-CHG-EFFECTIVE (WS-CHG-PICK)
               MOVE WS-CHG-POS TO WS-CHG-PICK
           END-IF.
       5110-EXIT.
           EXIT.

       5200-INSTALL-ONE.
           MOVE WS-CHG-LOGICAL (WS-CHG-PICK) TO WS-CFG-LOGICAL
                                                WS-ARG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-LIVE-NAME.
           MOVE WS-CHG-VERSION (WS-CHG-PICK) TO WS-VERSION-NAME.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-VERSION-NAME
                                             WS-FILE-INFO.
           IF RETURN-CODE NOT = 0
               DISPLAY "RULE-CHANGE: change "
                       WS-CHG-NUM (WS-CHG-PICK) " - version copy "
                       FUNCTION TRIM(WS-VERSION-NAME)
                       " is missing - not installed"
               MOVE 0 TO RETURN-CODE
               MOVE 12 TO WS-CHANGE-RC
               MOVE "F" TO WS-CHG-STATE (WS-CHG-PICK)
               GO TO 5200-NEXT
           END-IF.
      *> The first change to a file keeps the copy it replaces as
      *> change 0000, in force since before change control began.
           PERFORM 5070-FIND-REGISTERED THRU 5070-EXIT.
           IF NOT HISTORY-ON-FILE
               PERFORM 5300-REGISTER-BASE THRU 5300-EXIT
           END-IF.
           CALL "CBL_COPY_FILE" USING WS-VERSION-NAME WS-LIVE-NAME.
           IF RETURN-CODE NOT = 0
               DISPLAY "RULE-CHANGE: change "
                       WS-CHG-NUM (WS-CHG-PICK) " - could not "
                       "rewrite " FUNCTION TRIM(WS-LIVE-NAME)
                       " - not installed"
               MOVE 0 TO RETURN-CODE
               MOVE 12 TO WS-CHANGE-RC
               MOVE "F" TO WS-CHG-STATE (WS-CHG-PICK)
               GO TO 5200-NEXT
           END-IF.
      *> In force from tonight if it is late, never from before.
           MOVE WS-CHG-EFFECTIVE (WS-CHG-PICK) TO WS-IN-FORCE.
           IF WS-IN-FORCE < WS-TODAY-DASHED
               MOVE WS-TODAY-DASHED TO WS-IN-FORCE
           END-IF.
           MOVE WS-VERSION-NAME TO WS-BASE-NAME.
           MOVE WS-CHG-NUM (WS-CHG-PICK) TO WS-ARG-NUM.
           PERFORM 5400-WRITE-VERSION THRU 5400-EXIT.
           OPEN EXTEND CHANGE-FILE.
           MOVE SPACES TO CHANGE-LINE.
           STRING "I|" WS-CHG-NUM (WS-CHG-PICK) "|INSTALLED|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  WS-RUN-TIMESTAMP "|" WS-IN-FORCE
               DELIMITED BY SIZE INTO CHANGE-LINE
           END-STRING.
           WRITE CHANGE-LINE.
           CLOSE CHANGE-FILE.
           MOVE "I" TO WS-CHG-STATE (WS-CHG-PICK).
           ADD 1 TO WS-INSTALLED.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "RULE-CHANGE INSTALLED " WS-CHG-NUM (WS-CHG-PICK)
                  " " FUNCTION TRIM(WS-ARG-LOGICAL)
                  " IN FORCE " WS-IN-FORCE
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           DISPLAY "RULE-CHANGE: change " WS-CHG-NUM (WS-CHG-PICK)
                   " installed - " FUNCTION TRIM(WS-ARG-LOGICAL)
                   " in force " WS-IN-FORCE.
       5200-NEXT.
           PERFORM 5100-PICK-NEXT THRU 5100-EXIT.
       5200-EXIT.
           EXIT.

       5300-REGISTER-BASE.
           MOVE SPACES TO WS-BASE-NAME.
           STRING FUNCTION TRIM(WS-CFN-03)      DELIMITED BY SIZE
                  "/"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-LOGICAL) DELIMITED BY SIZE
                  ".0000"                       DELIMITED BY SIZE
                  INTO WS-BASE-NAME
           END-STRING.
           CALL "CBL_CREATE_DIR" USING WS-CFN-03.
           CALL "CBL_COPY_FILE" USING WS-LIVE-NAME WS-BASE-NAME.
           IF RETURN-CODE NOT = 0
      *> No live copy to keep (a file introduced under change
      *> control): there is simply no earlier version.
               MOVE 0 TO RETURN-CODE
               GO TO 5300-EXIT
           END-IF.
           MOVE "0001-01-01" TO WS-IN-FORCE.
           MOVE "0000" TO WS-ARG-NUM.
           PERFORM 5400-WRITE-VERSION THRU 5400-EXIT.
           IF WS-REG-COUNT < WS-REG-MAX
               ADD 1 TO WS-REG-COUNT
               MOVE WS-ARG-LOGICAL TO WS-REG-LOGICAL (WS-REG-COUNT)
           END-IF.
       5300-EXIT.
           EXIT.

       5400-WRITE-VERSION.
           OPEN EXTEND VERSIONS-FILE.
           IF WS-VERSIONS-STATUS = "35"
               OPEN OUTPUT VERSIONS-FILE
           END-IF.
           MOVE SPACES TO VERSIONS-LINE.
           STRING "V|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-LOGICAL) DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-IN-FORCE                   DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BASE-NAME)   DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-ARG-NUM                    DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP              DELIMITED BY SIZE
                  INTO VERSIONS-LINE
           END-STRING.
           WRITE VERSIONS-LINE.
           CLOSE VERSIONS-FILE.
       5400-EXIT.
           EXIT.

       6000-LIST.
           DISPLAY "RULE CHANGES AWAITING A RULING OR INSTALLATION".
           DISPLAY "==============================================".
           MOVE 0 TO WS-LISTED.
           PERFORM 6100-LIST-ONE-CHANGE THRU 6100-EXIT
               VARYING WS-CHG-POS FROM 1 BY 1
               UNTIL WS-CHG-POS > WS-CHG-COUNT.
           IF WS-LISTED = 0
               DISPLAY "  (none)"
           END-IF.
       6000-EXIT.
           EXIT.

       6100-LIST-ONE-CHANGE.
           IF WS-CHG-STATE (WS-CHG-POS) = "P"
               ADD 1 TO WS-LISTED
               DISPLAY "  " WS-CHG-NUM (WS-CHG-POS)
                       " PROPOSED " WS-CHG-EFFECTIVE (WS-CHG-POS)
                       " " FUNCTION TRIM(WS-CHG-LOGICAL (WS-CHG-POS))
                       " by "
                       FUNCTION TRIM(WS-CHG-REQUESTER (WS-CHG-POS))
           END-IF.
           IF WS-CHG-STATE (WS-CHG-POS) = "A"
               ADD 1 TO WS-LISTED
               DISPLAY "  " WS-CHG-NUM (WS-CHG-POS)
                       " APPROVED " WS-CHG-EFFECTIVE (WS-CHG-POS)
                       " " FUNCTION TRIM(WS-CHG-LOGICAL (WS-CHG-POS))
                       " by "
                       FUNCTION TRIM(WS-CHG-REQUESTER (WS-CHG-POS))
           END-IF.
       6100-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "rule_changes.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "ref_versions.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "refhist" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
       0900-EXIT.
           EXIT.
