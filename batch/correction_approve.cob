      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> CORRECTION-APPROVE
      *>
      *> The approver's side of rule-driven corrections. What
      *> CORRECTION-PROPOSE finds is only a proposal
      *> (batch/correction_proposal.dat); nothing reaches
      *> CORRECTION-APPLY's input, batch/corrections.dat, until an
      *> approver has read the preview and accepted the rules whose
      *> changes are right - wholesale, or rule by rule where one
      *> rule caught text it should not have.
      *>
      *> Commands:
      *>     correction_approve [LIST]
      *>         the proposal, each rule's hits and held-back
      *>         changes, the ruling on it and how much of it is
      *>         released; and how full corrections.dat stands
      *>     correction_approve ACCEPT ALL
      *>     correction_approve ACCEPT rule-id [rule-id ...]
      *>         accept every rule that proposed a change, or the
      *>         rules named, and release their changes
      *>     correction_approve REJECT ALL
      *>     correction_approve REJECT rule-id [rule-id ...]
      *>         reject them; nothing more of theirs is released
      *>     correction_approve RELEASE
      *>         release accepted changes still waiting
      *>
      *> Releasing appends an accepted rule's transactions to
      *> batch/corrections.dat in CORRECTION-APPLY's layout, in
      *> proposal order. A CORRECTION-APPLY run corrects at most
      *> 350 fields, so no more is released than leaves the file
      *> within that: the rest waits, counted, for a RELEASE once
      *> the staged transactions have been applied and the file
      *> cleared. Rulings and release progress are kept in the
      *> append-only batch/correction_decisions.dat, which is its
      *> own history:
      *>
      *>     D|proposal-id|rule-id|ACCEPTED or REJECTED|operator|
      *>         stamp
      *>     L|proposal-id|rule-id|released|operator|stamp
      *>
      *> the latest of each kind for a rule standing. Changes
      *> already released stay released if their rule is later
      *> rejected.
      *>
      *> ACCEPT, REJECT and RELEASE need update authority (DLGAUTH
      *> class U), run under the "corrections" enqueue (DLGENQ) and
      *> log to the audit trail. The operator who ran the proposal
      *> may not rule on it - that difference is the control, as
      *> for RULE-CHANGE.
      *>
      *> RETURN-CODE: 0 done; 4 accepted changes are still waiting
      *> for room in corrections.dat; 8 a bad command, an unknown
      *> rule or no proposal; 12 no authority, the proposer ruling
      *> on their own proposal, or the enqueue held.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRECTION-APPROVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSAL-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSAL-STATUS.
           SELECT DECISION-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.
           SELECT TRAN-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSAL-FILE.
       01  PROPOSAL-LINE            PIC X(600).

       FD  DECISION-FILE.
       01  DECISION-LINE            PIC X(200).

       FD  TRAN-FILE.
       01  TRAN-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-PROPOSAL-STATUS       PIC X(02) VALUE SPACES.
       01  WS-DECISION-STATUS       PIC X(02) VALUE SPACES.
       01  WS-TRAN-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EOF-PROPOSAL          PIC X(01) VALUE "N".
           88  NO-MORE-PROPOSAL              VALUE "Y".
       01  WS-EOF-DECISION          PIC X(01) VALUE "N".
           88  NO-MORE-DECISIONS             VALUE "Y".
       01  WS-EOF-TRAN              PIC X(01) VALUE "N".
           88  NO-MORE-TRAN                  VALUE "Y".

       01  WS-AUTH-PGM              PIC X(30)
           VALUE "CORRECTION-APPROVE".
       01  WS-AUTH-CLASS            PIC X(01) VALUE "U".
       01  WS-AUTH-RC               PIC X(02).
       01  WS-ENQ-ACTION            PIC X(03).
       01  WS-ENQ-RESOURCE          PIC X(20) VALUE "corrections".
       01  WS-ENQ-RC                PIC X(02).
       01  WS-SAVE-RC               PIC S9(04) VALUE 0.
       01  WS-AUDIT-TEXT            PIC X(200).

       01  WS-CMD-LINE              PIC X(400) VALUE SPACES.
       01  WS-COMMAND               PIC X(10) VALUE SPACES.
       01  WS-PARSE-PTR             PIC 9(03) VALUE 1.
       01  WS-ARG-WORD              PIC X(20).
       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-NEW-DECISION          PIC X(08).

      *> The proposal on file and its rules, with the rulings and
      *> release progress recorded against them.
       01  WS-PRP-ID                PIC X(14) VALUE SPACES.
       01  WS-PRP-BY                PIC X(20) VALUE SPACES.
       01  WS-PRP-STAMP             PIC X(21) VALUE SPACES.
       01  WS-RUL-MAX               PIC 9(02) VALUE 50.
       01  WS-RUL-COUNT             PIC 9(02) VALUE 0.
       01  WS-RUL-TABLE.
           05  WS-RUL-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-RUL-IDX.
               10  WS-RUL-ID        PIC X(10).
               10  WS-RUL-FIELD     PIC X(15).
               10  WS-RUL-MODE      PIC X(20).
               10  WS-RUL-ACTION    PIC X(07).
               10  WS-RUL-HITS      PIC 9(05).
               10  WS-RUL-HELD      PIC 9(05).
               10  WS-RUL-DESC      PIC X(60).
               10  WS-RUL-DECISION  PIC X(08).
               10  WS-RUL-DECIDED-BY PIC X(20).
               10  WS-RUL-RELEASED  PIC 9(05).
               10  WS-RUL-WAS-RELEASED PIC 9(05).
               10  WS-RUL-SEEN      PIC 9(05).
               10  WS-RUL-NAMED     PIC X(01).
       01  WS-RUL-POS               PIC 9(02) VALUE 0.
       01  WS-RUL-FOUND             PIC 9(02) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-ACTION             PIC X(06).
       01  WS-IN-PATH               PIC X(200).
       01  WS-IN-SEQ                PIC X(04).
       01  WS-IN-FIELD              PIC X(15).
       01  WS-IN-VALUE              PIC X(240).
       01  WS-IN-RULE               PIC X(20).
       01  WS-IN-F2                 PIC X(20).
       01  WS-IN-F3                 PIC X(20).
       01  WS-IN-F4                 PIC X(20).
       01  WS-IN-F5                 PIC X(20).
       01  WS-IN-F6                 PIC X(20).
       01  WS-IN-F7                 PIC X(20).
       01  WS-IN-F8                 PIC X(20).
       01  WS-IN-F9                 PIC X(80).
       01  WS-IN-NUM                PIC 9(05).

      *> CORRECTION-APPLY's capacity, what corrections.dat already
      *> holds, and what this run releases into it.
       01  WS-APPLY-MAX             PIC 9(05) VALUE 350.
       01  WS-STAGED                PIC 9(05) VALUE 0.
       01  WS-ROOM                  PIC 9(05) VALUE 0.
       01  WS-PENDING               PIC 9(05) VALUE 0.
       01  WS-RELEASED-NOW          PIC 9(05) VALUE 0.
       01  WS-NAMED-BAD             PIC 9(02) VALUE 0.
       01  WS-NAMED-COUNT           PIC 9(02) VALUE 0.
       01  WS-DECIDED-NOW           PIC 9(02) VALUE 0.

       01  WS-RPT-LINE.
           05  WS-RL-RULE           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-FIELD          PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-HITS           PIC X(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-HELD           PIC X(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-DECISION       PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-BY             PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-RELEASED       PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-DESC           PIC X(30).
       01  WS-RL-NUM                PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           MOVE 1 TO WS-PARSE-PTR.
           MOVE SPACES TO WS-COMMAND.
           IF WS-CMD-LINE NOT = SPACES
               UNSTRING WS-CMD-LINE DELIMITED BY ALL " "
                   INTO WS-COMMAND
                   WITH POINTER WS-PARSE-PTR
               END-UNSTRING
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND.
           IF WS-COMMAND = SPACES
               MOVE "LIST" TO WS-COMMAND
           END-IF.
           IF WS-COMMAND NOT = "LIST" AND WS-COMMAND NOT = "ACCEPT"
                   AND WS-COMMAND NOT = "REJECT"
                   AND WS-COMMAND NOT = "RELEASE"
               PERFORM 9000-USAGE THRU 9000-EXIT
               STOP RUN
           END-IF.
           IF WS-COMMAND NOT = "LIST"
               CALL "DLGAUTH" USING WS-AUTH-PGM WS-AUTH-CLASS
                                   WS-AUTH-RC
               IF WS-AUTH-RC = "12"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "ENQ" TO WS-ENQ-ACTION
               CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                                   WS-ENQ-RC
               IF WS-ENQ-RC = "12"
                   DISPLAY "CORRECTION-APPROVE: could not take the "
                           "enqueue - try again or see ENQ-CONSOLE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE 0 TO RETURN-CODE.
           PERFORM 1000-LOAD-PROPOSAL THRU 1000-EXIT.
           IF WS-PRP-ID = SPACES
               DISPLAY "CORRECTION-APPROVE: no proposal at "
                       FUNCTION TRIM(WS-CFN-01)
                       " - run CORRECTION-PROPOSE"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1100-LOAD-DECISIONS THRU 1100-EXIT
               PERFORM 1200-COUNT-STAGED THRU 1200-EXIT
               EVALUATE WS-COMMAND
                   WHEN "LIST"
                       PERFORM 5000-LIST-PROPOSAL THRU 5000-EXIT
                   WHEN "ACCEPT"
                       MOVE "ACCEPTED" TO WS-NEW-DECISION
                       PERFORM 2000-RULE-ON-PROPOSAL THRU 2000-EXIT
                       IF RETURN-CODE = 0
                           PERFORM 3000-RELEASE THRU 3000-EXIT
                       END-IF
                   WHEN "REJECT"
                       MOVE "REJECTED" TO WS-NEW-DECISION
                       PERFORM 2000-RULE-ON-PROPOSAL THRU 2000-EXIT
                   WHEN "RELEASE"
                       PERFORM 3000-RELEASE THRU 3000-EXIT
               END-EVALUATE
           END-IF.
      *> The dequeue CALL resets RETURN-CODE; keep the verdict.
           IF WS-COMMAND NOT = "LIST"
               MOVE RETURN-CODE TO WS-SAVE-RC
               MOVE "DEQ" TO WS-ENQ-ACTION
               CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                                   WS-ENQ-RC
               MOVE WS-SAVE-RC TO RETURN-CODE
           END-IF.
           STOP RUN.

      *>----------------------------------------------------------*>
      *> The proposal's P line and its rule summaries; the
      *> transactions are read again when released.
      *>----------------------------------------------------------*>
       1000-LOAD-PROPOSAL.
           OPEN INPUT PROPOSAL-FILE.
           IF WS-PROPOSAL-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-PROPOSAL.
           PERFORM 1010-READ-PROPOSAL-LINE THRU 1010-EXIT
               UNTIL NO-MORE-PROPOSAL.
           CLOSE PROPOSAL-FILE.
       1000-EXIT.
           EXIT.

       1010-READ-PROPOSAL-LINE.
           READ PROPOSAL-FILE
               AT END
                   SET NO-MORE-PROPOSAL TO TRUE
                   GO TO 1010-EXIT
           END-READ.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6 WS-IN-F7 WS-IN-F8 WS-IN-F9.
           EVALUATE PROPOSAL-LINE(1:2)
               WHEN "P|"
                   UNSTRING PROPOSAL-LINE DELIMITED BY "|"
                       INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
                   END-UNSTRING
                   MOVE WS-IN-F2 TO WS-PRP-ID
                   MOVE WS-IN-F3 TO WS-PRP-BY
                   MOVE WS-IN-F4 TO WS-PRP-STAMP
               WHEN "R|"
                   UNSTRING PROPOSAL-LINE DELIMITED BY "|"
                       INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
                            WS-IN-F5 WS-IN-F6 WS-IN-F7 WS-IN-F8
                            WS-IN-F9
                   END-UNSTRING
                   IF WS-RUL-COUNT NOT < WS-RUL-MAX
                       GO TO 1010-EXIT
                   END-IF
                   ADD 1 TO WS-RUL-COUNT
                   INITIALIZE WS-RUL-ENTRY (WS-RUL-COUNT)
                   MOVE WS-IN-F2 TO WS-RUL-ID (WS-RUL-COUNT)
                   MOVE WS-IN-F3 TO WS-RUL-FIELD (WS-RUL-COUNT)
                   MOVE WS-IN-F4 TO WS-RUL-MODE (WS-RUL-COUNT)
                   MOVE WS-IN-F5 TO WS-RUL-ACTION (WS-RUL-COUNT)
                   IF WS-IN-F6(1:5) IS NUMERIC
                       MOVE WS-IN-F6(1:5) TO WS-RUL-HITS (WS-RUL-COUNT)
                   END-IF
                   IF WS-IN-F7(1:5) IS NUMERIC
                       MOVE WS-IN-F7(1:5) TO WS-RUL-HELD (WS-RUL-COUNT)
                   END-IF
                   IF WS-IN-F8(1:5) IS NUMERIC
                       MOVE WS-IN-F8(1:5) TO WS-IN-NUM
                       ADD WS-IN-NUM TO WS-RUL-HELD (WS-RUL-COUNT)
                   END-IF
                   MOVE WS-IN-F9 TO WS-RUL-DESC (WS-RUL-COUNT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1010-EXIT.
           EXIT.

      *> This proposal's rulings and release counts, the latest of
      *> each standing.
       1100-LOAD-DECISIONS.
           OPEN INPUT DECISION-FILE.
           IF WS-DECISION-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-DECISION.
           PERFORM 1110-READ-DECISION-LINE THRU 1110-EXIT
               UNTIL NO-MORE-DECISIONS.
           CLOSE DECISION-FILE.
       1100-EXIT.
           EXIT.

       1110-READ-DECISION-LINE.
           READ DECISION-FILE
               AT END
                   SET NO-MORE-DECISIONS TO TRUE
                   GO TO 1110-EXIT
           END-READ.
           IF DECISION-LINE(1:2) NOT = "D|"
                   AND DECISION-LINE(1:2) NOT = "L|"
               GO TO 1110-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5.
           UNSTRING DECISION-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
           END-UNSTRING.
           IF WS-IN-F2 NOT = WS-PRP-ID
               GO TO 1110-EXIT
           END-IF.
           MOVE WS-IN-F3 TO WS-IN-RULE.
           PERFORM 8100-FIND-RULE THRU 8100-EXIT.
           IF WS-RUL-FOUND = 0
               GO TO 1110-EXIT
           END-IF.
           IF WS-IN-TAG = "D"
               MOVE WS-IN-F4 TO WS-RUL-DECISION (WS-RUL-FOUND)
               MOVE WS-IN-F5 TO WS-RUL-DECIDED-BY (WS-RUL-FOUND)
           ELSE
               IF WS-IN-F4(1:5) IS NUMERIC
                   MOVE WS-IN-F4(1:5) TO WS-RUL-RELEASED (WS-RUL-FOUND)
                   MOVE WS-IN-F4(1:5)
                       TO WS-RUL-WAS-RELEASED (WS-RUL-FOUND)
               END-IF
           END-IF.
       1110-EXIT.
           EXIT.

      *> Transactions already waiting in corrections.dat take their
      *> share of CORRECTION-APPLY's next run.
       1200-COUNT-STAGED.
           MOVE 0 TO WS-STAGED.
           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-TRAN.
           PERFORM 1210-COUNT-ONE-STAGED THRU 1210-EXIT
               UNTIL NO-MORE-TRAN.
           CLOSE TRAN-FILE.
       1200-EXIT.
           EXIT.

       1210-COUNT-ONE-STAGED.
           READ TRAN-FILE
               AT END
                   SET NO-MORE-TRAN TO TRUE
                   GO TO 1210-EXIT
           END-READ.
           IF TRAN-LINE(1:2) = "T|"
               ADD 1 TO WS-STAGED
           END-IF.
       1210-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> ACCEPT / REJECT: ALL or the rules named. Every rule named
      *> must have proposed something, or nothing is ruled on.
      *>----------------------------------------------------------*>
       2000-RULE-ON-PROPOSAL.
           IF FUNCTION TRIM(WS-PRP-BY) = FUNCTION TRIM(WS-OPERATOR-ID)
               DISPLAY "CORRECTION-APPROVE: the proposer may not rule "
                       "on their own proposal"
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "CORRECTION-APPROVE DENIED "
                      FUNCTION TRIM(WS-COMMAND) " " WS-PRP-ID
                      " BY ITS PROPOSER"
                   DELIMITED BY SIZE INTO WS-AUDIT-TEXT
               END-STRING
               CALL "DLGAUDIT" USING WS-AUDIT-TEXT
               MOVE 12 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           MOVE 0 TO WS-NAMED-BAD WS-NAMED-COUNT.
           PERFORM 2100-TAKE-ONE-NAME THRU 2100-EXIT
               UNTIL WS-PARSE-PTR > 400.
           IF WS-NAMED-COUNT = 0
               PERFORM 9000-USAGE THRU 9000-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF WS-NAMED-BAD > 0
               DISPLAY "CORRECTION-APPROVE: nothing ruled on"
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           OPEN EXTEND DECISION-FILE.
           IF WS-DECISION-STATUS = "35"
               OPEN OUTPUT DECISION-FILE
           END-IF.
           MOVE 0 TO WS-DECIDED-NOW.
           PERFORM 2200-RULE-ON-ONE THRU 2200-EXIT
               VARYING WS-RUL-POS FROM 1 BY 1
               UNTIL WS-RUL-POS > WS-RUL-COUNT.
           CLOSE DECISION-FILE.
           DISPLAY "CORRECTION-APPROVE: " WS-DECIDED-NOW " rule(s) "
                   FUNCTION TRIM(WS-NEW-DECISION) " on proposal "
                   WS-PRP-ID.
       2000-EXIT.
           EXIT.

       2100-TAKE-ONE-NAME.
           MOVE SPACES TO WS-ARG-WORD.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL " "
               INTO WS-ARG-WORD
               WITH POINTER WS-PARSE-PTR
           END-UNSTRING.
           IF WS-ARG-WORD = SPACES
               MOVE 401 TO WS-PARSE-PTR
               GO TO 2100-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-ARG-WORD) TO WS-ARG-WORD.
           ADD 1 TO WS-NAMED-COUNT.
           IF WS-ARG-WORD = "ALL"
               PERFORM 2110-NAME-ALL THRU 2110-EXIT
                   VARYING WS-RUL-POS FROM 1 BY 1
                   UNTIL WS-RUL-POS > WS-RUL-COUNT
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-ARG-WORD TO WS-IN-RULE.
           PERFORM 8100-FIND-RULE THRU 8100-EXIT.
           IF WS-RUL-FOUND = 0
               DISPLAY "CORRECTION-APPROVE: no rule "
                       FUNCTION TRIM(WS-ARG-WORD) " in proposal "
                       WS-PRP-ID
               ADD 1 TO WS-NAMED-BAD
               GO TO 2100-EXIT
           END-IF.
           IF WS-RUL-HITS (WS-RUL-FOUND) = 0
               DISPLAY "CORRECTION-APPROVE: rule "
                       FUNCTION TRIM(WS-ARG-WORD)
                       " proposed no change"
               ADD 1 TO WS-NAMED-BAD
               GO TO 2100-EXIT
           END-IF.
           MOVE "Y" TO WS-RUL-NAMED (WS-RUL-FOUND).
       2100-EXIT.
           EXIT.

       2110-NAME-ALL.
           IF WS-RUL-HITS (WS-RUL-POS) > 0
               MOVE "Y" TO WS-RUL-NAMED (WS-RUL-POS)
           END-IF.
       2110-EXIT.
           EXIT.

       2200-RULE-ON-ONE.
           IF WS-RUL-NAMED (WS-RUL-POS) NOT = "Y"
               GO TO 2200-EXIT
           END-IF.
           IF WS-RUL-DECISION (WS-RUL-POS) = WS-NEW-DECISION
               DISPLAY "CORRECTION-APPROVE: rule "
                       FUNCTION TRIM(WS-RUL-ID (WS-RUL-POS))
                       " is already "
                       FUNCTION TRIM(WS-NEW-DECISION)
               GO TO 2200-EXIT
           END-IF.
           MOVE SPACES TO DECISION-LINE.
           STRING "D|" WS-PRP-ID "|"
                  FUNCTION TRIM(WS-RUL-ID (WS-RUL-POS)) "|"
                  WS-NEW-DECISION "|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO DECISION-LINE
           END-STRING.
           WRITE DECISION-LINE.
           MOVE WS-NEW-DECISION TO WS-RUL-DECISION (WS-RUL-POS).
           MOVE WS-OPERATOR-ID TO WS-RUL-DECIDED-BY (WS-RUL-POS).
           ADD 1 TO WS-DECIDED-NOW.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "CORRECTION-" FUNCTION TRIM(WS-NEW-DECISION) " "
                  WS-PRP-ID " RULE "
                  FUNCTION TRIM(WS-RUL-ID (WS-RUL-POS)) " "
                  WS-RUL-HITS (WS-RUL-POS) " change(s)"
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           IF WS-NEW-DECISION NOT = "REJECTED"
                   OR WS-RUL-RELEASED (WS-RUL-POS) = 0
               GO TO 2200-EXIT
           END-IF.
           IF WS-RUL-RELEASED (WS-RUL-POS) < WS-RUL-HITS (WS-RUL-POS)
               DISPLAY "CORRECTION-APPROVE: rule "
                       FUNCTION TRIM(WS-RUL-ID (WS-RUL-POS)) " - "
                       WS-RUL-RELEASED (WS-RUL-POS)
                       " change(s) already released stand; the rest "
                       "will not be released"
           ELSE
               DISPLAY "CORRECTION-APPROVE: rule "
                       FUNCTION TRIM(WS-RUL-ID (WS-RUL-POS)) " - all "
                       WS-RUL-RELEASED (WS-RUL-POS)
                       " change(s) were released already and stand"
           END-IF.
       2200-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> RELEASE: accepted changes not yet released go to
      *> corrections.dat in proposal order, as far as CORRECTION-
      *> APPLY's next run has room for them.
      *>----------------------------------------------------------*>
       3000-RELEASE.
           MOVE 0 TO WS-PENDING WS-RELEASED-NOW.
           PERFORM 3100-ADD-PENDING THRU 3100-EXIT
               VARYING WS-RUL-POS FROM 1 BY 1
               UNTIL WS-RUL-POS > WS-RUL-COUNT.
           IF WS-PENDING = 0
               DISPLAY "CORRECTION-APPROVE: no accepted change awaits "
                       "release"
               GO TO 3000-EXIT
           END-IF.
           IF WS-STAGED NOT < WS-APPLY-MAX
               MOVE 0 TO WS-ROOM
           ELSE
               COMPUTE WS-ROOM = WS-APPLY-MAX - WS-STAGED
           END-IF.
           IF WS-ROOM > 0
               OPEN EXTEND TRAN-FILE
               IF WS-TRAN-STATUS = "35"
                   OPEN OUTPUT TRAN-FILE
               END-IF
               OPEN INPUT PROPOSAL-FILE
               MOVE "N" TO WS-EOF-PROPOSAL
               PERFORM 3200-RELEASE-ONE-LINE THRU 3200-EXIT
                   UNTIL NO-MORE-PROPOSAL OR WS-ROOM = 0
               CLOSE PROPOSAL-FILE
               CLOSE TRAN-FILE
               OPEN EXTEND DECISION-FILE
               IF WS-DECISION-STATUS = "35"
                   OPEN OUTPUT DECISION-FILE
               END-IF
               PERFORM 3300-NOTE-RELEASED THRU 3300-EXIT
                   VARYING WS-RUL-POS FROM 1 BY 1
                   UNTIL WS-RUL-POS > WS-RUL-COUNT
               CLOSE DECISION-FILE
           END-IF.
           SUBTRACT WS-RELEASED-NOW FROM WS-PENDING.
           ADD WS-RELEASED-NOW TO WS-STAGED.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "CORRECTION-RELEASE " WS-PRP-ID " "
                  WS-RELEASED-NOW " change(s) to corrections.dat, "
                  WS-PENDING " waiting"
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           DISPLAY "CORRECTION-APPROVE: " WS-RELEASED-NOW
                   " change(s) released to "
                   FUNCTION TRIM(WS-CFN-03) " (" WS-STAGED
                   " staged) - run correction_apply".
           IF WS-PENDING > 0
               DISPLAY "CORRECTION-APPROVE: " WS-PENDING
                       " accepted change(s) wait - CORRECTION-APPLY "
                       "takes " WS-APPLY-MAX " a run; once the staged "
                       "transactions are applied and the file "
                       "cleared, run correction_approve RELEASE"
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-ADD-PENDING.
           IF WS-RUL-DECISION (WS-RUL-POS) = "ACCEPTED"
                   AND WS-RUL-HITS (WS-RUL-POS)
                       > WS-RUL-RELEASED (WS-RUL-POS)
               COMPUTE WS-PENDING = WS-PENDING
                   + WS-RUL-HITS (WS-RUL-POS)
                   - WS-RUL-RELEASED (WS-RUL-POS)
           END-IF.
       3100-EXIT.
           EXIT.

      *> A rule's transactions are counted off in file order; those
      *> past its released count go out, the rule tag dropped.
       3200-RELEASE-ONE-LINE.
           READ PROPOSAL-FILE
               AT END
                   SET NO-MORE-PROPOSAL TO TRUE
                   GO TO 3200-EXIT
           END-READ.
           IF PROPOSAL-LINE(1:2) NOT = "T|"
               GO TO 3200-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-ACTION WS-IN-PATH WS-IN-SEQ
                          WS-IN-FIELD WS-IN-VALUE WS-IN-RULE.
           UNSTRING PROPOSAL-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-ACTION WS-IN-PATH WS-IN-SEQ
                    WS-IN-FIELD WS-IN-VALUE WS-IN-RULE
           END-UNSTRING.
           PERFORM 8100-FIND-RULE THRU 8100-EXIT.
           IF WS-RUL-FOUND = 0
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WS-RUL-SEEN (WS-RUL-FOUND).
           IF WS-RUL-DECISION (WS-RUL-FOUND) NOT = "ACCEPTED"
                   OR WS-RUL-SEEN (WS-RUL-FOUND)
                       NOT > WS-RUL-RELEASED (WS-RUL-FOUND)
               GO TO 3200-EXIT
           END-IF.
           MOVE SPACES TO TRAN-LINE.
           STRING "T|" FUNCTION TRIM(WS-IN-ACTION) "|"
                  FUNCTION TRIM(WS-IN-PATH) "|"
                  WS-IN-SEQ "|"
                  FUNCTION TRIM(WS-IN-FIELD) "|"
                  FUNCTION TRIM(WS-IN-VALUE)
               DELIMITED BY SIZE INTO TRAN-LINE
           END-STRING.
           WRITE TRAN-LINE.
           ADD 1 TO WS-RUL-RELEASED (WS-RUL-FOUND).
           ADD 1 TO WS-RELEASED-NOW.
           SUBTRACT 1 FROM WS-ROOM.
       3200-EXIT.
           EXIT.

       3300-NOTE-RELEASED.
           IF WS-RUL-RELEASED (WS-RUL-POS)
                   = WS-RUL-WAS-RELEASED (WS-RUL-POS)
               GO TO 3300-EXIT
           END-IF.
           MOVE SPACES TO DECISION-LINE.
           STRING "L|" WS-PRP-ID "|"
                  FUNCTION TRIM(WS-RUL-ID (WS-RUL-POS)) "|"
                  WS-RUL-RELEASED (WS-RUL-POS) "|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO DECISION-LINE
           END-STRING.
           WRITE DECISION-LINE.
           MOVE WS-RUL-RELEASED (WS-RUL-POS)
               TO WS-RUL-WAS-RELEASED (WS-RUL-POS).
       3300-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> LIST: the proposal and where each rule stands.
      *>----------------------------------------------------------*>
       5000-LIST-PROPOSAL.
           DISPLAY "CORRECTION-APPROVE: proposal " WS-PRP-ID
                   " by " FUNCTION TRIM(WS-PRP-BY)
                   " at " WS-PRP-STAMP(1:4) "-" WS-PRP-STAMP(5:2)
                   "-" WS-PRP-STAMP(7:2) " " WS-PRP-STAMP(9:2) ":"
                   WS-PRP-STAMP(11:2).
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "RULE" TO WS-RL-RULE.
           MOVE "FIELD" TO WS-RL-FIELD.
           MOVE " HITS" TO WS-RL-HITS.
           MOVE " HELD" TO WS-RL-HELD.
           MOVE "RULING" TO WS-RL-DECISION.
           MOVE "BY" TO WS-RL-BY.
           MOVE "RELEASED" TO WS-RL-RELEASED.
           MOVE "DESCRIPTION" TO WS-RL-DESC.
           DISPLAY "  " WS-RPT-LINE.
           MOVE 0 TO WS-PENDING.
           PERFORM 5100-LIST-ONE-RULE THRU 5100-EXIT
               VARYING WS-RUL-POS FROM 1 BY 1
               UNTIL WS-RUL-POS > WS-RUL-COUNT.
           PERFORM 3100-ADD-PENDING THRU 3100-EXIT
               VARYING WS-RUL-POS FROM 1 BY 1
               UNTIL WS-RUL-POS > WS-RUL-COUNT.
           DISPLAY "CORRECTION-APPROVE: " FUNCTION TRIM(WS-CFN-03)
                   " holds " WS-STAGED " of the " WS-APPLY-MAX
                   " transactions a CORRECTION-APPLY run takes; "
                   WS-PENDING " accepted change(s) await release".
       5000-EXIT.
           EXIT.

       5100-LIST-ONE-RULE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-RUL-ID (WS-RUL-POS) TO WS-RL-RULE.
           MOVE WS-RUL-FIELD (WS-RUL-POS) TO WS-RL-FIELD.
           MOVE WS-RUL-HITS (WS-RUL-POS) TO WS-RL-NUM.
           MOVE WS-RL-NUM TO WS-RL-HITS.
           MOVE WS-RUL-HELD (WS-RUL-POS) TO WS-RL-NUM.
           MOVE WS-RL-NUM TO WS-RL-HELD.
           MOVE WS-RUL-DECISION (WS-RUL-POS) TO WS-RL-DECISION.
           IF WS-RUL-DECISION (WS-RUL-POS) = SPACES
               IF WS-RUL-HITS (WS-RUL-POS) = 0
                   MOVE "-" TO WS-RL-DECISION
               ELSE
                   MOVE "PENDING" TO WS-RL-DECISION
               END-IF
           END-IF.
           MOVE WS-RUL-DECIDED-BY (WS-RUL-POS) TO WS-RL-BY.
           MOVE WS-RUL-RELEASED (WS-RUL-POS) TO WS-RL-NUM.
           MOVE WS-RL-NUM TO WS-RL-RELEASED.
           MOVE WS-RUL-DESC (WS-RUL-POS) TO WS-RL-DESC.
           DISPLAY "  " WS-RPT-LINE.
       5100-EXIT.
           EXIT.

      *> WS-IN-RULE's place in the rule table, 0 if it has none.
       8100-FIND-RULE.
           MOVE 0 TO WS-RUL-FOUND.
           IF WS-RUL-COUNT = 0
               GO TO 8100-EXIT
           END-IF.
           SET WS-RUL-IDX TO 1.
           SEARCH WS-RUL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RUL-IDX > WS-RUL-COUNT
                   CONTINUE
               WHEN WS-RUL-ID (WS-RUL-IDX) = WS-IN-RULE
                   SET WS-RUL-FOUND TO WS-RUL-IDX
           END-SEARCH.
       8100-EXIT.
           EXIT.

       9000-USAGE.
           DISPLAY "CORRECTION-APPROVE: usage:".
           DISPLAY "  correction_approve [LIST]".
           DISPLAY "  correction_approve ACCEPT ALL | rule-id ...".
           DISPLAY "  correction_approve REJECT ALL | rule-id ...".
           DISPLAY "  correction_approve RELEASE".
           MOVE 8 TO RETURN-CODE.
       9000-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "correction_proposal.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "correction_decisions.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "corrections.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
       0900-EXIT.
           EXIT.
