      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> CORRECTION-PROPOSE
      *>
      *> Proposes the same correction across the whole extract from
      *> a set of search/replace rules, so a systematic fault - the
      *> speaker's "**Name** (tradition):" heading carried into
      *> CONTENT, an en dash in "470–399 BC" where the catalog
      *> writes "470-399 BC", a TONE recorded in lower case - is
      *> put right as one reviewed batch instead of a hundred
      *> hand-typed CORRECTION-APPLY transactions. Nothing is
      *> changed here: every record a rule would change becomes a
      *> proposed transaction for an approver to accept or reject
      *> through CORRECTION-APPROVE, which alone releases them to
      *> batch/corrections.dat.
      *>
      *> The rules are batch/correction_rules.ref (field, mode
      *> filter, REPLACE / UPPER / LOWER, search with % wildcard,
      *> replacement). Each H and M record of
      *> batch/dialogue_data.dat is tried against every rule for
      *> its record type and mode, each rule against the value as
      *> it stands on file. Where a second rule would change a field
      *> a first has already changed, the first rule's change is
      *> proposed and the second counted as a CONFLICT (one
      *> transaction per field; fix the rules and propose again); a
      *> change that would outgrow the 240-character field is
      *> counted TOO LONG and not proposed.
      *>
      *> The proposal replaces batch/correction_proposal.dat:
      *>
      *>     P|proposal-id|operator|timestamp
      *>     T|REP|path|seq|FIELD|after|rule-id
      *>     R|rule-id|FIELD|mode|action|hits|conflicts|too-long|
      *>         description
      *>
      *> the T lines in CORRECTION-APPLY's own layout with the rule
      *> that proposed each after it. The before/after preview of
      *> every proposed change and the hit count of every rule are
      *> spooled (DLGSPOOL, class DAILY) for the approver.
      *>
      *> A proposal that still has accepted transactions waiting to
      *> be released is not replaced; run CORRECTION-APPROVE
      *> RELEASE, or give
      *>
      *>     correction_propose DISCARD
      *>
      *> to abandon them. Needs update authority (DLGAUTH class U);
      *> runs under the enqueue CORRECTION-APPROVE takes
      *> ("corrections") and logs to the audit trail.
      *>
      *> RETURN-CODE: 0 proposed; 4 proposed, but some changes were
      *> held back as CONFLICT or TOO LONG; 8 the rules or the
      *> extract could not be used, or a proposal is still being
      *> released; 12 no authority or the enqueue held; 16 the
      *> extract failed its control check.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRECTION-PROPOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT PROPOSAL-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSAL-STATUS.
           SELECT DECISION-FILE ASSIGN DYNAMIC WS-CFN-04
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULE-FILE.
       01  RULE-LINE                PIC X(300).

       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).

       FD  PROPOSAL-FILE.
       01  PROPOSAL-LINE            PIC X(600).

       FD  DECISION-FILE.
       01  DECISION-LINE            PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CFN-04                PIC X(200).
       01  WS-RULE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-DATA-STATUS           PIC X(02) VALUE SPACES.
       01  WS-PROPOSAL-STATUS       PIC X(02) VALUE SPACES.
       01  WS-DECISION-STATUS       PIC X(02) VALUE SPACES.
       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).
       01  WS-EOF-RULE              PIC X(01) VALUE "N".
           88  NO-MORE-RULES                 VALUE "Y".
       01  WS-EOF-DATA              PIC X(01) VALUE "N".
           88  NO-MORE-DATA                  VALUE "Y".
       01  WS-EOF-PROPOSAL          PIC X(01) VALUE "N".
           88  NO-MORE-PROPOSAL              VALUE "Y".
       01  WS-EOF-DECISION          PIC X(01) VALUE "N".
           88  NO-MORE-DECISIONS             VALUE "Y".

       01  WS-AUTH-PGM              PIC X(30)
           VALUE "CORRECTION-PROPOSE".
       01  WS-AUTH-CLASS            PIC X(01) VALUE "U".
       01  WS-AUTH-RC               PIC X(02).
       01  WS-ENQ-ACTION            PIC X(03).
       01  WS-ENQ-RESOURCE          PIC X(20) VALUE "corrections".
       01  WS-ENQ-RC                PIC X(02).
       01  WS-SAVE-RC               PIC S9(04) VALUE 0.
       01  WS-AUDIT-TEXT            PIC X(200).

       01  WS-SPL-ACTION            PIC X(04).
       01  WS-SPL-PGM               PIC X(30)
           VALUE "CORRECTION-PROPOSE".
       01  WS-SPL-CLASS             PIC X(10) VALUE "DAILY".
       01  WS-SPL-TEXT              PIC X(132).

       01  WS-ARG                   PIC X(20) VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-PROPOSAL-ID           PIC X(14).

      *> The rules, each search cut at its % signs into the pieces
      *> that must appear in order.
       01  WS-RUL-MAX               PIC 9(02) VALUE 50.
       01  WS-RUL-COUNT             PIC 9(02) VALUE 0.
       01  WS-RUL-TABLE.
           05  WS-RUL-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-RUL-IDX.
               10  WS-RUL-ID        PIC X(10).
               10  WS-RUL-FIELD     PIC X(15).
               10  WS-RUL-REC       PIC X(01).
               10  WS-RUL-FPOS      PIC 9(02).
               10  WS-RUL-MODE      PIC X(20).
               10  WS-RUL-ACTION    PIC X(07).
               10  WS-RUL-SEARCH    PIC X(80).
               10  WS-RUL-ANCHOR    PIC X(01).
               10  WS-RUL-SEG-COUNT PIC 9(01).
               10  WS-RUL-SEG OCCURS 6 TIMES.
                   15  WS-RUL-SEG-AT  PIC 9(02).
                   15  WS-RUL-SEG-LEN PIC 9(02).
               10  WS-RUL-REPL      PIC X(80).
               10  WS-RUL-REPL-LEN  PIC 9(02).
               10  WS-RUL-DESC      PIC X(60).
               10  WS-RUL-HITS      PIC 9(05).
               10  WS-RUL-CONFLICTS PIC 9(05).
               10  WS-RUL-LONG      PIC 9(05).
       01  WS-RUL-POS               PIC 9(02) VALUE 0.
       01  WS-RULES-BAD             PIC 9(02) VALUE 0.
       01  WS-RULE-OK               PIC X(01).
           88  RULE-IS-BAD                   VALUE "N".

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-ID                 PIC X(20).
       01  WS-IN-FIELD              PIC X(20).
       01  WS-IN-MODE               PIC X(20).
       01  WS-IN-ACTION             PIC X(10).
       01  WS-IN-SEARCH             PIC X(100).
       01  WS-IN-REPL               PIC X(100).
       01  WS-IN-DESC               PIC X(80).

      *> Cutting a search into its pieces.
       01  WS-SRCH-LEN              PIC 9(03) VALUE 0.
       01  WS-SRCH-POS              PIC 9(03) VALUE 0.
       01  WS-SEG-START             PIC 9(03) VALUE 0.

      *> The record being tried: its fields in file order after the
      *> path (and, for an M record, the sequence).
       01  WS-IN-PATH               PIC X(200).
       01  WS-IN-SEQ                PIC X(04).
       01  WS-REC-TYPE              PIC X(01).
       01  WS-DF-TABLE.
           05  WS-DF                PIC X(240) OCCURS 11 TIMES.
       01  WS-FLD-HIT-TABLE.
           05  WS-FLD-HIT           PIC X(01) OCCURS 11 TIMES.
       01  WS-FLD-POS               PIC 9(02) VALUE 0.
       01  WS-CUR-PATH              PIC X(200) VALUE SPACES.
       01  WS-CUR-MODE              PIC X(20) VALUE SPACES.
       01  WS-REC-MODE              PIC X(20).
       01  WS-RECORDS-SCANNED       PIC 9(06) VALUE 0.

      *> One rule against one value.
       01  WS-BEFORE                PIC X(240).
       01  WS-AFTER                 PIC X(240).
       01  WS-VAL-LEN               PIC 9(03) VALUE 0.
       01  WS-OUT-LEN               PIC 9(03) VALUE 0.
       01  WS-SCAN-POS              PIC 9(03) VALUE 0.
       01  WS-RESULT                PIC X(01).
           88  RESULT-UNCHANGED              VALUE "N".
           88  RESULT-CHANGED                VALUE "Y".
           88  RESULT-TOO-LONG               VALUE "L".
       01  WS-MATCH-FOUND           PIC X(01).
           88  MATCH-WAS-FOUND               VALUE "Y".
       01  WS-MATCH-TRIES           PIC X(01).
           88  MATCH-TRIES-DONE              VALUE "N".
       01  WS-M-START               PIC 9(03) VALUE 0.
       01  WS-M-POS                 PIC 9(03) VALUE 0.
       01  WS-M-END                 PIC 9(03) VALUE 0.
       01  WS-M-FAILED              PIC X(01).
           88  MATCH-HAS-FAILED              VALUE "Y".
       01  WS-SEG-POS               PIC 9(01) VALUE 0.
       01  WS-SEG-AT                PIC 9(02) VALUE 0.
       01  WS-SEG-LEN               PIC 9(03) VALUE 0.
       01  WS-FIND-POS              PIC 9(03) VALUE 0.
       01  WS-FIND-LAST             PIC 9(03) VALUE 0.
       01  WS-FIND-AT               PIC 9(03) VALUE 0.
       01  WS-PIECE-LEN             PIC 9(03) VALUE 0.

       01  WS-TOTAL-HITS            PIC 9(06) VALUE 0.
       01  WS-TOTAL-HELD            PIC 9(06) VALUE 0.

      *> The proposal being replaced, and what its approver has
      *> done with it.
       01  WS-OLD-ID                PIC X(14) VALUE SPACES.
       01  WS-OLD-MAX               PIC 9(02) VALUE 50.
       01  WS-OLD-COUNT             PIC 9(02) VALUE 0.
       01  WS-OLD-TABLE.
           05  WS-OLD-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-OLD-IDX.
               10  WS-OLD-RULE      PIC X(10).
               10  WS-OLD-HITS      PIC 9(05).
               10  WS-OLD-DECISION  PIC X(08).
               10  WS-OLD-RELEASED  PIC 9(05).
       01  WS-OLD-POS               PIC 9(02) VALUE 0.
       01  WS-OLD-PENDING           PIC 9(06) VALUE 0.
       01  WS-IN-F2                 PIC X(20).
       01  WS-IN-F3                 PIC X(20).
       01  WS-IN-F4                 PIC X(20).
       01  WS-IN-F5                 PIC X(20).
       01  WS-IN-F6                 PIC X(20).
       01  WS-IN-F7                 PIC X(20).

      *> Preview and summary lines.
       01  WS-CHUNK-POS             PIC 9(03) VALUE 0.
       01  WS-CHUNK-LABEL           PIC X(10).
       01  WS-CHUNK-VALUE           PIC X(240).
       01  WS-CHUNK-LEN             PIC 9(03) VALUE 0.
       01  WS-RPT-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RL-RULE           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-FIELD          PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-MODE           PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-ACTION         PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-HITS           PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-CONFLICTS      PIC X(09).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-LONG           PIC X(08).
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
           MOVE WS-RUN-TIMESTAMP(1:14) TO WS-PROPOSAL-ID.
           ACCEPT WS-ARG FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(WS-ARG) TO WS-ARG.
           IF WS-ARG NOT = SPACES AND WS-ARG NOT = "DISCARD"
               DISPLAY "CORRECTION-PROPOSE: usage: "
                       "correction_propose [DISCARD]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "DLGAUTH" USING WS-AUTH-PGM WS-AUTH-CLASS WS-AUTH-RC.
           IF WS-AUTH-RC = "12"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RULE-FILE.
           IF WS-RULE-STATUS NOT = "00"
               DISPLAY "CORRECTION-PROPOSE: no correction rules at "
                       FUNCTION TRIM(WS-CFN-01)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1000-LOAD-ONE-RULE THRU 1000-EXIT
               UNTIL NO-MORE-RULES.
           CLOSE RULE-FILE.
      *> Half a rule set is not proposed from.
           IF WS-RULES-BAD > 0
               DISPLAY "CORRECTION-PROPOSE: " WS-RULES-BAD
                       " rule(s) in error in "
                       FUNCTION TRIM(WS-CFN-01) " - nothing proposed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RUL-COUNT = 0
               DISPLAY "CORRECTION-PROPOSE: no rules in "
                       FUNCTION TRIM(WS-CFN-01)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CFN-02 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DATA-FILE.
           IF WS-DATA-STATUS NOT = "00"
               DISPLAY "CORRECTION-PROPOSE: no extract at "
                       FUNCTION TRIM(WS-CFN-02)
                       " - run BUILD-DIALOGUE-DATA first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> The proposal is replaced under the enqueue the approver
      *> releases it under, so a release cannot read half of it.
           MOVE "ENQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE WS-ENQ-RC.
           IF WS-ENQ-RC = "12"
               DISPLAY "CORRECTION-PROPOSE: could not take the "
                       "enqueue - try again or see ENQ-CONSOLE"
               CLOSE DATA-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1500-CHECK-OLD-PROPOSAL THRU 1500-EXIT.
           IF WS-OLD-PENDING > 0 AND WS-ARG NOT = "DISCARD"
               DISPLAY "CORRECTION-PROPOSE: proposal " WS-OLD-ID
                       " still has " WS-OLD-PENDING
                       " accepted correction(s) awaiting release"
               DISPLAY "CORRECTION-PROPOSE: run correction_approve "
                       "RELEASE, or correction_propose DISCARD to "
                       "abandon them"
               CLOSE DATA-FILE
               MOVE "DEQ" TO WS-ENQ-ACTION
               CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                                   WS-ENQ-RC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PROPOSAL-FILE.
           MOVE SPACES TO PROPOSAL-LINE.
           STRING "P|" WS-PROPOSAL-ID "|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO PROPOSAL-LINE
           END-STRING.
           WRITE PROPOSAL-LINE.
           PERFORM 5000-START-PREVIEW THRU 5000-EXIT.
           PERFORM 2000-SCAN-ONE-LINE THRU 2000-EXIT
               UNTIL NO-MORE-DATA.
           CLOSE DATA-FILE.
           PERFORM 4000-WRITE-ONE-SUMMARY THRU 4000-EXIT
               VARYING WS-RUL-POS FROM 1 BY 1
               UNTIL WS-RUL-POS > WS-RUL-COUNT.
           CLOSE PROPOSAL-FILE.
           PERFORM 5500-FINISH-PREVIEW THRU 5500-EXIT.
           MOVE "DEQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE WS-ENQ-RC.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "CORRECTION-PROPOSE " WS-PROPOSAL-ID " "
                  WS-TOTAL-HITS " change(s) from " WS-RUL-COUNT
                  " rule(s)"
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           IF WS-OLD-PENDING > 0
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "CORRECTION-PROPOSE " WS-OLD-ID " DISCARDED "
                      WS-OLD-PENDING " accepted change(s) unreleased"
                   DELIMITED BY SIZE INTO WS-AUDIT-TEXT
               END-STRING
               CALL "DLGAUDIT" USING WS-AUDIT-TEXT
           END-IF.
           DISPLAY "CORRECTION-PROPOSE: " WS-RECORDS-SCANNED
                   " record(s) scanned against " WS-RUL-COUNT
                   " rule(s)".
           DISPLAY "CORRECTION-PROPOSE: proposal " WS-PROPOSAL-ID
                   " - " WS-TOTAL-HITS " change(s) to "
                   FUNCTION TRIM(WS-CFN-03).
           PERFORM 4100-DISPLAY-ONE-RULE THRU 4100-EXIT
               VARYING WS-RUL-POS FROM 1 BY 1
               UNTIL WS-RUL-POS > WS-RUL-COUNT.
           IF WS-TOTAL-HITS > 0
               DISPLAY "CORRECTION-PROPOSE: preview spooled - "
                       "accept or reject through correction_approve"
           END-IF.
           MOVE 0 TO RETURN-CODE.
           IF WS-TOTAL-HELD > 0
               DISPLAY "CORRECTION-PROPOSE: " WS-TOTAL-HELD
                       " change(s) held back as CONFLICT or TOO LONG"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *>----------------------------------------------------------*>
      *> One rule: the field named must be one CORRECTION-APPLY
      *> corrects, the action known and the search cut into pieces.
      *>----------------------------------------------------------*>
       1000-LOAD-ONE-RULE.
           READ RULE-FILE
               AT END
                   SET NO-MORE-RULES TO TRUE
                   GO TO 1000-EXIT
           END-READ.
           IF RULE-LINE(1:2) NOT = "R|"
               GO TO 1000-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-ID WS-IN-FIELD WS-IN-MODE WS-IN-ACTION
                          WS-IN-SEARCH WS-IN-REPL WS-IN-DESC.
           UNSTRING RULE-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-ID WS-IN-FIELD WS-IN-MODE
                    WS-IN-ACTION WS-IN-SEARCH WS-IN-REPL WS-IN-DESC
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-IN-ID) TO WS-IN-ID.
           MOVE FUNCTION UPPER-CASE(WS-IN-FIELD) TO WS-IN-FIELD.
           MOVE FUNCTION UPPER-CASE(WS-IN-ACTION) TO WS-IN-ACTION.
           IF WS-IN-ID = SPACES OR WS-IN-ID(11:) NOT = SPACES
               DISPLAY "CORRECTION-PROPOSE: rule id missing or longer "
                       "than 10: " FUNCTION TRIM(RULE-LINE)
               ADD 1 TO WS-RULES-BAD
               GO TO 1000-EXIT
           END-IF.
           SET WS-RUL-IDX TO 1.
           IF WS-RUL-COUNT > 0
               SEARCH WS-RUL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RUL-IDX > WS-RUL-COUNT
                       CONTINUE
                   WHEN WS-RUL-ID (WS-RUL-IDX) = WS-IN-ID
                       DISPLAY "CORRECTION-PROPOSE: rule "
                               FUNCTION TRIM(WS-IN-ID)
                               " is defined twice"
                       ADD 1 TO WS-RULES-BAD
                       GO TO 1000-EXIT
               END-SEARCH
           END-IF.
           IF WS-RUL-COUNT NOT < WS-RUL-MAX
               DISPLAY "CORRECTION-PROPOSE: more than " WS-RUL-MAX
                       " rules - " FUNCTION TRIM(WS-IN-ID)
                       " not loaded"
               ADD 1 TO WS-RULES-BAD
               GO TO 1000-EXIT
           END-IF.
           ADD 1 TO WS-RUL-COUNT.
           MOVE WS-RUL-COUNT TO WS-RUL-POS.
           INITIALIZE WS-RUL-ENTRY (WS-RUL-POS).
           MOVE WS-IN-ID TO WS-RUL-ID (WS-RUL-POS).
           MOVE WS-IN-FIELD TO WS-RUL-FIELD (WS-RUL-POS).
           MOVE WS-IN-MODE TO WS-RUL-MODE (WS-RUL-POS).
           IF WS-IN-MODE = SPACES
               MOVE "*" TO WS-RUL-MODE (WS-RUL-POS)
           END-IF.
           MOVE WS-IN-ACTION TO WS-RUL-ACTION (WS-RUL-POS).
           MOVE WS-IN-REPL TO WS-RUL-REPL (WS-RUL-POS).
           MOVE WS-IN-DESC TO WS-RUL-DESC (WS-RUL-POS).
           IF WS-IN-REPL(81:) NOT = SPACES
               DISPLAY "CORRECTION-PROPOSE: rule "
                       FUNCTION TRIM(WS-IN-ID)
                       " - replacement longer than 80"
               SUBTRACT 1 FROM WS-RUL-COUNT
               ADD 1 TO WS-RULES-BAD
               GO TO 1000-EXIT
           END-IF.
           IF WS-IN-REPL = SPACES
               MOVE 0 TO WS-RUL-REPL-LEN (WS-RUL-POS)
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-IN-REPL TRAILING))
                   TO WS-RUL-REPL-LEN (WS-RUL-POS)
           END-IF.
           MOVE "Y" TO WS-RULE-OK.
           PERFORM 1100-PLACE-FIELD THRU 1100-EXIT.
           IF NOT RULE-IS-BAD
               PERFORM 1200-CUT-SEARCH THRU 1200-EXIT
           END-IF.
           IF NOT RULE-IS-BAD
               EVALUATE WS-IN-ACTION
                   WHEN "REPLACE"
                       IF WS-RUL-SEG-COUNT (WS-RUL-POS) = 0
                           DISPLAY "CORRECTION-PROPOSE: rule "
                                   FUNCTION TRIM(WS-IN-ID)
                                   " - REPLACE needs a search"
                           MOVE "N" TO WS-RULE-OK
                       END-IF
                   WHEN "UPPER"
                   WHEN "LOWER"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "CORRECTION-PROPOSE: rule "
                               FUNCTION TRIM(WS-IN-ID)
                               " - action "
                               FUNCTION TRIM(WS-IN-ACTION)
                               " is not REPLACE, UPPER or LOWER"
                       MOVE "N" TO WS-RULE-OK
               END-EVALUATE
           END-IF.
           IF RULE-IS-BAD
               SUBTRACT 1 FROM WS-RUL-COUNT
               ADD 1 TO WS-RULES-BAD
           END-IF.
       1000-EXIT.
           EXIT.

      *> The field's record type and its place after the path (H)
      *> or after path and sequence (M).
       1100-PLACE-FIELD.
           MOVE "H" TO WS-RUL-REC (WS-RUL-POS).
           EVALUATE WS-IN-FIELD
               WHEN "TOPIC"         MOVE 1  TO WS-RUL-FPOS (WS-RUL-POS)
               WHEN "MODE"          MOVE 2  TO WS-RUL-FPOS (WS-RUL-POS)
               WHEN "MSGCOUNT"      MOVE 3  TO WS-RUL-FPOS (WS-RUL-POS)
               WHEN "COLLECTION"    MOVE 4  TO WS-RUL-FPOS (WS-RUL-POS)
               WHEN "THREAD"        MOVE 5  TO WS-RUL-FPOS (WS-RUL-POS)
               WHEN "VERDICT"       MOVE 6  TO WS-RUL-FPOS (WS-RUL-POS)
               WHEN "FOLLOWUP"      MOVE 7  TO WS-RUL-FPOS (WS-RUL-POS)
               WHEN "SUPERSEDEDBY"  MOVE 8  TO WS-RUL-FPOS (WS-RUL-POS)
               WHEN "LANGUAGE"      MOVE 9  TO WS-RUL-FPOS (WS-RUL-POS)
               WHEN "SOURCETHREAD"  MOVE 10 TO WS-RUL-FPOS (WS-RUL-POS)
               WHEN OTHER
                   MOVE "M" TO WS-RUL-REC (WS-RUL-POS)
           END-EVALUATE.
           IF WS-RUL-REC (WS-RUL-POS) = "H"
               GO TO 1100-EXIT
           END-IF.
           EVALUATE WS-IN-FIELD
               WHEN "SPEAKER"       MOVE 1  TO WS-RUL-FPOS (WS-RUL-POS)
               WHEN "NAME"          MOVE 2  TO WS-RUL-FPOS (WS-RUL-POS)
               WHEN "TRADITION"     MOVE 3  TO WS-RUL-FPOS (WS-RUL-POS)
               WHEN "CONTENT"       MOVE 4  TO WS-RUL-FPOS (WS-RUL-POS)
               WHEN "STANCE"        MOVE 5  TO WS-RUL-FPOS (WS-RUL-POS)
               WHEN "ERA"           MOVE 6  TO WS-RUL-FPOS (WS-RUL-POS)
               WHEN "TONE"          MOVE 7  TO WS-RUL-FPOS (WS-RUL-POS)
               WHEN OTHER
                   DISPLAY "CORRECTION-PROPOSE: rule "
                           FUNCTION TRIM(WS-IN-ID) " - "
                           FUNCTION TRIM(WS-IN-FIELD)
                           " is not a field CORRECTION-APPLY corrects"
                   MOVE "N" TO WS-RULE-OK
           END-EVALUATE.
       1100-EXIT.
           EXIT.

      *> A leading ^ ties the match to the start; each % ends one
      *> piece and starts the next. A piece is kept as its place
      *> and length in the search, so a space inside it counts.
       1200-CUT-SEARCH.
           MOVE WS-IN-SEARCH(1:80) TO WS-RUL-SEARCH (WS-RUL-POS).
           MOVE "N" TO WS-RUL-ANCHOR (WS-RUL-POS).
           MOVE 0 TO WS-RUL-SEG-COUNT (WS-RUL-POS).
           IF WS-IN-SEARCH = SPACES
               GO TO 1200-EXIT
           END-IF.
           IF WS-IN-SEARCH(81:) NOT = SPACES
               DISPLAY "CORRECTION-PROPOSE: rule "
                       FUNCTION TRIM(WS-IN-ID)
                       " - search longer than 80"
               MOVE "N" TO WS-RULE-OK
               GO TO 1200-EXIT
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-IN-SEARCH TRAILING))
               TO WS-SRCH-LEN.
           MOVE 1 TO WS-SEG-START.
           IF WS-IN-SEARCH(1:1) = "^"
               MOVE "Y" TO WS-RUL-ANCHOR (WS-RUL-POS)
               MOVE 2 TO WS-SEG-START
           END-IF.
           PERFORM 1210-STEP-SEARCH THRU 1210-EXIT
               VARYING WS-SRCH-POS FROM WS-SEG-START BY 1
               UNTIL WS-SRCH-POS > WS-SRCH-LEN
                  OR RULE-IS-BAD.
           IF NOT RULE-IS-BAD
               PERFORM 1220-END-PIECE THRU 1220-EXIT
           END-IF.
      *> A search that opens with % starts where the value does.
           IF WS-RUL-SEG-LEN (WS-RUL-POS, 1) = 0
               MOVE "Y" TO WS-RUL-ANCHOR (WS-RUL-POS)
           END-IF.
       1200-EXIT.
           EXIT.

       1210-STEP-SEARCH.
           IF WS-IN-SEARCH(WS-SRCH-POS:1) = "%"
               PERFORM 1220-END-PIECE THRU 1220-EXIT
               COMPUTE WS-SEG-START = WS-SRCH-POS + 1
           END-IF.
       1210-EXIT.
           EXIT.

       1220-END-PIECE.
           IF WS-RUL-SEG-COUNT (WS-RUL-POS) NOT < 6
               DISPLAY "CORRECTION-PROPOSE: rule "
                       FUNCTION TRIM(WS-IN-ID)
                       " - more than 5 % signs in the search"
               MOVE "N" TO WS-RULE-OK
               GO TO 1220-EXIT
           END-IF.
           ADD 1 TO WS-RUL-SEG-COUNT (WS-RUL-POS).
           MOVE WS-RUL-SEG-COUNT (WS-RUL-POS) TO WS-SEG-POS.
           MOVE WS-SEG-START TO WS-RUL-SEG-AT (WS-RUL-POS, WS-SEG-POS).
           COMPUTE WS-RUL-SEG-LEN (WS-RUL-POS, WS-SEG-POS) =
               WS-SRCH-POS - WS-SEG-START.
       1220-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The proposal on file: its id and rule hits, and the
      *> accept / release lines CORRECTION-APPROVE has written for
      *> it. What was accepted and not yet released is pending.
      *>----------------------------------------------------------*>
       1500-CHECK-OLD-PROPOSAL.
           MOVE 0 TO WS-OLD-PENDING.
           OPEN INPUT PROPOSAL-FILE.
           IF WS-PROPOSAL-STATUS NOT = "00"
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1510-READ-OLD-PROPOSAL THRU 1510-EXIT
               UNTIL NO-MORE-PROPOSAL.
           CLOSE PROPOSAL-FILE.
           IF WS-OLD-ID = SPACES OR WS-OLD-COUNT = 0
               GO TO 1500-EXIT
           END-IF.
           OPEN INPUT DECISION-FILE.
           IF WS-DECISION-STATUS = "00"
               PERFORM 1520-READ-OLD-DECISION THRU 1520-EXIT
                   UNTIL NO-MORE-DECISIONS
               CLOSE DECISION-FILE
           END-IF.
           PERFORM 1530-COUNT-OLD-PENDING THRU 1530-EXIT
               VARYING WS-OLD-POS FROM 1 BY 1
               UNTIL WS-OLD-POS > WS-OLD-COUNT.
       1500-EXIT.
           EXIT.

       1510-READ-OLD-PROPOSAL.
           READ PROPOSAL-FILE
               AT END
                   SET NO-MORE-PROPOSAL TO TRUE
                   GO TO 1510-EXIT
           END-READ.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6.
           EVALUATE PROPOSAL-LINE(1:2)
               WHEN "P|"
                   UNSTRING PROPOSAL-LINE DELIMITED BY "|"
                       INTO WS-IN-TAG WS-IN-F2
                   END-UNSTRING
                   MOVE WS-IN-F2 TO WS-OLD-ID
               WHEN "R|"
                   UNSTRING PROPOSAL-LINE DELIMITED BY "|"
                       INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
                            WS-IN-F5 WS-IN-F6
                   END-UNSTRING
                   IF WS-OLD-COUNT < WS-OLD-MAX
                           AND WS-IN-F6(1:5) IS NUMERIC
                       ADD 1 TO WS-OLD-COUNT
                       MOVE WS-IN-F2 TO WS-OLD-RULE (WS-OLD-COUNT)
                       MOVE WS-IN-F6(1:5) TO WS-OLD-HITS (WS-OLD-COUNT)
                       MOVE SPACES TO WS-OLD-DECISION (WS-OLD-COUNT)
                       MOVE 0 TO WS-OLD-RELEASED (WS-OLD-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1510-EXIT.
           EXIT.

      *>     D|proposal-id|rule-id|ACCEPTED or REJECTED|operator|stamp
      *>     L|proposal-id|rule-id|released|operator|stamp
      *> the latest line of each kind for a rule standing.
       1520-READ-OLD-DECISION.
           READ DECISION-FILE
               AT END
                   SET NO-MORE-DECISIONS TO TRUE
                   GO TO 1520-EXIT
           END-READ.
           IF DECISION-LINE(1:2) NOT = "D|"
                   AND DECISION-LINE(1:2) NOT = "L|"
               GO TO 1520-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4.
           UNSTRING DECISION-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
           END-UNSTRING.
           IF WS-IN-F2 NOT = WS-OLD-ID
               GO TO 1520-EXIT
           END-IF.
           SET WS-OLD-IDX TO 1.
           SEARCH WS-OLD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-OLD-IDX > WS-OLD-COUNT
                   CONTINUE
               WHEN WS-OLD-RULE (WS-OLD-IDX) = WS-IN-F3
                   IF WS-IN-TAG = "D"
                       MOVE WS-IN-F4 TO WS-OLD-DECISION (WS-OLD-IDX)
                   ELSE
                       IF WS-IN-F4(1:5) IS NUMERIC
                           MOVE WS-IN-F4(1:5)
                               TO WS-OLD-RELEASED (WS-OLD-IDX)
                       END-IF
                   END-IF
           END-SEARCH.
       1520-EXIT.
           EXIT.

       1530-COUNT-OLD-PENDING.
           IF WS-OLD-DECISION (WS-OLD-POS) = "ACCEPTED"
                   AND WS-OLD-HITS (WS-OLD-POS)
                       > WS-OLD-RELEASED (WS-OLD-POS)
               COMPUTE WS-OLD-PENDING = WS-OLD-PENDING
                   + WS-OLD-HITS (WS-OLD-POS)
                   - WS-OLD-RELEASED (WS-OLD-POS)
           END-IF.
       1530-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> One extract line. An H record carries the mode its M
      *> records are filtered by; control records are passed over.
      *>----------------------------------------------------------*>
       2000-SCAN-ONE-LINE.
           READ DATA-FILE
               AT END
                   SET NO-MORE-DATA TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           MOVE SPACES TO WS-IN-PATH WS-IN-SEQ WS-DF-TABLE.
           EVALUATE DATA-LINE(1:2)
               WHEN "H|"
                   MOVE "H" TO WS-REC-TYPE
                   MOVE "0000" TO WS-IN-SEQ
                   UNSTRING DATA-LINE DELIMITED BY "|"
                       INTO WS-IN-TAG WS-IN-PATH
                            WS-DF (1) WS-DF (2) WS-DF (3) WS-DF (4)
                            WS-DF (5) WS-DF (6) WS-DF (7) WS-DF (8)
                            WS-DF (9) WS-DF (10)
                   END-UNSTRING
                   MOVE WS-IN-PATH TO WS-CUR-PATH
                   MOVE WS-DF (2) TO WS-CUR-MODE
                   MOVE WS-CUR-MODE TO WS-REC-MODE
               WHEN "M|"
                   MOVE "M" TO WS-REC-TYPE
                   UNSTRING DATA-LINE DELIMITED BY "|"
                       INTO WS-IN-TAG WS-IN-PATH WS-IN-SEQ
                            WS-DF (1) WS-DF (2) WS-DF (3) WS-DF (4)
                            WS-DF (5) WS-DF (6) WS-DF (7)
                   END-UNSTRING
                   IF WS-IN-PATH = WS-CUR-PATH
                       MOVE WS-CUR-MODE TO WS-REC-MODE
                   ELSE
                       MOVE SPACES TO WS-REC-MODE
                   END-IF
               WHEN OTHER
                   GO TO 2000-EXIT
           END-EVALUATE.
           ADD 1 TO WS-RECORDS-SCANNED.
           MOVE SPACES TO WS-FLD-HIT-TABLE.
           PERFORM 2100-TRY-ONE-RULE THRU 2100-EXIT
               VARYING WS-RUL-POS FROM 1 BY 1
               UNTIL WS-RUL-POS > WS-RUL-COUNT.
       2000-EXIT.
           EXIT.

       2100-TRY-ONE-RULE.
           IF WS-RUL-REC (WS-RUL-POS) NOT = WS-REC-TYPE
               GO TO 2100-EXIT
           END-IF.
           IF WS-RUL-MODE (WS-RUL-POS) NOT = "*"
                   AND WS-RUL-MODE (WS-RUL-POS) NOT = WS-REC-MODE
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-RUL-FPOS (WS-RUL-POS) TO WS-FLD-POS.
           MOVE WS-DF (WS-FLD-POS) TO WS-BEFORE.
           PERFORM 3000-APPLY-RULE THRU 3000-EXIT.
           IF RESULT-UNCHANGED
               GO TO 2100-EXIT
           END-IF.
           IF RESULT-TOO-LONG
               ADD 1 TO WS-RUL-LONG (WS-RUL-POS)
               ADD 1 TO WS-TOTAL-HELD
               MOVE "TOO LONG" TO WS-CHUNK-LABEL
               PERFORM 5200-PREVIEW-HELD THRU 5200-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF WS-FLD-HIT (WS-FLD-POS) = "Y"
               ADD 1 TO WS-RUL-CONFLICTS (WS-RUL-POS)
               ADD 1 TO WS-TOTAL-HELD
               MOVE "CONFLICT" TO WS-CHUNK-LABEL
               PERFORM 5200-PREVIEW-HELD THRU 5200-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE "Y" TO WS-FLD-HIT (WS-FLD-POS).
           ADD 1 TO WS-RUL-HITS (WS-RUL-POS).
           ADD 1 TO WS-TOTAL-HITS.
           MOVE SPACES TO PROPOSAL-LINE.
           STRING "T|REP|" FUNCTION TRIM(WS-IN-PATH) "|"
                  WS-IN-SEQ "|"
                  FUNCTION TRIM(WS-RUL-FIELD (WS-RUL-POS)) "|"
                  FUNCTION TRIM(WS-AFTER) "|"
                  FUNCTION TRIM(WS-RUL-ID (WS-RUL-POS))
               DELIMITED BY SIZE INTO PROPOSAL-LINE
           END-STRING.
           WRITE PROPOSAL-LINE.
           PERFORM 5100-PREVIEW-CHANGE THRU 5100-EXIT.
       2100-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The rule against WS-BEFORE, giving WS-AFTER trimmed as the
      *> extract holds its fields.
      *>----------------------------------------------------------*>
       3000-APPLY-RULE.
           SET RESULT-UNCHANGED TO TRUE.
           MOVE SPACES TO WS-AFTER.
           IF WS-BEFORE = SPACES
               GO TO 3000-EXIT
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BEFORE TRAILING))
               TO WS-VAL-LEN.
           IF WS-RUL-ACTION (WS-RUL-POS) = "REPLACE"
               PERFORM 3100-REPLACE-ALL THRU 3100-EXIT
               IF RESULT-TOO-LONG
                   GO TO 3000-EXIT
               END-IF
           ELSE
               MOVE "N" TO WS-MATCH-FOUND
               IF WS-RUL-SEG-COUNT (WS-RUL-POS) = 0
                   MOVE "Y" TO WS-MATCH-FOUND
               ELSE
                   MOVE "Y" TO WS-MATCH-TRIES
                   PERFORM 3300-TRY-MATCH-AT THRU 3300-EXIT
                       VARYING WS-SCAN-POS FROM 1 BY 1
                       UNTIL WS-SCAN-POS > WS-VAL-LEN
                          OR MATCH-WAS-FOUND
                          OR MATCH-TRIES-DONE
               END-IF
               IF NOT MATCH-WAS-FOUND
                   GO TO 3000-EXIT
               END-IF
               IF WS-RUL-ACTION (WS-RUL-POS) = "UPPER"
                   MOVE FUNCTION UPPER-CASE(WS-BEFORE) TO WS-AFTER
               ELSE
                   MOVE FUNCTION LOWER-CASE(WS-BEFORE) TO WS-AFTER
               END-IF
           END-IF.
           MOVE FUNCTION TRIM(WS-AFTER) TO WS-AFTER.
           IF WS-AFTER NOT = WS-BEFORE
               SET RESULT-CHANGED TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

      *> Left to right: where the search matches, the replacement
      *> goes out and the scan resumes after the match; elsewhere
      *> the character is copied. An anchored search is tried at
      *> the start of the value alone.
       3100-REPLACE-ALL.
           MOVE 0 TO WS-OUT-LEN.
           MOVE 1 TO WS-SCAN-POS.
           MOVE "Y" TO WS-MATCH-TRIES.
           PERFORM 3110-STEP-REPLACE THRU 3110-EXIT
               UNTIL WS-SCAN-POS > WS-VAL-LEN
                  OR RESULT-TOO-LONG.
       3100-EXIT.
           EXIT.

       3110-STEP-REPLACE.
           MOVE "N" TO WS-MATCH-FOUND.
           IF NOT MATCH-TRIES-DONE
               PERFORM 3300-TRY-MATCH-AT THRU 3300-EXIT
           END-IF.
           IF NOT MATCH-WAS-FOUND
               IF WS-OUT-LEN NOT < 240
                   SET RESULT-TOO-LONG TO TRUE
                   GO TO 3110-EXIT
               END-IF
               ADD 1 TO WS-OUT-LEN
               MOVE WS-BEFORE(WS-SCAN-POS:1) TO WS-AFTER(WS-OUT-LEN:1)
               ADD 1 TO WS-SCAN-POS
               GO TO 3110-EXIT
           END-IF.
           MOVE WS-RUL-REPL-LEN (WS-RUL-POS) TO WS-PIECE-LEN.
           IF WS-PIECE-LEN > 0
               IF WS-OUT-LEN + WS-PIECE-LEN > 240
                   SET RESULT-TOO-LONG TO TRUE
                   GO TO 3110-EXIT
               END-IF
               MOVE WS-RUL-REPL (WS-RUL-POS)(1:WS-PIECE-LEN)
                   TO WS-AFTER(WS-OUT-LEN + 1:WS-PIECE-LEN)
               ADD WS-PIECE-LEN TO WS-OUT-LEN
           END-IF.
           COMPUTE WS-SCAN-POS = WS-M-END + 1.
       3110-EXIT.
           EXIT.

      *> Does the search match starting at WS-SCAN-POS? The first
      *> piece must sit there; each later piece is found at the
      *> earliest place after the one before; an empty last piece
      *> (a trailing %) runs the match to the end of the value.
       3300-TRY-MATCH-AT.
           IF WS-RUL-ANCHOR (WS-RUL-POS) = "Y" AND WS-SCAN-POS > 1
               MOVE "N" TO WS-MATCH-TRIES
               GO TO 3300-EXIT
           END-IF.
           MOVE WS-SCAN-POS TO WS-M-START WS-M-POS.
           MOVE "N" TO WS-M-FAILED.
           PERFORM 3310-MATCH-ONE-PIECE THRU 3310-EXIT
               VARYING WS-SEG-POS FROM 1 BY 1
               UNTIL WS-SEG-POS > WS-RUL-SEG-COUNT (WS-RUL-POS)
                  OR MATCH-HAS-FAILED.
           IF MATCH-HAS-FAILED
               GO TO 3300-EXIT
           END-IF.
           MOVE WS-RUL-SEG-COUNT (WS-RUL-POS) TO WS-SEG-POS.
           IF WS-SEG-POS > 1
                   AND WS-RUL-SEG-LEN (WS-RUL-POS, WS-SEG-POS) = 0
               MOVE WS-VAL-LEN TO WS-M-END
           ELSE
               COMPUTE WS-M-END = WS-M-POS - 1
           END-IF.
           IF WS-M-END < WS-M-START
               GO TO 3300-EXIT
           END-IF.
           MOVE "Y" TO WS-MATCH-FOUND.
       3300-EXIT.
           EXIT.

       3310-MATCH-ONE-PIECE.
           MOVE WS-RUL-SEG-AT (WS-RUL-POS, WS-SEG-POS) TO WS-SEG-AT.
           MOVE WS-RUL-SEG-LEN (WS-RUL-POS, WS-SEG-POS) TO WS-SEG-LEN.
           IF WS-SEG-LEN = 0
               GO TO 3310-EXIT
           END-IF.
           IF WS-M-POS + WS-SEG-LEN - 1 > WS-VAL-LEN
               MOVE "Y" TO WS-M-FAILED
               GO TO 3310-EXIT
           END-IF.
           IF WS-SEG-POS = 1
               IF WS-BEFORE(WS-M-POS:WS-SEG-LEN) NOT =
                       WS-RUL-SEARCH (WS-RUL-POS)(WS-SEG-AT:WS-SEG-LEN)
                   MOVE "Y" TO WS-M-FAILED
               ELSE
                   ADD WS-SEG-LEN TO WS-M-POS
               END-IF
               GO TO 3310-EXIT
           END-IF.
           COMPUTE WS-FIND-LAST = WS-VAL-LEN - WS-SEG-LEN + 1.
           MOVE 0 TO WS-FIND-AT.
           PERFORM 3320-FIND-PIECE THRU 3320-EXIT
               VARYING WS-FIND-POS FROM WS-M-POS BY 1
               UNTIL WS-FIND-POS > WS-FIND-LAST
                  OR WS-FIND-AT > 0.
           IF WS-FIND-AT = 0
               MOVE "Y" TO WS-M-FAILED
           ELSE
               COMPUTE WS-M-POS = WS-FIND-AT + WS-SEG-LEN
           END-IF.
       3310-EXIT.
           EXIT.

       3320-FIND-PIECE.
           IF WS-BEFORE(WS-FIND-POS:WS-SEG-LEN) =
                   WS-RUL-SEARCH (WS-RUL-POS)(WS-SEG-AT:WS-SEG-LEN)
               MOVE WS-FIND-POS TO WS-FIND-AT
           END-IF.
       3320-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Rule summaries: on the proposal for the approver, and on
      *> the console.
      *>----------------------------------------------------------*>
       4000-WRITE-ONE-SUMMARY.
           MOVE SPACES TO PROPOSAL-LINE.
           STRING "R|" FUNCTION TRIM(WS-RUL-ID (WS-RUL-POS)) "|"
                  FUNCTION TRIM(WS-RUL-FIELD (WS-RUL-POS)) "|"
                  FUNCTION TRIM(WS-RUL-MODE (WS-RUL-POS)) "|"
                  FUNCTION TRIM(WS-RUL-ACTION (WS-RUL-POS)) "|"
                  WS-RUL-HITS (WS-RUL-POS) "|"
                  WS-RUL-CONFLICTS (WS-RUL-POS) "|"
                  WS-RUL-LONG (WS-RUL-POS) "|"
                  FUNCTION TRIM(WS-RUL-DESC (WS-RUL-POS))
               DELIMITED BY SIZE INTO PROPOSAL-LINE
           END-STRING.
           WRITE PROPOSAL-LINE.
       4000-EXIT.
           EXIT.

       4100-DISPLAY-ONE-RULE.
           DISPLAY "CORRECTION-PROPOSE:   "
                   WS-RUL-ID (WS-RUL-POS) " "
                   WS-RUL-HITS (WS-RUL-POS) " proposed, "
                   WS-RUL-CONFLICTS (WS-RUL-POS) " conflict(s), "
                   WS-RUL-LONG (WS-RUL-POS) " too long".
       4100-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The preview: the rules up front, then every proposed and
      *> every held-back change with its before and after, then the
      *> hit counts.
      *>----------------------------------------------------------*>
       5000-START-PREVIEW.
           MOVE "OPEN" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "CORRECTION PROPOSAL " WS-PROPOSAL-ID
                  "  proposed by " FUNCTION TRIM(WS-OPERATOR-ID)
                  "  rules " FUNCTION TRIM(WS-CFN-01)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           IF WS-OLD-PENDING > 0
               MOVE SPACES TO WS-SPL-TEXT
               STRING "  replaces proposal " WS-OLD-ID
                      " - " WS-OLD-PENDING
                      " accepted change(s) discarded unreleased"
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
           END-IF.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
       5000-EXIT.
           EXIT.

      *> Rule, field and sequence, and the path on a line of its
      *> own - paths run longer than the page leaves beside them.
       5050-PREVIEW-HEAD.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING WS-RUL-ID (WS-RUL-POS) " "
                  WS-RUL-FIELD (WS-RUL-POS)(1:12) " seq " WS-IN-SEQ
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           MOVE WS-IN-PATH TO WS-SPL-TEXT(5:).
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
       5050-EXIT.
           EXIT.

       5100-PREVIEW-CHANGE.
           PERFORM 5050-PREVIEW-HEAD THRU 5050-EXIT.
           MOVE "before:" TO WS-CHUNK-LABEL.
           MOVE WS-BEFORE TO WS-CHUNK-VALUE.
           PERFORM 8100-SPOOL-VALUE THRU 8100-EXIT.
           MOVE "after:" TO WS-CHUNK-LABEL.
           MOVE WS-AFTER TO WS-CHUNK-VALUE.
           PERFORM 8100-SPOOL-VALUE THRU 8100-EXIT.
       5100-EXIT.
           EXIT.

      *> WS-CHUNK-LABEL carries the reason on the way in.
       5200-PREVIEW-HELD.
           PERFORM 5050-PREVIEW-HEAD THRU 5050-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           IF WS-CHUNK-LABEL = "CONFLICT"
               STRING "             NOT PROPOSED - CONFLICT: an "
                      "earlier rule already changes this field"
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
           ELSE
               STRING "             NOT PROPOSED - TOO LONG: the "
                      "result would exceed 240 characters"
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
           END-IF.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
       5200-EXIT.
           EXIT.

       5500-FINISH-PREVIEW.
           IF WS-TOTAL-HITS = 0 AND WS-TOTAL-HELD = 0
               MOVE "  (no record would be changed by these rules)"
                   TO WS-SPL-TEXT
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
           END-IF.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "HITS BY RULE" TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "RULE" TO WS-RL-RULE.
           MOVE "FIELD" TO WS-RL-FIELD.
           MOVE "MODE" TO WS-RL-MODE.
           MOVE "ACTION" TO WS-RL-ACTION.
           MOVE "  HITS" TO WS-RL-HITS.
           MOVE "CONFLICTS" TO WS-RL-CONFLICTS.
           MOVE "TOO LONG" TO WS-RL-LONG.
           MOVE "DESCRIPTION" TO WS-RL-DESC.
           MOVE WS-RPT-LINE TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE ALL "-" TO WS-SPL-TEXT(1:99).
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           PERFORM 5510-SPOOL-ONE-RULE THRU 5510-EXIT
               VARYING WS-RUL-POS FROM 1 BY 1
               UNTIL WS-RUL-POS > WS-RUL-COUNT.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "  " WS-TOTAL-HITS " change(s) proposed, "
                  WS-TOTAL-HELD " held back, " WS-RECORDS-SCANNED
                  " record(s) scanned"
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "CLOS" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
       5500-EXIT.
           EXIT.

       5510-SPOOL-ONE-RULE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-RUL-ID (WS-RUL-POS) TO WS-RL-RULE.
           MOVE WS-RUL-FIELD (WS-RUL-POS) TO WS-RL-FIELD.
           MOVE WS-RUL-MODE (WS-RUL-POS) TO WS-RL-MODE.
           MOVE WS-RUL-ACTION (WS-RUL-POS) TO WS-RL-ACTION.
           MOVE WS-RUL-HITS (WS-RUL-POS) TO WS-RL-NUM.
           MOVE WS-RL-NUM TO WS-RL-HITS.
           MOVE WS-RUL-CONFLICTS (WS-RUL-POS) TO WS-RL-NUM.
           MOVE WS-RL-NUM TO WS-RL-CONFLICTS.
           MOVE WS-RUL-LONG (WS-RUL-POS) TO WS-RL-NUM.
           MOVE WS-RL-NUM TO WS-RL-LONG.
           MOVE WS-RUL-DESC (WS-RUL-POS) TO WS-RL-DESC.
           MOVE WS-RPT-LINE TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
       5510-EXIT.
           EXIT.

       8000-SPOOL-LINE.
           MOVE "LINE" TO WS-SPL-ACTION.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
       8000-EXIT.
           EXIT.

      *> A value of up to 240 characters in 80-character pieces,
      *> the label on the first.
       8100-SPOOL-VALUE.
           IF WS-CHUNK-VALUE = SPACES
               MOVE 1 TO WS-CHUNK-LEN
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CHUNK-VALUE
                   TRAILING)) TO WS-CHUNK-LEN
           END-IF.
           PERFORM 8110-SPOOL-ONE-PIECE THRU 8110-EXIT
               VARYING WS-CHUNK-POS FROM 1 BY 80
               UNTIL WS-CHUNK-POS > WS-CHUNK-LEN.
       8100-EXIT.
           EXIT.

       8110-SPOOL-ONE-PIECE.
           MOVE SPACES TO WS-SPL-TEXT.
           IF WS-CHUNK-POS = 1
               MOVE WS-CHUNK-LABEL TO WS-SPL-TEXT(5:10)
           END-IF.
           MOVE WS-CHUNK-VALUE(WS-CHUNK-POS:80) TO WS-SPL-TEXT(14:80).
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
       8110-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "correction_rules.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "dialogue_data.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "correction_proposal.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE "correction_decisions.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
       0900-EXIT.
           EXIT.
