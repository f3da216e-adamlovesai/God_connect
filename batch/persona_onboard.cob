      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> PERSONA-ONBOARD
      *>
      *> The editors' side of INTAKE-LOAD's persona gate. A staged
      *> set casting a speaker who is not on the persona roster is
      *> held (batch/onboarding_held.dat) and the name queued on
      *> the onboarding register batch/onboarding_queue.dat; here
      *> an editor decides each queued name, so that no persona
      *> reaches the roster, the leaderboard or the dossiers
      *> without somebody having said it belongs.
      *>
      *> Commands:
      *>     persona_onboard LIST
      *>         the names awaiting a decision, with the held sets
      *>         casting each
      *>     persona_onboard APPROVE "name|tradition|era|biography"
      *>         a new persona: its biography goes on
      *>         batch/persona_bios.dat, from which
      *>         BUILD-PERSONA-ROSTER adds it to the roster
      *>     persona_onboard ALIAS "name|canonical"
      *>         a new styling of a persona already on the roster
      *>         (or approved here): the alias goes on
      *>         batch/persona_alias.dat exactly as ALIAS-MAINT ADD
      *>         writes it, so DLGALIAS resolves the name
      *>     persona_onboard REJECT "name|reason"
      *>         the persona does not belong: every held set
      *>         casting it is rejected (PERSREJ), and so is any
      *>         later set that casts it
      *>
      *> Register records (the held sets' own are written by
      *> INTAKE-LOAD):
      *>     P|name|path|stamp                   set held on a name
      *>     D|name|NEW|tradition|era|operator|stamp
      *>     D|name|ALIAS|canonical|operator|stamp
      *>     D|name|REJECT|reason|operator|stamp
      *>     R|path|outcome|stamp                held set dealt with
      *> Biography file:
      *>     B|name|tradition|era|biography|operator|stamp
      *>
      *> The last decision on a name is the one in force. A
      *> decision that leaves a held set with every name decided
      *> runs INTAKE-LOAD RELEASE at once, so the set loads (or
      *> rejects) without waiting for the next intake run.
      *> Decisions need update authority (DLGAUTH class U), run
      *> under the shared enqueue (DLGENQ) and are logged to the
      *> audit trail.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSONA-ONBOARD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OB-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OB-STATUS.
           SELECT BIO-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIO-STATUS.
           SELECT ROSTER-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RST-STATUS.
           SELECT ALIAS-FILE ASSIGN DYNAMIC WS-CFN-04
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALIAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OB-FILE.
       01  OB-LINE                  PIC X(400).

       FD  BIO-FILE.
       01  BIO-LINE                 PIC X(600).

       FD  ROSTER-FILE.
       01  ROSTER-LINE              PIC X(200).

       FD  ALIAS-FILE.
       01  ALIAS-LINE               PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CFN-04                PIC X(200).
       01  WS-OB-STATUS             PIC X(02) VALUE SPACES.
       01  WS-BIO-STATUS            PIC X(02) VALUE SPACES.
       01  WS-RST-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ALIAS-STATUS          PIC X(02) VALUE SPACES.
       01  WS-EOF-IN                PIC X(01) VALUE "N".
           88  NO-MORE-INPUT                 VALUE "Y".
       01  WS-AUTH-PGM              PIC X(30) VALUE "PERSONA-ONBOARD".
       01  WS-AUTH-CLASS            PIC X(01) VALUE "U".
       01  WS-AUTH-RC               PIC X(02).

       01  WS-CMD-LINE              PIC X(600) VALUE SPACES.
       01  WS-COMMAND               PIC X(10) VALUE SPACES.
       01  WS-REST                  PIC X(580) VALUE SPACES.
       01  WS-ARG-NAME              PIC X(40) VALUE SPACES.
       01  WS-ARG-F2                PIC X(80) VALUE SPACES.
       01  WS-ARG-F3                PIC X(60) VALUE SPACES.
       01  WS-ARG-F4                PIC X(400) VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-AUDIT-TEXT            PIC X(200).
       01  WS-OB-WORK               PIC X(400).

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(200).
       01  WS-IN-F3                 PIC X(200).

      *> Names that already belong: the roster and the approved
      *> biographies.
       01  WS-KNOWN-MAX             PIC 9(04) VALUE 2000.
       01  WS-KNOWN-COUNT           PIC 9(04) VALUE 0.
       01  WS-KNOWN-TABLE.
           05  WS-KNOWN-NAME        PIC X(40) OCCURS 2000 TIMES
                   INDEXED BY WS-KNOWN-IDX.
      *> The register folded: decisions by name, held paths and
      *> the names holding each.
       01  WS-DEC-MAX               PIC 9(04) VALUE 1000.
       01  WS-DEC-COUNT             PIC 9(04) VALUE 0.
       01  WS-DEC-TABLE.
           05  WS-DEC-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-DEC-IDX.
               10  WS-DEC-PERSONA   PIC X(40).
               10  WS-DEC-KIND      PIC X(06).
       01  WS-HLD-MAX               PIC 9(04) VALUE 1000.
       01  WS-HLD-COUNT             PIC 9(04) VALUE 0.
       01  WS-HLD-TABLE.
           05  WS-HLD-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-HLD-IDX.
               10  WS-HLD-PATH      PIC X(200).
               10  WS-HLD-STATE     PIC X(01).
                   88  HLD-IS-PENDING        VALUE "P".
       01  WS-PR-MAX                PIC 9(04) VALUE 3000.
       01  WS-PR-COUNT              PIC 9(04) VALUE 0.
       01  WS-PR-TABLE.
           05  WS-PR-ENTRY OCCURS 3000 TIMES.
               10  WS-PR-NAME       PIC X(40).
               10  WS-PR-HELD       PIC 9(04).
       01  WS-FIND-NAME             PIC X(40).
       01  WS-FIND-PATH             PIC X(200).
       01  WS-FOUND-POS             PIC 9(04) VALUE 0.
       01  WS-HLD-POS               PIC 9(04) VALUE 0.
       01  WS-PR-POS                PIC 9(04) VALUE 0.
       01  WS-SCAN-POS              PIC 9(04) VALUE 0.
       01  WS-UNDECIDED             PIC 9(04) VALUE 0.
       01  WS-HOLDING-SETS          PIC 9(04) VALUE 0.
       01  WS-FIRST-PATH            PIC X(200).
       01  WS-LISTED                PIC 9(04) VALUE 0.
       01  WS-READY-SETS            PIC 9(04) VALUE 0.
       01  WS-DECIDED               PIC X(01) VALUE "N".
           88  DECISION-MADE                 VALUE "Y".

       01  WS-ENQ-ACTION            PIC X(03).
       01  WS-ENQ-RESOURCE          PIC X(20).
       01  WS-ENQ-RC                PIC X(02).
       01  WS-SAVE-RC               PIC S9(04) VALUE 0.
       01  WS-SYS-COMMAND           PIC X(400).
       01  WS-SYS-RC                PIC S9(09) VALUE 0.

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
           IF WS-COMMAND = "APPROVE" OR "ALIAS" OR "REJECT"
               CALL "DLGAUTH" USING WS-AUTH-PGM WS-AUTH-CLASS
                                   WS-AUTH-RC
               IF WS-AUTH-RC = "12"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "ENQ" TO WS-ENQ-ACTION
               MOVE "onboarding" TO WS-ENQ-RESOURCE
               CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                                   WS-ENQ-RC
               IF WS-ENQ-RC = "12"
                   DISPLAY "PERSONA-ONBOARD: could not take the "
                           "enqueue - try again or see ENQ-CONSOLE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 1000-LOAD-TABLES THRU 1000-EXIT.
           EVALUATE WS-COMMAND
               WHEN "LIST"
                   PERFORM 5000-LIST-PENDING THRU 5000-EXIT
               WHEN "APPROVE"
                   PERFORM 2000-APPROVE-PERSONA THRU 2000-EXIT
               WHEN "ALIAS"
                   PERFORM 3000-ALIAS-PERSONA THRU 3000-EXIT
               WHEN "REJECT"
                   PERFORM 4000-REJECT-PERSONA THRU 4000-EXIT
               WHEN OTHER
                   DISPLAY "PERSONA-ONBOARD: usage:"
                   DISPLAY "  persona_onboard LIST"
                   DISPLAY "  persona_onboard APPROVE "
                           """name|tradition|era|biography"""
                   DISPLAY "  persona_onboard ALIAS "
                           """name|canonical"""
                   DISPLAY "  persona_onboard REJECT "
                           """name|reason"""
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
      *> The dequeue CALL resets RETURN-CODE; keep the verdict. The
      *> release runs after the dequeue - INTAKE-LOAD reads the
      *> register this run has just written.
           IF WS-COMMAND = "APPROVE" OR "ALIAS" OR "REJECT"
               MOVE RETURN-CODE TO WS-SAVE-RC
               MOVE "DEQ" TO WS-ENQ-ACTION
               CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                                   WS-ENQ-RC
               MOVE WS-SAVE-RC TO RETURN-CODE
           END-IF.
           IF DECISION-MADE
               PERFORM 6000-RELEASE-READY-SETS THRU 6000-EXIT
           END-IF.
           STOP RUN.

       1000-LOAD-TABLES.
           MOVE "N" TO WS-EOF-IN.
           OPEN INPUT ROSTER-FILE.
           IF WS-RST-STATUS = "00"
               PERFORM 1100-READ-ROSTER THRU 1100-EXIT
                   UNTIL NO-MORE-INPUT
               CLOSE ROSTER-FILE
           END-IF.
           MOVE "N" TO WS-EOF-IN.
           OPEN INPUT BIO-FILE.
           IF WS-BIO-STATUS = "00"
               PERFORM 1200-READ-BIO THRU 1200-EXIT
                   UNTIL NO-MORE-INPUT
               CLOSE BIO-FILE
           END-IF.
           MOVE "N" TO WS-EOF-IN.
           OPEN INPUT OB-FILE.
           IF WS-OB-STATUS = "00"
               PERFORM 1300-READ-REGISTER THRU 1300-EXIT
                   UNTIL NO-MORE-INPUT
               CLOSE OB-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-ROSTER.
           READ ROSTER-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
               NOT AT END
                   IF ROSTER-LINE(1:2) NOT = "C|"
                           AND ROSTER-LINE NOT = SPACES
                       MOVE SPACES TO WS-IN-F2
                       UNSTRING ROSTER-LINE DELIMITED BY "|"
                           INTO WS-IN-F2
                       END-UNSTRING
                       MOVE WS-IN-F2(1:40) TO WS-FIND-NAME
                       PERFORM 1500-ADD-KNOWN-NAME THRU 1500-EXIT
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

       1200-READ-BIO.
           READ BIO-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
               NOT AT END
                   IF BIO-LINE(1:2) = "B|"
                       MOVE SPACES TO WS-IN-F2
                       UNSTRING BIO-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-F2
                       END-UNSTRING
                       MOVE WS-IN-F2(1:40) TO WS-FIND-NAME
                       PERFORM 1500-ADD-KNOWN-NAME THRU 1500-EXIT
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.

       1300-READ-REGISTER.
           READ OB-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-IN-F2 WS-IN-F3
                   UNSTRING OB-LINE DELIMITED BY "|"
                       INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                   END-UNSTRING
                   EVALUATE OB-LINE(1:2)
                       WHEN "P|"
                           PERFORM 1310-FOLD-HELD-NAME THRU 1310-EXIT
                       WHEN "R|"
                           MOVE WS-IN-F2 TO WS-FIND-PATH
                           PERFORM 1700-FIND-HELD-PATH THRU 1700-EXIT
                           IF WS-FOUND-POS > 0
                               MOVE "R" TO WS-HLD-STATE (WS-FOUND-POS)
                           END-IF
                       WHEN "D|"
                           MOVE WS-IN-F2(1:40) TO WS-FIND-NAME
                           MOVE WS-IN-F3(1:6) TO WS-ARG-F2
                           PERFORM 1400-FOLD-DECISION THRU 1400-EXIT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       1300-EXIT.
           EXIT.

      *> P|name|path - the path goes (back) to pending; the name is
      *> paired with it once.
       1310-FOLD-HELD-NAME.
           MOVE WS-IN-F3 TO WS-FIND-PATH.
           PERFORM 1700-FIND-HELD-PATH THRU 1700-EXIT.
           IF WS-FOUND-POS = 0
               IF WS-HLD-COUNT >= WS-HLD-MAX
                   GO TO 1310-EXIT
               END-IF
               ADD 1 TO WS-HLD-COUNT
               MOVE WS-HLD-COUNT TO WS-FOUND-POS
               MOVE WS-FIND-PATH TO WS-HLD-PATH (WS-FOUND-POS)
           END-IF.
           MOVE "P" TO WS-HLD-STATE (WS-FOUND-POS).
           MOVE WS-FOUND-POS TO WS-HLD-POS.
           PERFORM 1320-PROBE-PAIR THRU 1320-EXIT
               VARYING WS-PR-POS FROM 1 BY 1
               UNTIL WS-PR-POS > WS-PR-COUNT.
           IF WS-HLD-POS > 0 AND WS-PR-COUNT < WS-PR-MAX
               ADD 1 TO WS-PR-COUNT
               MOVE WS-IN-F2(1:40) TO WS-PR-NAME (WS-PR-COUNT)
               MOVE WS-HLD-POS TO WS-PR-HELD (WS-PR-COUNT)
           END-IF.
       1310-EXIT.
           EXIT.

       1320-PROBE-PAIR.
           IF WS-PR-HELD (WS-PR-POS) = WS-HLD-POS
                   AND WS-PR-NAME (WS-PR-POS) = WS-IN-F2(1:40)
               MOVE 0 TO WS-HLD-POS
           END-IF.
       1320-EXIT.
           EXIT.

      *> The last decision on a name is the one in force. The kind
      *> arrives in WS-ARG-F2.
       1400-FOLD-DECISION.
           PERFORM 1600-FIND-DECISION THRU 1600-EXIT.
           IF WS-FOUND-POS = 0
               IF WS-DEC-COUNT >= WS-DEC-MAX
                   GO TO 1400-EXIT
               END-IF
               ADD 1 TO WS-DEC-COUNT
               MOVE WS-DEC-COUNT TO WS-FOUND-POS
               MOVE WS-FIND-NAME TO WS-DEC-PERSONA (WS-FOUND-POS)
           END-IF.
           MOVE WS-ARG-F2(1:6) TO WS-DEC-KIND (WS-FOUND-POS).
       1400-EXIT.
           EXIT.

       1500-ADD-KNOWN-NAME.
           IF WS-FIND-NAME = SPACES
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1550-FIND-KNOWN-NAME THRU 1550-EXIT.
           IF WS-FOUND-POS = 0 AND WS-KNOWN-COUNT < WS-KNOWN-MAX
               ADD 1 TO WS-KNOWN-COUNT
               MOVE WS-FIND-NAME TO WS-KNOWN-NAME (WS-KNOWN-COUNT)
           END-IF.
       1500-EXIT.
           EXIT.

       1550-FIND-KNOWN-NAME.
           MOVE 0 TO WS-FOUND-POS.
           SET WS-KNOWN-IDX TO 1.
           SEARCH WS-KNOWN-NAME
               AT END
                   CONTINUE
               WHEN WS-KNOWN-IDX > WS-KNOWN-COUNT
                   CONTINUE
               WHEN WS-KNOWN-NAME (WS-KNOWN-IDX) = WS-FIND-NAME
                   SET WS-FOUND-POS TO WS-KNOWN-IDX
           END-SEARCH.
       1550-EXIT.
           EXIT.

       1600-FIND-DECISION.
           MOVE 0 TO WS-FOUND-POS.
           SET WS-DEC-IDX TO 1.
           SEARCH WS-DEC-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DEC-IDX > WS-DEC-COUNT
                   CONTINUE
               WHEN WS-DEC-PERSONA (WS-DEC-IDX) = WS-FIND-NAME
                   SET WS-FOUND-POS TO WS-DEC-IDX
           END-SEARCH.
       1600-EXIT.
           EXIT.

       1700-FIND-HELD-PATH.
           MOVE 0 TO WS-FOUND-POS.
           SET WS-HLD-IDX TO 1.
           SEARCH WS-HLD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-HLD-IDX > WS-HLD-COUNT
                   CONTINUE
               WHEN WS-HLD-PATH (WS-HLD-IDX) = WS-FIND-PATH
                   SET WS-FOUND-POS TO WS-HLD-IDX
           END-SEARCH.
       1700-EXIT.
           EXIT.

      *> APPROVE "name|tradition|era|biography"
       2000-APPROVE-PERSONA.
           UNSTRING WS-REST DELIMITED BY "|"
               INTO WS-ARG-NAME WS-ARG-F2 WS-ARG-F3 WS-ARG-F4
           END-UNSTRING.
           PERFORM 7000-TIDY-ARGUMENTS THRU 7000-EXIT.
           IF WS-ARG-NAME = SPACES OR WS-ARG-F2 = SPACES
                   OR WS-ARG-F3 = SPACES OR WS-ARG-F4 = SPACES
               DISPLAY "PERSONA-ONBOARD: APPROVE needs "
                       """name|tradition|era|biography"""
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 7100-CHECK-NOT-KNOWN THRU 7100-EXIT.
           IF RETURN-CODE NOT = 0
               GO TO 2000-EXIT
           END-IF.
           OPEN EXTEND BIO-FILE.
           IF WS-BIO-STATUS = "35"
               OPEN OUTPUT BIO-FILE
           END-IF.
           MOVE SPACES TO BIO-LINE.
           STRING "B|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-NAME)    DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-F2)      DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-F3)      DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-F4)      DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP              DELIMITED BY SIZE
                  INTO BIO-LINE
           END-STRING.
           WRITE BIO-LINE.
           CLOSE BIO-FILE.
           MOVE SPACES TO WS-OB-WORK.
           STRING "D|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-NAME)    DELIMITED BY SIZE
                  "|NEW|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-F2)      DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-F3)      DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP              DELIMITED BY SIZE
                  INTO WS-OB-WORK
           END-STRING.
           MOVE "NEW" TO WS-ARG-F2.
           PERFORM 8000-RECORD-DECISION THRU 8000-EXIT.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "PERSONA-APPROVED " FUNCTION TRIM(WS-ARG-NAME)
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           DISPLAY "PERSONA-ONBOARD: """ FUNCTION TRIM(WS-ARG-NAME)
                   """ approved as a new persona - the roster "
                   "carries it after the nightly "
                   "BUILD-PERSONA-ROSTER".
       2000-EXIT.
           EXIT.

      *> ALIAS "name|canonical" - the canonical persona must
      *> already belong.
       3000-ALIAS-PERSONA.
           UNSTRING WS-REST DELIMITED BY "|"
               INTO WS-ARG-NAME WS-ARG-F3
           END-UNSTRING.
           PERFORM 7000-TIDY-ARGUMENTS THRU 7000-EXIT.
           IF WS-ARG-NAME = SPACES OR WS-ARG-F3 = SPACES
               DISPLAY "PERSONA-ONBOARD: ALIAS needs "
                       """name|canonical"""
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 7100-CHECK-NOT-KNOWN THRU 7100-EXIT.
           IF RETURN-CODE NOT = 0
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-ARG-F3(1:40) TO WS-FIND-NAME.
           PERFORM 1550-FIND-KNOWN-NAME THRU 1550-EXIT.
           IF WS-FOUND-POS = 0
               DISPLAY "PERSONA-ONBOARD: """
                       FUNCTION TRIM(WS-ARG-F3)
                       """ is not on the roster or approved - "
                       "alias a persona that belongs"
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
      *> A|variant|canonical|status|operator|timestamp, as
      *> ALIAS-MAINT ADD writes it.
           OPEN EXTEND ALIAS-FILE.
           IF WS-ALIAS-STATUS = "35"
               OPEN OUTPUT ALIAS-FILE
           END-IF.
           MOVE SPACES TO ALIAS-LINE.
           STRING "A|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-NAME)    DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-F3)      DELIMITED BY SIZE
                  "|ACTIVE|"                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP              DELIMITED BY SIZE
                  INTO ALIAS-LINE
           END-STRING.
           WRITE ALIAS-LINE.
           CLOSE ALIAS-FILE.
           MOVE SPACES TO WS-OB-WORK.
           STRING "D|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-NAME)    DELIMITED BY SIZE
                  "|ALIAS|"                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-F3)      DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP              DELIMITED BY SIZE
                  INTO WS-OB-WORK
           END-STRING.
           MOVE "ALIAS" TO WS-ARG-F2.
           PERFORM 8000-RECORD-DECISION THRU 8000-EXIT.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "PERSONA-ALIASED " FUNCTION TRIM(WS-ARG-NAME)
                  " TO " FUNCTION TRIM(WS-ARG-F3)
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           DISPLAY "PERSONA-ONBOARD: """ FUNCTION TRIM(WS-ARG-NAME)
                   """ now counts as """
                   FUNCTION TRIM(WS-ARG-F3) """".
       3000-EXIT.
           EXIT.

      *> REJECT "name|reason"
       4000-REJECT-PERSONA.
           UNSTRING WS-REST DELIMITED BY "|"
               INTO WS-ARG-NAME WS-ARG-F4
           END-UNSTRING.
           PERFORM 7000-TIDY-ARGUMENTS THRU 7000-EXIT.
           IF WS-ARG-NAME = SPACES OR WS-ARG-F4 = SPACES
               DISPLAY "PERSONA-ONBOARD: REJECT needs "
                       """name|reason"""
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 7100-CHECK-NOT-KNOWN THRU 7100-EXIT.
           IF RETURN-CODE NOT = 0
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO WS-OB-WORK.
           STRING "D|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-NAME)    DELIMITED BY SIZE
                  "|REJECT|"                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-F4)      DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP              DELIMITED BY SIZE
                  INTO WS-OB-WORK
           END-STRING.
           MOVE "REJECT" TO WS-ARG-F2.
           PERFORM 8000-RECORD-DECISION THRU 8000-EXIT.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "PERSONA-REJECTED " FUNCTION TRIM(WS-ARG-NAME)
                  " " FUNCTION TRIM(WS-ARG-F4)
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           DISPLAY "PERSONA-ONBOARD: """ FUNCTION TRIM(WS-ARG-NAME)
                   """ rejected - sets casting it are rejected "
                   "(PERSREJ)".
       4000-EXIT.
           EXIT.

       5000-LIST-PENDING.
           DISPLAY "PERSONAS AWAITING ONBOARDING".
           DISPLAY "============================".
           MOVE 0 TO WS-LISTED.
           PERFORM 5100-LIST-ONE-NAME THRU 5100-EXIT
               VARYING WS-PR-POS FROM 1 BY 1
               UNTIL WS-PR-POS > WS-PR-COUNT.
           IF WS-LISTED = 0
               DISPLAY "  (none)"
           END-IF.
       5000-EXIT.
           EXIT.

      *> Each undecided name once, at its first pairing with a
      *> pending set, with the count of pending sets casting it.
       5100-LIST-ONE-NAME.
           MOVE WS-PR-HELD (WS-PR-POS) TO WS-HLD-POS.
           IF NOT HLD-IS-PENDING (WS-HLD-POS)
               GO TO 5100-EXIT
           END-IF.
           MOVE WS-PR-NAME (WS-PR-POS) TO WS-FIND-NAME.
           PERFORM 1600-FIND-DECISION THRU 1600-EXIT.
           IF WS-FOUND-POS > 0
               GO TO 5100-EXIT
           END-IF.
           MOVE 0 TO WS-HOLDING-SETS WS-UNDECIDED.
           MOVE SPACES TO WS-FIRST-PATH.
           PERFORM 5110-COUNT-HOLDINGS THRU 5110-EXIT
               VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-PR-COUNT.
           IF WS-UNDECIDED NOT = WS-PR-POS
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-LISTED.
           DISPLAY "  " WS-PR-NAME (WS-PR-POS) " "
                   WS-HOLDING-SETS " held set(s)".
           DISPLAY "       FIRST: " FUNCTION TRIM(WS-FIRST-PATH).
       5100-EXIT.
           EXIT.

      *> WS-UNDECIDED is left at the name's first pending pairing.
       5110-COUNT-HOLDINGS.
           IF WS-PR-NAME (WS-SCAN-POS) NOT = WS-FIND-NAME
               GO TO 5110-EXIT
           END-IF.
           MOVE WS-PR-HELD (WS-SCAN-POS) TO WS-HLD-POS.
           IF NOT HLD-IS-PENDING (WS-HLD-POS)
               GO TO 5110-EXIT
           END-IF.
           ADD 1 TO WS-HOLDING-SETS.
           IF WS-UNDECIDED = 0
               MOVE WS-SCAN-POS TO WS-UNDECIDED
               MOVE WS-HLD-PATH (WS-HLD-POS) TO WS-FIRST-PATH
           END-IF.
       5110-EXIT.
           EXIT.

      *> A pending set is ready once every name holding it has a
      *> decision; INTAKE-LOAD RELEASE then loads or rejects it.
      *> CALL "SYSTEM" hands back the shell's wait status: the job's
      *> own return code is in the high byte.
       6000-RELEASE-READY-SETS.
           MOVE 0 TO WS-READY-SETS.
           PERFORM 6100-CHECK-ONE-SET THRU 6100-EXIT
               VARYING WS-HLD-POS FROM 1 BY 1
               UNTIL WS-HLD-POS > WS-HLD-COUNT.
           IF WS-READY-SETS = 0
               GO TO 6000-EXIT
           END-IF.
           DISPLAY "PERSONA-ONBOARD: " WS-READY-SETS
                   " held set(s) now fully decided - releasing".
           MOVE SPACES TO WS-SYS-COMMAND.
           MOVE "sh batch/run_tool.sh intake_load RELEASE"
               TO WS-SYS-COMMAND.
           CALL "SYSTEM" USING WS-SYS-COMMAND.
           COMPUTE WS-SYS-RC = RETURN-CODE / 256.
           MOVE WS-SAVE-RC TO RETURN-CODE.
           IF WS-SYS-RC > 4
               DISPLAY "PERSONA-ONBOARD: INTAKE-LOAD RELEASE ended RC "
                       WS-SYS-RC " - the decision stands; rerun by "
                       "hand: " FUNCTION TRIM(WS-SYS-COMMAND)
               MOVE 8 TO RETURN-CODE
           END-IF.
       6000-EXIT.
           EXIT.

       6100-CHECK-ONE-SET.
           IF NOT HLD-IS-PENDING (WS-HLD-POS)
               GO TO 6100-EXIT
           END-IF.
           MOVE 0 TO WS-UNDECIDED.
           PERFORM 6110-CHECK-ONE-NAME THRU 6110-EXIT
               VARYING WS-PR-POS FROM 1 BY 1
               UNTIL WS-PR-POS > WS-PR-COUNT.
           IF WS-UNDECIDED = 0
               ADD 1 TO WS-READY-SETS
           END-IF.
       6100-EXIT.
           EXIT.

       6110-CHECK-ONE-NAME.
           IF WS-PR-HELD (WS-PR-POS) NOT = WS-HLD-POS
               GO TO 6110-EXIT
           END-IF.
           MOVE WS-PR-NAME (WS-PR-POS) TO WS-FIND-NAME.
           PERFORM 1600-FIND-DECISION THRU 1600-EXIT.
           IF WS-FOUND-POS = 0
               ADD 1 TO WS-UNDECIDED
           END-IF.
       6110-EXIT.
           EXIT.

       7000-TIDY-ARGUMENTS.
           MOVE FUNCTION TRIM(WS-ARG-NAME) TO WS-ARG-NAME.
           MOVE FUNCTION TRIM(WS-ARG-F2) TO WS-ARG-F2.
           MOVE FUNCTION TRIM(WS-ARG-F3) TO WS-ARG-F3.
           MOVE FUNCTION TRIM(WS-ARG-F4) TO WS-ARG-F4.
       7000-EXIT.
           EXIT.

      *> A persona already on the roster or approved needs no
      *> decision; restyling one is ALIAS-MAINT's business.
       7100-CHECK-NOT-KNOWN.
           MOVE WS-ARG-NAME TO WS-FIND-NAME.
           PERFORM 1550-FIND-KNOWN-NAME THRU 1550-EXIT.
           IF WS-FOUND-POS > 0
               DISPLAY "PERSONA-ONBOARD: """
                       FUNCTION TRIM(WS-ARG-NAME)
                       """ is already on the roster or approved"
               MOVE 8 TO RETURN-CODE
           END-IF.
       7100-EXIT.
           EXIT.

      *> The D record built in WS-OB-WORK goes on the register; the
      *> decision (kind in WS-ARG-F2) is folded in for the release
      *> check.
       8000-RECORD-DECISION.
           OPEN EXTEND OB-FILE.
           IF WS-OB-STATUS = "35"
               OPEN OUTPUT OB-FILE
           END-IF.
           MOVE WS-OB-WORK TO OB-LINE.
           WRITE OB-LINE.
           CLOSE OB-FILE.
           MOVE WS-ARG-NAME TO WS-FIND-NAME.
           PERFORM 1400-FOLD-DECISION THRU 1400-EXIT.
           SET DECISION-MADE TO TRUE.
       8000-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "onboarding_queue.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "persona_bios.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "persona_roster.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE "persona_alias.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
       0900-EXIT.
           EXIT.
