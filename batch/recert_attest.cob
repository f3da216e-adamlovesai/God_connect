      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> RECERT-ATTEST
      *>
      *> The reviewing supervisor's side of an access
      *> recertification campaign (ACCESS-RECERT). Appends one T
      *> record per decision to batch/recert_campaign.dat:
      *>
      *>     T|campaign|operator|KEEP/REDUCE/REVOKE|classes|
      *>       traditions|sensitive|attested-by|stamp
      *>
      *> Commands:
      *>     recert_attest LIST
      *>         the entries of the open campaign waiting on you
      *>     recert_attest KEEP "operator"
      *>     recert_attest REVOKE "operator"
      *>     recert_attest REDUCE "operator|classes|traditions|Y/N"
      *>         the reduced grant, in operator_auth.ref's own
      *>         columns; it may only take away - classes from the
      *>         snapshotted ones (or - for none), traditions from
      *>         the snapshotted list (ALL only if it was ALL, NONE
      *>         for none), sensitive Y only if it was Y
      *>
      *> Only the reviewer the campaign named for an entry may
      *> attest it; anyone else is refused with return code 12 and
      *> the attempt goes on the audit trail. A later attestation
      *> replaces an earlier one until ACCESS-RECERT SWEEP applies
      *> it; after the deadline nothing more is taken - the entry
      *> lapses. The append runs under the "recert" enqueue.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERT-ATTEST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMP-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMP-FILE.
       01  CAMP-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CAMP-STATUS           PIC X(02).
       01  WS-EOF-CAMP              PIC X(01) VALUE "N".
           88  NO-MORE-CAMP                  VALUE "Y".

       01  WS-CMD-LINE              PIC X(300) VALUE SPACES.
       01  WS-ACTION                PIC X(10) VALUE SPACES.
       01  WS-PAYLOAD               PIC X(280) VALUE SPACES.
       01  WS-ARG-OPERATOR          PIC X(20) VALUE SPACES.
       01  WS-ARG-CLASSES           PIC X(10) VALUE SPACES.
       01  WS-ARG-TRADS             PIC X(200) VALUE SPACES.
       01  WS-ARG-SENS              PIC X(04) VALUE SPACES.

       01  WS-ATTEST-RC             PIC 9(02) VALUE 0.
       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-TODAY                 PIC X(08).
       01  WS-AUDIT-TEXT            PIC X(200).

       01  WS-ENQ-ACTION            PIC X(03).
       01  WS-ENQ-RESOURCE          PIC X(20) VALUE "recert".
       01  WS-ENQ-RC                PIC X(02).

      *> The last campaign on file and the entry being attested.
       01  WS-CAMP-LOADED           PIC X(01) VALUE "N".
           88  CAMPAIGN-ON-FILE              VALUE "Y".
       01  WS-CAMP-CLOSED           PIC X(01) VALUE "N".
           88  CAMPAIGN-IS-CLOSED            VALUE "Y".
       01  WS-CAMP-ID               PIC X(06) VALUE SPACES.
       01  WS-CAMP-DEADLINE         PIC X(08) VALUE SPACES.
       01  WS-ENT-FOUND             PIC X(01) VALUE "N".
           88  ENTRY-FOUND                   VALUE "Y".
       01  WS-ENT-CLASSES           PIC X(10).
       01  WS-ENT-TRADS             PIC X(200).
       01  WS-ENT-SENS              PIC X(01).
       01  WS-ENT-REVIEWER          PIC X(20).
       01  WS-ENT-SETTLED           PIC X(01) VALUE "N".
           88  ENTRY-IS-SETTLED              VALUE "Y".

      *> LIST: entries of the open campaign, with where each
      *> stands.
       01  WS-LST-MAX               PIC 9(03) VALUE 100.
       01  WS-LST-COUNT             PIC 9(03) VALUE 0.
       01  WS-LST-TABLE.
           05  WS-LST-ENTRY OCCURS 100 TIMES.
               10  WS-LST-OPERATOR  PIC X(20).
               10  WS-LST-REVIEWER  PIC X(20).
               10  WS-LST-GRANT     PIC X(60).
               10  WS-LST-STATE     PIC X(08).
       01  WS-LST-POS               PIC 9(03) VALUE 0.
       01  WS-LST-FOUND             PIC 9(03) VALUE 0.
       01  WS-LST-SHOWN             PIC 9(03) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(200).
       01  WS-IN-F3                 PIC X(200).
       01  WS-IN-F4                 PIC X(200).
       01  WS-IN-F5                 PIC X(200).
       01  WS-IN-F6                 PIC X(200).
       01  WS-IN-F7                 PIC X(200).

      *> REDUCE checks: each new class and tradition must already
      *> be held.
       01  WS-CHAR-POS              PIC 9(02) VALUE 0.
       01  WS-HITS                  PIC 9(03) VALUE 0.
       01  WS-REDUCE-OK             PIC X(01) VALUE "Y".
           88  REDUCE-IS-SUBSET              VALUE "Y".
       01  WS-OLD-PROBE             PIC X(204).
       01  WS-NEW-PROBE             PIC X(204).
       01  WS-TRAD-ONE              PIC X(60).
       01  WS-TRAD-PTR              PIC 9(03) VALUE 1.
       01  WS-TRAD-LEN              PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-ACTION
           END-UNSTRING.
           MOVE SPACES TO WS-PAYLOAD.
           IF WS-ACTION NOT = SPACES
               MOVE WS-CMD-LINE(FUNCTION LENGTH(
                   FUNCTION TRIM(WS-ACTION)) + 2:)
                   TO WS-PAYLOAD
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
           UNSTRING WS-PAYLOAD DELIMITED BY "|"
               INTO WS-ARG-OPERATOR WS-ARG-CLASSES WS-ARG-TRADS
                    WS-ARG-SENS
           END-UNSTRING.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY.
           EVALUATE WS-ACTION
               WHEN "LIST"
                   PERFORM 1000-LOAD-CAMPAIGN THRU 1000-EXIT
                   PERFORM 2000-LIST-MINE THRU 2000-EXIT
               WHEN "KEEP"
               WHEN "REVOKE"
               WHEN "REDUCE"
                   PERFORM 3000-ATTEST THRU 3000-EXIT
               WHEN OTHER
                   DISPLAY "RECERT-ATTEST: usage:"
                   DISPLAY "  recert_attest LIST"
                   DISPLAY "  recert_attest KEEP ""operator"""
                   DISPLAY "  recert_attest REVOKE ""operator"""
                   DISPLAY "  recert_attest REDUCE ""operator|"
                           "classes|traditions|Y/N"""
                   MOVE 8 TO WS-ATTEST-RC
           END-EVALUATE.
           MOVE WS-ATTEST-RC TO RETURN-CODE.
           STOP RUN.

      *> The last C record starts the campaign in hand; the entry
      *> named on the command line is picked out as it goes by.
       1000-LOAD-CAMPAIGN.
           MOVE "N" TO WS-CAMP-LOADED WS-CAMP-CLOSED WS-EOF-CAMP.
           OPEN INPUT CAMP-FILE.
           IF WS-CAMP-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-READ-CAMPAIGN-LINE THRU 1100-EXIT
               UNTIL NO-MORE-CAMP.
           CLOSE CAMP-FILE.
       1000-EXIT.
           EXIT.

       1100-READ-CAMPAIGN-LINE.
           READ CAMP-FILE
               AT END
                   SET NO-MORE-CAMP TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6 WS-IN-F7.
           UNSTRING CAMP-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-IN-F7
           END-UNSTRING.
           IF WS-IN-TAG = "C"
               SET CAMPAIGN-ON-FILE TO TRUE
               MOVE "N" TO WS-CAMP-CLOSED WS-ENT-FOUND
                           WS-ENT-SETTLED
               MOVE 0 TO WS-LST-COUNT
               MOVE WS-IN-F2 TO WS-CAMP-ID
               MOVE WS-IN-F3 TO WS-CAMP-DEADLINE
               GO TO 1100-EXIT
           END-IF.
           IF NOT CAMPAIGN-ON-FILE OR WS-IN-F2 NOT = WS-CAMP-ID
               GO TO 1100-EXIT
           END-IF.
           EVALUATE WS-IN-TAG
               WHEN "E"
                   PERFORM 1110-TAKE-ENTRY THRU 1110-EXIT
               WHEN "T"
                   MOVE WS-IN-F3 TO WS-IN-F2
                   PERFORM 1130-FIND-LISTED THRU 1130-EXIT
                   IF WS-LST-FOUND > 0
                       MOVE WS-IN-F4 TO WS-LST-STATE (WS-LST-FOUND)
                   END-IF
               WHEN "X"
                   IF WS-IN-F3 = WS-ARG-OPERATOR
                       SET ENTRY-IS-SETTLED TO TRUE
                   END-IF
                   MOVE WS-IN-F3 TO WS-IN-F2
                   PERFORM 1130-FIND-LISTED THRU 1130-EXIT
                   IF WS-LST-FOUND > 0
                       MOVE WS-IN-F4 TO WS-LST-STATE (WS-LST-FOUND)
                   END-IF
               WHEN "Z"
                   SET CAMPAIGN-IS-CLOSED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1100-EXIT.
           EXIT.

       1110-TAKE-ENTRY.
           IF WS-IN-F3 = WS-ARG-OPERATOR
               SET ENTRY-FOUND TO TRUE
               MOVE WS-IN-F4 TO WS-ENT-CLASSES
               MOVE WS-IN-F5 TO WS-ENT-TRADS
               MOVE WS-IN-F6 TO WS-ENT-SENS
               MOVE WS-IN-F7 TO WS-ENT-REVIEWER
           END-IF.
           IF WS-LST-COUNT < WS-LST-MAX
               ADD 1 TO WS-LST-COUNT
               MOVE WS-IN-F3 TO WS-LST-OPERATOR (WS-LST-COUNT)
               MOVE WS-IN-F7 TO WS-LST-REVIEWER (WS-LST-COUNT)
               MOVE "PENDING" TO WS-LST-STATE (WS-LST-COUNT)
               MOVE SPACES TO WS-LST-GRANT (WS-LST-COUNT)
               STRING FUNCTION TRIM(WS-IN-F4) " "
                      FUNCTION TRIM(WS-IN-F5) " sensitive "
                      WS-IN-F6(1:1)
                   DELIMITED BY SIZE
                   INTO WS-LST-GRANT (WS-LST-COUNT)
               END-STRING
           END-IF.
       1110-EXIT.
           EXIT.

       1130-FIND-LISTED.
           MOVE 0 TO WS-LST-FOUND.
           PERFORM 1140-PROBE-LISTED THRU 1140-EXIT
               VARYING WS-LST-POS FROM 1 BY 1
               UNTIL WS-LST-POS > WS-LST-COUNT
                  OR WS-LST-FOUND > 0.
       1130-EXIT.
           EXIT.

       1140-PROBE-LISTED.
           IF WS-LST-OPERATOR (WS-LST-POS) = WS-IN-F2
               MOVE WS-LST-POS TO WS-LST-FOUND
           END-IF.
       1140-EXIT.
           EXIT.

       2000-LIST-MINE.
           IF NOT CAMPAIGN-ON-FILE OR CAMPAIGN-IS-CLOSED
               DISPLAY "RECERT-ATTEST: no recertification campaign "
                       "is open"
               MOVE 4 TO WS-ATTEST-RC
               GO TO 2000-EXIT
           END-IF.
           DISPLAY "RECERTIFICATION " WS-CAMP-ID " - attest by "
                   WS-CAMP-DEADLINE " - reviewer "
                   FUNCTION TRIM(WS-OPERATOR-ID).
           PERFORM 2100-SHOW-ONE-ENTRY THRU 2100-EXIT
               VARYING WS-LST-POS FROM 1 BY 1
               UNTIL WS-LST-POS > WS-LST-COUNT.
           IF WS-LST-SHOWN = 0
               DISPLAY "  (nothing in this campaign is yours "
                       "to attest)"
           END-IF.
       2000-EXIT.
           EXIT.

       2100-SHOW-ONE-ENTRY.
           IF WS-LST-REVIEWER (WS-LST-POS) NOT = WS-OPERATOR-ID
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-LST-SHOWN.
           DISPLAY "  " WS-LST-OPERATOR (WS-LST-POS) " "
                   WS-LST-STATE (WS-LST-POS) " "
                   WS-LST-GRANT (WS-LST-POS).
       2100-EXIT.
           EXIT.

       3000-ATTEST.
           IF WS-ARG-OPERATOR = SPACES
               DISPLAY "RECERT-ATTEST: " FUNCTION TRIM(WS-ACTION)
                       " needs the operator"
               MOVE 8 TO WS-ATTEST-RC
               GO TO 3000-EXIT
           END-IF.
           MOVE "ENQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           IF WS-ENQ-RC = "12"
               DISPLAY "RECERT-ATTEST: could not take the "
                       "enqueue - try again or see ENQ-CONSOLE"
               MOVE 12 TO WS-ATTEST-RC
               GO TO 3000-EXIT
           END-IF.
           PERFORM 1000-LOAD-CAMPAIGN THRU 1000-EXIT.
           IF NOT CAMPAIGN-ON-FILE OR CAMPAIGN-IS-CLOSED
               DISPLAY "RECERT-ATTEST: no recertification campaign "
                       "is open"
               MOVE 8 TO WS-ATTEST-RC
               GO TO 3090-RELEASE
           END-IF.
           IF NOT ENTRY-FOUND
               DISPLAY "RECERT-ATTEST: "
                       FUNCTION TRIM(WS-ARG-OPERATOR)
                       " is not in campaign " WS-CAMP-ID
               MOVE 8 TO WS-ATTEST-RC
               GO TO 3090-RELEASE
           END-IF.
           IF WS-ENT-REVIEWER NOT = WS-OPERATOR-ID
               DISPLAY "RECERT-ATTEST: "
                       FUNCTION TRIM(WS-ARG-OPERATOR)
                       " is for "
                       FUNCTION TRIM(WS-ENT-REVIEWER)
                       " to attest, not "
                       FUNCTION TRIM(WS-OPERATOR-ID)
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "RECERT-ATTEST DENIED " WS-CAMP-ID " "
                      FUNCTION TRIM(WS-ARG-OPERATOR)
                      " reviewer "
                      FUNCTION TRIM(WS-ENT-REVIEWER)
                   DELIMITED BY SIZE INTO WS-AUDIT-TEXT
               END-STRING
               CALL "DLGAUDIT" USING WS-AUDIT-TEXT
               MOVE 12 TO WS-ATTEST-RC
               GO TO 3090-RELEASE
           END-IF.
           IF ENTRY-IS-SETTLED
               DISPLAY "RECERT-ATTEST: "
                       FUNCTION TRIM(WS-ARG-OPERATOR)
                       " is already settled in campaign "
                       WS-CAMP-ID
               MOVE 8 TO WS-ATTEST-RC
               GO TO 3090-RELEASE
           END-IF.
           IF WS-TODAY > WS-CAMP-DEADLINE
               DISPLAY "RECERT-ATTEST: the deadline "
                       WS-CAMP-DEADLINE " has passed - "
                       FUNCTION TRIM(WS-ARG-OPERATOR)
                       " lapses at the next sweep"
               MOVE 8 TO WS-ATTEST-RC
               GO TO 3090-RELEASE
           END-IF.
           EVALUATE WS-ACTION
               WHEN "KEEP"
                   MOVE WS-ENT-CLASSES TO WS-ARG-CLASSES
                   MOVE WS-ENT-TRADS TO WS-ARG-TRADS
                   MOVE WS-ENT-SENS TO WS-ARG-SENS
               WHEN "REVOKE"
                   MOVE "-" TO WS-ARG-CLASSES
                   MOVE "NONE" TO WS-ARG-TRADS
                   MOVE "N" TO WS-ARG-SENS
               WHEN "REDUCE"
                   PERFORM 4000-CHECK-REDUCTION THRU 4000-EXIT
           END-EVALUATE.
           IF WS-ATTEST-RC NOT = 0
               GO TO 3090-RELEASE
           END-IF.
           PERFORM 5000-APPEND-ATTESTATION THRU 5000-EXIT.
           DISPLAY "RECERT-ATTEST: "
                   FUNCTION TRIM(WS-ARG-OPERATOR) " "
                   FUNCTION TRIM(WS-ACTION)
                   " recorded for campaign " WS-CAMP-ID.
       3090-RELEASE.
           MOVE "DEQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
       3000-EXIT.
           EXIT.

      *> A reduction may only take away from the snapshot.
       4000-CHECK-REDUCTION.
           MOVE FUNCTION UPPER-CASE(WS-ARG-CLASSES) TO WS-ARG-CLASSES.
           MOVE FUNCTION UPPER-CASE(WS-ARG-SENS) TO WS-ARG-SENS.
           IF WS-ARG-CLASSES = SPACES OR WS-ARG-TRADS = SPACES
                   OR (WS-ARG-SENS NOT = "Y" AND WS-ARG-SENS NOT = "N")
               DISPLAY "RECERT-ATTEST: REDUCE needs "
                       """operator|classes|traditions|Y/N"""
               MOVE 8 TO WS-ATTEST-RC
               GO TO 4000-EXIT
           END-IF.
           SET REDUCE-IS-SUBSET TO TRUE.
           IF WS-ARG-CLASSES NOT = "-"
               PERFORM 4100-CHECK-ONE-CLASS THRU 4100-EXIT
                   VARYING WS-CHAR-POS FROM 1 BY 1
                   UNTIL WS-CHAR-POS > 10
           END-IF.
           IF WS-ARG-SENS = "Y" AND WS-ENT-SENS NOT = "Y"
               MOVE "N" TO WS-REDUCE-OK
           END-IF.
           IF WS-ARG-TRADS(1:3) = "ALL"
               IF WS-ENT-TRADS(1:3) NOT = "ALL"
                   MOVE "N" TO WS-REDUCE-OK
               END-IF
           ELSE
               IF WS-ARG-TRADS NOT = "NONE"
                       AND WS-ENT-TRADS(1:3) NOT = "ALL"
                   PERFORM 4200-CHECK-TRADITIONS THRU 4200-EXIT
               END-IF
           END-IF.
           IF NOT REDUCE-IS-SUBSET
               DISPLAY "RECERT-ATTEST: a reduction cannot grant "
                       "more than "
                       FUNCTION TRIM(WS-ARG-OPERATOR) " holds ("
                       FUNCTION TRIM(WS-ENT-CLASSES) " "
                       FUNCTION TRIM(WS-ENT-TRADS) " sensitive "
                       WS-ENT-SENS ")"
               MOVE 8 TO WS-ATTEST-RC
           END-IF.
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-CLASS.
           IF WS-ARG-CLASSES(WS-CHAR-POS:1) = SPACE
               GO TO 4100-EXIT
           END-IF.
           MOVE 0 TO WS-HITS.
           INSPECT WS-ENT-CLASSES TALLYING WS-HITS
               FOR ALL WS-ARG-CLASSES(WS-CHAR-POS:1).
           IF WS-HITS = 0
               MOVE "N" TO WS-REDUCE-OK
           END-IF.
       4100-EXIT.
           EXIT.

      *> Comma-guarded, as DLGSCOPE probes, so "buddhism" is not
      *> found inside "buddhism_extra".
       4200-CHECK-TRADITIONS.
           MOVE SPACES TO WS-OLD-PROBE.
           STRING "," FUNCTION TRIM(WS-ENT-TRADS) ","
               DELIMITED BY SIZE INTO WS-OLD-PROBE
           END-STRING.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ARG-TRADS))
               TO WS-TRAD-LEN.
           MOVE 1 TO WS-TRAD-PTR.
           PERFORM 4210-CHECK-ONE-TRADITION THRU 4210-EXIT
               UNTIL WS-TRAD-PTR > WS-TRAD-LEN.
       4200-EXIT.
           EXIT.

       4210-CHECK-ONE-TRADITION.
           MOVE SPACES TO WS-TRAD-ONE.
           UNSTRING WS-ARG-TRADS DELIMITED BY ","
               INTO WS-TRAD-ONE
               WITH POINTER WS-TRAD-PTR
           END-UNSTRING.
           IF WS-TRAD-ONE = SPACES
               GO TO 4210-EXIT
           END-IF.
           MOVE SPACES TO WS-NEW-PROBE.
           STRING "," FUNCTION TRIM(WS-TRAD-ONE) ","
               DELIMITED BY SIZE INTO WS-NEW-PROBE
           END-STRING.
           MOVE 0 TO WS-HITS.
           INSPECT WS-OLD-PROBE TALLYING WS-HITS
               FOR ALL FUNCTION TRIM(WS-NEW-PROBE).
           IF WS-HITS = 0
               MOVE "N" TO WS-REDUCE-OK
           END-IF.
       4210-EXIT.
           EXIT.

       5000-APPEND-ATTESTATION.
           OPEN EXTEND CAMP-FILE.
           MOVE SPACES TO CAMP-LINE.
           STRING "T|"                            DELIMITED BY SIZE
                  WS-CAMP-ID                      DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-OPERATOR)  DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACTION)        DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-CLASSES)   DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-TRADS)     DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-ARG-SENS(1:1)                DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID)   DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP                DELIMITED BY SIZE
                  INTO CAMP-LINE
           END-STRING.
           WRITE CAMP-LINE.
           CLOSE CAMP-FILE.
       5000-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "recert_campaign.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
       0900-EXIT.
           EXIT.
