      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> RELATED-MAINT
      *>
      *> Keeps the editors' rulings on related dialogues,
      *> batch/related_rulings.dat, which RELATED-BUILD applies to
      *> the computed list each night. An editor who knows the
      *> judgment belongs beside the Krishna conversation pins it
      *> there; one who finds two records paired on nothing but a
      *> shared word suppresses the pairing. Rulings are one-way -
      *> a pin under A says nothing about what is offered under B.
      *>
      *>     P|path|related-path|reason|operator|stamp
      *>     S|path|related-path|reason|operator|stamp
      *>     X|path|related-path||operator|stamp
      *>
      *> The latest line for a pair is its ruling; X clears it.
      *>
      *> Commands:
      *>     related_maint PIN "path|related-path|reason"
      *>         always offer related-path under path, first
      *>     related_maint SUPPRESS "path|related-path|reason"
      *>         never offer related-path under path
      *>     related_maint CLEAR "path|related-path"
      *>         withdraw the ruling; the computed list rules again
      *>     related_maint LIST ["path"]
      *>         show the rulings in force, or one path's rulings
      *>         and the list the kiosk offers for it tonight
      *>
      *> Either path may be given as a dialogue number (DLGNUM).
      *> Both must be on the catalog and must differ. PIN,
      *> SUPPRESS and CLEAR need update authority (DLGAUTH class
      *> U), run under the shared enqueue (DLGENQ) and are logged
      *> to the audit trail; after the dequeue RELATED-BUILD is
      *> rerun so the ruling reaches the kiosk and the site now
      *> rather than at the next nightly. The file is append-only;
      *> the history is its own audit.
      *>
      *> RETURN-CODE 0, 8 a bad command or a rebuild that failed
      *> (the ruling stands), 12 no authority or the enqueue held.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATED-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULING-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULING-STATUS.
           SELECT CATALOG-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULING-FILE.
       01  RULING-LINE              PIC X(600).
       FD  CATALOG-FILE.
       01  CATALOG-LINE             PIC X(400).

       WORKING-STORAGE SECTION.
       COPY DLGREL01.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-RULING-STATUS         PIC X(02) VALUE SPACES.
       01  WS-CATALOG-STATUS        PIC X(02) VALUE SPACES.
       01  WS-EOF-RULING            PIC X(01) VALUE "N".
           88  NO-MORE-RULING                VALUE "Y".
       01  WS-EOF-CATALOG           PIC X(01) VALUE "N".
           88  NO-MORE-CATALOG               VALUE "Y".
       01  WS-AUTH-PGM              PIC X(30) VALUE "RELATED-MAINT".
       01  WS-AUTH-CLASS            PIC X(01) VALUE "U".
       01  WS-AUTH-RC               PIC X(02).

       01  WS-CMD-LINE              PIC X(600) VALUE SPACES.
       01  WS-COMMAND               PIC X(10) VALUE SPACES.
       01  WS-REST                  PIC X(580) VALUE SPACES.
       01  WS-ARG-PATH              PIC X(200) VALUE SPACES.
       01  WS-ARG-RELATED           PIC X(200) VALUE SPACES.
       01  WS-ARG-REASON            PIC X(160) VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-AUDIT-TEXT            PIC X(200).
       01  WS-RULING-TAG            PIC X(01).
       01  WS-RULING-WORD           PIC X(10).
       01  WS-PATHS-OK              PIC X(01).
           88  PATHS-ARE-VALID               VALUE "Y".
       01  WS-RULED                 PIC X(01) VALUE "N".
           88  RULING-WAS-WRITTEN            VALUE "Y".

      *> Rulings folded while reading: the latest line for a pair
      *> replaces what went before it.
       01  WS-RUL-MAX               PIC 9(03) VALUE 500.
       01  WS-RUL-COUNT             PIC 9(03) VALUE 0.
       01  WS-RUL-TABLE.
           05  WS-RUL-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-RUL-IDX.
               10  WS-RUL-PATH      PIC X(200).
               10  WS-RUL-RELATED   PIC X(200).
               10  WS-RUL-TYPE      PIC X(01).
      *>             P pinned, S suppressed, X cleared
               10  WS-RUL-REASON    PIC X(60).
               10  WS-RUL-BY        PIC X(20).
               10  WS-RUL-SET       PIC X(08).
       01  WS-RUL-POS               PIC 9(03) VALUE 0.
       01  WS-RUL-FOUND             PIC 9(03) VALUE 0.
       01  WS-LISTED                PIC 9(03) VALUE 0.

       01  WS-SEEK-PATH             PIC X(200).
       01  WS-SEEK-FOUND            PIC X(01).
           88  PATH-IS-CATALOGUED            VALUE "Y".
       01  WS-SEEK-TOPIC            PIC X(80).

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(200).
       01  WS-IN-F3                 PIC X(200).
       01  WS-IN-F4                 PIC X(160).
       01  WS-IN-F5                 PIC X(60).
       01  WS-IN-F6                 PIC X(60).

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
           IF WS-COMMAND = "PIN" OR "SUPPRESS" OR "CLEAR"
               CALL "DLGAUTH" USING WS-AUTH-PGM WS-AUTH-CLASS
                                   WS-AUTH-RC
               IF WS-AUTH-RC = "12"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "ENQ" TO WS-ENQ-ACTION
               MOVE "related" TO WS-ENQ-RESOURCE
               CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                                   WS-ENQ-RC
               IF WS-ENQ-RC = "12"
                   DISPLAY "RELATED-MAINT: could not take the "
                           "enqueue - try again or see ENQ-CONSOLE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 1000-LOAD-RULINGS THRU 1000-EXIT
               UNTIL NO-MORE-RULING.
           EVALUATE WS-COMMAND
               WHEN "PIN"
                   MOVE "P" TO WS-RULING-TAG
                   MOVE "PINNED" TO WS-RULING-WORD
                   PERFORM 2000-RULE-PAIR THRU 2000-EXIT
               WHEN "SUPPRESS"
                   MOVE "S" TO WS-RULING-TAG
                   MOVE "SUPPRESSED" TO WS-RULING-WORD
                   PERFORM 2000-RULE-PAIR THRU 2000-EXIT
               WHEN "CLEAR"
                   MOVE "X" TO WS-RULING-TAG
                   MOVE "CLEARED" TO WS-RULING-WORD
                   PERFORM 3000-CLEAR-PAIR THRU 3000-EXIT
               WHEN "LIST"
                   PERFORM 5000-LIST-RULINGS THRU 5000-EXIT
               WHEN OTHER
                   DISPLAY "RELATED-MAINT: usage:"
                   DISPLAY "  related_maint PIN "
                           """path|related-path|reason"""
                   DISPLAY "  related_maint SUPPRESS "
                           """path|related-path|reason"""
                   DISPLAY "  related_maint CLEAR "
                           """path|related-path"""
                   DISPLAY "  related_maint LIST [""path""]"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
      *> The dequeue CALL resets RETURN-CODE; keep the verdict. The
      *> rebuild runs after the dequeue - RELATED-BUILD reads the
      *> rulings this run has just written.
           IF WS-COMMAND = "PIN" OR "SUPPRESS" OR "CLEAR"
               MOVE RETURN-CODE TO WS-SAVE-RC
               MOVE "DEQ" TO WS-ENQ-ACTION
               CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                                   WS-ENQ-RC
               MOVE WS-SAVE-RC TO RETURN-CODE
           END-IF.
           IF RULING-WAS-WRITTEN
               PERFORM 6000-REBUILD-RELATED THRU 6000-EXIT
           END-IF.
           STOP RUN.

       1000-LOAD-RULINGS.
           IF WS-RULING-STATUS = SPACES
               OPEN INPUT RULING-FILE
               IF WS-RULING-STATUS NOT = "00"
                   SET NO-MORE-RULING TO TRUE
                   MOVE SPACES TO WS-RULING-STATUS
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           READ RULING-FILE
               AT END
                   SET NO-MORE-RULING TO TRUE
                   CLOSE RULING-FILE
                   MOVE SPACES TO WS-RULING-STATUS
                   GO TO 1000-EXIT
           END-READ.
           IF RULING-LINE(1:2) NOT = "P|"
                   AND RULING-LINE(1:2) NOT = "S|"
                   AND RULING-LINE(1:2) NOT = "X|"
               GO TO 1000-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6.
           UNSTRING RULING-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6
           END-UNSTRING.
           PERFORM 1100-FIND-RULING THRU 1100-EXIT.
           IF WS-RUL-FOUND = 0
               IF WS-RUL-COUNT NOT < WS-RUL-MAX
                   GO TO 1000-EXIT
               END-IF
               ADD 1 TO WS-RUL-COUNT
               MOVE WS-RUL-COUNT TO WS-RUL-FOUND
               MOVE WS-IN-F2 TO WS-RUL-PATH (WS-RUL-FOUND)
               MOVE WS-IN-F3 TO WS-RUL-RELATED (WS-RUL-FOUND)
           END-IF.
           MOVE WS-IN-TAG TO WS-RUL-TYPE (WS-RUL-FOUND).
           MOVE WS-IN-F4(1:60) TO WS-RUL-REASON (WS-RUL-FOUND).
           MOVE WS-IN-F5(1:20) TO WS-RUL-BY (WS-RUL-FOUND).
           MOVE WS-IN-F6(1:8) TO WS-RUL-SET (WS-RUL-FOUND).
       1000-EXIT.
           EXIT.

      *> The pair in WS-IN-F2/WS-IN-F3.
       1100-FIND-RULING.
           MOVE 0 TO WS-RUL-FOUND.
           SET WS-RUL-IDX TO 1.
           IF WS-RUL-COUNT > 0
               SEARCH WS-RUL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RUL-IDX > WS-RUL-COUNT
                       CONTINUE
                   WHEN WS-RUL-PATH (WS-RUL-IDX) = WS-IN-F2
                           AND WS-RUL-RELATED (WS-RUL-IDX) = WS-IN-F3
                       SET WS-RUL-FOUND TO WS-RUL-IDX
               END-SEARCH
           END-IF.
       1100-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> PIN and SUPPRESS. Ruling a pair the way it is already
      *> ruled writes nothing.
      *>----------------------------------------------------------*>
       2000-RULE-PAIR.
           UNSTRING WS-REST DELIMITED BY "|"
               INTO WS-ARG-PATH WS-ARG-RELATED WS-ARG-REASON
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-ARG-REASON) TO WS-ARG-REASON.
           IF WS-ARG-REASON = SPACES
               DISPLAY "RELATED-MAINT: " FUNCTION TRIM(WS-COMMAND)
                       " needs ""path|related-path|reason"""
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 7000-CHECK-PATHS THRU 7000-EXIT.
           IF NOT PATHS-ARE-VALID
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-ARG-PATH TO WS-IN-F2.
           MOVE WS-ARG-RELATED TO WS-IN-F3.
           PERFORM 1100-FIND-RULING THRU 1100-EXIT.
           IF WS-RUL-FOUND > 0
               IF WS-RUL-TYPE (WS-RUL-FOUND) = WS-RULING-TAG
                   DISPLAY "RELATED-MAINT: already "
                           FUNCTION TRIM(WS-RULING-WORD) " on "
                           WS-RUL-SET (WS-RUL-FOUND) " by "
                           FUNCTION TRIM(WS-RUL-BY (WS-RUL-FOUND))
                           " - nothing written"
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           PERFORM 8000-WRITE-RULING THRU 8000-EXIT.
           DISPLAY "RELATED-MAINT: " FUNCTION TRIM(WS-ARG-RELATED)
                   " " FUNCTION TRIM(WS-RULING-WORD) " under "
                   FUNCTION TRIM(WS-ARG-PATH).
       2000-EXIT.
           EXIT.

       3000-CLEAR-PAIR.
           UNSTRING WS-REST DELIMITED BY "|"
               INTO WS-ARG-PATH WS-ARG-RELATED
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-ARG-PATH) TO WS-ARG-PATH.
           MOVE FUNCTION TRIM(WS-ARG-RELATED) TO WS-ARG-RELATED.
           CALL "DLGNUM" USING WS-ARG-PATH.
           CALL "DLGNUM" USING WS-ARG-RELATED.
           MOVE WS-ARG-PATH TO WS-IN-F2.
           MOVE WS-ARG-RELATED TO WS-IN-F3.
           PERFORM 1100-FIND-RULING THRU 1100-EXIT.
           IF WS-RUL-FOUND = 0
               DISPLAY "RELATED-MAINT: no ruling on that pair"
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           IF WS-RUL-TYPE (WS-RUL-FOUND) = "X"
               DISPLAY "RELATED-MAINT: that ruling was cleared on "
                       WS-RUL-SET (WS-RUL-FOUND) " by "
                       FUNCTION TRIM(WS-RUL-BY (WS-RUL-FOUND))
                       " - nothing written"
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO WS-ARG-REASON.
           PERFORM 8000-WRITE-RULING THRU 8000-EXIT.
           DISPLAY "RELATED-MAINT: ruling on "
                   FUNCTION TRIM(WS-ARG-RELATED) " under "
                   FUNCTION TRIM(WS-ARG-PATH)
                   " cleared - the computed list rules again".
       3000-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> LIST: every ruling in force, or one path's rulings and
      *> what DLGRELAT offers for it from the last build.
      *>----------------------------------------------------------*>
       5000-LIST-RULINGS.
           MOVE FUNCTION TRIM(WS-REST) TO WS-ARG-PATH.
           INSPECT WS-ARG-PATH REPLACING ALL """" BY SPACE.
           MOVE FUNCTION TRIM(WS-ARG-PATH) TO WS-ARG-PATH.
           IF WS-ARG-PATH NOT = SPACES
               CALL "DLGNUM" USING WS-ARG-PATH
           END-IF.
           DISPLAY "RELATED-DIALOGUE RULINGS IN FORCE".
           DISPLAY "=================================".
           MOVE 0 TO WS-LISTED.
           PERFORM 5100-LIST-ONE-RULING THRU 5100-EXIT
               VARYING WS-RUL-POS FROM 1 BY 1
               UNTIL WS-RUL-POS > WS-RUL-COUNT.
           IF WS-LISTED = 0
               DISPLAY "  (none)"
           END-IF.
           IF WS-ARG-PATH = SPACES
               GO TO 5000-EXIT
           END-IF.
           DISPLAY " ".
           DISPLAY "OFFERED UNDER " FUNCTION TRIM(WS-ARG-PATH).
           MOVE WS-ARG-PATH TO WS-RLT-PATH.
           MOVE 0 TO WS-RLT-SHOWN.
           MOVE "00" TO WS-RLT-RC.
           PERFORM 5200-LIST-ONE-OFFER THRU 5200-EXIT
               VARYING WS-RLT-SEQ FROM 1 BY 1
               UNTIL WS-RLT-SEQ > 20 OR WS-RLT-RC NOT = "00".
           IF WS-RLT-SHOWN = 0
               DISPLAY "  (none)"
           END-IF.
       5000-EXIT.
           EXIT.

       5100-LIST-ONE-RULING.
           IF WS-RUL-TYPE (WS-RUL-POS) = "X"
               GO TO 5100-EXIT
           END-IF.
           IF WS-ARG-PATH NOT = SPACES
                   AND WS-RUL-PATH (WS-RUL-POS) NOT = WS-ARG-PATH
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-LISTED.
           DISPLAY "  " FUNCTION TRIM(WS-RUL-PATH (WS-RUL-POS)).
           IF WS-RUL-TYPE (WS-RUL-POS) = "P"
               DISPLAY "       PINNED     "
                       FUNCTION TRIM(WS-RUL-RELATED (WS-RUL-POS))
           ELSE
               DISPLAY "       SUPPRESSED "
                       FUNCTION TRIM(WS-RUL-RELATED (WS-RUL-POS))
           END-IF.
           DISPLAY "       SET " WS-RUL-SET (WS-RUL-POS)
                   " BY " FUNCTION TRIM(WS-RUL-BY (WS-RUL-POS)).
           DISPLAY "       REASON: "
                   FUNCTION TRIM(WS-RUL-REASON (WS-RUL-POS)).
       5100-EXIT.
           EXIT.

       5200-LIST-ONE-OFFER.
           CALL "DLGRELAT" USING WS-RLT-PATH WS-RLT-SEQ WS-RLT-RELATED
                                 WS-RLT-TOPIC WS-RLT-FLAG WS-RLT-RC.
           IF WS-RLT-RC NOT = "00"
               GO TO 5200-EXIT
           END-IF.
           ADD 1 TO WS-RLT-SHOWN.
           IF RLT-PINNED
               DISPLAY "  " WS-RLT-SEQ ". "
                       FUNCTION TRIM(WS-RLT-TOPIC) " (pinned)"
           ELSE
               DISPLAY "  " WS-RLT-SEQ ". "
                       FUNCTION TRIM(WS-RLT-TOPIC)
           END-IF.
           DISPLAY "       " FUNCTION TRIM(WS-RLT-RELATED).
       5200-EXIT.
           EXIT.

      *> CALL "SYSTEM" hands back the shell's wait status: the job's
      *> own return code is in the high byte.
       6000-REBUILD-RELATED.
           MOVE RETURN-CODE TO WS-SAVE-RC.
           MOVE SPACES TO WS-SYS-COMMAND.
           MOVE "sh batch/run_tool.sh related_build"
               TO WS-SYS-COMMAND.
           CALL "SYSTEM" USING WS-SYS-COMMAND.
           COMPUTE WS-SYS-RC = RETURN-CODE / 256.
           MOVE WS-SAVE-RC TO RETURN-CODE.
           IF WS-SYS-RC > 4
               DISPLAY "RELATED-MAINT: RELATED-BUILD ended RC "
                       WS-SYS-RC " - the ruling stands; rerun by "
                       "hand: " FUNCTION TRIM(WS-SYS-COMMAND)
               MOVE 8 TO RETURN-CODE
           END-IF.
       6000-EXIT.
           EXIT.

      *> Both paths resolved (DLGNUM), on the catalog, and not the
      *> same record.
       7000-CHECK-PATHS.
           MOVE "N" TO WS-PATHS-OK.
           MOVE FUNCTION TRIM(WS-ARG-PATH) TO WS-ARG-PATH.
           MOVE FUNCTION TRIM(WS-ARG-RELATED) TO WS-ARG-RELATED.
           IF WS-ARG-PATH = SPACES OR WS-ARG-RELATED = SPACES
               DISPLAY "RELATED-MAINT: give both paths, "
                       """path|related-path|reason"""
               MOVE 8 TO RETURN-CODE
               GO TO 7000-EXIT
           END-IF.
           CALL "DLGNUM" USING WS-ARG-PATH.
           CALL "DLGNUM" USING WS-ARG-RELATED.
           IF WS-ARG-PATH = WS-ARG-RELATED
               DISPLAY "RELATED-MAINT: a dialogue cannot be related "
                       "to itself"
               MOVE 8 TO RETURN-CODE
               GO TO 7000-EXIT
           END-IF.
           MOVE WS-ARG-PATH TO WS-SEEK-PATH.
           PERFORM 7100-SEEK-ON-CATALOG THRU 7100-EXIT.
           IF NOT PATH-IS-CATALOGUED
               DISPLAY "RELATED-MAINT: " FUNCTION TRIM(WS-ARG-PATH)
                       " is not on the catalog"
               MOVE 8 TO RETURN-CODE
               GO TO 7000-EXIT
           END-IF.
           MOVE WS-ARG-RELATED TO WS-SEEK-PATH.
           PERFORM 7100-SEEK-ON-CATALOG THRU 7100-EXIT.
           IF NOT PATH-IS-CATALOGUED
               DISPLAY "RELATED-MAINT: "
                       FUNCTION TRIM(WS-ARG-RELATED)
                       " is not on the catalog"
               MOVE 8 TO RETURN-CODE
               GO TO 7000-EXIT
           END-IF.
           SET PATHS-ARE-VALID TO TRUE.
       7000-EXIT.
           EXIT.

       7100-SEEK-ON-CATALOG.
           MOVE "N" TO WS-SEEK-FOUND WS-EOF-CATALOG.
           MOVE SPACES TO WS-SEEK-TOPIC.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "RELATED-MAINT: no catalog at "
                       FUNCTION TRIM(WS-CFN-02)
                       " - run BUILD-CATALOG first"
               GO TO 7100-EXIT
           END-IF.
           PERFORM 7110-READ-ONE-RECORD THRU 7110-EXIT
               UNTIL NO-MORE-CATALOG OR PATH-IS-CATALOGUED.
           CLOSE CATALOG-FILE.
       7100-EXIT.
           EXIT.

       7110-READ-ONE-RECORD.
           READ CATALOG-FILE
               AT END
                   SET NO-MORE-CATALOG TO TRUE
                   GO TO 7110-EXIT
           END-READ.
           IF CATALOG-LINE(1:2) = "C|" OR CATALOG-LINE = SPACES
               GO TO 7110-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING CATALOG-LINE DELIMITED BY "|"
               INTO WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           IF WS-IN-F2 = WS-SEEK-PATH
               SET PATH-IS-CATALOGUED TO TRUE
               MOVE WS-IN-F3(1:80) TO WS-SEEK-TOPIC
           END-IF.
       7110-EXIT.
           EXIT.

      *> One ruling line for WS-ARG-PATH/WS-ARG-RELATED under
      *> WS-RULING-TAG, and its audit entry.
       8000-WRITE-RULING.
           OPEN EXTEND RULING-FILE.
           IF WS-RULING-STATUS = "35"
               OPEN OUTPUT RULING-FILE
           END-IF.
           MOVE SPACES TO RULING-LINE.
           STRING WS-RULING-TAG                   DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-PATH)      DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-RELATED)   DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-REASON)    DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID)   DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP                DELIMITED BY SIZE
                  INTO RULING-LINE
           END-STRING.
           WRITE RULING-LINE.
           CLOSE RULING-FILE.
           MOVE SPACES TO WS-RULING-STATUS.
           SET RULING-WAS-WRITTEN TO TRUE.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "RELATED-" FUNCTION TRIM(WS-RULING-WORD) " "
                  FUNCTION TRIM(WS-ARG-PATH) " > "
                  FUNCTION TRIM(WS-ARG-RELATED)
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
       8000-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "related_rulings.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "catalog.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
       0900-EXIT.
           EXIT.
