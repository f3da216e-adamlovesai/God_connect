      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> EMBARGO-RELEASE
      *>
      *> The release half of the embargo register (EMBARGO-MAINT,
      *> batch/embargoes.dat). DLGEMBG lets an embargoed dialogue
      *> appear the minute its release falls due, but nothing
      *> downstream would know it had: it was loaded in Lent, so
      *> the nightly subscriber match (catalog entries since
      *> today) would never offer it. This job runs at the release
      *> time - embargo_release_poll.sh through the day, the
      *> nightly network once more - and for every embargo fallen
      *> due or lifted whose release flows have not run:
      *>
      *>     - counts the dialogues the extract holds under it that
      *>       are now visible (one still held by another embargo
      *>       waits for that one),
      *>     - raises an EMBARGO-RELEASED notification event
      *>       (DLGNTFY) naming the embargo and the count,
      *>     - appends R|embargo-id|dialogues|released-by|stamp to
      *>       the register and an EMBARGO-RELEASED audit line, so a
      *>       rerun never releases the same embargo twice,
      *>
      *> and then, once, runs the subscriber and notification flows
      *> as if the dialogues had just been loaded:
      *>
      *>     sh batch/run_tool.sh subscriber_match <release date>
      *>     sh batch/run_tool.sh notify_gateway
      *>
      *> SUBSCRIBER-MATCH takes a dialogue released on or after its
      *> FROM date as new, whatever its catalog date, and its
      *> subscriber/path pairs are never written twice, so the
      *> earliest release in the batch is a safe FROM.
      *>
      *> Usage:
      *>     embargo_release
      *>
      *> RETURN-CODE: 0 released (or nothing due); 8 a release
      *> flow ended in error - the embargoes are marked released
      *> and the command to rerun is displayed; 12 the enqueue on
      *> the register could not be had.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMBARGO-RELEASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMB-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMB-STATUS.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMB-FILE.
       01  EMB-LINE                 PIC X(500).

       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-EMB-STATUS            PIC X(02) VALUE SPACES.
       01  WS-DATA-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EOF-EMB               PIC X(01) VALUE "N".
           88  NO-MORE-EMBARGOES             VALUE "Y".
       01  WS-EOF-DATA              PIC X(01) VALUE "N".
           88  NO-MORE-DATA                  VALUE "Y".
       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).

       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-NOW                   PIC X(16).
       01  WS-STAMP-IN              PIC X(21).
       01  WS-STAMP-OUT             PIC X(16).

      *> The register folded: each embargo's scope, key, when it
      *> ends (the lift's stamp once lifted) and whether its
      *> release flows have run.
       01  WS-EMB-MAX               PIC 9(03) VALUE 300.
       01  WS-EMB-COUNT             PIC 9(03) VALUE 0.
       01  WS-EMB-TABLE.
           05  WS-EMB-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-EMB-IDX.
               10  WS-EMB-ID        PIC X(04).
               10  WS-EMB-SCOPE     PIC X(10).
               10  WS-EMB-KEY       PIC X(200).
               10  WS-EMB-KLEN      PIC 9(03).
               10  WS-EMB-RELEASE   PIC X(16).
               10  WS-EMB-STATE     PIC X(01).
      *>             A active, L lifted, R released
               10  WS-EMB-DUE       PIC X(01).
               10  WS-EMB-DIALOGUES PIC 9(05).
       01  WS-EMB-POS               PIC 9(03) VALUE 0.
       01  WS-EMB-FOUND             PIC 9(03) VALUE 0.
       01  WS-DUE-COUNT             PIC 9(03) VALUE 0.
       01  WS-EARLIEST              PIC X(16) VALUE HIGH-VALUES.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(200).
       01  WS-IN-F3                 PIC X(200).
       01  WS-IN-F4                 PIC X(200).
       01  WS-IN-F5                 PIC X(200).
       01  WS-IN-F6                 PIC X(60).
       01  WS-IN-F7                 PIC X(60).
       01  WS-IN-COLL               PIC X(60).
       01  WS-IN-PATH               PIC X(200).
       01  WS-COVERS                PIC X(01).
       01  WS-TOTAL-RELEASED        PIC 9(05) VALUE 0.
       01  WS-STILL-HELD            PIC 9(05) VALUE 0.

       01  WS-EMBG-PATH             PIC X(200).
       01  WS-EMBG-RC               PIC X(02).
       01  WS-EMBG-ID               PIC X(04).
       01  WS-EMBG-RELEASE          PIC X(16).

       01  WS-NTF-EVENT             PIC X(20).
       01  WS-NTF-KEY               PIC X(200).
       01  WS-NTF-DETAIL            PIC X(120).
       01  WS-AUDIT-TEXT            PIC X(200).

       01  WS-ENQ-ACTION            PIC X(03).
       01  WS-ENQ-RESOURCE          PIC X(20).
       01  WS-ENQ-RC                PIC X(02).

       01  WS-SYS-COMMAND           PIC X(400).
       01  WS-SYS-RC                PIC S9(09) VALUE 0.
       01  WS-FLOW-FAILED           PIC X(01) VALUE "N".
           88  A-FLOW-FAILED                 VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP TO WS-STAMP-IN.
           PERFORM 8000-STAMP-TO-RELEASE THRU 8000-EXIT.
           MOVE WS-STAMP-OUT TO WS-NOW.
           MOVE "ENQ" TO WS-ENQ-ACTION.
           MOVE "embargoes" TO WS-ENQ-RESOURCE.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           IF WS-ENQ-RC = "12"
               DISPLAY "EMBARGO-RELEASE: could not take the "
                       "enqueue - the next run will release"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1000-LOAD-EMBARGOES THRU 1000-EXIT
               UNTIL NO-MORE-EMBARGOES.
           PERFORM 1300-MARK-ONE-DUE THRU 1300-EXIT
               VARYING WS-EMB-POS FROM 1 BY 1
               UNTIL WS-EMB-POS > WS-EMB-COUNT.
           IF WS-DUE-COUNT = 0
               PERFORM 9000-DEQUEUE THRU 9000-EXIT
               DISPLAY "EMBARGO-RELEASE: nothing due at " WS-NOW
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CFN-02 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               PERFORM 9000-DEQUEUE THRU 9000-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DATA-FILE.
           IF WS-DATA-STATUS = "00"
               PERFORM 2000-COUNT-ONE-DIALOGUE THRU 2000-EXIT
                   UNTIL NO-MORE-DATA
               CLOSE DATA-FILE
           END-IF.
           PERFORM 3000-RELEASE-ONE-EMBARGO THRU 3000-EXIT
               VARYING WS-EMB-POS FROM 1 BY 1
               UNTIL WS-EMB-POS > WS-EMB-COUNT.
           PERFORM 9000-DEQUEUE THRU 9000-EXIT.
           DISPLAY "EMBARGO-RELEASE: " WS-DUE-COUNT
                   " embargo(es) released, " WS-TOTAL-RELEASED
                   " dialogue(s) now visible".
           IF WS-STILL-HELD > 0
               DISPLAY "EMBARGO-RELEASE: " WS-STILL-HELD
                       " dialogue(s) still held by a later embargo"
           END-IF.
           PERFORM 4000-RUN-RELEASE-FLOWS THRU 4000-EXIT.
           IF A-FLOW-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-LOAD-EMBARGOES.
           IF WS-EMB-STATUS = SPACES
               OPEN INPUT EMB-FILE
               IF WS-EMB-STATUS NOT = "00"
                   SET NO-MORE-EMBARGOES TO TRUE
                   MOVE SPACES TO WS-EMB-STATUS
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           READ EMB-FILE
               AT END
                   SET NO-MORE-EMBARGOES TO TRUE
                   CLOSE EMB-FILE
                   MOVE SPACES TO WS-EMB-STATUS
               NOT AT END
                   MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4
                                  WS-IN-F5
                   EVALUATE TRUE
                       WHEN EMB-LINE(1:2) = "E|"
                           UNSTRING EMB-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                    WS-IN-F4 WS-IN-F5
                           END-UNSTRING
                           PERFORM 1200-ADD-EMBARGO THRU 1200-EXIT
                       WHEN EMB-LINE(1:2) = "M|"
                           UNSTRING EMB-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                           END-UNSTRING
                           PERFORM 1100-FIND-EMBARGO THRU 1100-EXIT
                           IF WS-EMB-FOUND > 0
                               MOVE WS-IN-F3(1:16) TO
                                   WS-EMB-RELEASE (WS-EMB-FOUND)
                           END-IF
                       WHEN EMB-LINE(1:2) = "L|"
                           UNSTRING EMB-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                    WS-IN-F4 WS-IN-F5
                           END-UNSTRING
                           PERFORM 1100-FIND-EMBARGO THRU 1100-EXIT
                           IF WS-EMB-FOUND > 0
                                   AND WS-EMB-STATE (WS-EMB-FOUND)
                                       = "A"
                               MOVE WS-IN-F5(1:21) TO WS-STAMP-IN
                               PERFORM 8000-STAMP-TO-RELEASE
                                   THRU 8000-EXIT
                               MOVE WS-STAMP-OUT TO
                                   WS-EMB-RELEASE (WS-EMB-FOUND)
                               MOVE "L" TO
                                   WS-EMB-STATE (WS-EMB-FOUND)
                           END-IF
                       WHEN EMB-LINE(1:2) = "R|"
                           UNSTRING EMB-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2
                           END-UNSTRING
                           PERFORM 1100-FIND-EMBARGO THRU 1100-EXIT
                           IF WS-EMB-FOUND > 0
                               MOVE "R" TO
                                   WS-EMB-STATE (WS-EMB-FOUND)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       1000-EXIT.
           EXIT.

       1100-FIND-EMBARGO.
           MOVE 0 TO WS-EMB-FOUND.
           SET WS-EMB-IDX TO 1.
           IF WS-EMB-COUNT > 0
               SEARCH WS-EMB-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EMB-IDX > WS-EMB-COUNT
                       CONTINUE
                   WHEN WS-EMB-ID (WS-EMB-IDX) = WS-IN-F2(1:4)
                       SET WS-EMB-FOUND TO WS-EMB-IDX
               END-SEARCH
           END-IF.
       1100-EXIT.
           EXIT.

       1200-ADD-EMBARGO.
           IF WS-EMB-COUNT NOT < WS-EMB-MAX
               OR WS-IN-F4 = SPACES
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-EMB-COUNT.
           MOVE WS-IN-F2(1:4) TO WS-EMB-ID (WS-EMB-COUNT).
           MOVE FUNCTION UPPER-CASE(WS-IN-F3(1:10))
               TO WS-EMB-SCOPE (WS-EMB-COUNT).
           MOVE WS-IN-F4 TO WS-EMB-KEY (WS-EMB-COUNT).
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-IN-F4))
               TO WS-EMB-KLEN (WS-EMB-COUNT).
           MOVE WS-IN-F5(1:16) TO WS-EMB-RELEASE (WS-EMB-COUNT).
           MOVE "A" TO WS-EMB-STATE (WS-EMB-COUNT).
           MOVE "N" TO WS-EMB-DUE (WS-EMB-COUNT).
           MOVE 0 TO WS-EMB-DIALOGUES (WS-EMB-COUNT).
       1200-EXIT.
           EXIT.

      *> Due: lifted, or its release time reached, and no R record
      *> yet.
       1300-MARK-ONE-DUE.
           IF WS-EMB-STATE (WS-EMB-POS) = "R"
               GO TO 1300-EXIT
           END-IF.
           IF WS-EMB-STATE (WS-EMB-POS) = "L"
                   OR WS-EMB-RELEASE (WS-EMB-POS) NOT > WS-NOW
               MOVE "Y" TO WS-EMB-DUE (WS-EMB-POS)
               ADD 1 TO WS-DUE-COUNT
               IF WS-EMB-RELEASE (WS-EMB-POS) < WS-EARLIEST
                   MOVE WS-EMB-RELEASE (WS-EMB-POS) TO WS-EARLIEST
               END-IF
           END-IF.
       1300-EXIT.
           EXIT.

      *> H|path|topic|mode|msgcount|collection|... - each live
      *> dialogue is offered to every due embargo.
       2000-COUNT-ONE-DIALOGUE.
           READ DATA-FILE
               AT END
                   SET NO-MORE-DATA TO TRUE
               NOT AT END
                   IF DATA-LINE(1:2) NOT = "H|"
                       GO TO 2000-EXIT
                   END-IF
                   MOVE SPACES TO WS-IN-PATH WS-IN-COLL
                   UNSTRING DATA-LINE DELIMITED BY "|"
                       INTO WS-IN-TAG WS-IN-PATH WS-IN-F3
                            WS-IN-F6 WS-IN-F7 WS-IN-COLL
                   END-UNSTRING
                   PERFORM 2100-PROBE-ONE-DUE THRU 2100-EXIT
                       VARYING WS-EMB-POS FROM 1 BY 1
                       UNTIL WS-EMB-POS > WS-EMB-COUNT
           END-READ.
       2000-EXIT.
           EXIT.

       2100-PROBE-ONE-DUE.
           IF WS-EMB-DUE (WS-EMB-POS) NOT = "Y"
               GO TO 2100-EXIT
           END-IF.
           MOVE "N" TO WS-COVERS.
           EVALUATE WS-EMB-SCOPE (WS-EMB-POS)
               WHEN "PATH"
                   IF WS-IN-PATH(1:WS-EMB-KLEN (WS-EMB-POS))
                           = WS-EMB-KEY (WS-EMB-POS)
                               (1:WS-EMB-KLEN (WS-EMB-POS))
                       MOVE "Y" TO WS-COVERS
                   END-IF
               WHEN "COLLECTION"
                   IF WS-IN-COLL NOT = SPACES
                       AND WS-IN-COLL = WS-EMB-KEY (WS-EMB-POS)(1:60)
                       MOVE "Y" TO WS-COVERS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-COVERS = "N"
               GO TO 2100-EXIT
           END-IF.
      *> Another embargo may still hold it; then it is that
      *> embargo's to release.
           MOVE WS-IN-PATH TO WS-EMBG-PATH.
           CALL "DLGEMBG" USING WS-EMBG-PATH WS-EMBG-RC WS-EMBG-ID
                                WS-EMBG-RELEASE.
           IF WS-EMBG-RC = "12"
               ADD 1 TO WS-STILL-HELD
           ELSE
               ADD 1 TO WS-EMB-DIALOGUES (WS-EMB-POS)
               ADD 1 TO WS-TOTAL-RELEASED
               DISPLAY "EMBARGO-RELEASE: " WS-EMB-ID (WS-EMB-POS)
                       " releases " FUNCTION TRIM(WS-IN-PATH)
           END-IF.
       2100-EXIT.
           EXIT.

       3000-RELEASE-ONE-EMBARGO.
           IF WS-EMB-DUE (WS-EMB-POS) NOT = "Y"
               GO TO 3000-EXIT
           END-IF.
           MOVE "EMBARGO-RELEASED" TO WS-NTF-EVENT.
           MOVE SPACES TO WS-NTF-KEY WS-NTF-DETAIL.
           STRING "embargo " WS-EMB-ID (WS-EMB-POS)
               DELIMITED BY SIZE INTO WS-NTF-KEY
           END-STRING.
           STRING WS-EMB-DIALOGUES (WS-EMB-POS)
                  " dialogue(s) released at "
                  WS-EMB-RELEASE (WS-EMB-POS) ": "
                  FUNCTION TRIM(WS-EMB-SCOPE (WS-EMB-POS)) " "
                  FUNCTION TRIM(WS-EMB-KEY (WS-EMB-POS))
               DELIMITED BY SIZE INTO WS-NTF-DETAIL
           END-STRING.
           CALL "DLGNTFY" USING WS-NTF-EVENT WS-NTF-KEY
                                WS-NTF-DETAIL.
           OPEN EXTEND EMB-FILE.
           MOVE SPACES TO EMB-LINE.
           STRING "R|" WS-EMB-ID (WS-EMB-POS) "|"
                  WS-EMB-DIALOGUES (WS-EMB-POS) "|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO EMB-LINE
           END-STRING.
           WRITE EMB-LINE.
           CLOSE EMB-FILE.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "EMBARGO-RELEASED " WS-EMB-ID (WS-EMB-POS) " "
                  WS-EMB-DIALOGUES (WS-EMB-POS) " DIALOGUE(S)"
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
       3000-EXIT.
           EXIT.

      *> CALL "SYSTEM" hands back the shell's wait status: the
      *> job's own return code is in the high byte. SUBSCRIBER-
      *> MATCH's 4 (no subscriptions) is not a failure.
       4000-RUN-RELEASE-FLOWS.
           IF WS-TOTAL-RELEASED = 0
               GO TO 4100-NOTIFY
           END-IF.
           MOVE SPACES TO WS-SYS-COMMAND.
           STRING "sh batch/run_tool.sh subscriber_match "
                  WS-EARLIEST(1:10)
               DELIMITED BY SIZE INTO WS-SYS-COMMAND
           END-STRING.
           CALL "SYSTEM" USING WS-SYS-COMMAND.
           COMPUTE WS-SYS-RC = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
           IF WS-SYS-RC > 4
               SET A-FLOW-FAILED TO TRUE
               DISPLAY "EMBARGO-RELEASE: SUBSCRIBER-MATCH ended RC "
                       WS-SYS-RC " - rerun by hand: "
                       FUNCTION TRIM(WS-SYS-COMMAND)
           END-IF.
       4100-NOTIFY.
           MOVE SPACES TO WS-SYS-COMMAND.
           MOVE "sh batch/run_tool.sh notify_gateway"
               TO WS-SYS-COMMAND.
           CALL "SYSTEM" USING WS-SYS-COMMAND.
           COMPUTE WS-SYS-RC = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
           IF WS-SYS-RC > 4
               SET A-FLOW-FAILED TO TRUE
               DISPLAY "EMBARGO-RELEASE: NOTIFY-GATEWAY ended RC "
                       WS-SYS-RC " - rerun by hand: "
                       FUNCTION TRIM(WS-SYS-COMMAND)
           END-IF.
       4000-EXIT.
           EXIT.

      *> A CURRENT-DATE stamp as the register's "YYYY-MM-DD HH:MM".
       8000-STAMP-TO-RELEASE.
           MOVE SPACES TO WS-STAMP-OUT.
           STRING WS-STAMP-IN(1:4) "-" WS-STAMP-IN(5:2) "-"
                  WS-STAMP-IN(7:2) " " WS-STAMP-IN(9:2) ":"
                  WS-STAMP-IN(11:2)
               DELIMITED BY SIZE INTO WS-STAMP-OUT
           END-STRING.
       8000-EXIT.
           EXIT.

       9000-DEQUEUE.
           MOVE "DEQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
       9000-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "embargoes.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "dialogue_data.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
       0900-EXIT.
           EXIT.
