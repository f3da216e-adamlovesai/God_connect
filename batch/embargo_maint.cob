      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> EMBARGO-MAINT
      *>
      *> Maintains the embargo register batch/embargoes.dat that
      *> DLGEMBG enforces. The liturgy team loads and reviews a
      *> season's dialogues ahead of time and puts them under
      *> embargo here; until the release date and time the kiosk,
      *> the site, the bulletin, the reading plan, the subscriber
      *> notices, the exports and the browsing programs (for
      *> operators without update authority) all treat them as
      *> not yet existing. Moderation suppression is no longer the
      *> only way to hide a record, and nothing has to be
      *> remembered and undone - EMBARGO-RELEASE runs the
      *> subscriber and notification flows when the time comes.
      *>
      *>     E|embargo-id|scope|key|release|reason|set-by|stamp
      *>     M|embargo-id|release|set-by|stamp
      *>     L|embargo-id|reason|lifted-by|stamp
      *>     R|embargo-id|dialogues|released-by|stamp
      *>
      *> Commands:
      *>     embargo_maint SET "PATH|prefix|YYYY-MM-DD|HH:MM|reason"
      *>     embargo_maint SET "COLLECTION|collection-id|YYYY-MM-DD|
      *>                        HH:MM|reason"
      *>         put a path prefix or a collection under embargo
      *>         until the date and time given (a blank time is
      *>         00:00); the next embargo id is assigned
      *>     embargo_maint MOVE "id|YYYY-MM-DD|HH:MM"
      *>         move an embargo's release (Easter moves; so do
      *>         plans)
      *>     embargo_maint LIFT "id|reason"
      *>         lift an embargo now, ahead of its release
      *>     embargo_maint LIST
      *>         show the embargoes in force, and any fallen due
      *>         whose release flows have not yet run
      *>
      *> The release must lie in the future when it is set or
      *> moved, and a released or lifted embargo cannot be moved
      *> or lifted again. SET, MOVE and LIFT need update authority
      *> (DLGAUTH class U), run under the shared enqueue (DLGENQ)
      *> so parallel consoles cannot take the same embargo id, and
      *> are logged to the audit trail. The register is
      *> append-only; the history is its own audit.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMBARGO-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMB-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMB-FILE.
       01  EMB-LINE                 PIC X(500).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-EMB-STATUS            PIC X(02) VALUE SPACES.
       01  WS-EOF-EMB               PIC X(01) VALUE "N".
           88  NO-MORE-EMBARGOES             VALUE "Y".
       01  WS-AUTH-PGM              PIC X(30) VALUE "EMBARGO-MAINT".
       01  WS-AUTH-CLASS            PIC X(01) VALUE "U".
       01  WS-AUTH-RC               PIC X(02).

       01  WS-CMD-LINE              PIC X(400) VALUE SPACES.
       01  WS-COMMAND               PIC X(10) VALUE SPACES.
       01  WS-REST                  PIC X(380) VALUE SPACES.
       01  WS-ARG-SCOPE             PIC X(10) VALUE SPACES.
       01  WS-ARG-KEY               PIC X(200) VALUE SPACES.
       01  WS-ARG-DATE              PIC X(20) VALUE SPACES.
       01  WS-ARG-TIME              PIC X(20) VALUE SPACES.
       01  WS-ARG-REASON            PIC X(160) VALUE SPACES.
       01  WS-ARG-NUM               PIC X(04) VALUE SPACES.
       01  WS-ARG-RELEASE           PIC X(16) VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-NOW                   PIC X(16).
       01  WS-NEXT-NUM              PIC 9(04) VALUE 0.
       01  WS-AUDIT-TEXT            PIC X(200).
       01  WS-RELEASE-OK            PIC X(01).
           88  RELEASE-IS-VALID              VALUE "Y".

      *> Embargoes folded while reading: moves, lifts and release
      *> notes update the embargo they name.
       01  WS-EMB-MAX               PIC 9(03) VALUE 300.
       01  WS-EMB-COUNT             PIC 9(03) VALUE 0.
       01  WS-EMB-TABLE.
           05  WS-EMB-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-EMB-IDX.
               10  WS-EMB-ID        PIC X(04).
               10  WS-EMB-SCOPE     PIC X(10).
               10  WS-EMB-KEY       PIC X(120).
               10  WS-EMB-RELEASE   PIC X(16).
               10  WS-EMB-REASON    PIC X(60).
               10  WS-EMB-BY        PIC X(20).
               10  WS-EMB-SET       PIC X(08).
               10  WS-EMB-STATE     PIC X(01).
      *>             A active, L lifted, R released
       01  WS-EMB-POS               PIC 9(03) VALUE 0.
       01  WS-EMB-FOUND             PIC 9(03) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(200).
       01  WS-IN-F3                 PIC X(200).
       01  WS-IN-F4                 PIC X(200).
       01  WS-IN-F5                 PIC X(200).
       01  WS-IN-F6                 PIC X(160).
       01  WS-IN-F7                 PIC X(60).
       01  WS-IN-F8                 PIC X(60).
       01  WS-LISTED                PIC 9(03) VALUE 0.

       01  WS-ENQ-ACTION            PIC X(03).
       01  WS-ENQ-RESOURCE          PIC X(20).
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
           MOVE SPACES TO WS-NOW.
           STRING WS-RUN-TIMESTAMP(1:4) "-" WS-RUN-TIMESTAMP(5:2) "-"
                  WS-RUN-TIMESTAMP(7:2) " " WS-RUN-TIMESTAMP(9:2) ":"
                  WS-RUN-TIMESTAMP(11:2)
               DELIMITED BY SIZE INTO WS-NOW
           END-STRING.
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
           IF WS-COMMAND = "SET" OR "MOVE" OR "LIFT"
               CALL "DLGAUTH" USING WS-AUTH-PGM WS-AUTH-CLASS
                                   WS-AUTH-RC
               IF WS-AUTH-RC = "12"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "ENQ" TO WS-ENQ-ACTION
               MOVE "embargoes" TO WS-ENQ-RESOURCE
               CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                                   WS-ENQ-RC
               IF WS-ENQ-RC = "12"
                   DISPLAY "EMBARGO-MAINT: could not take the "
                           "enqueue - try again or see ENQ-CONSOLE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 1000-LOAD-EMBARGOES THRU 1000-EXIT
               UNTIL NO-MORE-EMBARGOES.
           EVALUATE WS-COMMAND
               WHEN "SET"
                   PERFORM 2000-SET-EMBARGO THRU 2000-EXIT
               WHEN "MOVE"
                   PERFORM 3000-MOVE-EMBARGO THRU 3000-EXIT
               WHEN "LIFT"
                   PERFORM 4000-LIFT-EMBARGO THRU 4000-EXIT
               WHEN "LIST"
                   PERFORM 5000-LIST-EMBARGOES THRU 5000-EXIT
               WHEN OTHER
                   DISPLAY "EMBARGO-MAINT: usage:"
                   DISPLAY "  embargo_maint SET "
                           """PATH|COLLECTION|key|YYYY-MM-DD|HH:MM|"
                           "reason"""
                   DISPLAY "  embargo_maint MOVE "
                           """id|YYYY-MM-DD|HH:MM"""
                   DISPLAY "  embargo_maint LIFT ""id|reason"""
                   DISPLAY "  embargo_maint LIST"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
      *> The dequeue CALL resets RETURN-CODE; keep the verdict.
           IF WS-COMMAND = "SET" OR "MOVE" OR "LIFT"
               MOVE RETURN-CODE TO WS-SAVE-RC
               MOVE "DEQ" TO WS-ENQ-ACTION
               CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                                   WS-ENQ-RC
               MOVE WS-SAVE-RC TO RETURN-CODE
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
                                  WS-IN-F5 WS-IN-F6 WS-IN-F7
                                  WS-IN-F8
                   EVALUATE TRUE
                       WHEN EMB-LINE(1:2) = "E|"
                           UNSTRING EMB-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                    WS-IN-F4 WS-IN-F5 WS-IN-F6
                                    WS-IN-F7 WS-IN-F8
                           END-UNSTRING
                           PERFORM 1200-ADD-EMBARGO THRU 1200-EXIT
                       WHEN EMB-LINE(1:2) = "M|"
                               OR EMB-LINE(1:2) = "L|"
                               OR EMB-LINE(1:2) = "R|"
                           UNSTRING EMB-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                           END-UNSTRING
                           PERFORM 1100-FIND-EMBARGO THRU 1100-EXIT
                           IF WS-EMB-FOUND > 0
                               EVALUATE EMB-LINE(1:1)
                                   WHEN "M"
                                       MOVE WS-IN-F3(1:16) TO
                                         WS-EMB-RELEASE (WS-EMB-FOUND)
                                   WHEN "L"
                                       MOVE "L" TO
                                         WS-EMB-STATE (WS-EMB-FOUND)
                                   WHEN OTHER
                                       MOVE "R" TO
                                         WS-EMB-STATE (WS-EMB-FOUND)
                               END-EVALUATE
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
           IF WS-IN-F2(1:4) IS NUMERIC
               AND FUNCTION NUMVAL(WS-IN-F2(1:4)) > WS-NEXT-NUM
               MOVE FUNCTION NUMVAL(WS-IN-F2(1:4)) TO WS-NEXT-NUM
           END-IF.
           IF WS-EMB-COUNT NOT < WS-EMB-MAX
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-EMB-COUNT.
           MOVE WS-IN-F2(1:4) TO WS-EMB-ID (WS-EMB-COUNT).
           MOVE WS-IN-F3(1:10) TO WS-EMB-SCOPE (WS-EMB-COUNT).
           MOVE WS-IN-F4(1:120) TO WS-EMB-KEY (WS-EMB-COUNT).
           MOVE WS-IN-F5(1:16) TO WS-EMB-RELEASE (WS-EMB-COUNT).
           MOVE WS-IN-F6(1:60) TO WS-EMB-REASON (WS-EMB-COUNT).
           MOVE WS-IN-F7(1:20) TO WS-EMB-BY (WS-EMB-COUNT).
           MOVE WS-IN-F8(1:8) TO WS-EMB-SET (WS-EMB-COUNT).
           MOVE "A" TO WS-EMB-STATE (WS-EMB-COUNT).
       1200-EXIT.
           EXIT.

       2000-SET-EMBARGO.
           UNSTRING WS-REST DELIMITED BY "|"
               INTO WS-ARG-SCOPE WS-ARG-KEY WS-ARG-DATE WS-ARG-TIME
                    WS-ARG-REASON
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-ARG-SCOPE) TO WS-ARG-SCOPE.
           MOVE FUNCTION TRIM(WS-ARG-KEY) TO WS-ARG-KEY.
           MOVE FUNCTION TRIM(WS-ARG-REASON) TO WS-ARG-REASON.
           IF WS-ARG-SCOPE NOT = "PATH" AND NOT = "COLLECTION"
               DISPLAY "EMBARGO-MAINT: scope must be PATH or "
                       "COLLECTION"
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           IF WS-ARG-KEY = SPACES OR WS-ARG-REASON = SPACES
               DISPLAY "EMBARGO-MAINT: SET needs "
                       """scope|key|YYYY-MM-DD|HH:MM|reason"""
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 8000-BUILD-RELEASE THRU 8000-EXIT.
           IF NOT RELEASE-IS-VALID
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-NEXT-NUM.
           OPEN EXTEND EMB-FILE.
           IF WS-EMB-STATUS = "35"
               OPEN OUTPUT EMB-FILE
           END-IF.
           MOVE SPACES TO EMB-LINE.
           STRING "E|"                            DELIMITED BY SIZE
                  WS-NEXT-NUM                     DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-SCOPE)     DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-KEY)       DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-ARG-RELEASE                  DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-REASON)    DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID)   DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP                DELIMITED BY SIZE
                  INTO EMB-LINE
           END-STRING.
           WRITE EMB-LINE.
           CLOSE EMB-FILE.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "EMBARGO-SET " WS-NEXT-NUM " "
                  FUNCTION TRIM(WS-ARG-SCOPE) " "
                  FUNCTION TRIM(WS-ARG-KEY) " UNTIL "
                  WS-ARG-RELEASE
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           DISPLAY "EMBARGO-MAINT: embargo " WS-NEXT-NUM " set ("
                   FUNCTION TRIM(WS-ARG-SCOPE) " "
                   FUNCTION TRIM(WS-ARG-KEY) ") until "
                   WS-ARG-RELEASE.
       2000-EXIT.
           EXIT.

       3000-MOVE-EMBARGO.
           UNSTRING WS-REST DELIMITED BY "|"
               INTO WS-ARG-NUM WS-ARG-DATE WS-ARG-TIME
           END-UNSTRING.
           PERFORM 7000-FIND-OPEN-EMBARGO THRU 7000-EXIT.
           IF WS-EMB-FOUND = 0
               GO TO 3000-EXIT
           END-IF.
           PERFORM 8000-BUILD-RELEASE THRU 8000-EXIT.
           IF NOT RELEASE-IS-VALID
               GO TO 3000-EXIT
           END-IF.
           OPEN EXTEND EMB-FILE.
           MOVE SPACES TO EMB-LINE.
           STRING "M|" WS-ARG-NUM "|"
                  WS-ARG-RELEASE "|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO EMB-LINE
           END-STRING.
           WRITE EMB-LINE.
           CLOSE EMB-FILE.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "EMBARGO-MOVED " WS-ARG-NUM " FROM "
                  WS-EMB-RELEASE (WS-EMB-FOUND) " TO "
                  WS-ARG-RELEASE
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           DISPLAY "EMBARGO-MAINT: embargo " WS-ARG-NUM
                   " now releases " WS-ARG-RELEASE
                   " (was " WS-EMB-RELEASE (WS-EMB-FOUND) ")".
       3000-EXIT.
           EXIT.

       4000-LIFT-EMBARGO.
           UNSTRING WS-REST DELIMITED BY "|"
               INTO WS-ARG-NUM WS-ARG-REASON
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-ARG-REASON) TO WS-ARG-REASON.
           PERFORM 7000-FIND-OPEN-EMBARGO THRU 7000-EXIT.
           IF WS-EMB-FOUND = 0
               GO TO 4000-EXIT
           END-IF.
           IF WS-ARG-REASON = SPACES
               DISPLAY "EMBARGO-MAINT: LIFT needs ""id|reason"""
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           OPEN EXTEND EMB-FILE.
           MOVE SPACES TO EMB-LINE.
           STRING "L|" WS-ARG-NUM "|"
                  FUNCTION TRIM(WS-ARG-REASON) "|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO EMB-LINE
           END-STRING.
           WRITE EMB-LINE.
           CLOSE EMB-FILE.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "EMBARGO-LIFTED " WS-ARG-NUM " "
                  FUNCTION TRIM(WS-ARG-REASON)
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           DISPLAY "EMBARGO-MAINT: embargo " WS-ARG-NUM
                   " lifted by " FUNCTION TRIM(WS-OPERATOR-ID)
                   " - EMBARGO-RELEASE will run its release flows".
       4000-EXIT.
           EXIT.

       5000-LIST-EMBARGOES.
           DISPLAY "EMBARGOES IN FORCE".
           DISPLAY "==================".
           MOVE 0 TO WS-LISTED.
           PERFORM 5100-LIST-ONE-EMBARGO THRU 5100-EXIT
               VARYING WS-EMB-POS FROM 1 BY 1
               UNTIL WS-EMB-POS > WS-EMB-COUNT.
           IF WS-LISTED = 0
               DISPLAY "  (none)"
           END-IF.
       5000-EXIT.
           EXIT.

      *> Lifted and fallen-due embargoes are shown only until
      *> EMBARGO-RELEASE has run their flows.
       5100-LIST-ONE-EMBARGO.
           IF WS-EMB-STATE (WS-EMB-POS) = "R"
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-LISTED.
           EVALUATE TRUE
               WHEN WS-EMB-STATE (WS-EMB-POS) = "L"
                   DISPLAY "  " WS-EMB-ID (WS-EMB-POS) " "
                           WS-EMB-SCOPE (WS-EMB-POS) " "
                           FUNCTION TRIM(WS-EMB-KEY (WS-EMB-POS))
                   DISPLAY "       LIFTED - release flows not yet "
                           "run"
               WHEN WS-EMB-RELEASE (WS-EMB-POS) NOT > WS-NOW
                   DISPLAY "  " WS-EMB-ID (WS-EMB-POS) " "
                           WS-EMB-SCOPE (WS-EMB-POS) " "
                           FUNCTION TRIM(WS-EMB-KEY (WS-EMB-POS))
                   DISPLAY "       DUE " WS-EMB-RELEASE (WS-EMB-POS)
                           " - release flows not yet run"
               WHEN OTHER
                   DISPLAY "  " WS-EMB-ID (WS-EMB-POS) " "
                           WS-EMB-SCOPE (WS-EMB-POS) " "
                           FUNCTION TRIM(WS-EMB-KEY (WS-EMB-POS))
                   DISPLAY "       RELEASE " WS-EMB-RELEASE (WS-EMB-POS)
           END-EVALUATE.
           DISPLAY "       SET " WS-EMB-SET (WS-EMB-POS)
                   " BY " FUNCTION TRIM(WS-EMB-BY (WS-EMB-POS)).
           DISPLAY "       REASON: "
                   FUNCTION TRIM(WS-EMB-REASON (WS-EMB-POS)).
       5100-EXIT.
           EXIT.

      *> MOVE and LIFT act only on an embargo still holding its
      *> dialogues back.
       7000-FIND-OPEN-EMBARGO.
           MOVE FUNCTION TRIM(WS-ARG-NUM) TO WS-ARG-NUM.
           IF WS-ARG-NUM IS NUMERIC
               MOVE WS-ARG-NUM TO WS-IN-F2(1:4)
               PERFORM 1100-FIND-EMBARGO THRU 1100-EXIT
           ELSE
               MOVE 0 TO WS-EMB-FOUND
           END-IF.
           IF WS-EMB-FOUND = 0
               DISPLAY "EMBARGO-MAINT: no embargo numbered "
                       FUNCTION TRIM(WS-ARG-NUM)
                       " (give the four-digit id)"
               MOVE 8 TO RETURN-CODE
               GO TO 7000-EXIT
           END-IF.
           IF WS-EMB-STATE (WS-EMB-FOUND) NOT = "A"
                   OR WS-EMB-RELEASE (WS-EMB-FOUND) NOT > WS-NOW
               DISPLAY "EMBARGO-MAINT: embargo " WS-ARG-NUM
                       " is already released or lifted"
               MOVE 8 TO RETURN-CODE
               MOVE 0 TO WS-EMB-FOUND
           END-IF.
       7000-EXIT.
           EXIT.

      *> WS-ARG-DATE and WS-ARG-TIME as the register's
      *> "YYYY-MM-DD HH:MM"; it must lie in the future.
       8000-BUILD-RELEASE.
           MOVE "N" TO WS-RELEASE-OK.
           MOVE FUNCTION TRIM(WS-ARG-DATE) TO WS-ARG-DATE.
           MOVE FUNCTION TRIM(WS-ARG-TIME) TO WS-ARG-TIME.
           IF WS-ARG-TIME = SPACES
               MOVE "00:00" TO WS-ARG-TIME
           END-IF.
           IF WS-ARG-DATE(5:1) NOT = "-"
                   OR WS-ARG-DATE(8:1) NOT = "-"
                   OR WS-ARG-DATE(1:4) IS NOT NUMERIC
                   OR WS-ARG-DATE(6:2) IS NOT NUMERIC
                   OR WS-ARG-DATE(9:2) IS NOT NUMERIC
                   OR WS-ARG-DATE(11:10) NOT = SPACES
                   OR WS-ARG-DATE(6:2) < "01"
                   OR WS-ARG-DATE(6:2) > "12"
                   OR WS-ARG-DATE(9:2) < "01"
                   OR WS-ARG-DATE(9:2) > "31"
               DISPLAY "EMBARGO-MAINT: the release date must be "
                       "YYYY-MM-DD"
               MOVE 8 TO RETURN-CODE
               GO TO 8000-EXIT
           END-IF.
           IF WS-ARG-TIME(3:1) NOT = ":"
                   OR WS-ARG-TIME(1:2) IS NOT NUMERIC
                   OR WS-ARG-TIME(4:2) IS NOT NUMERIC
                   OR WS-ARG-TIME(6:15) NOT = SPACES
                   OR WS-ARG-TIME(1:2) > "23"
                   OR WS-ARG-TIME(4:2) > "59"
               DISPLAY "EMBARGO-MAINT: the release time must be "
                       "HH:MM (24-hour)"
               MOVE 8 TO RETURN-CODE
               GO TO 8000-EXIT
           END-IF.
           MOVE SPACES TO WS-ARG-RELEASE.
           STRING WS-ARG-DATE(1:10) " " WS-ARG-TIME(1:5)
               DELIMITED BY SIZE INTO WS-ARG-RELEASE
           END-STRING.
           IF WS-ARG-RELEASE NOT > WS-NOW
               DISPLAY "EMBARGO-MAINT: release " WS-ARG-RELEASE
                       " is not in the future (now " WS-NOW ")"
               MOVE 8 TO RETURN-CODE
               GO TO 8000-EXIT
           END-IF.
           SET RELEASE-IS-VALID TO TRUE.
       8000-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "embargoes.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
       0900-EXIT.
           EXIT.
