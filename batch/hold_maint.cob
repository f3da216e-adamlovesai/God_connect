      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> HOLD-MAINT
      *>
      *> Maintains the legal/pastoral hold register
      *> batch/legal_holds.dat that DLGHOLD enforces in every
      *> destructive job. When the pastoral office or counsel says
      *> a record must be preserved, the hold goes on here and no
      *> sweep, mark, compaction, purge, log aging or spool purge
      *> will move or drop what it covers until it is released -
      *> a dual-control intent does not override it.
      *>
      *>     H|hold-id|scope|key|key2|reason|placed-by|stamp
      *>     R|hold-id|reason|released-by|stamp
      *>     V|hold-id|note|reviewed-by|stamp
      *>
      *> Commands:
      *>     hold_maint PLACE "PATH|prefix|reason"
      *>     hold_maint PLACE "COLLECTION|collection-id|reason"
      *>     hold_maint PLACE "MEMBER|member reference|reason"
      *>     hold_maint PLACE "DATE|YYYY-MM-DD|YYYY-MM-DD|reason"
      *>         place a hold; the next hold id is assigned
      *>     hold_maint RELEASE "id|reason"
      *>         release an active hold
      *>     hold_maint REVIEW "id|note"
      *>         record that an active hold was reviewed and
      *>         still stands; HOLD-REPORT flags holds nobody has
      *>         reviewed in 90 days
      *>     hold_maint LIST
      *>         show the active holds
      *>
      *> PLACE, RELEASE and REVIEW need update authority (DLGAUTH
      *> class U), run under the shared enqueue (DLGENQ) so
      *> parallel consoles cannot take the same hold id, and are
      *> logged to the audit trail. The register is append-only;
      *> the history is its own audit.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-LINE                PIC X(500).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-HOLD-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EOF-HOLD              PIC X(01) VALUE "N".
           88  NO-MORE-HOLDS                 VALUE "Y".
       01  WS-AUTH-PGM              PIC X(30) VALUE "HOLD-MAINT".
       01  WS-AUTH-CLASS            PIC X(01) VALUE "U".
       01  WS-AUTH-RC               PIC X(02).

       01  WS-CMD-LINE              PIC X(400) VALUE SPACES.
       01  WS-COMMAND               PIC X(10) VALUE SPACES.
       01  WS-REST                  PIC X(380) VALUE SPACES.
       01  WS-ARG-SCOPE             PIC X(10) VALUE SPACES.
       01  WS-ARG-KEY               PIC X(200) VALUE SPACES.
       01  WS-ARG-KEY2              PIC X(160) VALUE SPACES.
       01  WS-ARG-REASON            PIC X(160) VALUE SPACES.
       01  WS-ARG-NUM               PIC X(04) VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-NEXT-NUM              PIC 9(04) VALUE 0.
       01  WS-AUDIT-TEXT            PIC X(200).

      *> Holds folded while reading: releases and reviews update
      *> the hold they name.
       01  WS-HLD-MAX               PIC 9(03) VALUE 300.
       01  WS-HLD-COUNT             PIC 9(03) VALUE 0.
       01  WS-HLD-TABLE.
           05  WS-HLD-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-HLD-IDX.
               10  WS-HLD-ID        PIC X(04).
               10  WS-HLD-SCOPE     PIC X(10).
               10  WS-HLD-KEY       PIC X(120).
               10  WS-HLD-KEY2      PIC X(10).
               10  WS-HLD-REASON    PIC X(60).
               10  WS-HLD-BY        PIC X(20).
               10  WS-HLD-PLACED    PIC X(08).
               10  WS-HLD-REVIEWED  PIC X(08).
               10  WS-HLD-STATE     PIC X(01).
      *>             A active, R released
       01  WS-HLD-POS               PIC 9(03) VALUE 0.
       01  WS-HLD-FOUND             PIC 9(03) VALUE 0.

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
           IF WS-COMMAND = "PLACE" OR "RELEASE" OR "REVIEW"
               CALL "DLGAUTH" USING WS-AUTH-PGM WS-AUTH-CLASS
                                   WS-AUTH-RC
               IF WS-AUTH-RC = "12"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "ENQ" TO WS-ENQ-ACTION
               MOVE "legal_holds" TO WS-ENQ-RESOURCE
               CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                                   WS-ENQ-RC
               IF WS-ENQ-RC = "12"
                   DISPLAY "HOLD-MAINT: could not take the "
                           "enqueue - try again or see ENQ-CONSOLE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 1000-LOAD-HOLDS THRU 1000-EXIT
               UNTIL NO-MORE-HOLDS.
           EVALUATE WS-COMMAND
               WHEN "PLACE"
                   PERFORM 2000-PLACE-HOLD THRU 2000-EXIT
               WHEN "RELEASE"
                   PERFORM 3000-RELEASE-OR-REVIEW THRU 3000-EXIT
               WHEN "REVIEW"
                   PERFORM 3000-RELEASE-OR-REVIEW THRU 3000-EXIT
               WHEN "LIST"
                   PERFORM 4000-LIST-HOLDS THRU 4000-EXIT
               WHEN OTHER
                   DISPLAY "HOLD-MAINT: usage:"
                   DISPLAY "  hold_maint PLACE "
                           """PATH|COLLECTION|MEMBER|key|reason"""
                   DISPLAY "  hold_maint PLACE "
                           """DATE|from|to|reason"""
                   DISPLAY "  hold_maint RELEASE ""id|reason"""
                   DISPLAY "  hold_maint REVIEW ""id|note"""
                   DISPLAY "  hold_maint LIST"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
      *> The dequeue CALL resets RETURN-CODE; keep the verdict.
           IF WS-COMMAND = "PLACE" OR "RELEASE" OR "REVIEW"
               MOVE RETURN-CODE TO WS-SAVE-RC
               MOVE "DEQ" TO WS-ENQ-ACTION
               CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                                   WS-ENQ-RC
               MOVE WS-SAVE-RC TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-LOAD-HOLDS.
           IF WS-HOLD-STATUS = SPACES
               OPEN INPUT HOLD-FILE
               IF WS-HOLD-STATUS NOT = "00"
                   SET NO-MORE-HOLDS TO TRUE
                   MOVE SPACES TO WS-HOLD-STATUS
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           READ HOLD-FILE
               AT END
                   SET NO-MORE-HOLDS TO TRUE
                   CLOSE HOLD-FILE
                   MOVE SPACES TO WS-HOLD-STATUS
               NOT AT END
                   MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4
                                  WS-IN-F5 WS-IN-F6 WS-IN-F7
                                  WS-IN-F8
                   EVALUATE TRUE
                       WHEN HOLD-LINE(1:2) = "H|"
                           UNSTRING HOLD-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                    WS-IN-F4 WS-IN-F5 WS-IN-F6
                                    WS-IN-F7 WS-IN-F8
                           END-UNSTRING
                           PERFORM 1200-ADD-HOLD THRU 1200-EXIT
                       WHEN HOLD-LINE(1:2) = "R|"
                               OR HOLD-LINE(1:2) = "V|"
                           UNSTRING HOLD-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                    WS-IN-F7 WS-IN-F8
                           END-UNSTRING
                           PERFORM 1100-FIND-HOLD THRU 1100-EXIT
                           IF WS-HLD-FOUND > 0
                               IF HOLD-LINE(1:2) = "R|"
                                   MOVE "R" TO
                                       WS-HLD-STATE (WS-HLD-FOUND)
                               ELSE
                                   MOVE WS-IN-F8(1:8) TO
                                     WS-HLD-REVIEWED (WS-HLD-FOUND)
                               END-IF
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       1000-EXIT.
           EXIT.

       1100-FIND-HOLD.
           MOVE 0 TO WS-HLD-FOUND.
           SET WS-HLD-IDX TO 1.
           IF WS-HLD-COUNT > 0
               SEARCH WS-HLD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HLD-IDX > WS-HLD-COUNT
                       CONTINUE
                   WHEN WS-HLD-ID (WS-HLD-IDX) = WS-IN-F2(1:4)
                       SET WS-HLD-FOUND TO WS-HLD-IDX
               END-SEARCH
           END-IF.
       1100-EXIT.
           EXIT.

       1200-ADD-HOLD.
           IF WS-IN-F2(1:4) IS NUMERIC
               AND FUNCTION NUMVAL(WS-IN-F2(1:4)) > WS-NEXT-NUM
               MOVE FUNCTION NUMVAL(WS-IN-F2(1:4)) TO WS-NEXT-NUM
           END-IF.
           IF WS-HLD-COUNT NOT < WS-HLD-MAX
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-HLD-COUNT.
           MOVE WS-IN-F2(1:4) TO WS-HLD-ID (WS-HLD-COUNT).
           MOVE WS-IN-F3(1:10) TO WS-HLD-SCOPE (WS-HLD-COUNT).
           MOVE WS-IN-F4(1:120) TO WS-HLD-KEY (WS-HLD-COUNT).
           MOVE WS-IN-F5(1:10) TO WS-HLD-KEY2 (WS-HLD-COUNT).
           MOVE WS-IN-F6(1:60) TO WS-HLD-REASON (WS-HLD-COUNT).
           MOVE WS-IN-F7(1:20) TO WS-HLD-BY (WS-HLD-COUNT).
           MOVE WS-IN-F8(1:8) TO WS-HLD-PLACED (WS-HLD-COUNT).
           MOVE WS-IN-F8(1:8) TO WS-HLD-REVIEWED (WS-HLD-COUNT).
           MOVE "A" TO WS-HLD-STATE (WS-HLD-COUNT).
       1200-EXIT.
           EXIT.

      *> PLACE: the DATE scope carries a second key (the end of
      *> the range); the others go straight from key to reason.
       2000-PLACE-HOLD.
           UNSTRING WS-REST DELIMITED BY "|"
               INTO WS-ARG-SCOPE WS-ARG-KEY WS-ARG-KEY2
                    WS-ARG-REASON
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-ARG-SCOPE) TO WS-ARG-SCOPE.
           IF WS-ARG-SCOPE NOT = "DATE"
               MOVE WS-ARG-KEY2 TO WS-ARG-REASON
               MOVE SPACES TO WS-ARG-KEY2
           END-IF.
           MOVE FUNCTION TRIM(WS-ARG-REASON) TO WS-ARG-REASON.
           IF WS-ARG-SCOPE NOT = "PATH" AND NOT = "COLLECTION"
                   AND NOT = "MEMBER" AND NOT = "DATE"
               DISPLAY "HOLD-MAINT: scope must be PATH, "
                       "COLLECTION, MEMBER or DATE"
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           IF WS-ARG-KEY = SPACES OR WS-ARG-REASON = SPACES
               DISPLAY "HOLD-MAINT: PLACE needs "
                       """scope|key|reason"""
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           IF WS-ARG-SCOPE = "DATE"
               IF WS-ARG-KEY(5:1) NOT = "-"
                       OR WS-ARG-KEY(8:1) NOT = "-"
                       OR WS-ARG-KEY(1:4) IS NOT NUMERIC
                       OR WS-ARG-KEY2(5:1) NOT = "-"
                       OR WS-ARG-KEY2(8:1) NOT = "-"
                       OR WS-ARG-KEY2(1:4) IS NOT NUMERIC
                       OR WS-ARG-KEY2(1:10) < WS-ARG-KEY(1:10)
                   DISPLAY "HOLD-MAINT: DATE needs "
                           """DATE|YYYY-MM-DD|YYYY-MM-DD|reason"" "
                           "with the range in order"
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-NEXT-NUM.
           OPEN EXTEND HOLD-FILE.
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
           END-IF.
           MOVE SPACES TO HOLD-LINE.
           STRING "H|"                            DELIMITED BY SIZE
                  WS-NEXT-NUM                     DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-SCOPE)     DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-KEY)       DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-ARG-KEY2(1:10)               DELIMITED BY SPACE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-REASON)    DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID)   DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP                DELIMITED BY SIZE
                  INTO HOLD-LINE
           END-STRING.
           WRITE HOLD-LINE.
           CLOSE HOLD-FILE.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "HOLD-PLACED " WS-NEXT-NUM " "
                  FUNCTION TRIM(WS-ARG-SCOPE) " "
                  FUNCTION TRIM(WS-ARG-KEY)
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           DISPLAY "HOLD-MAINT: hold " WS-NEXT-NUM " placed ("
                   FUNCTION TRIM(WS-ARG-SCOPE) " "
                   FUNCTION TRIM(WS-ARG-KEY) ")".
       2000-EXIT.
           EXIT.

       3000-RELEASE-OR-REVIEW.
           UNSTRING WS-REST DELIMITED BY "|"
               INTO WS-ARG-NUM WS-ARG-REASON
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-ARG-NUM) TO WS-ARG-NUM.
           MOVE FUNCTION TRIM(WS-ARG-REASON) TO WS-ARG-REASON.
           IF WS-ARG-NUM IS NUMERIC
               MOVE WS-ARG-NUM TO WS-IN-F2(1:4)
               PERFORM 1100-FIND-HOLD THRU 1100-EXIT
           ELSE
               MOVE 0 TO WS-HLD-FOUND
           END-IF.
           IF WS-HLD-FOUND = 0
               DISPLAY "HOLD-MAINT: no hold numbered "
                       FUNCTION TRIM(WS-ARG-NUM)
                       " (give the four-digit id)"
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           IF WS-HLD-STATE (WS-HLD-FOUND) NOT = "A"
               DISPLAY "HOLD-MAINT: hold " WS-ARG-NUM
                       " is already released"
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           IF WS-COMMAND = "RELEASE" AND WS-ARG-REASON = SPACES
               DISPLAY "HOLD-MAINT: RELEASE needs ""id|reason"""
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           OPEN EXTEND HOLD-FILE.
           MOVE SPACES TO HOLD-LINE.
           IF WS-COMMAND = "RELEASE"
               STRING "R|" WS-ARG-NUM "|"
                      FUNCTION TRIM(WS-ARG-REASON) "|"
                      FUNCTION TRIM(WS-OPERATOR-ID) "|"
                      WS-RUN-TIMESTAMP
                   DELIMITED BY SIZE INTO HOLD-LINE
               END-STRING
           ELSE
               STRING "V|" WS-ARG-NUM "|"
                      FUNCTION TRIM(WS-ARG-REASON) "|"
                      FUNCTION TRIM(WS-OPERATOR-ID) "|"
                      WS-RUN-TIMESTAMP
                   DELIMITED BY SIZE INTO HOLD-LINE
               END-STRING
           END-IF.
           WRITE HOLD-LINE.
           CLOSE HOLD-FILE.
           MOVE SPACES TO WS-AUDIT-TEXT.
           IF WS-COMMAND = "RELEASE"
               STRING "HOLD-RELEASED " WS-ARG-NUM " "
                      FUNCTION TRIM(WS-ARG-REASON)
                   DELIMITED BY SIZE INTO WS-AUDIT-TEXT
               END-STRING
               CALL "DLGAUDIT" USING WS-AUDIT-TEXT
               DISPLAY "HOLD-MAINT: hold " WS-ARG-NUM
                       " released by "
                       FUNCTION TRIM(WS-OPERATOR-ID)
           ELSE
               DISPLAY "HOLD-MAINT: hold " WS-ARG-NUM
                       " reviewed by "
                       FUNCTION TRIM(WS-OPERATOR-ID)
           END-IF.
       3000-EXIT.
           EXIT.

       4000-LIST-HOLDS.
           DISPLAY "ACTIVE LEGAL/PASTORAL HOLDS".
           DISPLAY "===========================".
           MOVE 0 TO WS-LISTED.
           PERFORM 4100-LIST-ONE-HOLD THRU 4100-EXIT
               VARYING WS-HLD-POS FROM 1 BY 1
               UNTIL WS-HLD-POS > WS-HLD-COUNT.
           IF WS-LISTED = 0
               DISPLAY "  (none)"
           END-IF.
       4000-EXIT.
           EXIT.

       4100-LIST-ONE-HOLD.
           IF WS-HLD-STATE (WS-HLD-POS) NOT = "A"
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-LISTED.
           IF WS-HLD-SCOPE (WS-HLD-POS) = "DATE"
               DISPLAY "  " WS-HLD-ID (WS-HLD-POS) " "
                       WS-HLD-SCOPE (WS-HLD-POS) " "
                       WS-HLD-KEY (WS-HLD-POS)(1:10) " TO "
                       WS-HLD-KEY2 (WS-HLD-POS)
           ELSE
               DISPLAY "  " WS-HLD-ID (WS-HLD-POS) " "
                       WS-HLD-SCOPE (WS-HLD-POS) " "
                       FUNCTION TRIM(WS-HLD-KEY (WS-HLD-POS))
           END-IF.
           DISPLAY "       PLACED " WS-HLD-PLACED (WS-HLD-POS)
                   " BY " FUNCTION TRIM(WS-HLD-BY (WS-HLD-POS))
                   ", LAST REVIEWED "
                   WS-HLD-REVIEWED (WS-HLD-POS).
           DISPLAY "       REASON: "
                   FUNCTION TRIM(WS-HLD-REASON (WS-HLD-POS)).
       4100-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "legal_holds.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
       0900-EXIT.
           EXIT.
