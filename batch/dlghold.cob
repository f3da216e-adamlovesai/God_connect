      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> DLGHOLD
      *>
      *> THE shared legal/pastoral hold check, CALLed by every
      *> destructive job before it touches a record: ARCHIVE-SWEEP,
      *> DELETE-MARK, COMPACT-DIALOGUE-DATA, SUBJECT-PURGE,
      *> LOG-HOUSEKEEPING and SPOOL-VIEWER PURGE. A held item is
      *> never moved or dropped, whatever authority or dual-control
      *> intent the run carries. Holds live on the append-only
      *> register batch/legal_holds.dat that HOLD-MAINT maintains:
      *>
      *>     H|hold-id|scope|key|key2|reason|placed-by|stamp
      *>     R|hold-id|reason|released-by|stamp
      *>     V|hold-id|note|reviewed-by|stamp
      *>
      *> A hold with no R record is active. Its scope says what the
      *> key means:
      *>
      *>     PATH        a path prefix - a dialogue directory, a
      *>                 whole tradition, a spool member, a log
      *>                 generation
      *>     COLLECTION  a collection id; every dialogue the
      *>                 extract files under it (live or
      *>                 delete-marked H records) is held
      *>     MEMBER      a member reference, as SUBJECT-PURGE
      *>                 takes it; any reference resolving
      *>                 through the member master (DLGMEMB) to
      *>                 the same member number is held with it
      *>     DATE        key..key2, YYYY-MM-DD inclusive; an item
      *>                 whose date range overlaps it is held
      *>
      *> The caller passes its program name, the item (a path or a
      *> member reference) and the item's date range; a blank range
      *> is taken from the /YYYY-MM-DD_ segment of a dialogue path,
      *> and an item with no date at all is never held by a DATE
      *> hold. Result "00" clear, "12" held (LK-HOLD-ID names the
      *> hold). Every refusal is appended to batch/hold_blocks.dat
      *> (B|hold-id|program|item|stamp) for HOLD-REPORT; a probe
      *> with a blank program name is an enquiry and is not logged.
      *> The register loads once per run unit, the DLGELIG pattern.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>     2026-10-15  DO   MEMBER holds also match by the member
      *>                      number the item and the key resolve
      *>                      to (DLGMEMB), so "M4411" is held by a
      *>                      hold on "member 4411".
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLGHOLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT BLOCK-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-LINE                PIC X(500).

       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).

       FD  BLOCK-FILE.
       01  BLOCK-LINE               PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-HOLD-STATUS           PIC X(02).
       01  WS-DATA-STATUS           PIC X(02).
       01  WS-BLOCK-STATUS          PIC X(02).
       01  WS-EOF-HOLD              PIC X(01).
           88  NO-MORE-HOLDS                 VALUE "Y".
       01  WS-EOF-DATA              PIC X(01).
           88  NO-MORE-DATA                  VALUE "Y".
       01  WS-LOADED                PIC X(01) VALUE "N".
           88  HOLDS-ARE-LOADED              VALUE "Y".

      *> Every hold on the register; released ones stay in the
      *> table marked R so a later R cannot revive a slot.
       01  WS-HLD-MAX               PIC 9(03) VALUE 300.
       01  WS-HLD-COUNT             PIC 9(03) VALUE 0.
       01  WS-HLD-TABLE.
           05  WS-HLD-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-HLD-IDX.
               10  WS-HLD-ID        PIC X(04).
               10  WS-HLD-SCOPE     PIC X(10).
               10  WS-HLD-KEY       PIC X(200).
               10  WS-HLD-KLEN      PIC 9(03).
               10  WS-HLD-KEY2      PIC X(10).
               10  WS-HLD-STATE     PIC X(01).
      *>             A active, R released
               10  WS-HLD-MNUM      PIC X(06).
      *>             MEMBER scope: the member number the key
      *>             resolves to, spaces if none
       01  WS-HLD-POS               PIC 9(03) VALUE 0.
       01  WS-HLD-FOUND             PIC 9(03) VALUE 0.
       01  WS-COLL-HOLDS            PIC 9(03) VALUE 0.

      *> Dialogue paths under a held collection, with the hold
      *> that covers them.
       01  WS-CP-MAX                PIC 9(04) VALUE 3000.
       01  WS-CP-COUNT              PIC 9(04) VALUE 0.
       01  WS-CP-TABLE.
           05  WS-CP-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-CP-IDX.
               10  WS-CP-PATH       PIC X(200).
               10  WS-CP-HOLD       PIC X(04).
       01  WS-CP-FOUND              PIC 9(04) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(200).
       01  WS-IN-F3                 PIC X(200).
       01  WS-IN-F4                 PIC X(200).
       01  WS-IN-F5                 PIC X(200).
       01  WS-IN-F6                 PIC X(60).
       01  WS-IN-F7                 PIC X(60).
       01  WS-IN-F8                 PIC X(60).
       01  WS-IN-COLL               PIC X(60).
       01  WS-IN-PATH               PIC X(200).

       01  WS-ITEM-UPPER            PIC X(200).
       01  WS-DATE-FROM             PIC X(10).
       01  WS-DATE-TO               PIC X(10).
       01  WS-SCAN-POS              PIC 9(03) VALUE 0.
       01  WS-RUN-TIMESTAMP         PIC X(21).

      *> The member number the item resolves to, worked out the
      *> first time a MEMBER hold is probed; a path never resolves.
       01  WS-ITEM-MNUM             PIC X(06).
       01  WS-ITEM-SLASHES          PIC 9(03) VALUE 0.
       01  WS-ITEM-RESOLVED         PIC X(01).
           88  ITEM-IS-RESOLVED              VALUE "Y".

       COPY DLGMBR01.

       LINKAGE SECTION.
       01  LK-PGM                   PIC X(30).
       01  LK-ITEM                  PIC X(200).
       01  LK-DATE-FROM             PIC X(10).
       01  LK-DATE-TO               PIC X(10).
       01  LK-RESULT                PIC X(02).
       01  LK-HOLD-ID               PIC X(04).

       PROCEDURE DIVISION USING LK-PGM LK-ITEM LK-DATE-FROM
                                LK-DATE-TO LK-RESULT LK-HOLD-ID.
       0000-MAINLINE.
           IF NOT HOLDS-ARE-LOADED
               PERFORM 1000-LOAD-HOLDS THRU 1000-EXIT
           END-IF.
           MOVE "00" TO LK-RESULT.
           MOVE SPACES TO LK-HOLD-ID.
           IF WS-HLD-COUNT = 0 OR LK-ITEM = SPACES
               GOBACK
           END-IF.
           MOVE FUNCTION UPPER-CASE(LK-ITEM) TO WS-ITEM-UPPER.
           MOVE LK-DATE-FROM TO WS-DATE-FROM.
           MOVE LK-DATE-TO TO WS-DATE-TO.
           IF WS-DATE-FROM = SPACES
               PERFORM 2100-DATE-FROM-PATH THRU 2100-EXIT
           END-IF.
           IF WS-DATE-TO = SPACES
               MOVE WS-DATE-FROM TO WS-DATE-TO
           END-IF.
           MOVE SPACES TO WS-ITEM-MNUM.
           MOVE "N" TO WS-ITEM-RESOLVED.
           MOVE 0 TO WS-HLD-FOUND.
           PERFORM 2000-PROBE-ONE-HOLD THRU 2000-EXIT
               VARYING WS-HLD-POS FROM 1 BY 1
               UNTIL WS-HLD-POS > WS-HLD-COUNT
                  OR WS-HLD-FOUND > 0.
           IF WS-HLD-FOUND > 0
               MOVE "12" TO LK-RESULT
               MOVE WS-HLD-ID (WS-HLD-FOUND) TO LK-HOLD-ID
           ELSE
               PERFORM 2200-PROBE-COLLECTIONS THRU 2200-EXIT
           END-IF.
           IF LK-RESULT = "12" AND LK-PGM NOT = SPACES
               PERFORM 3000-LOG-THE-BLOCK THRU 3000-EXIT
           END-IF.
           GOBACK.

       1000-LOAD-HOLDS.
           SET HOLDS-ARE-LOADED TO TRUE.
           MOVE "N" TO WS-EOF-HOLD WS-EOF-DATA.
           MOVE "legal_holds.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "dialogue_data.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "hold_blocks.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-FOLD-ONE-HOLD-LINE THRU 1100-EXIT
               UNTIL NO-MORE-HOLDS.
           CLOSE HOLD-FILE.
      *> Collection holds need the extract's path-to-collection
      *> map; the extract is read only when one is in force.
           MOVE 0 TO WS-COLL-HOLDS.
           PERFORM 1300-COUNT-COLL-HOLD THRU 1300-EXIT
               VARYING WS-HLD-POS FROM 1 BY 1
               UNTIL WS-HLD-POS > WS-HLD-COUNT.
           IF WS-COLL-HOLDS > 0
               OPEN INPUT DATA-FILE
               IF WS-DATA-STATUS = "00"
                   PERFORM 1400-MAP-ONE-DATA-LINE THRU 1400-EXIT
                       UNTIL NO-MORE-DATA
                   CLOSE DATA-FILE
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

       1100-FOLD-ONE-HOLD-LINE.
           READ HOLD-FILE
               AT END
                   SET NO-MORE-HOLDS TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4
                                  WS-IN-F5
                   EVALUATE TRUE
                       WHEN HOLD-LINE(1:2) = "H|"
                           UNSTRING HOLD-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                    WS-IN-F4 WS-IN-F5
                           END-UNSTRING
                           PERFORM 1110-ADD-HOLD THRU 1110-EXIT
                       WHEN HOLD-LINE(1:2) = "R|"
                           UNSTRING HOLD-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2
                           END-UNSTRING
                           PERFORM 1200-FIND-HOLD THRU 1200-EXIT
                           IF WS-HLD-FOUND > 0
                               MOVE "R" TO
                                   WS-HLD-STATE (WS-HLD-FOUND)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       1100-EXIT.
           EXIT.

       1110-ADD-HOLD.
           IF WS-HLD-COUNT NOT < WS-HLD-MAX
               OR WS-IN-F4 = SPACES
               GO TO 1110-EXIT
           END-IF.
           ADD 1 TO WS-HLD-COUNT.
           MOVE WS-IN-F2(1:4) TO WS-HLD-ID (WS-HLD-COUNT).
           MOVE FUNCTION UPPER-CASE(WS-IN-F3(1:10))
               TO WS-HLD-SCOPE (WS-HLD-COUNT).
           IF WS-HLD-SCOPE (WS-HLD-COUNT) = "MEMBER"
               MOVE FUNCTION UPPER-CASE(WS-IN-F4)
                   TO WS-HLD-KEY (WS-HLD-COUNT)
           ELSE
               MOVE WS-IN-F4 TO WS-HLD-KEY (WS-HLD-COUNT)
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-IN-F4))
               TO WS-HLD-KLEN (WS-HLD-COUNT).
           MOVE WS-IN-F5(1:10) TO WS-HLD-KEY2 (WS-HLD-COUNT).
           MOVE "A" TO WS-HLD-STATE (WS-HLD-COUNT).
           MOVE SPACES TO WS-HLD-MNUM (WS-HLD-COUNT).
           IF WS-HLD-SCOPE (WS-HLD-COUNT) = "MEMBER"
               MOVE WS-IN-F4(1:40) TO WS-MBR-REF
               CALL "DLGMEMB" USING WS-MBR-REF WS-MBR-NUMBER
                                    WS-MBR-CANON WS-MBR-NAME
                                    WS-MBR-RC
               IF WS-MBR-RC NOT = "16"
                   MOVE WS-MBR-NUMBER TO WS-HLD-MNUM (WS-HLD-COUNT)
               END-IF
           END-IF.
       1110-EXIT.
           EXIT.

       1200-FIND-HOLD.
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
       1200-EXIT.
           EXIT.

       1300-COUNT-COLL-HOLD.
           IF WS-HLD-STATE (WS-HLD-POS) = "A"
                   AND WS-HLD-SCOPE (WS-HLD-POS) = "COLLECTION"
               ADD 1 TO WS-COLL-HOLDS
           END-IF.
       1300-EXIT.
           EXIT.

      *> H|path|topic|mode|msgcount|collection|... and its
      *> delete-marked twin D|H|path|...; a marked record is still
      *> on the extract until compaction, and the hold must follow
      *> it there.
       1400-MAP-ONE-DATA-LINE.
           READ DATA-FILE
               AT END
                   SET NO-MORE-DATA TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-IN-PATH WS-IN-COLL
                   EVALUATE TRUE
                       WHEN DATA-LINE(1:2) = "H|"
                           UNSTRING DATA-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-PATH WS-IN-F3
                                    WS-IN-F6 WS-IN-F7 WS-IN-COLL
                           END-UNSTRING
                       WHEN DATA-LINE(1:4) = "D|H|"
                           UNSTRING DATA-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F8 WS-IN-PATH
                                    WS-IN-F3 WS-IN-F6 WS-IN-F7
                                    WS-IN-COLL
                           END-UNSTRING
                       WHEN OTHER
                           GO TO 1400-EXIT
                   END-EVALUATE
                   IF WS-IN-COLL NOT = SPACES
                       PERFORM 1410-PROBE-COLL-HOLD THRU 1410-EXIT
                           VARYING WS-HLD-POS FROM 1 BY 1
                           UNTIL WS-HLD-POS > WS-HLD-COUNT
                   END-IF
           END-READ.
       1400-EXIT.
           EXIT.

       1410-PROBE-COLL-HOLD.
           IF WS-HLD-STATE (WS-HLD-POS) = "A"
                   AND WS-HLD-SCOPE (WS-HLD-POS) = "COLLECTION"
                   AND WS-HLD-KEY (WS-HLD-POS)(1:60) = WS-IN-COLL
                   AND WS-CP-COUNT < WS-CP-MAX
               ADD 1 TO WS-CP-COUNT
               MOVE WS-IN-PATH TO WS-CP-PATH (WS-CP-COUNT)
               MOVE WS-HLD-ID (WS-HLD-POS) TO WS-CP-HOLD (WS-CP-COUNT)
               MOVE WS-HLD-COUNT TO WS-HLD-POS
           END-IF.
       1410-EXIT.
           EXIT.

      *> One active hold against the item; the first hit wins.
       2000-PROBE-ONE-HOLD.
           IF WS-HLD-STATE (WS-HLD-POS) NOT = "A"
               GO TO 2000-EXIT
           END-IF.
           EVALUATE WS-HLD-SCOPE (WS-HLD-POS)
               WHEN "PATH"
                   IF LK-ITEM(1:WS-HLD-KLEN (WS-HLD-POS))
                           = WS-HLD-KEY (WS-HLD-POS)
                               (1:WS-HLD-KLEN (WS-HLD-POS))
                       MOVE WS-HLD-POS TO WS-HLD-FOUND
                   END-IF
               WHEN "MEMBER"
                   IF WS-ITEM-UPPER = WS-HLD-KEY (WS-HLD-POS)
                       MOVE WS-HLD-POS TO WS-HLD-FOUND
                       GO TO 2000-EXIT
                   END-IF
                   IF WS-HLD-MNUM (WS-HLD-POS) = SPACES
                       GO TO 2000-EXIT
                   END-IF
                   IF NOT ITEM-IS-RESOLVED
                       PERFORM 2050-RESOLVE-ITEM THRU 2050-EXIT
                   END-IF
                   IF WS-ITEM-MNUM = WS-HLD-MNUM (WS-HLD-POS)
                       MOVE WS-HLD-POS TO WS-HLD-FOUND
                   END-IF
               WHEN "DATE"
                   IF WS-DATE-FROM NOT = SPACES
                       AND WS-DATE-FROM
                           NOT > WS-HLD-KEY2 (WS-HLD-POS)
                       AND WS-DATE-TO
                           NOT < WS-HLD-KEY (WS-HLD-POS)(1:10)
                       MOVE WS-HLD-POS TO WS-HLD-FOUND
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *> The item's member number, once per call; a path or an
      *> over-long item is not a member reference.
       2050-RESOLVE-ITEM.
           SET ITEM-IS-RESOLVED TO TRUE.
           MOVE 0 TO WS-ITEM-SLASHES.
           INSPECT LK-ITEM TALLYING WS-ITEM-SLASHES FOR ALL "/".
           IF WS-ITEM-SLASHES > 0 OR LK-ITEM(41:160) NOT = SPACES
               GO TO 2050-EXIT
           END-IF.
           MOVE LK-ITEM(1:40) TO WS-MBR-REF.
           CALL "DLGMEMB" USING WS-MBR-REF WS-MBR-NUMBER WS-MBR-CANON
                                WS-MBR-NAME WS-MBR-RC.
           IF WS-MBR-RC NOT = "16"
               MOVE WS-MBR-NUMBER TO WS-ITEM-MNUM
           END-IF.
       2050-EXIT.
           EXIT.

      *> A dialogue path carries its generation date as the
      *> /YYYY-MM-DD_hhmmss_persona segment.
       2100-DATE-FROM-PATH.
           PERFORM 2110-PROBE-ONE-POSITION THRU 2110-EXIT
               VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 188
                  OR WS-DATE-FROM NOT = SPACES.
       2100-EXIT.
           EXIT.

       2110-PROBE-ONE-POSITION.
           IF LK-ITEM(WS-SCAN-POS:1) = "/"
                   AND LK-ITEM(WS-SCAN-POS + 5:1) = "-"
                   AND LK-ITEM(WS-SCAN-POS + 8:1) = "-"
                   AND LK-ITEM(WS-SCAN-POS + 11:1) = "_"
                   AND LK-ITEM(WS-SCAN-POS + 1:4) IS NUMERIC
                   AND LK-ITEM(WS-SCAN-POS + 6:2) IS NUMERIC
                   AND LK-ITEM(WS-SCAN-POS + 9:2) IS NUMERIC
               MOVE LK-ITEM(WS-SCAN-POS + 1:10) TO WS-DATE-FROM
           END-IF.
       2110-EXIT.
           EXIT.

       2200-PROBE-COLLECTIONS.
           MOVE 0 TO WS-CP-FOUND.
           SET WS-CP-IDX TO 1.
           IF WS-CP-COUNT > 0
               SEARCH WS-CP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CP-IDX > WS-CP-COUNT
                       CONTINUE
                   WHEN WS-CP-PATH (WS-CP-IDX) = LK-ITEM
                       SET WS-CP-FOUND TO WS-CP-IDX
               END-SEARCH
           END-IF.
           IF WS-CP-FOUND > 0
               MOVE "12" TO LK-RESULT
               MOVE WS-CP-HOLD (WS-CP-FOUND) TO LK-HOLD-ID
           END-IF.
       2200-EXIT.
           EXIT.

       3000-LOG-THE-BLOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           OPEN EXTEND BLOCK-FILE.
           IF WS-BLOCK-STATUS = "35"
               OPEN OUTPUT BLOCK-FILE
           END-IF.
           MOVE SPACES TO BLOCK-LINE.
           STRING "B|"                        DELIMITED BY SIZE
                  LK-HOLD-ID                  DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(LK-PGM)       DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(LK-ITEM)      DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP            DELIMITED BY SIZE
                  INTO BLOCK-LINE
           END-STRING.
           WRITE BLOCK-LINE.
           CLOSE BLOCK-FILE.
       3000-EXIT.
           EXIT.
