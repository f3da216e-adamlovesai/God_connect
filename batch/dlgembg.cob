      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> DLGEMBG
      *>
      *> THE shared embargo check. A dialogue prepared ahead of its
      *> occasion - Holy Week material loaded and reviewed in Lent -
      *> goes on the embargo register batch/embargoes.dat that
      *> EMBARGO-MAINT maintains, and until its release date and
      *> time every outlet treats it as not yet existing:
      *>
      *>     E|embargo-id|scope|key|release|reason|set-by|stamp
      *>     M|embargo-id|release|set-by|stamp
      *>     L|embargo-id|reason|lifted-by|stamp
      *>     R|embargo-id|dialogues|released-by|stamp
      *>
      *> release is "YYYY-MM-DD HH:MM" local time. Scope PATH takes
      *> the key as a path prefix (one dialogue, a directory, a
      *> whole tradition); COLLECTION takes a collection id, and
      *> every dialogue the extract files under it is covered. An
      *> M record moves the release; an L record lifts the embargo
      *> early, the dialogue appearing from the lift's stamp. The R
      *> record is EMBARGO-RELEASE's note that the release flows
      *> have run; it does not change what is visible.
      *>
      *> CALLed per path by DLGELIG (so by every publication
      *> outlet), DLGSCOPE (the browsing programs, for operators
      *> without update authority), SUBSCRIBER-MATCH, READING-PLAN,
      *> INTERCHANGE-EXPORT, SYNC-EXPORT and EMBARGO-RELEASE.
      *> Result:
      *>
      *>     "00"  no embargo has ever covered the path
      *>     "12"  embargoed now; LK-EMBARGO-ID names the embargo
      *>           and LK-RELEASE when the path comes out (the
      *>           latest, when more than one covers it)
      *>     "04"  it was embargoed and is released; LK-RELEASE
      *>           says when, so a job that selects by date can
      *>           treat the dialogue as new from that moment
      *>
      *> The clock is read on every call, so a long-running
      *> console sees a release the minute it falls due. The
      *> register loads once per run unit, the DLGHOLD pattern.
      *>
      *> Compile (the nightly sweep does this automatically):
      *>     cobc -m -std=ibm -I COPYLIB -o DLGEMBG.so batch/dlgembg.cob
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLGEMBG.

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
       01  WS-EMB-STATUS            PIC X(02).
       01  WS-DATA-STATUS           PIC X(02).
       01  WS-EOF-EMB               PIC X(01).
           88  NO-MORE-EMBARGOES             VALUE "Y".
       01  WS-EOF-DATA              PIC X(01).
           88  NO-MORE-DATA                  VALUE "Y".
       01  WS-LOADED                PIC X(01) VALUE "N".
           88  EMBARGOES-ARE-LOADED          VALUE "Y".

      *> Every embargo on the register, lifted ones included - a
      *> lifted embargo still says when its dialogues came out.
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
      *>             when the embargo ends: the scheduled release,
      *>             or the lift's stamp once lifted
               10  WS-EMB-STATE     PIC X(01).
      *>             A active, L lifted
       01  WS-EMB-POS               PIC 9(03) VALUE 0.
       01  WS-EMB-FOUND             PIC 9(03) VALUE 0.
       01  WS-COLL-EMBARGOES        PIC 9(03) VALUE 0.

      *> Dialogue paths whose collection some embargo names.
       01  WS-CP-MAX                PIC 9(04) VALUE 3000.
       01  WS-CP-COUNT              PIC 9(04) VALUE 0.
       01  WS-CP-TABLE.
           05  WS-CP-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-CP-IDX.
               10  WS-CP-PATH       PIC X(200).
               10  WS-CP-COLL       PIC X(60).
       01  WS-CP-FOUND              PIC 9(04) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(200).
       01  WS-IN-F3                 PIC X(200).
       01  WS-IN-F4                 PIC X(200).
       01  WS-IN-F5                 PIC X(200).
       01  WS-IN-F6                 PIC X(60).
       01  WS-IN-F7                 PIC X(60).
       01  WS-IN-COLL               PIC X(60).
       01  WS-IN-PATH               PIC X(200).

       01  WS-ITEM-COLL             PIC X(60).
       01  WS-COVERS                PIC X(01).
       01  WS-NOW                   PIC X(16).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-LATEST-GONE           PIC X(16).

       LINKAGE SECTION.
       01  LK-PATH                  PIC X(200).
       01  LK-RESULT                PIC X(02).
       01  LK-EMBARGO-ID            PIC X(04).
       01  LK-RELEASE               PIC X(16).

       PROCEDURE DIVISION USING LK-PATH LK-RESULT LK-EMBARGO-ID
                                LK-RELEASE.
       0000-MAINLINE.
           IF NOT EMBARGOES-ARE-LOADED
               PERFORM 1000-LOAD-EMBARGOES THRU 1000-EXIT
           END-IF.
           MOVE "00" TO LK-RESULT.
           MOVE SPACES TO LK-EMBARGO-ID LK-RELEASE.
           IF WS-EMB-COUNT = 0 OR LK-PATH = SPACES
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           PERFORM 8000-STAMP-TO-RELEASE THRU 8000-EXIT.
           MOVE WS-IN-F6(1:16) TO WS-NOW.
           PERFORM 2100-FIND-COLLECTION THRU 2100-EXIT.
           MOVE SPACES TO WS-LATEST-GONE.
           PERFORM 2000-PROBE-ONE-EMBARGO THRU 2000-EXIT
               VARYING WS-EMB-POS FROM 1 BY 1
               UNTIL WS-EMB-POS > WS-EMB-COUNT.
           IF LK-RESULT = "00" AND WS-LATEST-GONE NOT = SPACES
               MOVE "04" TO LK-RESULT
               MOVE WS-LATEST-GONE TO LK-RELEASE
           END-IF.
           GOBACK.

       1000-LOAD-EMBARGOES.
           SET EMBARGOES-ARE-LOADED TO TRUE.
           MOVE "N" TO WS-EOF-EMB WS-EOF-DATA.
           MOVE "embargoes.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "dialogue_data.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           OPEN INPUT EMB-FILE.
           IF WS-EMB-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-FOLD-ONE-LINE THRU 1100-EXIT
               UNTIL NO-MORE-EMBARGOES.
           CLOSE EMB-FILE.
      *> Collection embargoes need the extract's path-to-
      *> collection map; the extract is read only when one exists.
           MOVE 0 TO WS-COLL-EMBARGOES.
           PERFORM 1300-COUNT-COLL-EMBARGO THRU 1300-EXIT
               VARYING WS-EMB-POS FROM 1 BY 1
               UNTIL WS-EMB-POS > WS-EMB-COUNT.
           IF WS-COLL-EMBARGOES > 0
               OPEN INPUT DATA-FILE
               IF WS-DATA-STATUS = "00"
                   PERFORM 1400-MAP-ONE-DATA-LINE THRU 1400-EXIT
                       UNTIL NO-MORE-DATA
                   CLOSE DATA-FILE
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

       1100-FOLD-ONE-LINE.
           READ EMB-FILE
               AT END
                   SET NO-MORE-EMBARGOES TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4
                                  WS-IN-F5 WS-IN-F6
                   EVALUATE TRUE
                       WHEN EMB-LINE(1:2) = "E|"
                           UNSTRING EMB-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                    WS-IN-F4 WS-IN-F5
                           END-UNSTRING
                           PERFORM 1110-ADD-EMBARGO THRU 1110-EXIT
                       WHEN EMB-LINE(1:2) = "M|"
                           UNSTRING EMB-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                           END-UNSTRING
                           PERFORM 1200-FIND-EMBARGO THRU 1200-EXIT
                           IF WS-EMB-FOUND > 0
                               MOVE WS-IN-F3(1:16) TO
                                   WS-EMB-RELEASE (WS-EMB-FOUND)
                           END-IF
                       WHEN EMB-LINE(1:2) = "L|"
                           UNSTRING EMB-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                    WS-IN-F4 WS-IN-F5
                           END-UNSTRING
                           PERFORM 1200-FIND-EMBARGO THRU 1200-EXIT
                           IF WS-EMB-FOUND > 0
                               MOVE WS-IN-F5(1:21)
                                   TO WS-RUN-TIMESTAMP
                               PERFORM 8000-STAMP-TO-RELEASE
                                   THRU 8000-EXIT
                               MOVE WS-IN-F6(1:16) TO
                                   WS-EMB-RELEASE (WS-EMB-FOUND)
                               MOVE "L" TO
                                   WS-EMB-STATE (WS-EMB-FOUND)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       1100-EXIT.
           EXIT.

       1110-ADD-EMBARGO.
           IF WS-EMB-COUNT NOT < WS-EMB-MAX
               OR WS-IN-F4 = SPACES
               GO TO 1110-EXIT
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
       1110-EXIT.
           EXIT.

       1200-FIND-EMBARGO.
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
       1200-EXIT.
           EXIT.

       1300-COUNT-COLL-EMBARGO.
           IF WS-EMB-SCOPE (WS-EMB-POS) = "COLLECTION"
               ADD 1 TO WS-COLL-EMBARGOES
           END-IF.
       1300-EXIT.
           EXIT.

      *> H|path|topic|mode|msgcount|collection|...
       1400-MAP-ONE-DATA-LINE.
           READ DATA-FILE
               AT END
                   SET NO-MORE-DATA TO TRUE
               NOT AT END
                   IF DATA-LINE(1:2) NOT = "H|"
                       GO TO 1400-EXIT
                   END-IF
                   MOVE SPACES TO WS-IN-PATH WS-IN-COLL
                   UNSTRING DATA-LINE DELIMITED BY "|"
                       INTO WS-IN-TAG WS-IN-PATH WS-IN-F3
                            WS-IN-F6 WS-IN-F7 WS-IN-COLL
                   END-UNSTRING
                   IF WS-IN-COLL NOT = SPACES
                       PERFORM 1410-PROBE-COLL-EMBARGO THRU 1410-EXIT
                           VARYING WS-EMB-POS FROM 1 BY 1
                           UNTIL WS-EMB-POS > WS-EMB-COUNT
                   END-IF
           END-READ.
       1400-EXIT.
           EXIT.

       1410-PROBE-COLL-EMBARGO.
           IF WS-EMB-SCOPE (WS-EMB-POS) = "COLLECTION"
                   AND WS-EMB-KEY (WS-EMB-POS)(1:60) = WS-IN-COLL
                   AND WS-CP-COUNT < WS-CP-MAX
               ADD 1 TO WS-CP-COUNT
               MOVE WS-IN-PATH TO WS-CP-PATH (WS-CP-COUNT)
               MOVE WS-IN-COLL TO WS-CP-COLL (WS-CP-COUNT)
               MOVE WS-EMB-COUNT TO WS-EMB-POS
           END-IF.
       1410-EXIT.
           EXIT.

      *> Each embargo covering the path either holds it now or
      *> has let it go; any one holding it wins.
       2000-PROBE-ONE-EMBARGO.
           MOVE "N" TO WS-COVERS.
           EVALUATE WS-EMB-SCOPE (WS-EMB-POS)
               WHEN "PATH"
                   IF LK-PATH(1:WS-EMB-KLEN (WS-EMB-POS))
                           = WS-EMB-KEY (WS-EMB-POS)
                               (1:WS-EMB-KLEN (WS-EMB-POS))
                       MOVE "Y" TO WS-COVERS
                   END-IF
               WHEN "COLLECTION"
                   IF WS-ITEM-COLL NOT = SPACES
                       AND WS-ITEM-COLL
                           = WS-EMB-KEY (WS-EMB-POS)(1:60)
                       MOVE "Y" TO WS-COVERS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-COVERS = "N"
               GO TO 2000-EXIT
           END-IF.
           IF WS-EMB-RELEASE (WS-EMB-POS) > WS-NOW
               IF LK-RESULT NOT = "12"
                       OR WS-EMB-RELEASE (WS-EMB-POS) > LK-RELEASE
                   MOVE "12" TO LK-RESULT
                   MOVE WS-EMB-ID (WS-EMB-POS) TO LK-EMBARGO-ID
                   MOVE WS-EMB-RELEASE (WS-EMB-POS) TO LK-RELEASE
               END-IF
           ELSE
               IF WS-EMB-RELEASE (WS-EMB-POS) > WS-LATEST-GONE
                   MOVE WS-EMB-RELEASE (WS-EMB-POS) TO WS-LATEST-GONE
                   IF LK-RESULT NOT = "12"
                       MOVE WS-EMB-ID (WS-EMB-POS) TO LK-EMBARGO-ID
                   END-IF
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

       2100-FIND-COLLECTION.
           MOVE SPACES TO WS-ITEM-COLL.
           MOVE 0 TO WS-CP-FOUND.
           SET WS-CP-IDX TO 1.
           IF WS-CP-COUNT > 0
               SEARCH WS-CP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CP-IDX > WS-CP-COUNT
                       CONTINUE
                   WHEN WS-CP-PATH (WS-CP-IDX) = LK-PATH
                       SET WS-CP-FOUND TO WS-CP-IDX
               END-SEARCH
           END-IF.
           IF WS-CP-FOUND > 0
               MOVE WS-CP-COLL (WS-CP-FOUND) TO WS-ITEM-COLL
           END-IF.
       2100-EXIT.
           EXIT.

      *> A CURRENT-DATE stamp as the register's "YYYY-MM-DD HH:MM",
      *> left in WS-IN-F6.
       8000-STAMP-TO-RELEASE.
           MOVE SPACES TO WS-IN-F6.
           STRING WS-RUN-TIMESTAMP(1:4) "-" WS-RUN-TIMESTAMP(5:2) "-"
                  WS-RUN-TIMESTAMP(7:2) " " WS-RUN-TIMESTAMP(9:2) ":"
                  WS-RUN-TIMESTAMP(11:2)
               DELIMITED BY SIZE INTO WS-IN-F6
           END-STRING.
       8000-EXIT.
           EXIT.
