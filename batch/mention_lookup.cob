      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> MENTION-LOOKUP
      *>
      *> The query side of MENTION-SCAN's file. Answers "every
      *> dialogue that talks about Jerusalem" from
      *> batch/mentions.dat:
      *>
      *>     mention_lookup Jerusalem
      *>         every mention of the entity, with the speaker, the
      *>         record's mode and the text around the mention. The
      *>         query may be the entity or any of its spellings in
      *>         batch/gazetteer.ref ("Mahatma Gandhi" finds Gandhi)
      *>     mention_lookup
      *>         no argument: every entity mentioned, with its
      *>         mention and dialogue counts, most mentioned first
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENTION-LOOKUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENTION-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENTION-STATUS.
           SELECT GAZ-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MENTION-FILE.
       01  MENTION-LINE             PIC X(500).

       FD  GAZ-FILE.
       01  GAZ-LINE                 PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-MENTION-STATUS        PIC X(02) VALUE SPACES.
       01  WS-GAZ-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).
       01  WS-EOF-MENTION           PIC X(01) VALUE "N".
           88  NO-MORE-MENTION               VALUE "Y".
       01  WS-EOF-GAZ               PIC X(01) VALUE "N".
           88  NO-MORE-GAZ                   VALUE "Y".

       01  WS-CMD-LINE              PIC X(200) VALUE SPACES.
       01  WS-QUERY                 PIC X(40) VALUE SPACES.
       01  WS-QUERY-UPPER           PIC X(40) VALUE SPACES.
       01  WS-ENTITY                PIC X(40) VALUE SPACES.
       01  WS-ENTITY-UPPER          PIC X(40) VALUE SPACES.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-ENTITY             PIC X(40).
       01  WS-IN-KIND               PIC X(10).
       01  WS-IN-VARIANT            PIC X(40).
       01  WS-IN-PATH               PIC X(200).
       01  WS-IN-SEQ                PIC X(04).
       01  WS-IN-SPEAKER            PIC X(40).
       01  WS-IN-MODE               PIC X(20).
       01  WS-IN-CONTEXT            PIC X(240).
       01  WS-MATCHES               PIC 9(05) VALUE 0.
       01  WS-DIALOGUES             PIC 9(05) VALUE 0.
       01  WS-LAST-PATH             PIC X(200) VALUE SPACES.

      *> Roll-up table for the no-argument listing. The file is
      *> written in extract order, so a change of path on an
      *> entity is a new dialogue for it.
       01  WS-SUM-MAX               PIC 9(03) VALUE 500.
       01  WS-SUM-COUNT             PIC 9(03) VALUE 0.
       01  WS-SUM-TABLE.
           05  WS-SUM-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-SUM-IDX.
               10  WS-SUM-ENTITY    PIC X(40).
               10  WS-SUM-KIND      PIC X(10).
               10  WS-SUM-TIMES     PIC 9(05).
               10  WS-SUM-DLGS      PIC 9(05).
               10  WS-SUM-LAST-PATH PIC X(200).
       01  WS-SUM-POS               PIC 9(03) VALUE 0.
       01  WS-SUM-POS-2             PIC 9(03) VALUE 0.
       01  WS-BEST-POS              PIC 9(03) VALUE 0.
       01  WS-BEST-TIMES            PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE WS-CFN-01 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           MOVE FUNCTION TRIM(WS-CMD-LINE) TO WS-QUERY.
           IF WS-QUERY NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-QUERY) TO WS-QUERY-UPPER
               MOVE WS-QUERY TO WS-ENTITY
               PERFORM 1000-RESOLVE-ENTITY THRU 1000-EXIT
                   UNTIL NO-MORE-GAZ
               MOVE FUNCTION UPPER-CASE(WS-ENTITY)
                   TO WS-ENTITY-UPPER
           END-IF.
           OPEN INPUT MENTION-FILE.
           IF WS-MENTION-STATUS NOT = "00"
               DISPLAY "MENTION-LOOKUP: no mention file at "
                       FUNCTION TRIM(WS-CFN-01)
                       " - run MENTION-SCAN first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-QUERY = SPACES
               DISPLAY "MENTION INDEX - TIMES MENTIONED"
               DISPLAY "==============================="
               DISPLAY "TIMES  DLGS   ENTITY"
           ELSE
               DISPLAY "MENTIONS OF """
                       FUNCTION TRIM(WS-ENTITY) """"
               DISPLAY "=================================="
           END-IF.
           PERFORM 2000-READ-ONE-MENTION THRU 2000-EXIT
               UNTIL NO-MORE-MENTION.
           CLOSE MENTION-FILE.
           IF WS-QUERY = SPACES
               PERFORM 3000-LIST-ROLLUP THRU 3000-EXIT
           ELSE
               DISPLAY " "
               DISPLAY "MENTION-LOOKUP: " WS-MATCHES
                       " mention(s) in " WS-DIALOGUES
                       " dialogue(s)"
               IF WS-MATCHES = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      *> A spelling from the gazetteer stands for its entity; a
      *> query the gazetteer does not know is taken as written.
       1000-RESOLVE-ENTITY.
           IF WS-GAZ-STATUS = SPACES
               OPEN INPUT GAZ-FILE
               IF WS-GAZ-STATUS NOT = "00"
                   SET NO-MORE-GAZ TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           READ GAZ-FILE
               AT END
                   SET NO-MORE-GAZ TO TRUE
                   CLOSE GAZ-FILE
                   GO TO 1000-EXIT
           END-READ.
           IF GAZ-LINE(1:2) NOT = "G|"
               GO TO 1000-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-ENTITY WS-IN-KIND WS-IN-VARIANT.
           UNSTRING GAZ-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-ENTITY WS-IN-KIND WS-IN-VARIANT
           END-UNSTRING.
           IF FUNCTION UPPER-CASE(WS-IN-VARIANT) = WS-QUERY-UPPER
                   OR FUNCTION UPPER-CASE(WS-IN-ENTITY)
                       = WS-QUERY-UPPER
               MOVE WS-IN-ENTITY TO WS-ENTITY
               SET NO-MORE-GAZ TO TRUE
               CLOSE GAZ-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-READ-ONE-MENTION.
           READ MENTION-FILE
               AT END
                   SET NO-MORE-MENTION TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF MENTION-LINE(1:2) NOT = "N|"
               GO TO 2000-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-ENTITY WS-IN-KIND WS-IN-PATH
                          WS-IN-SEQ WS-IN-SPEAKER WS-IN-MODE
                          WS-IN-CONTEXT.
           UNSTRING MENTION-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-ENTITY WS-IN-KIND WS-IN-PATH
                    WS-IN-SEQ WS-IN-SPEAKER WS-IN-MODE
                    WS-IN-CONTEXT
           END-UNSTRING.
           IF WS-QUERY = SPACES
               PERFORM 2200-ROLL-UP THRU 2200-EXIT
           ELSE
               PERFORM 2100-MATCH-QUERY THRU 2100-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-MATCH-QUERY.
           IF FUNCTION UPPER-CASE(WS-IN-ENTITY) NOT = WS-ENTITY-UPPER
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-MATCHES.
           IF WS-IN-PATH NOT = WS-LAST-PATH
               ADD 1 TO WS-DIALOGUES
               MOVE WS-IN-PATH TO WS-LAST-PATH
           END-IF.
           DISPLAY FUNCTION TRIM(WS-IN-SPEAKER) " ("
                   FUNCTION TRIM(WS-IN-MODE) ") at seq "
                   WS-IN-SEQ.
           DISPLAY "    ..." FUNCTION TRIM(WS-IN-CONTEXT) "...".
           DISPLAY "    " FUNCTION TRIM(WS-IN-PATH).
       2100-EXIT.
           EXIT.

       2200-ROLL-UP.
           MOVE 0 TO WS-SUM-POS.
           SET WS-SUM-IDX TO 1.
           IF WS-SUM-COUNT > 0
               SEARCH WS-SUM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SUM-IDX > WS-SUM-COUNT
                       CONTINUE
                   WHEN WS-SUM-ENTITY (WS-SUM-IDX) = WS-IN-ENTITY
                       SET WS-SUM-POS TO WS-SUM-IDX
               END-SEARCH
           END-IF.
           IF WS-SUM-POS = 0
               IF WS-SUM-COUNT < WS-SUM-MAX
                   ADD 1 TO WS-SUM-COUNT
                   MOVE WS-SUM-COUNT TO WS-SUM-POS
                   MOVE WS-IN-ENTITY TO WS-SUM-ENTITY (WS-SUM-POS)
                   MOVE WS-IN-KIND TO WS-SUM-KIND (WS-SUM-POS)
                   MOVE 0 TO WS-SUM-TIMES (WS-SUM-POS)
                   MOVE 0 TO WS-SUM-DLGS (WS-SUM-POS)
                   MOVE SPACES TO WS-SUM-LAST-PATH (WS-SUM-POS)
               ELSE
                   GO TO 2200-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-SUM-TIMES (WS-SUM-POS).
           IF WS-IN-PATH NOT = WS-SUM-LAST-PATH (WS-SUM-POS)
               ADD 1 TO WS-SUM-DLGS (WS-SUM-POS)
               MOVE WS-IN-PATH TO WS-SUM-LAST-PATH (WS-SUM-POS)
           END-IF.
       2200-EXIT.
           EXIT.

      *> Selection-order listing: repeatedly print and blank the
      *> largest remaining count, the CITATION-LOOKUP ranking.
       3000-LIST-ROLLUP.
           PERFORM 3100-LIST-ONE-BEST THRU 3100-EXIT
               VARYING WS-SUM-POS-2 FROM 1 BY 1
               UNTIL WS-SUM-POS-2 > WS-SUM-COUNT.
           DISPLAY " ".
           DISPLAY "MENTION-LOOKUP: " WS-SUM-COUNT
                   " distinct entit(ies)".
       3000-EXIT.
           EXIT.

       3100-LIST-ONE-BEST.
           MOVE 0 TO WS-BEST-POS WS-BEST-TIMES.
           PERFORM 3200-PROBE-ONE-SUM THRU 3200-EXIT
               VARYING WS-SUM-POS FROM 1 BY 1
               UNTIL WS-SUM-POS > WS-SUM-COUNT.
           IF WS-BEST-POS > 0
               DISPLAY WS-SUM-TIMES (WS-BEST-POS) "  "
                       WS-SUM-DLGS (WS-BEST-POS) "  "
                       WS-SUM-ENTITY (WS-BEST-POS) (1:30) " ["
                       FUNCTION TRIM(WS-SUM-KIND (WS-BEST-POS))
                       "]"
               MOVE 0 TO WS-SUM-TIMES (WS-BEST-POS)
           END-IF.
       3100-EXIT.
           EXIT.

       3200-PROBE-ONE-SUM.
           IF WS-SUM-TIMES (WS-SUM-POS) > WS-BEST-TIMES
               MOVE WS-SUM-TIMES (WS-SUM-POS) TO WS-BEST-TIMES
               MOVE WS-SUM-POS TO WS-BEST-POS
           END-IF.
       3200-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "mentions.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "gazetteer.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
       0900-EXIT.
           EXIT.
