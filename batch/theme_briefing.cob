      *>       per reviewer), best-rated first in the source list,
      *>     - its pinned annotations (batch/annotations.dat,
      *>       seq 0000 - the notes about the record as a whole),
      *>     - the people, places and events its messages mention
      *>       (batch/mentions.dat, from MENTION-SCAN), counted
      *>       per record and across the whole theme,
      *>
      *> and renders one paginated briefing document to
      *> batch/theme_briefing.txt with a source list of paths at
      *> the end, in ANTHOLOGY-PRINT's 60-line page discipline.
      *> Records, appeals and ratings outside the run's parish view
      *> are passed over (DLGPRSH CODE).
      *>
      *> Usage:
      *>     theme_briefing ETHICS
      *>
      *> MODIFICATION HISTORY
      *>     2026-09-02  DO   Initial version.
      *>     2026-10-15  DO   Carry MENTION-SCAN's mention counts:
      *>                      per record, and a MENTIONS section
      *>                      for the theme ahead of the sources.
      *>     2026-10-15  DO   Records, appeals and ratings follow
      *>                      the run's parish view (DLGPRSH CODE).
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. THEME-BRIEFING.
               FILE STATUS IS WS-NOTES-STATUS.
           SELECT BRIEF-FILE ASSIGN DYNAMIC WS-CFN-07
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MENTION-FILE ASSIGN DYNAMIC WS-CFN-08
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRIEF-FILE.
       01  BRIEF-LINE               PIC X(80).

       FD  MENTION-FILE.
       01  MENTION-LINE             PIC X(500).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-05                PIC X(200).
       01  WS-CFN-06                PIC X(200).
       01  WS-CFN-07                PIC X(200).
       01  WS-CFN-08                PIC X(200).
       01  WS-THEME-STATUS          PIC X(02) VALUE SPACES.
       01  WS-DATA-STATUS           PIC X(02) VALUE SPACES.
       01  WS-DOCIDX-STATUS         PIC X(02) VALUE SPACES.
       01  WS-APPEALS-STATUS        PIC X(02) VALUE SPACES.
       01  WS-RATINGS-STATUS        PIC X(02) VALUE SPACES.
       01  WS-NOTES-STATUS          PIC X(02) VALUE SPACES.
       01  WS-MENTION-STATUS        PIC X(02) VALUE SPACES.
       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).
       01  WS-EOF-THEME             PIC X(01) VALUE "N".
           88  NO-MORE-RATINGS               VALUE "Y".
       01  WS-EOF-NOTES             PIC X(01) VALUE "N".
           88  NO-MORE-NOTES                 VALUE "Y".
       01  WS-EOF-MENTION           PIC X(01) VALUE "N".
           88  NO-MORE-MENTION               VALUE "Y".

       01  WS-CMD-LINE              PIC X(100) VALUE SPACES.
       01  WS-ARG-THEME             PIC X(20) VALUE SPACES.
       01  WS-RATE-POS              PIC 9(04) VALUE 0.
       01  WS-RATE-FOUND            PIC 9(04) VALUE 0.

      *> Mention counts per record+entity, and per entity across
      *> the theme (WS-MTOT-RECS counts the records mentioning it).
       01  WS-MEN-MAX               PIC 9(04) VALUE 1000.
       01  WS-MEN-COUNT             PIC 9(04) VALUE 0.
       01  WS-MEN-TABLE.
           05  WS-MEN-ENTRY OCCURS 1000 TIMES.
               10  WS-MEN-REC       PIC 9(03).
               10  WS-MEN-ENTITY    PIC X(40).
               10  WS-MEN-KIND      PIC X(10).
               10  WS-MEN-TIMES     PIC 9(04).
       01  WS-MEN-POS               PIC 9(04) VALUE 0.
       01  WS-MEN-FOUND             PIC 9(04) VALUE 0.
       01  WS-MTOT-MAX              PIC 9(03) VALUE 300.
       01  WS-MTOT-COUNT            PIC 9(03) VALUE 0.
       01  WS-MTOT-TABLE.
           05  WS-MTOT-ENTRY OCCURS 300 TIMES.
               10  WS-MTOT-ENTITY   PIC X(40).
               10  WS-MTOT-KIND     PIC X(10).
               10  WS-MTOT-TIMES    PIC 9(05).
               10  WS-MTOT-RECS     PIC 9(03).
       01  WS-MTOT-POS              PIC 9(03) VALUE 0.
       01  WS-MTOT-FOUND            PIC 9(03) VALUE 0.
       01  WS-MTOT-LISTED           PIC 9(03) VALUE 0.
       01  WS-MTOT-BEST             PIC 9(03) VALUE 0.
       01  WS-MTOT-BEST-TIMES       PIC 9(05) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
       01  WS-LISTED                PIC 9(03) VALUE 0.
       01  WS-THIS-AVG              PIC S9(05) VALUE 0.

      *> Whose a side-file record is (DLGPRSH CODE).
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "THEME-BRIEFING".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
               UNTIL WS-RATE-POS > WS-RATE-COUNT.
           PERFORM 2600-GATHER-NOTES THRU 2600-EXIT
               UNTIL NO-MORE-NOTES.
           PERFORM 2700-GATHER-MENTIONS THRU 2700-EXIT
               UNTIL NO-MORE-MENTION.
           PERFORM 2800-TOTAL-ONE-MENTION THRU 2800-EXIT
               VARYING WS-MEN-POS FROM 1 BY 1
               UNTIL WS-MEN-POS > WS-MEN-COUNT.
           PERFORM 5000-RENDER-PACK THRU 5000-EXIT.
           DISPLAY "THEME-BRIEFING: "
                   FUNCTION TRIM(WS-ARG-THEME) " pack: "
                       UNSTRING THEME-LINE DELIMITED BY "|"
                           INTO WS-IN-F2 WS-IN-F3
                       END-UNSTRING
                       MOVE WS-IN-F2 TO WS-PRS-TEXT
                       MOVE SPACES TO WS-PRS-PARISH
                       PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT
                       IF FUNCTION TRIM(WS-IN-F3(1:20))
                               = FUNCTION TRIM(WS-ARG-THEME)
                               AND WS-REC-COUNT < WS-REC-MAX
                               AND WS-PRS-RC = "00"
                           ADD 1 TO WS-REC-COUNT
                           MOVE WS-IN-F2(1:200)
                               TO WS-REC-PATH (WS-REC-COUNT)
                       END-UNSTRING
                       MOVE WS-IN-F2(1:200) TO WS-SEEK-PATH
                       PERFORM 1100-FIND-RECORD THRU 1100-EXIT
                       MOVE WS-IN-F2 TO WS-PRS-TEXT
                       MOVE SPACES TO WS-PRS-PARISH
                       PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT
                       IF WS-REC-FOUND > 0
                               AND WS-DET-COUNT < WS-DET-MAX
                               AND WS-PRS-RC = "00"
                           ADD 1 TO WS-DET-COUNT
                           MOVE "A"
                               TO WS-DET-KIND (WS-DET-COUNT)
                   CLOSE RATINGS-FILE
               NOT AT END
                   IF RATINGS-LINE(1:2) = "R|"
                       MOVE SPACES TO WS-PRS-PARISH
                       UNSTRING RATINGS-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                WS-IN-F4 WS-IN-F5 WS-IN-F6
                                WS-PRS-PARISH
                       END-UNSTRING
                       MOVE WS-IN-F2(1:200) TO WS-SEEK-PATH
                       PERFORM 1100-FIND-RECORD THRU 1100-EXIT
                       MOVE WS-IN-F2 TO WS-PRS-TEXT
                       PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT
                       IF WS-REC-FOUND > 0
                               AND WS-PRS-RC = "00"
                               AND WS-IN-F3(1:1) >= "1"
                               AND WS-IN-F3(1:1) <= "5"
                           PERFORM 2410-POST-RATING THRU 2410-EXIT
       2600-EXIT.
           EXIT.

      *> N|entity|kind|path|seq|speaker|mode|context - one per
      *> hit; folded to a count per record and entity.
       2700-GATHER-MENTIONS.
           IF WS-MENTION-STATUS = SPACES
               OPEN INPUT MENTION-FILE
               IF WS-MENTION-STATUS NOT = "00"
                   SET NO-MORE-MENTION TO TRUE
                   GO TO 2700-EXIT
               END-IF
           END-IF.
           READ MENTION-FILE
               AT END
                   SET NO-MORE-MENTION TO TRUE
                   CLOSE MENTION-FILE
                   GO TO 2700-EXIT
           END-READ.
           IF MENTION-LINE(1:2) NOT = "N|"
               GO TO 2700-EXIT
           END-IF.
           UNSTRING MENTION-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
           END-UNSTRING.
           MOVE WS-IN-F4(1:200) TO WS-SEEK-PATH.
           PERFORM 1100-FIND-RECORD THRU 1100-EXIT.
           IF WS-REC-FOUND = 0
               GO TO 2700-EXIT
           END-IF.
           MOVE 0 TO WS-MEN-FOUND.
           PERFORM 2710-PROBE-ONE-MENTION THRU 2710-EXIT
               VARYING WS-MEN-POS FROM 1 BY 1
               UNTIL WS-MEN-POS > WS-MEN-COUNT
                  OR WS-MEN-FOUND > 0.
           IF WS-MEN-FOUND = 0
               IF WS-MEN-COUNT < WS-MEN-MAX
                   ADD 1 TO WS-MEN-COUNT
                   MOVE WS-MEN-COUNT TO WS-MEN-FOUND
                   MOVE WS-REC-FOUND TO WS-MEN-REC (WS-MEN-FOUND)
                   MOVE WS-IN-F2(1:40)
                       TO WS-MEN-ENTITY (WS-MEN-FOUND)
                   MOVE WS-IN-F3(1:10)
                       TO WS-MEN-KIND (WS-MEN-FOUND)
                   MOVE 0 TO WS-MEN-TIMES (WS-MEN-FOUND)
               ELSE
                   GO TO 2700-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-MEN-TIMES (WS-MEN-FOUND).
       2700-EXIT.
           EXIT.

       2710-PROBE-ONE-MENTION.
           IF WS-MEN-REC (WS-MEN-POS) = WS-REC-FOUND
                   AND WS-MEN-ENTITY (WS-MEN-POS) = WS-IN-F2(1:40)
               MOVE WS-MEN-POS TO WS-MEN-FOUND
           END-IF.
       2710-EXIT.
           EXIT.

       2800-TOTAL-ONE-MENTION.
           MOVE 0 TO WS-MTOT-FOUND.
           PERFORM 2810-PROBE-ONE-TOTAL THRU 2810-EXIT
               VARYING WS-MTOT-POS FROM 1 BY 1
               UNTIL WS-MTOT-POS > WS-MTOT-COUNT
                  OR WS-MTOT-FOUND > 0.
           IF WS-MTOT-FOUND = 0
               IF WS-MTOT-COUNT < WS-MTOT-MAX
                   ADD 1 TO WS-MTOT-COUNT
                   MOVE WS-MTOT-COUNT TO WS-MTOT-FOUND
                   MOVE WS-MEN-ENTITY (WS-MEN-POS)
                       TO WS-MTOT-ENTITY (WS-MTOT-FOUND)
                   MOVE WS-MEN-KIND (WS-MEN-POS)
                       TO WS-MTOT-KIND (WS-MTOT-FOUND)
                   MOVE 0 TO WS-MTOT-TIMES (WS-MTOT-FOUND)
                   MOVE 0 TO WS-MTOT-RECS (WS-MTOT-FOUND)
               ELSE
                   GO TO 2800-EXIT
               END-IF
           END-IF.
           ADD WS-MEN-TIMES (WS-MEN-POS)
               TO WS-MTOT-TIMES (WS-MTOT-FOUND).
           ADD 1 TO WS-MTOT-RECS (WS-MTOT-FOUND).
       2800-EXIT.
           EXIT.

       2810-PROBE-ONE-TOTAL.
           IF WS-MTOT-ENTITY (WS-MTOT-POS) = WS-MEN-ENTITY (WS-MEN-POS)
               MOVE WS-MTOT-POS TO WS-MTOT-FOUND
           END-IF.
       2810-EXIT.
           EXIT.

       5000-RENDER-PACK.
           OPEN OUTPUT BRIEF-FILE.
           MOVE SPACES TO WS-OUT-TEXT.
           MOVE 0 TO WS-LISTED.
           PERFORM 5100-RENDER-ONE-BEST THRU 5100-EXIT
               UNTIL WS-LISTED >= WS-REC-COUNT.
      *> Who and what the theme's records talk about, most
      *> mentioned first.
           IF WS-MTOT-COUNT > 0
               MOVE SPACES TO WS-OUT-TEXT
               PERFORM 6000-PUT-LINE THRU 6000-EXIT
               MOVE "PEOPLE, PLACES AND EVENTS MENTIONED"
                   TO WS-OUT-TEXT
               PERFORM 6000-PUT-LINE THRU 6000-EXIT
               MOVE "-----------------------------------"
                   TO WS-OUT-TEXT
               PERFORM 6000-PUT-LINE THRU 6000-EXIT
               MOVE 0 TO WS-MTOT-LISTED
               PERFORM 5600-LIST-ONE-MENTIONED THRU 5600-EXIT
                   UNTIL WS-MTOT-LISTED >= WS-MTOT-COUNT
           END-IF.
      *> The source list.
           MOVE SPACES TO WS-OUT-TEXT.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           PERFORM 5300-RENDER-ONE-DETAIL THRU 5300-EXIT
               VARYING WS-DET-POS FROM 1 BY 1
               UNTIL WS-DET-POS > WS-DET-COUNT.
           PERFORM 5400-RENDER-ONE-MENTION THRU 5400-EXIT
               VARYING WS-MEN-POS FROM 1 BY 1
               UNTIL WS-MEN-POS > WS-MEN-COUNT.
       5200-EXIT.
           EXIT.

       5300-EXIT.
           EXIT.

       5400-RENDER-ONE-MENTION.
           IF WS-MEN-REC (WS-MEN-POS) NOT = WS-BEST-POS
               GO TO 5400-EXIT
           END-IF.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "  - mentions "
                  FUNCTION TRIM(WS-MEN-ENTITY (WS-MEN-POS))
                  " (" FUNCTION TRIM(WS-MEN-KIND (WS-MEN-POS))
                  ") " WS-MEN-TIMES (WS-MEN-POS) " time(s)"
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
       5400-EXIT.
           EXIT.

       5500-LIST-ONE-SOURCE.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "  " WS-REC-PATH (WS-REC-POS) (1:76)
       5500-EXIT.
           EXIT.

      *> Print the most-mentioned entity not yet listed, then
      *> knock it out of the ranking.
       5600-LIST-ONE-MENTIONED.
           MOVE 0 TO WS-MTOT-BEST WS-MTOT-BEST-TIMES.
           PERFORM 5610-PROBE-ONE-MENTIONED THRU 5610-EXIT
               VARYING WS-MTOT-POS FROM 1 BY 1
               UNTIL WS-MTOT-POS > WS-MTOT-COUNT.
           ADD 1 TO WS-MTOT-LISTED.
           IF WS-MTOT-BEST = 0
               MOVE WS-MTOT-COUNT TO WS-MTOT-LISTED
               GO TO 5600-EXIT
           END-IF.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "  " WS-MTOT-TIMES (WS-MTOT-BEST) "  "
                  WS-MTOT-ENTITY (WS-MTOT-BEST) (1:30)
                  " " WS-MTOT-KIND (WS-MTOT-BEST)
                  " in " WS-MTOT-RECS (WS-MTOT-BEST)
                  " record(s)"
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE 0 TO WS-MTOT-TIMES (WS-MTOT-BEST).
       5600-EXIT.
           EXIT.

       5610-PROBE-ONE-MENTIONED.
           IF WS-MTOT-TIMES (WS-MTOT-POS) > WS-MTOT-BEST-TIMES
               MOVE WS-MTOT-TIMES (WS-MTOT-POS) TO WS-MTOT-BEST-TIMES
               MOVE WS-MTOT-POS TO WS-MTOT-BEST
           END-IF.
       5610-EXIT.
           EXIT.

      *> One paginated print line - a new page every WS-PAGE-SIZE
      *> lines with a numbered page header, the anthology's rule.
       6000-PUT-LINE.
       6000-EXIT.
           EXIT.

      *> The record's parish column in WS-PRS-PARISH (blank
      *> falls back to the path in WS-PRS-TEXT) against the run's
      *> view; WS-PRS-RC "04" is another parish's record.
       8900-JUDGE-PARISH.
           MOVE "CODE" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
       8900-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-06.
           MOVE "theme_briefing.txt" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-07.
           MOVE "mentions.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-08.
       0900-EXIT.
           EXIT.
