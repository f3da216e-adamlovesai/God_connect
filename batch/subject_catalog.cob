      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> SUBJECT-CATALOG
      *>
      *> The parish library's printed subject catalog: the corpus
      *> in classic card-catalog form for a patron to browse on
      *> paper. The concordance indexes words and the anthology
      *> prints the texts; this prints one card per dialogue,
      *> filed three ways, to batch/subject_catalog.prt:
      *>
      *>     I    BY THEME       under THEME-CLASSIFY's theme for
      *>                         the path (batch/theme_class.dat);
      *>                         unclassified dialogues file last
      *>     II   BY TRADITION   under each tradition and persona
      *>          AND PERSONA    of the roster (batch/
      *>                         persona_roster.dat) that speaks in
      *>                         the dialogue, speaker names resolved
      *>                         through DLGALIAS
      *>     III  BY TITLE       the topic, alphabetized ignoring a
      *>                         leading article (A, AN, THE)
      *>
      *> Within a heading the cards file by title the same way.
      *> Each card carries the dialogue's number (DIALOGUE-NUMBER
      *> registry), topic, mode, generation date and message count,
      *> and a "see also" to its siblings - the other dialogues of
      *> its thread and of its collection (H record). Pages are the
      *> anthology's 60 lines under a running head carrying the
      *> section, the heading in force and the page number; each
      *> section starts a fresh page, a heading is never left at
      *> the foot of a page, and a card starts a new page rather
      *> than break after its first lines.
      *>
      *> Only records the shared publication rule (DLGELIG) passes
      *> are catalogued - suppressed, queued, do-not-publish,
      *> privacy-flagged and delete-marked dialogues are left out
      *> and counted. Like the concordance this is a reference
      *> print run on demand, not a scheduled job.
      *>
      *> Usage:
      *>     subject_catalog
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJECT-CATALOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT REG-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT THEME-FILE ASSIGN DYNAMIC WS-CFN-04
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THEME-STATUS.
           SELECT ROSTER-FILE ASSIGN DYNAMIC WS-CFN-05
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-CFN-06
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-LINE             PIC X(600).

       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).

       FD  REG-FILE.
       01  REG-LINE                 PIC X(300).

       FD  THEME-FILE.
       01  THEME-LINE               PIC X(300).

       FD  ROSTER-FILE.
       01  ROSTER-LINE              PIC X(200).

       FD  PRINT-FILE.
       01  PRINT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CFN-04                PIC X(200).
       01  WS-CFN-05                PIC X(200).
       01  WS-CFN-06                PIC X(200).
       01  WS-CATALOG-STATUS        PIC X(02) VALUE SPACES.
       01  WS-DATA-STATUS           PIC X(02) VALUE SPACES.
       01  WS-REG-STATUS            PIC X(02) VALUE SPACES.
       01  WS-THEME-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ROSTER-STATUS         PIC X(02) VALUE SPACES.
       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).
       01  WS-EOF-CATALOG           PIC X(01) VALUE "N".
           88  NO-MORE-CATALOG               VALUE "Y".
       01  WS-EOF-DATA              PIC X(01) VALUE "N".
           88  NO-MORE-DATA                  VALUE "Y".
       01  WS-EOF-REG               PIC X(01) VALUE "N".
           88  NO-MORE-REG                   VALUE "Y".
       01  WS-EOF-THEME             PIC X(01) VALUE "N".
           88  NO-MORE-THEME                 VALUE "Y".
       01  WS-EOF-ROSTER            PIC X(01) VALUE "N".
           88  NO-MORE-ROSTER                VALUE "Y".
       01  WS-RUN-TIMESTAMP         PIC X(21).

      *> The eligible catalog, one card each.
       01  WS-ENT-MAX               PIC 9(04) VALUE 500.
       01  WS-ENT-COUNT             PIC 9(04) VALUE 0.
       01  WS-ENT-TABLE.
           05  WS-ENT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-ENT-IDX.
               10  WS-ENT-PATH      PIC X(200).
               10  WS-ENT-TOPIC     PIC X(80).
               10  WS-ENT-TITLE-KEY PIC X(80).
               10  WS-ENT-MODE      PIC X(20).
               10  WS-ENT-DATE      PIC X(10).
               10  WS-ENT-MSGS      PIC X(04).
               10  WS-ENT-NUM       PIC X(04).
               10  WS-ENT-THEME     PIC X(20).
               10  WS-ENT-COLLECT   PIC X(40).
               10  WS-ENT-THREAD    PIC X(40).
       01  WS-ENT-FOUND             PIC 9(04) VALUE 0.
       01  WS-ENT-POS               PIC 9(04) VALUE 0.
       01  WS-EXCLUDED              PIC 9(04) VALUE 0.
       01  WS-SEEK-PATH             PIC X(200).

      *> Roster personas and their traditions.
       01  WS-ROS-MAX               PIC 9(04) VALUE 1000.
       01  WS-ROS-COUNT             PIC 9(04) VALUE 0.
       01  WS-ROS-TABLE.
           05  WS-ROS-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-ROS-IDX.
               10  WS-ROS-NAME      PIC X(40).
               10  WS-ROS-TRADITION PIC X(40).
       01  WS-ROS-FOUND             PIC 9(04) VALUE 0.

      *> Persona/dialogue pairs for section II, one per persona
      *> per dialogue; WS-DLG-SEEN holds the personas already
      *> paired with the dialogue being read.
       01  WS-PAIR-MAX              PIC 9(04) VALUE 3000.
       01  WS-PAIR-COUNT            PIC 9(04) VALUE 0.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 3000 TIMES.
               10  WS-PAIR-ROS      PIC 9(04).
               10  WS-PAIR-ENT      PIC 9(04).
       01  WS-PAIR-POS              PIC 9(04) VALUE 0.
       01  WS-DLG-PATH              PIC X(200) VALUE SPACES.
       01  WS-DLG-ENT               PIC 9(04) VALUE 0.
       01  WS-DLG-SEEN-COUNT        PIC 9(02) VALUE 0.
       01  WS-DLG-SEEN-TABLE.
           05  WS-DLG-SEEN          PIC 9(04) OCCURS 40 TIMES
                   INDEXED BY WS-DLG-IDX.
       01  WS-DLG-HIT               PIC X(01) VALUE "N".
           88  PERSONA-ALREADY-PAIRED        VALUE "Y".

      *> The filing order of the section being printed, kept in
      *> key order as it loads (the concordance's slide-in).
       01  WS-SRT-MAX               PIC 9(04) VALUE 3000.
       01  WS-SRT-COUNT             PIC 9(04) VALUE 0.
       01  WS-SRT-TABLE.
           05  WS-SRT-ENTRY OCCURS 3000 TIMES.
               10  WS-SRT-KEY       PIC X(200).
               10  WS-SRT-ENT       PIC 9(04).
               10  WS-SRT-ROS       PIC 9(04).
       01  WS-SRT-POS               PIC 9(04) VALUE 0.
       01  WS-SRT-POS-2             PIC 9(04) VALUE 0.
       01  WS-INSERT-AT             PIC 9(04) VALUE 0.
       01  WS-NEW-KEY               PIC X(200).
       01  WS-NEW-ENT               PIC 9(04).
       01  WS-NEW-ROS               PIC 9(04).

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
       01  WS-IN-F4                 PIC X(240).
       01  WS-IN-F5                 PIC X(240).
       01  WS-IN-F6                 PIC X(240).
       01  WS-IN-F7                 PIC X(240).
       01  WS-ALIAS-NAME            PIC X(40).
       01  WS-TITLE-UP              PIC X(80).

       01  WS-ELIG-PATH             PIC X(200).
       01  WS-ELIG-RC               PIC X(02).
       01  WS-ELIG-REASON           PIC X(10).

      *> Headings in force while a section prints.
       01  WS-LAST-HEAD-1           PIC X(40).
       01  WS-LAST-HEAD-2           PIC X(40).
       01  WS-CUR-HEAD-1            PIC X(40).
       01  WS-CUR-HEAD-2            PIC X(40).

      *> One card.
       01  WS-CARD-ENT              PIC 9(04) VALUE 0.
       01  WS-CARD-IND              PIC 9(02) VALUE 2.
       01  WS-CARD-REF              PIC X(40).
       01  WS-SIB-KIND              PIC X(10).
       01  WS-SIB-VALUE             PIC X(40).
       01  WS-SIB-COUNT             PIC 9(04) VALUE 0.
       01  WS-SIB-PTR               PIC 9(03) VALUE 1.
       01  WS-SIB-POS               PIC 9(04) VALUE 0.
       01  WS-NEED-LINES            PIC 9(02) VALUE 0.

      *> Page discipline, the anthology's constants and its
      *> three-line running head.
       01  WS-PAGE-SIZE             PIC 9(02) VALUE 60.
       01  WS-PAGE-NUM              PIC 9(04) VALUE 0.
       01  WS-LINE-ON-PAGE          PIC 9(02) VALUE 99.
       01  WS-OUT-LINE              PIC X(100).
       01  WS-HDR-SECTION           PIC X(40) VALUE SPACES.
       01  WS-HDR-HEADING           PIC X(84) VALUE SPACES.
       01  WS-CARDS-PRINTED         PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE WS-CFN-01 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CFN-02 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1000-LOAD-CATALOG THRU 1000-EXIT
               UNTIL NO-MORE-CATALOG.
           IF WS-ENT-COUNT = 0
               DISPLAY "SUBJECT-CATALOG: no eligible dialogues on "
                       FUNCTION TRIM(WS-CFN-01) " - nothing to print"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-NUMBERS THRU 1100-EXIT
               UNTIL NO-MORE-REG.
           PERFORM 1200-LOAD-THEMES THRU 1200-EXIT
               UNTIL NO-MORE-THEME.
           PERFORM 1300-LOAD-ROSTER THRU 1300-EXIT
               UNTIL NO-MORE-ROSTER.
           PERFORM 1400-LOAD-EXTRACT THRU 1400-EXIT
               UNTIL NO-MORE-DATA.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           OPEN OUTPUT PRINT-FILE.
           PERFORM 2000-THEME-SECTION THRU 2000-EXIT.
           PERFORM 3000-PERSONA-SECTION THRU 3000-EXIT.
           PERFORM 4000-TITLE-SECTION THRU 4000-EXIT.
           CLOSE PRINT-FILE.
           DISPLAY "SUBJECT-CATALOG: " WS-ENT-COUNT
                   " dialogue(s) catalogued, " WS-EXCLUDED
                   " not eligible, " WS-CARDS-PRINTED
                   " card(s) across " WS-PAGE-NUM " page(s) in "
                   FUNCTION TRIM(WS-CFN-06).
           STOP RUN.

       1000-LOAD-CATALOG.
           IF WS-ENT-COUNT = 0 AND WS-CATALOG-STATUS = SPACES
               OPEN INPUT CATALOG-FILE
               IF WS-CATALOG-STATUS NOT = "00"
                   DISPLAY "SUBJECT-CATALOG: no catalog at "
                           FUNCTION TRIM(WS-CFN-01)
                           " - run BUILD-CATALOG first"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ CATALOG-FILE
               AT END
                   SET NO-MORE-CATALOG TO TRUE
                   CLOSE CATALOG-FILE
                   GO TO 1000-EXIT
           END-READ.
           IF CATALOG-LINE(1:2) = "C|" OR CATALOG-LINE = SPACES
               GO TO 1000-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6.
           UNSTRING CATALOG-LINE DELIMITED BY "|"
               INTO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5 WS-IN-F6
           END-UNSTRING.
           MOVE WS-IN-F2(1:200) TO WS-ELIG-PATH.
           CALL "DLGELIG" USING WS-ELIG-PATH WS-ELIG-RC
                                WS-ELIG-REASON.
           IF WS-ELIG-RC NOT = "00"
               ADD 1 TO WS-EXCLUDED
               GO TO 1000-EXIT
           END-IF.
           IF WS-ENT-COUNT >= WS-ENT-MAX
               DISPLAY "SUBJECT-CATALOG: more than " WS-ENT-MAX
                       " catalog entries - the rest are not "
                       "catalogued"
               SET NO-MORE-CATALOG TO TRUE
               CLOSE CATALOG-FILE
               GO TO 1000-EXIT
           END-IF.
           ADD 1 TO WS-ENT-COUNT.
           SET WS-ENT-IDX TO WS-ENT-COUNT.
           MOVE WS-IN-F2(1:200) TO WS-ENT-PATH (WS-ENT-IDX).
           MOVE WS-IN-F3(1:80) TO WS-ENT-TOPIC (WS-ENT-IDX).
           MOVE WS-IN-F4(1:20) TO WS-ENT-MODE (WS-ENT-IDX).
           MOVE WS-IN-F5(1:10) TO WS-ENT-DATE (WS-ENT-IDX).
           MOVE WS-IN-F6(1:4) TO WS-ENT-MSGS (WS-ENT-IDX).
           MOVE SPACES TO WS-ENT-NUM (WS-ENT-IDX)
                          WS-ENT-THEME (WS-ENT-IDX)
                          WS-ENT-COLLECT (WS-ENT-IDX)
                          WS-ENT-THREAD (WS-ENT-IDX).
           PERFORM 1010-TITLE-KEY THRU 1010-EXIT.
       1000-EXIT.
           EXIT.

      *> Titles file word by word as a librarian files them: case
      *> does not count and a leading article is passed over.
       1010-TITLE-KEY.
           MOVE FUNCTION UPPER-CASE(WS-ENT-TOPIC (WS-ENT-IDX))
               TO WS-TITLE-UP.
           EVALUATE TRUE
               WHEN WS-TITLE-UP(1:4) = "THE "
                   MOVE WS-TITLE-UP(5:) TO WS-ENT-TITLE-KEY (WS-ENT-IDX)
               WHEN WS-TITLE-UP(1:3) = "AN "
                   MOVE WS-TITLE-UP(4:) TO WS-ENT-TITLE-KEY (WS-ENT-IDX)
               WHEN WS-TITLE-UP(1:2) = "A "
                   MOVE WS-TITLE-UP(3:) TO WS-ENT-TITLE-KEY (WS-ENT-IDX)
               WHEN OTHER
                   MOVE WS-TITLE-UP TO WS-ENT-TITLE-KEY (WS-ENT-IDX)
           END-EVALUATE.
       1010-EXIT.
           EXIT.

       1100-LOAD-NUMBERS.
           IF WS-REG-STATUS = SPACES
               OPEN INPUT REG-FILE
               IF WS-REG-STATUS NOT = "00"
                   SET NO-MORE-REG TO TRUE
                   GO TO 1100-EXIT
               END-IF
           END-IF.
           READ REG-FILE
               AT END
                   SET NO-MORE-REG TO TRUE
                   CLOSE REG-FILE
                   GO TO 1100-EXIT
           END-READ.
           IF REG-LINE(1:2) NOT = "N|"
               GO TO 1100-EXIT
           END-IF.
           UNSTRING REG-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           MOVE WS-IN-F3(1:200) TO WS-SEEK-PATH.
           PERFORM 1500-FIND-ENTRY THRU 1500-EXIT.
           IF WS-ENT-FOUND > 0
               MOVE WS-IN-F2(1:4) TO WS-ENT-NUM (WS-ENT-FOUND)
           END-IF.
       1100-EXIT.
           EXIT.

      *> A path THEME-CLASSIFY has not ruled on files under the
      *> unclassified heading at the end of section I.
       1200-LOAD-THEMES.
           IF WS-THEME-STATUS = SPACES
               OPEN INPUT THEME-FILE
               IF WS-THEME-STATUS NOT = "00"
                   SET NO-MORE-THEME TO TRUE
                   GO TO 1200-EXIT
               END-IF
           END-IF.
           READ THEME-FILE
               AT END
                   SET NO-MORE-THEME TO TRUE
                   CLOSE THEME-FILE
                   GO TO 1200-EXIT
           END-READ.
           IF THEME-LINE(1:2) = "C|" OR THEME-LINE = SPACES
               GO TO 1200-EXIT
           END-IF.
           UNSTRING THEME-LINE DELIMITED BY "|"
               INTO WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           MOVE WS-IN-F2(1:200) TO WS-SEEK-PATH.
           PERFORM 1500-FIND-ENTRY THRU 1500-EXIT.
           IF WS-ENT-FOUND > 0
               MOVE WS-IN-F3(1:20) TO WS-ENT-THEME (WS-ENT-FOUND)
           END-IF.
       1200-EXIT.
           EXIT.

       1300-LOAD-ROSTER.
           IF WS-ROSTER-STATUS = SPACES
               OPEN INPUT ROSTER-FILE
               IF WS-ROSTER-STATUS NOT = "00"
                   DISPLAY "SUBJECT-CATALOG: no persona roster at "
                           FUNCTION TRIM(WS-CFN-05)
                           " - section II will be empty"
                   SET NO-MORE-ROSTER TO TRUE
                   GO TO 1300-EXIT
               END-IF
           END-IF.
           READ ROSTER-FILE
               AT END
                   SET NO-MORE-ROSTER TO TRUE
                   CLOSE ROSTER-FILE
                   GO TO 1300-EXIT
           END-READ.
           IF ROSTER-LINE(1:2) = "C|" OR ROSTER-LINE = SPACES
               GO TO 1300-EXIT
           END-IF.
           IF WS-ROS-COUNT >= WS-ROS-MAX
               GO TO 1300-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING ROSTER-LINE DELIMITED BY "|"
               INTO WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           ADD 1 TO WS-ROS-COUNT.
           SET WS-ROS-IDX TO WS-ROS-COUNT.
           MOVE WS-IN-F2(1:40) TO WS-ROS-NAME (WS-ROS-IDX).
           MOVE WS-IN-F3(1:40) TO WS-ROS-TRADITION (WS-ROS-IDX).
       1300-EXIT.
           EXIT.

      *> The extract's H records give each card its collection and
      *> thread; its M records pair roster personas with the
      *> dialogues they speak in.
       1400-LOAD-EXTRACT.
           IF WS-DATA-STATUS = SPACES
               OPEN INPUT DATA-FILE
               IF WS-DATA-STATUS NOT = "00"
                   DISPLAY "SUBJECT-CATALOG: no extract at "
                           FUNCTION TRIM(WS-CFN-02)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ DATA-FILE
               AT END
                   SET NO-MORE-DATA TO TRUE
                   CLOSE DATA-FILE
                   GO TO 1400-EXIT
           END-READ.
           EVALUATE DATA-LINE(1:2)
               WHEN "H|"
                   PERFORM 1410-TAKE-HEADER THRU 1410-EXIT
               WHEN "M|"
                   PERFORM 1420-TAKE-MESSAGE THRU 1420-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1400-EXIT.
           EXIT.

       1410-TAKE-HEADER.
           MOVE SPACES TO WS-IN-F2 WS-IN-F6 WS-IN-F7.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-IN-F7
           END-UNSTRING.
           MOVE WS-IN-F2(1:200) TO WS-SEEK-PATH.
           PERFORM 1500-FIND-ENTRY THRU 1500-EXIT.
           IF WS-ENT-FOUND > 0
               MOVE WS-IN-F6(1:40) TO WS-ENT-COLLECT (WS-ENT-FOUND)
               MOVE WS-IN-F7(1:40) TO WS-ENT-THREAD (WS-ENT-FOUND)
           END-IF.
       1410-EXIT.
           EXIT.

       1420-TAKE-MESSAGE.
           MOVE SPACES TO WS-IN-F2 WS-IN-F5.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
           END-UNSTRING.
           IF WS-IN-F2(1:200) NOT = WS-DLG-PATH
               MOVE WS-IN-F2(1:200) TO WS-DLG-PATH WS-SEEK-PATH
               PERFORM 1500-FIND-ENTRY THRU 1500-EXIT
               MOVE WS-ENT-FOUND TO WS-DLG-ENT
               MOVE 0 TO WS-DLG-SEEN-COUNT
           END-IF.
           IF WS-DLG-ENT = 0 OR WS-IN-F5 = SPACES
               GO TO 1420-EXIT
           END-IF.
           MOVE WS-IN-F5(1:40) TO WS-ALIAS-NAME.
           CALL "DLGALIAS" USING WS-ALIAS-NAME.
           MOVE 0 TO WS-ROS-FOUND.
           SET WS-ROS-IDX TO 1.
           IF WS-ROS-COUNT > 0
               SEARCH WS-ROS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ROS-IDX > WS-ROS-COUNT
                       CONTINUE
                   WHEN WS-ROS-NAME (WS-ROS-IDX) = WS-ALIAS-NAME
                       SET WS-ROS-FOUND TO WS-ROS-IDX
               END-SEARCH
           END-IF.
      *> Only roster personas are filed; "You", "System" and the
      *> other generic labels are not on it.
           IF WS-ROS-FOUND = 0
               GO TO 1420-EXIT
           END-IF.
           MOVE "N" TO WS-DLG-HIT.
           SET WS-DLG-IDX TO 1.
           IF WS-DLG-SEEN-COUNT > 0
               SEARCH WS-DLG-SEEN
                   AT END
                       CONTINUE
                   WHEN WS-DLG-IDX > WS-DLG-SEEN-COUNT
                       CONTINUE
                   WHEN WS-DLG-SEEN (WS-DLG-IDX) = WS-ROS-FOUND
                       SET PERSONA-ALREADY-PAIRED TO TRUE
               END-SEARCH
           END-IF.
           IF PERSONA-ALREADY-PAIRED
                   OR WS-DLG-SEEN-COUNT >= 40
                   OR WS-PAIR-COUNT >= WS-PAIR-MAX
               GO TO 1420-EXIT
           END-IF.
           ADD 1 TO WS-DLG-SEEN-COUNT.
           MOVE WS-ROS-FOUND TO WS-DLG-SEEN (WS-DLG-SEEN-COUNT).
           ADD 1 TO WS-PAIR-COUNT.
           MOVE WS-ROS-FOUND TO WS-PAIR-ROS (WS-PAIR-COUNT).
           MOVE WS-DLG-ENT TO WS-PAIR-ENT (WS-PAIR-COUNT).
       1420-EXIT.
           EXIT.

       1500-FIND-ENTRY.
           MOVE 0 TO WS-ENT-FOUND.
           SET WS-ENT-IDX TO 1.
           IF WS-ENT-COUNT > 0
               SEARCH WS-ENT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ENT-IDX > WS-ENT-COUNT
                       CONTINUE
                   WHEN WS-ENT-PATH (WS-ENT-IDX) = WS-SEEK-PATH
                       SET WS-ENT-FOUND TO WS-ENT-IDX
               END-SEARCH
           END-IF.
       1500-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Section I - by theme, unclassified last.
      *>----------------------------------------------------------*>
       2000-THEME-SECTION.
           MOVE 0 TO WS-SRT-COUNT.
           PERFORM 2010-FILE-ONE-ENTRY THRU 2010-EXIT
               VARYING WS-ENT-POS FROM 1 BY 1
               UNTIL WS-ENT-POS > WS-ENT-COUNT.
           MOVE "I - BY THEME" TO WS-HDR-SECTION.
           PERFORM 7000-OPEN-SECTION THRU 7000-EXIT.
           PERFORM 2100-PRINT-ONE-FILED THRU 2100-EXIT
               VARYING WS-SRT-POS FROM 1 BY 1
               UNTIL WS-SRT-POS > WS-SRT-COUNT.
       2000-EXIT.
           EXIT.

       2010-FILE-ONE-ENTRY.
           MOVE SPACES TO WS-NEW-KEY.
           IF WS-ENT-THEME (WS-ENT-POS) = SPACES
               MOVE "1" TO WS-NEW-KEY(1:1)
           ELSE
               MOVE "0" TO WS-NEW-KEY(1:1)
               MOVE FUNCTION UPPER-CASE(WS-ENT-THEME (WS-ENT-POS))
                   TO WS-NEW-KEY(2:20)
           END-IF.
           MOVE WS-ENT-TITLE-KEY (WS-ENT-POS) TO WS-NEW-KEY(22:80).
           MOVE WS-ENT-POS TO WS-NEW-ENT.
           MOVE 0 TO WS-NEW-ROS.
           PERFORM 5000-FILE-IN-ORDER THRU 5000-EXIT.
       2010-EXIT.
           EXIT.

       2100-PRINT-ONE-FILED.
           MOVE WS-SRT-ENT (WS-SRT-POS) TO WS-CARD-ENT.
           IF WS-ENT-THEME (WS-CARD-ENT) = SPACES
               MOVE "(UNCLASSIFIED)" TO WS-CUR-HEAD-1
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-ENT-THEME (WS-CARD-ENT))
                   TO WS-CUR-HEAD-1
           END-IF.
           IF WS-CUR-HEAD-1 NOT = WS-LAST-HEAD-1
               MOVE WS-CUR-HEAD-1 TO WS-LAST-HEAD-1 WS-HDR-HEADING
               MOVE 6 TO WS-NEED-LINES
               PERFORM 8300-KEEP-TOGETHER THRU 8300-EXIT
               PERFORM 8100-EMIT-BLANK THRU 8100-EXIT
               MOVE WS-CUR-HEAD-1 TO WS-OUT-LINE
               PERFORM 8000-EMIT-LINE THRU 8000-EXIT
           END-IF.
           MOVE 2 TO WS-CARD-IND.
           PERFORM 6000-PRINT-CARD THRU 6000-EXIT.
       2100-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Section II - by tradition, then persona.
      *>----------------------------------------------------------*>
       3000-PERSONA-SECTION.
           MOVE 0 TO WS-SRT-COUNT.
           PERFORM 3010-FILE-ONE-PAIR THRU 3010-EXIT
               VARYING WS-PAIR-POS FROM 1 BY 1
               UNTIL WS-PAIR-POS > WS-PAIR-COUNT.
           MOVE "II - BY TRADITION AND PERSONA" TO WS-HDR-SECTION.
           PERFORM 7000-OPEN-SECTION THRU 7000-EXIT.
           IF WS-SRT-COUNT = 0
               MOVE "  (no roster persona speaks in these dialogues)"
                   TO WS-OUT-LINE
               PERFORM 8000-EMIT-LINE THRU 8000-EXIT
           END-IF.
           PERFORM 3100-PRINT-ONE-FILED THRU 3100-EXIT
               VARYING WS-SRT-POS FROM 1 BY 1
               UNTIL WS-SRT-POS > WS-SRT-COUNT.
       3000-EXIT.
           EXIT.

       3010-FILE-ONE-PAIR.
           MOVE SPACES TO WS-NEW-KEY.
           MOVE WS-PAIR-ROS (WS-PAIR-POS) TO WS-NEW-ROS.
           MOVE WS-PAIR-ENT (WS-PAIR-POS) TO WS-NEW-ENT.
           SET WS-ROS-IDX TO WS-NEW-ROS.
           MOVE FUNCTION UPPER-CASE(WS-ROS-TRADITION (WS-ROS-IDX))
               TO WS-NEW-KEY(1:40).
           MOVE FUNCTION UPPER-CASE(WS-ROS-NAME (WS-ROS-IDX))
               TO WS-NEW-KEY(41:40).
           MOVE WS-ENT-TITLE-KEY (WS-NEW-ENT) TO WS-NEW-KEY(81:80).
           PERFORM 5000-FILE-IN-ORDER THRU 5000-EXIT.
       3010-EXIT.
           EXIT.

       3100-PRINT-ONE-FILED.
           MOVE WS-SRT-ENT (WS-SRT-POS) TO WS-CARD-ENT.
           SET WS-ROS-IDX TO WS-SRT-ROS (WS-SRT-POS).
           MOVE FUNCTION UPPER-CASE(WS-ROS-TRADITION (WS-ROS-IDX))
               TO WS-CUR-HEAD-1.
           MOVE WS-ROS-NAME (WS-ROS-IDX) TO WS-CUR-HEAD-2.
           IF WS-CUR-HEAD-1 NOT = WS-LAST-HEAD-1
               MOVE WS-CUR-HEAD-1 TO WS-LAST-HEAD-1
               MOVE SPACES TO WS-LAST-HEAD-2
               MOVE WS-CUR-HEAD-1 TO WS-HDR-HEADING
               MOVE 8 TO WS-NEED-LINES
               PERFORM 8300-KEEP-TOGETHER THRU 8300-EXIT
               PERFORM 8100-EMIT-BLANK THRU 8100-EXIT
               MOVE WS-CUR-HEAD-1 TO WS-OUT-LINE
               PERFORM 8000-EMIT-LINE THRU 8000-EXIT
           END-IF.
           IF WS-CUR-HEAD-2 NOT = WS-LAST-HEAD-2
               MOVE WS-CUR-HEAD-2 TO WS-LAST-HEAD-2
               MOVE SPACES TO WS-HDR-HEADING
               STRING FUNCTION TRIM(WS-CUR-HEAD-1) " - "
                      FUNCTION TRIM(WS-CUR-HEAD-2)
                   DELIMITED BY SIZE INTO WS-HDR-HEADING
               END-STRING
               MOVE 6 TO WS-NEED-LINES
               PERFORM 8300-KEEP-TOGETHER THRU 8300-EXIT
               MOVE SPACES TO WS-OUT-LINE
               MOVE WS-CUR-HEAD-2 TO WS-OUT-LINE(3:40)
               PERFORM 8000-EMIT-LINE THRU 8000-EXIT
           END-IF.
           MOVE 4 TO WS-CARD-IND.
           PERFORM 6000-PRINT-CARD THRU 6000-EXIT.
       3100-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Section III - by title; the running head carries the
      *> filing letter.
      *>----------------------------------------------------------*>
       4000-TITLE-SECTION.
           MOVE 0 TO WS-SRT-COUNT.
           PERFORM 4010-FILE-ONE-TITLE THRU 4010-EXIT
               VARYING WS-ENT-POS FROM 1 BY 1
               UNTIL WS-ENT-POS > WS-ENT-COUNT.
           MOVE "III - BY TITLE" TO WS-HDR-SECTION.
           PERFORM 7000-OPEN-SECTION THRU 7000-EXIT.
           PERFORM 4100-PRINT-ONE-FILED THRU 4100-EXIT
               VARYING WS-SRT-POS FROM 1 BY 1
               UNTIL WS-SRT-POS > WS-SRT-COUNT.
       4000-EXIT.
           EXIT.

       4010-FILE-ONE-TITLE.
           MOVE SPACES TO WS-NEW-KEY.
           MOVE WS-ENT-TITLE-KEY (WS-ENT-POS) TO WS-NEW-KEY(1:80).
           MOVE WS-ENT-PATH (WS-ENT-POS) TO WS-NEW-KEY(81:120).
           MOVE WS-ENT-POS TO WS-NEW-ENT.
           MOVE 0 TO WS-NEW-ROS.
           PERFORM 5000-FILE-IN-ORDER THRU 5000-EXIT.
       4010-EXIT.
           EXIT.

       4100-PRINT-ONE-FILED.
           MOVE WS-SRT-ENT (WS-SRT-POS) TO WS-CARD-ENT.
           MOVE SPACES TO WS-CUR-HEAD-1.
           MOVE WS-ENT-TITLE-KEY (WS-CARD-ENT) (1:1) TO WS-CUR-HEAD-1.
           IF WS-CUR-HEAD-1 NOT = WS-LAST-HEAD-1
               MOVE WS-CUR-HEAD-1 TO WS-LAST-HEAD-1 WS-HDR-HEADING
               MOVE 6 TO WS-NEED-LINES
               PERFORM 8300-KEEP-TOGETHER THRU 8300-EXIT
               PERFORM 8100-EMIT-BLANK THRU 8100-EXIT
               MOVE SPACES TO WS-OUT-LINE
               STRING "- " WS-CUR-HEAD-1(1:1) " -"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
               PERFORM 8000-EMIT-LINE THRU 8000-EXIT
           END-IF.
           MOVE 2 TO WS-CARD-IND.
           PERFORM 6000-PRINT-CARD THRU 6000-EXIT.
       4100-EXIT.
           EXIT.

      *> The filing order stays sorted as it loads: a new card is
      *> slid into its place, so the print pass is a straight walk.
       5000-FILE-IN-ORDER.
           IF WS-SRT-COUNT >= WS-SRT-MAX
               GO TO 5000-EXIT
           END-IF.
           MOVE 0 TO WS-INSERT-AT.
           PERFORM 5010-PROBE-ONE-KEY THRU 5010-EXIT
               VARYING WS-SRT-POS FROM 1 BY 1
               UNTIL WS-SRT-POS > WS-SRT-COUNT
                   OR WS-INSERT-AT > 0.
           IF WS-INSERT-AT = 0
               COMPUTE WS-INSERT-AT = WS-SRT-COUNT + 1
           END-IF.
           ADD 1 TO WS-SRT-COUNT.
           PERFORM 5020-SLIDE-ONE-DOWN THRU 5020-EXIT
               VARYING WS-SRT-POS-2 FROM WS-SRT-COUNT BY -1
               UNTIL WS-SRT-POS-2 <= WS-INSERT-AT.
           MOVE WS-NEW-KEY TO WS-SRT-KEY (WS-INSERT-AT).
           MOVE WS-NEW-ENT TO WS-SRT-ENT (WS-INSERT-AT).
           MOVE WS-NEW-ROS TO WS-SRT-ROS (WS-INSERT-AT).
       5000-EXIT.
           EXIT.

       5010-PROBE-ONE-KEY.
           IF WS-SRT-KEY (WS-SRT-POS) > WS-NEW-KEY
               MOVE WS-SRT-POS TO WS-INSERT-AT
           END-IF.
       5010-EXIT.
           EXIT.

       5020-SLIDE-ONE-DOWN.
           MOVE WS-SRT-ENTRY (WS-SRT-POS-2 - 1)
               TO WS-SRT-ENTRY (WS-SRT-POS-2).
       5020-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> One card, indented WS-CARD-IND:
      *>     #0012  Topic
      *>            mode, generated date, n message(s)
      *>            see also (thread): #0013 #0014
      *>            see also (collection): #0020
      *>----------------------------------------------------------*>
       6000-PRINT-CARD.
           MOVE 5 TO WS-NEED-LINES.
           PERFORM 8300-KEEP-TOGETHER THRU 8300-EXIT.
           MOVE WS-CARD-ENT TO WS-SIB-POS.
           PERFORM 6200-SHORT-REFERENCE THRU 6200-EXIT.
           MOVE SPACES TO WS-OUT-LINE.
           IF WS-ENT-NUM (WS-CARD-ENT) NOT = SPACES
               STRING "#" WS-ENT-NUM (WS-CARD-ENT)
                   DELIMITED BY SIZE
                   INTO WS-OUT-LINE(WS-CARD-IND + 1:)
               END-STRING
           ELSE
               MOVE "#----" TO WS-OUT-LINE(WS-CARD-IND + 1:5)
           END-IF.
           MOVE WS-ENT-TOPIC (WS-CARD-ENT)
               TO WS-OUT-LINE(WS-CARD-IND + 8:).
           PERFORM 8000-EMIT-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING FUNCTION TRIM(WS-ENT-MODE (WS-CARD-ENT)) ", "
                  WS-ENT-DATE (WS-CARD-ENT) ", "
                  FUNCTION TRIM(WS-ENT-MSGS (WS-CARD-ENT))
                  " message(s)"
               DELIMITED BY SIZE
               INTO WS-OUT-LINE(WS-CARD-IND + 8:)
           END-STRING.
           PERFORM 8000-EMIT-LINE THRU 8000-EXIT.
           IF WS-ENT-THREAD (WS-CARD-ENT) NOT = SPACES
               MOVE "thread" TO WS-SIB-KIND
               MOVE WS-ENT-THREAD (WS-CARD-ENT) TO WS-SIB-VALUE
               PERFORM 6100-SEE-ALSO THRU 6100-EXIT
           END-IF.
           IF WS-ENT-COLLECT (WS-CARD-ENT) NOT = SPACES
               MOVE "collection" TO WS-SIB-KIND
               MOVE WS-ENT-COLLECT (WS-CARD-ENT) TO WS-SIB-VALUE
               PERFORM 6100-SEE-ALSO THRU 6100-EXIT
           END-IF.
           ADD 1 TO WS-CARDS-PRINTED.
       6000-EXIT.
           EXIT.

      *> The other catalogued dialogues sharing the thread or
      *> collection, as many to a line as fit.
       6100-SEE-ALSO.
           MOVE 0 TO WS-SIB-COUNT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "see also (" FUNCTION TRIM(WS-SIB-KIND) "):"
               DELIMITED BY SIZE
               INTO WS-OUT-LINE(WS-CARD-IND + 8:)
           END-STRING.
           COMPUTE WS-SIB-PTR = WS-CARD-IND + 8
               + FUNCTION LENGTH(FUNCTION TRIM(WS-SIB-KIND)) + 13.
           PERFORM 6110-ADD-SIBLING THRU 6110-EXIT
               VARYING WS-SIB-POS FROM 1 BY 1
               UNTIL WS-SIB-POS > WS-ENT-COUNT.
           IF WS-SIB-COUNT > 0
               PERFORM 8000-EMIT-LINE THRU 8000-EXIT
           END-IF.
       6100-EXIT.
           EXIT.

       6110-ADD-SIBLING.
           IF WS-SIB-POS = WS-CARD-ENT
               GO TO 6110-EXIT
           END-IF.
           IF WS-SIB-KIND = "thread"
               IF WS-ENT-THREAD (WS-SIB-POS) NOT = WS-SIB-VALUE
                   GO TO 6110-EXIT
               END-IF
           ELSE
               IF WS-ENT-COLLECT (WS-SIB-POS) NOT = WS-SIB-VALUE
                   GO TO 6110-EXIT
               END-IF
           END-IF.
           PERFORM 6200-SHORT-REFERENCE THRU 6200-EXIT.
           IF WS-SIB-PTR + FUNCTION LENGTH(FUNCTION TRIM(WS-CARD-REF))
                   > 99
               PERFORM 8000-EMIT-LINE THRU 8000-EXIT
               MOVE SPACES TO WS-OUT-LINE
               COMPUTE WS-SIB-PTR = WS-CARD-IND + 12
           END-IF.
           STRING FUNCTION TRIM(WS-CARD-REF) " "
               DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-SIB-PTR
           END-STRING.
           ADD 1 TO WS-SIB-COUNT.
       6110-EXIT.
           EXIT.

      *> A sibling is cited by its number; one not yet numbered by
      *> the start of its topic.
       6200-SHORT-REFERENCE.
           MOVE SPACES TO WS-CARD-REF.
           IF WS-ENT-NUM (WS-SIB-POS) NOT = SPACES
               STRING "#" WS-ENT-NUM (WS-SIB-POS)
                   DELIMITED BY SIZE INTO WS-CARD-REF
               END-STRING
           ELSE
               STRING """" FUNCTION TRIM(
                          WS-ENT-TOPIC (WS-SIB-POS) (1:30)) """"
                   DELIMITED BY SIZE INTO WS-CARD-REF
               END-STRING
           END-IF.
       6200-EXIT.
           EXIT.

      *> Each section opens on a fresh page with its title.
       7000-OPEN-SECTION.
           MOVE SPACES TO WS-LAST-HEAD-1 WS-LAST-HEAD-2
                          WS-HDR-HEADING.
           MOVE 99 TO WS-LINE-ON-PAGE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "SECTION " FUNCTION TRIM(WS-HDR-SECTION)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8000-EMIT-LINE THRU 8000-EXIT.
           IF WS-PAGE-NUM = 1
               MOVE SPACES TO WS-OUT-LINE
               STRING "Compiled " WS-RUN-TIMESTAMP(1:4) "-"
                      WS-RUN-TIMESTAMP(5:2) "-"
                      WS-RUN-TIMESTAMP(7:2) "; "
                      WS-ENT-COUNT " dialogue(s) catalogued"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
               PERFORM 8000-EMIT-LINE THRU 8000-EXIT
           END-IF.
       7000-EXIT.
           EXIT.

      *> Every printed line goes through here. A new page opens
      *> with a three-line running head: rule, catalog title with
      *> the section and page number, and the heading in force.
       8000-EMIT-LINE.
           IF WS-LINE-ON-PAGE >= WS-PAGE-SIZE
               PERFORM 8200-OPEN-NEW-PAGE THRU 8200-EXIT
           END-IF.
           MOVE WS-OUT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 1 TO WS-LINE-ON-PAGE.
       8000-EXIT.
           EXIT.

       8100-EMIT-BLANK.
           MOVE SPACES TO WS-OUT-LINE.
           PERFORM 8000-EMIT-LINE THRU 8000-EXIT.
       8100-EXIT.
           EXIT.

       8200-OPEN-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUM.
           MOVE 3 TO WS-LINE-ON-PAGE.
           MOVE ALL "=" TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "PARISH LIBRARY SUBJECT CATALOG   "
                                                  DELIMITED BY SIZE
                  WS-HDR-SECTION                  DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING.
           MOVE "PAGE" TO PRINT-LINE(88:4).
           MOVE WS-PAGE-NUM TO PRINT-LINE(93:4).
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           IF WS-HDR-HEADING NOT = SPACES
               MOVE WS-HDR-HEADING TO PRINT-LINE
           END-IF.
           WRITE PRINT-LINE.
       8200-EXIT.
           EXIT.

      *> A heading or card that would not fit in what is left of
      *> the page starts the next one instead.
       8300-KEEP-TOGETHER.
           IF WS-LINE-ON-PAGE + WS-NEED-LINES > WS-PAGE-SIZE
               MOVE 99 TO WS-LINE-ON-PAGE
           END-IF.
       8300-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "catalog.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "dialogue_data.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "dialogue_numbers.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE "theme_class.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
           MOVE "persona_roster.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-05.
           MOVE "subject_catalog.prt" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-06.
       0900-EXIT.
           EXIT.
