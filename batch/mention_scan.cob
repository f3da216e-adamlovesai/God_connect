      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> MENTION-SCAN
      *>
      *> Finds the named people, places and historical events
      *> talked ABOUT inside message CONTENT - "every dialogue that
      *> brings up Jerusalem", "every time someone raised the
      *> Crusades or Gandhi" - which neither CONTENT-SEARCH's word
      *> index nor CITATION-SCAN's chapter-and-verse pass answers.
      *> The names come from the gazetteer batch/gazetteer.ref
      *> (G|entity|kind|variant, one spelling per line). Every hit
      *> in an M record of batch/dialogue_data.dat writes one
      *> mention to batch/mentions.dat:
      *>
      *>     N|entity|kind|path|seq|speaker|mode|context
      *>
      *> context is the stretch of CONTENT around the hit. A
      *> speaker naming themselves ("Martin Luther" saying
      *> "Luther", "Siddhartha Gautama" saying "the Buddha") is
      *> not a mention, nor is the "**Name** (...):" speaker
      *> heading the forum and courtroom formats open with.
      *> Matching is case-insensitive whole-phrase, longest
      *> variant first; a matched phrase is then blanked so a
      *> shorter variant inside it is not counted again. The file
      *> is control-framed (C|HEADER / C|TRAILER) like the other
      *> generated files. MENTION-LOOKUP answers the queries and
      *> THEME-BRIEFING carries the counts.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>     2026-10-15  DO   The extract is resolved whole-
      *>                      installation (dialogue_data.dat@*)
      *>                      whatever parish the run views.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENTION-SCAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAZ-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAZ-STATUS.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT MENTION-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GAZ-FILE.
       01  GAZ-LINE                 PIC X(160).

       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).

       FD  MENTION-FILE.
       01  MENTION-LINE             PIC X(500).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-GAZ-STATUS            PIC X(02) VALUE SPACES.
       01  WS-DATA-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).
       01  WS-EOF-GAZ               PIC X(01) VALUE "N".
           88  NO-MORE-GAZ                   VALUE "Y".
       01  WS-EOF-DATA              PIC X(01) VALUE "N".
           88  NO-MORE-DATA                  VALUE "Y".
       01  WS-RUN-TIMESTAMP         PIC X(21).

      *> Gazetteer spellings, kept longest first as they load.
       01  WS-VAR-MAX               PIC 9(03) VALUE 400.
       01  WS-VAR-COUNT             PIC 9(03) VALUE 0.
       01  WS-VAR-TABLE.
           05  WS-VAR-ENTRY OCCURS 400 TIMES.
               10  WS-VAR-ENTITY    PIC X(40).
               10  WS-VAR-KIND      PIC X(10).
               10  WS-VAR-TEXT      PIC X(40).
               10  WS-VAR-LEN       PIC 9(02).
       01  WS-VAR-POS               PIC 9(03) VALUE 0.
       01  WS-VAR-SLOT              PIC 9(03) VALUE 0.
       01  WS-VAR-SHIFT             PIC 9(03) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-ENTITY             PIC X(40).
       01  WS-IN-KIND               PIC X(10).
       01  WS-IN-VARIANT            PIC X(40).
       01  WS-IN-LEN                PIC 9(02) VALUE 0.

       01  WS-IN-PATH               PIC X(200).
       01  WS-IN-SEQ                PIC X(04).
       01  WS-IN-SPEAKER            PIC X(30).
       01  WS-IN-NAME               PIC X(40).
       01  WS-IN-TRADITION          PIC X(60).
       01  WS-IN-CONTENT            PIC X(240).
       01  WS-IN-F3                 PIC X(80).
       01  WS-IN-F4                 PIC X(20).

      *> The mode comes from the H record ahead of the messages.
       01  WS-CUR-PATH              PIC X(200) VALUE SPACES.
       01  WS-CUR-MODE              PIC X(20) VALUE SPACES.
       01  WS-MSG-MODE              PIC X(20).

      *> CONTENT and speaker name upper-cased with punctuation
      *> blanked and a space either side, so " VARIANT " finds
      *> only whole phrases.
       01  WS-PUNCT-FROM            PIC X(15)
               VALUE ".,;:!?()""'/-*[]".
       01  WS-PUNCT-TO              PIC X(15) VALUE SPACES.
       01  WS-PADDED                PIC X(242).
       01  WS-NAME-PADDED           PIC X(42).
       01  WS-PATTERN               PIC X(42).
       01  WS-PAT-LEN               PIC 9(02) VALUE 0.
       01  WS-BEFORE                PIC 9(03) VALUE 0.
       01  WS-HITS                  PIC 9(03) VALUE 0.
       01  WS-HIT-POS               PIC 9(03) VALUE 0.
       01  WS-MORE-HITS             PIC X(01).
           88  NO-MORE-HITS                  VALUE "N".
       01  WS-HEAD-LEN              PIC 9(03) VALUE 0.

      *> The entities the speaker's own name spells, found afresh
      *> for each message.
       01  WS-SELF-MAX              PIC 9(02) VALUE 10.
       01  WS-SELF-COUNT            PIC 9(02) VALUE 0.
       01  WS-SELF-TABLE.
           05  WS-SELF-ENTITY       PIC X(40) OCCURS 10 TIMES.
       01  WS-SELF-POS              PIC 9(02) VALUE 0.
       01  WS-SELF-FOUND            PIC 9(02) VALUE 0.

      *> Surrounding text: up to 40 bytes either side of the hit,
      *> started and cut on a character boundary.
       01  WS-CTX-LEAD              PIC 9(03) VALUE 40.
       01  WS-CTX-START             PIC 9(03) VALUE 0.
       01  WS-CTX-END               PIC 9(03) VALUE 0.
       01  WS-CTX-TEXT              PIC X(240).
       01  WS-UTF-ACTION            PIC X(03).
       01  WS-UTF-BYTES             PIC 9(04).
       01  WS-UTF-RESULT            PIC 9(04).

       01  WS-MSGS-SCANNED          PIC 9(06) VALUE 0.
       01  WS-SELF-SKIPPED          PIC 9(06) VALUE 0.
       01  WS-OUT-COUNT             PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           OPEN INPUT GAZ-FILE.
           IF WS-GAZ-STATUS NOT = "00"
               DISPLAY "MENTION-SCAN: no gazetteer at "
                       FUNCTION TRIM(WS-CFN-01)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1000-LOAD-ONE-VARIANT THRU 1000-EXIT
               UNTIL NO-MORE-GAZ.
           CLOSE GAZ-FILE.
           IF WS-VAR-COUNT = 0
               DISPLAY "MENTION-SCAN: no entries in "
                       FUNCTION TRIM(WS-CFN-01)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CFN-02 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DATA-FILE.
           IF WS-DATA-STATUS NOT = "00"
               DISPLAY "MENTION-SCAN: no extract at "
                       FUNCTION TRIM(WS-CFN-02)
                       " - run BUILD-DIALOGUE-DATA first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           OPEN OUTPUT MENTION-FILE.
           MOVE SPACES TO MENTION-LINE.
           STRING "C|HEADER|MENTIONS|" WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO MENTION-LINE
           END-STRING.
           WRITE MENTION-LINE.
           PERFORM 2000-SCAN-ONE-LINE THRU 2000-EXIT
               UNTIL NO-MORE-DATA.
           CLOSE DATA-FILE.
           MOVE SPACES TO MENTION-LINE.
           STRING "C|TRAILER|MENTIONS|"   DELIMITED BY SIZE
                  WS-OUT-COUNT            DELIMITED BY SIZE
                  "|000000|"              DELIMITED BY SIZE
                  WS-OUT-COUNT            DELIMITED BY SIZE
                  INTO MENTION-LINE
           END-STRING.
           WRITE MENTION-LINE.
           CLOSE MENTION-FILE.
           DISPLAY "MENTION-SCAN: " WS-VAR-COUNT " spelling(s), "
                   WS-MSGS-SCANNED " message(s) scanned, "
                   WS-OUT-COUNT " mention(s) written to "
                   FUNCTION TRIM(WS-CFN-03).
           IF WS-SELF-SKIPPED > 0
               DISPLAY "MENTION-SCAN: " WS-SELF-SKIPPED
                       " self-reference(s) by the speaker not counted"
           END-IF.
           STOP RUN.

      *> Each spelling is slotted in ahead of the first shorter one
      *> already held, so the table stays longest first.
       1000-LOAD-ONE-VARIANT.
           READ GAZ-FILE
               AT END
                   SET NO-MORE-GAZ TO TRUE
                   GO TO 1000-EXIT
           END-READ.
           IF GAZ-LINE(1:2) NOT = "G|"
               GO TO 1000-EXIT
           END-IF.
           IF WS-VAR-COUNT NOT < WS-VAR-MAX
               DISPLAY "MENTION-SCAN: gazetteer holds more than "
                       WS-VAR-MAX " spellings - the rest ignored"
               SET NO-MORE-GAZ TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-ENTITY WS-IN-KIND WS-IN-VARIANT.
           UNSTRING GAZ-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-ENTITY WS-IN-KIND WS-IN-VARIANT
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-IN-VARIANT) TO WS-IN-VARIANT.
           INSPECT WS-IN-VARIANT
               CONVERTING WS-PUNCT-FROM TO WS-PUNCT-TO.
           MOVE FUNCTION TRIM(WS-IN-VARIANT) TO WS-IN-VARIANT.
           IF WS-IN-ENTITY = SPACES OR WS-IN-VARIANT = SPACES
               GO TO 1000-EXIT
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-IN-VARIANT))
               TO WS-IN-LEN.
           MOVE 0 TO WS-VAR-SLOT.
           PERFORM 1100-PROBE-ONE-SLOT THRU 1100-EXIT
               VARYING WS-VAR-POS FROM 1 BY 1
               UNTIL WS-VAR-POS > WS-VAR-COUNT
                  OR WS-VAR-SLOT > 0.
           IF WS-VAR-SLOT = 0
               COMPUTE WS-VAR-SLOT = WS-VAR-COUNT + 1
           END-IF.
           PERFORM 1200-SHIFT-ONE-DOWN THRU 1200-EXIT
               VARYING WS-VAR-SHIFT FROM WS-VAR-COUNT BY -1
               UNTIL WS-VAR-SHIFT < WS-VAR-SLOT.
           ADD 1 TO WS-VAR-COUNT.
           MOVE WS-IN-ENTITY  TO WS-VAR-ENTITY (WS-VAR-SLOT).
           MOVE FUNCTION UPPER-CASE(WS-IN-KIND)
                              TO WS-VAR-KIND (WS-VAR-SLOT).
           MOVE WS-IN-VARIANT TO WS-VAR-TEXT (WS-VAR-SLOT).
           MOVE WS-IN-LEN     TO WS-VAR-LEN (WS-VAR-SLOT).
       1000-EXIT.
           EXIT.

       1100-PROBE-ONE-SLOT.
           IF WS-VAR-LEN (WS-VAR-POS) < WS-IN-LEN
               MOVE WS-VAR-POS TO WS-VAR-SLOT
           END-IF.
       1100-EXIT.
           EXIT.

       1200-SHIFT-ONE-DOWN.
           IF WS-VAR-SHIFT > 0
               MOVE WS-VAR-ENTRY (WS-VAR-SHIFT)
                   TO WS-VAR-ENTRY (WS-VAR-SHIFT + 1)
           END-IF.
       1200-EXIT.
           EXIT.

       2000-SCAN-ONE-LINE.
           READ DATA-FILE
               AT END
                   SET NO-MORE-DATA TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF DATA-LINE(1:2) = "H|"
               MOVE SPACES TO WS-CUR-PATH WS-CUR-MODE
               UNSTRING DATA-LINE DELIMITED BY "|"
                   INTO WS-IN-TAG WS-CUR-PATH WS-IN-F3 WS-IN-F4
               END-UNSTRING
               MOVE WS-IN-F4 TO WS-CUR-MODE
               GO TO 2000-EXIT
           END-IF.
           IF DATA-LINE(1:2) NOT = "M|"
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-MSGS-SCANNED.
           MOVE SPACES TO WS-IN-PATH WS-IN-SEQ WS-IN-SPEAKER
                          WS-IN-NAME WS-IN-CONTENT.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-PATH WS-IN-SEQ
                    WS-IN-SPEAKER WS-IN-NAME
                    WS-IN-TRADITION WS-IN-CONTENT
           END-UNSTRING.
           IF WS-IN-PATH = WS-CUR-PATH
               MOVE WS-CUR-MODE TO WS-MSG-MODE
           ELSE
               MOVE SPACES TO WS-MSG-MODE
           END-IF.
           MOVE SPACES TO WS-PADDED WS-NAME-PADDED.
           MOVE FUNCTION UPPER-CASE(WS-IN-CONTENT)
               TO WS-PADDED(2:240).
           INSPECT WS-PADDED
               CONVERTING WS-PUNCT-FROM TO WS-PUNCT-TO.
           MOVE FUNCTION UPPER-CASE(WS-IN-NAME)
               TO WS-NAME-PADDED(2:40).
           INSPECT WS-NAME-PADDED
               CONVERTING WS-PUNCT-FROM TO WS-PUNCT-TO.
      *> Forum, judgment and reenactment CONTENT opens with the
      *> speaker's heading - "**Martin Luther** (Christianity): ..."
      *> - which names the speaker, not a mention. Set it aside up
      *> to its colon (or the closing ** on a cut-short message).
           IF WS-IN-CONTENT(1:2) = "**"
               MOVE 0 TO WS-HEAD-LEN
               INSPECT WS-IN-CONTENT TALLYING WS-HEAD-LEN
                   FOR CHARACTERS BEFORE INITIAL ":"
               IF WS-HEAD-LEN = 240
                   MOVE 0 TO WS-HEAD-LEN
                   INSPECT WS-IN-CONTENT(3:) TALLYING WS-HEAD-LEN
                       FOR CHARACTERS BEFORE INITIAL "**"
                   ADD 4 TO WS-HEAD-LEN
               ELSE
                   ADD 1 TO WS-HEAD-LEN
               END-IF
               IF WS-HEAD-LEN > 240
                   MOVE 240 TO WS-HEAD-LEN
               END-IF
               MOVE SPACES TO WS-PADDED(2:WS-HEAD-LEN)
           END-IF.
           MOVE 0 TO WS-SELF-COUNT.
           PERFORM 2050-NOTE-ONE-SELF THRU 2050-EXIT
               VARYING WS-VAR-POS FROM 1 BY 1
               UNTIL WS-VAR-POS > WS-VAR-COUNT.
           PERFORM 2100-MATCH-ONE-VARIANT THRU 2100-EXIT
               VARYING WS-VAR-POS FROM 1 BY 1
               UNTIL WS-VAR-POS > WS-VAR-COUNT.
       2000-EXIT.
           EXIT.

       2050-NOTE-ONE-SELF.
           MOVE SPACES TO WS-PATTERN.
           MOVE WS-VAR-TEXT (WS-VAR-POS)
               TO WS-PATTERN(2:WS-VAR-LEN (WS-VAR-POS)).
           COMPUTE WS-PAT-LEN = WS-VAR-LEN (WS-VAR-POS) + 2.
           MOVE 0 TO WS-HITS.
           INSPECT WS-NAME-PADDED TALLYING WS-HITS
               FOR ALL WS-PATTERN(1:WS-PAT-LEN).
           IF WS-HITS > 0 AND WS-SELF-COUNT < WS-SELF-MAX
               ADD 1 TO WS-SELF-COUNT
               MOVE WS-VAR-ENTITY (WS-VAR-POS)
                   TO WS-SELF-ENTITY (WS-SELF-COUNT)
           END-IF.
       2050-EXIT.
           EXIT.

       2100-MATCH-ONE-VARIANT.
           MOVE SPACES TO WS-PATTERN.
           MOVE WS-VAR-TEXT (WS-VAR-POS)
               TO WS-PATTERN(2:WS-VAR-LEN (WS-VAR-POS)).
           COMPUTE WS-PAT-LEN = WS-VAR-LEN (WS-VAR-POS) + 2.
           MOVE "Y" TO WS-MORE-HITS.
           PERFORM 2200-TAKE-ONE-HIT THRU 2200-EXIT
               UNTIL NO-MORE-HITS.
       2100-EXIT.
           EXIT.

      *> Find the first remaining occurrence, write it, and blank
      *> it out of the padded copy so the next probe moves on.
       2200-TAKE-ONE-HIT.
           MOVE 0 TO WS-HITS.
           INSPECT WS-PADDED TALLYING WS-HITS
               FOR ALL WS-PATTERN(1:WS-PAT-LEN).
           IF WS-HITS = 0
               SET NO-MORE-HITS TO TRUE
               GO TO 2200-EXIT
           END-IF.
           MOVE 0 TO WS-BEFORE.
           INSPECT WS-PADDED TALLYING WS-BEFORE
               FOR CHARACTERS BEFORE INITIAL WS-PATTERN(1:WS-PAT-LEN).
      *> The variant's first byte in CONTENT.
           COMPUTE WS-HIT-POS = WS-BEFORE + 1.
           MOVE SPACES
               TO WS-PADDED(WS-BEFORE + 2:WS-VAR-LEN (WS-VAR-POS)).
           PERFORM 2250-CHECK-SELF THRU 2250-EXIT.
           IF WS-SELF-FOUND > 0
               ADD 1 TO WS-SELF-SKIPPED
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2300-CUT-CONTEXT THRU 2300-EXIT.
           PERFORM 2400-WRITE-MENTION THRU 2400-EXIT.
       2200-EXIT.
           EXIT.

       2250-CHECK-SELF.
           MOVE 0 TO WS-SELF-FOUND.
           PERFORM 2260-PROBE-ONE-SELF THRU 2260-EXIT
               VARYING WS-SELF-POS FROM 1 BY 1
               UNTIL WS-SELF-POS > WS-SELF-COUNT
                  OR WS-SELF-FOUND > 0.
       2250-EXIT.
           EXIT.

       2260-PROBE-ONE-SELF.
           IF WS-SELF-ENTITY (WS-SELF-POS) = WS-VAR-ENTITY (WS-VAR-POS)
               MOVE WS-SELF-POS TO WS-SELF-FOUND
           END-IF.
       2260-EXIT.
           EXIT.

       2300-CUT-CONTEXT.
           IF WS-HIT-POS > WS-CTX-LEAD
               COMPUTE WS-CTX-START = WS-HIT-POS - WS-CTX-LEAD
           ELSE
               MOVE 1 TO WS-CTX-START
           END-IF.
      *> Step off any UTF-8 continuation bytes at the start.
           PERFORM 2310-STEP-ONE-BYTE THRU 2310-EXIT
               UNTIL WS-CTX-START >= WS-HIT-POS
                  OR WS-IN-CONTENT(WS-CTX-START:1) < X"80"
                  OR WS-IN-CONTENT(WS-CTX-START:1) > X"BF".
           COMPUTE WS-CTX-END = WS-HIT-POS + WS-VAR-LEN (WS-VAR-POS)
                              + WS-CTX-LEAD - 1.
           IF WS-CTX-END > 240
               MOVE 240 TO WS-CTX-END
           END-IF.
           MOVE SPACES TO WS-CTX-TEXT.
           MOVE WS-IN-CONTENT(WS-CTX-START:
                              WS-CTX-END - WS-CTX-START + 1)
               TO WS-CTX-TEXT.
           MOVE "CUT" TO WS-UTF-ACTION.
           COMPUTE WS-UTF-BYTES = WS-CTX-END - WS-CTX-START + 1.
           CALL "DLGUTF8" USING WS-UTF-ACTION WS-CTX-TEXT
                                WS-UTF-BYTES WS-UTF-RESULT.
           IF WS-UTF-RESULT < WS-UTF-BYTES
               MOVE SPACES TO WS-CTX-TEXT(WS-UTF-RESULT + 1:)
           END-IF.
       2300-EXIT.
           EXIT.

       2310-STEP-ONE-BYTE.
           ADD 1 TO WS-CTX-START.
       2310-EXIT.
           EXIT.

       2400-WRITE-MENTION.
           MOVE SPACES TO MENTION-LINE.
           STRING "N|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VAR-ENTITY (WS-VAR-POS))
                                               DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VAR-KIND (WS-VAR-POS))
                                               DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-PATH)    DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  WS-IN-SEQ                    DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-NAME)    DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MSG-MODE)   DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CTX-TEXT)   DELIMITED BY SIZE
                  INTO MENTION-LINE
           END-STRING.
           WRITE MENTION-LINE.
           ADD 1 TO WS-OUT-COUNT.
       2400-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "gazetteer.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "dialogue_data.dat@*" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "mentions.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
       0900-EXIT.
           EXIT.
