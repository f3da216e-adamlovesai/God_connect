      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> THEATRE-SCRIPT
      *>
      *> Readers' theatre. The youth group and the hall events team
      *> perform forum debates, judgments and reenactments live, and
      *> retyped the transcripts into scripts by hand. Given one
      *> forum, judgment or reenactment record, this renders it as
      *> a performance script, batch/theatre_script.txt, in
      *> ANTHOLOGY-PRINT's 60-line page discipline:
      *>
      *>     - a title block: the topic, the mode, the source path
      *>       and an estimated running time from the word count of
      *>       the speeches at WS-WORDS-PER-MINUTE,
      *>     - the CAST: every distinct speaker name, each
      *>       with their tradition - their era in a
      *>       reenactment - the number of speeches and the
      *>       volunteer reading the part,
      *>     - the SCRIPT: the speeches numbered in order, each
      *>       under its part's name with a stage direction drawn
      *>       from the speaker's stance (reenactment) and the tone
      *>       of the exchange (forum, judgment), the leading
      *>       "**Name** (tradition):" markdown stripped from the
      *>       text; a judgment closes on the court's ruling.
      *>
      *> Readers are cast on batch/theatre_casting.dat by
      *> READER-CAPTURE (the latest record for a part wins, in the
      *> run's parish view). Each reader gets a cue sheet in
      *> batch/theatre_cues.txt, starting on a page of its own:
      *> only their speeches, each after the line before it - the
      *> cue they listen for.
      *>
      *> A performance is a publication: a record the shared
      *> eligibility rule (DLGELIG) refuses is not rendered.
      *>
      *> Usage:
      *>     theatre_script "path"      (or its dialogue number)
      *>
      *> RETURN-CODE 0 written, 4 written with parts nobody reads
      *> yet, 8 refused (usage, not on file, not a performable
      *> mode, not eligible).
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. THEATRE-SCRIPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT CAST-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAST-STATUS.
           SELECT SCRIPT-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUE-FILE ASSIGN DYNAMIC WS-CFN-04
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).

       FD  CAST-FILE.
       01  CAST-LINE                PIC X(400).

       FD  SCRIPT-FILE.
       01  SCRIPT-LINE              PIC X(80).

       FD  CUE-FILE.
       01  CUE-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CFN-04                PIC X(200).
       01  WS-DATA-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CAST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).
       01  WS-EOF-DATA              PIC X(01) VALUE "N".
           88  NO-MORE-DATA                  VALUE "Y".
       01  WS-EOF-CAST              PIC X(01) VALUE "N".
           88  NO-MORE-CAST                  VALUE "Y".

       01  WS-CMD-LINE              PIC X(300) VALUE SPACES.
       01  WS-ARG-PATH              PIC X(200) VALUE SPACES.

      *> Reading pace for the running-time estimate: words a
      *> reader speaks aloud in a minute, with the pause between
      *> speeches allowed for separately.
       01  WS-WORDS-PER-MINUTE      PIC 9(03) VALUE 140.
       01  WS-PAUSE-SECONDS         PIC 9(02) VALUE 3.

      *> The record, buffered whole.
       01  WS-REC-FOUND             PIC X(01) VALUE "N".
           88  RECORD-FOUND                  VALUE "Y".
       01  WS-IN-RECORD             PIC X(01) VALUE "N".
           88  READING-THE-RECORD            VALUE "Y".
       01  WS-REC-TOPIC             PIC X(240) VALUE SPACES.
       01  WS-REC-MODE              PIC X(20) VALUE SPACES.
       01  WS-REC-VERDICT           PIC X(240) VALUE SPACES.

      *> The speeches, in order.
       01  WS-SP-MAX                PIC 9(03) VALUE 300.
       01  WS-SP-COUNT              PIC 9(03) VALUE 0.
       01  WS-SP-TABLE.
           05  WS-SP-ENTRY OCCURS 300 TIMES.
               10  WS-SP-NAME       PIC X(40).
               10  WS-SP-PART       PIC 9(02).
               10  WS-SP-DIRECTION  PIC X(40).
               10  WS-SP-TEXT       PIC X(240).
               10  WS-SP-WORDS      PIC 9(04).
       01  WS-SP-POS                PIC 9(03) VALUE 0.
       01  WS-SP-PREV               PIC 9(03) VALUE 0.

      *> The cast: one entry per distinct speaker name.
       01  WS-PT-MAX                PIC 9(02) VALUE 60.
       01  WS-PT-COUNT              PIC 9(02) VALUE 0.
       01  WS-PT-TABLE.
           05  WS-PT-ENTRY OCCURS 60 TIMES.
               10  WS-PT-NAME       PIC X(40).
               10  WS-PT-UPPER      PIC X(40).
               10  WS-PT-DETAIL     PIC X(60).
               10  WS-PT-READER     PIC X(40).
               10  WS-PT-SPEECHES   PIC 9(03).
               10  WS-PT-WORDS      PIC 9(05).
       01  WS-PT-POS                PIC 9(02) VALUE 0.
       01  WS-PT-FOUND              PIC 9(02) VALUE 0.
       01  WS-UNCAST                PIC 9(02) VALUE 0.

      *> The readers, for the cue sheets.
       01  WS-RD-MAX                PIC 9(02) VALUE 60.
       01  WS-RD-COUNT              PIC 9(02) VALUE 0.
       01  WS-RD-TABLE.
           05  WS-RD-ENTRY OCCURS 60 TIMES.
               10  WS-RD-NAME       PIC X(40).
               10  WS-RD-SPEECHES   PIC 9(03).
               10  WS-RD-WORDS      PIC 9(05).
       01  WS-RD-POS                PIC 9(02) VALUE 0.
       01  WS-RD-FOUND              PIC 9(02) VALUE 0.

      *> Casting in force for the record, in the parish view.
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "THEATRE-SCRIPT".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).

       01  WS-ELIG-PATH             PIC X(200).
       01  WS-ELIG-RC               PIC X(02).
       01  WS-ELIG-REASON           PIC X(10).

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
       01  WS-IN-F4                 PIC X(240).
       01  WS-IN-F5                 PIC X(240).
       01  WS-IN-F6                 PIC X(240).
       01  WS-IN-F7                 PIC X(240).
       01  WS-IN-F8                 PIC X(240).
       01  WS-IN-F9                 PIC X(240).
       01  WS-IN-F10                PIC X(240).

      *> One speech's text as it will be read.
       01  WS-WORK-TEXT             PIC X(240).
       01  WS-STRIP-HEAD            PIC X(240).
       01  WS-STRIP-TAIL            PIC X(240).
       01  WS-CHAR-POS              PIC 9(03) VALUE 0.
       01  WS-IN-WORD               PIC X(01) VALUE "N".
       01  WS-WORD-COUNT            PIC 9(04) VALUE 0.
       01  WS-NAME-UPPER            PIC X(40).
       01  WS-STANCE                PIC X(15).
       01  WS-TONE                  PIC X(15).

      *> Running time.
       01  WS-TOTAL-WORDS           PIC 9(06) VALUE 0.
       01  WS-TOTAL-SECONDS         PIC 9(06) VALUE 0.
       01  WS-RUN-MINUTES           PIC 9(04) VALUE 0.
       01  WS-RUN-SECONDS           PIC 9(02) VALUE 0.
       01  WS-MIN-ED                PIC ZZZ9.
       01  WS-WORDS-ED              PIC ZZZZZ9.
       01  WS-COUNT-ED              PIC ZZ9.
       01  WS-SEQ-ED                PIC ZZ9.

      *> Page discipline, the ANTHOLOGY-PRINT constants; the same
      *> line writer serves the script and the cue sheets.
       01  WS-PRINT-TO              PIC X(01) VALUE "S".
           88  PRINT-TO-SCRIPT               VALUE "S".
           88  PRINT-TO-CUES                 VALUE "C".
       01  WS-PAGE-SIZE             PIC 9(02) VALUE 60.
       01  WS-SCRIPT-PAGE           PIC 9(04) VALUE 0.
       01  WS-SCRIPT-LINE-ON-PAGE   PIC 9(02) VALUE 99.
       01  WS-CUE-PAGE              PIC 9(04) VALUE 0.
       01  WS-CUE-LINE-ON-PAGE      PIC 9(02) VALUE 99.
       01  WS-PAGE-TITLE            PIC X(50) VALUE SPACES.
       01  WS-OUT-TEXT              PIC X(80).

      *> Word wrap for speech text.
       01  WS-WRAP-TEXT             PIC X(400).
       01  WS-WRAP-LEAD             PIC X(08).
       01  WS-WRAP-WIDTH            PIC 9(02) VALUE 70.
       01  WS-WRAP-LEN              PIC 9(03) VALUE 0.
       01  WS-WRAP-START            PIC 9(03) VALUE 0.
       01  WS-WRAP-CUT              PIC 9(03) VALUE 0.
       01  WS-WRAP-FIRST            PIC X(01).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           INSPECT WS-CMD-LINE REPLACING ALL '"' BY SPACE.
           MOVE FUNCTION TRIM(WS-CMD-LINE) TO WS-ARG-PATH.
           IF WS-ARG-PATH = SPACES
               DISPLAY "THEATRE-SCRIPT: usage: theatre_script "
                       """path"" (or its dialogue number)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> A dialogue number resolves through the registry (DLGNUM).
           CALL "DLGNUM" USING WS-ARG-PATH.
           MOVE WS-CFN-01 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2000-READ-EXTRACT THRU 2000-EXIT
               UNTIL NO-MORE-DATA.
           IF NOT RECORD-FOUND
               DISPLAY "THEATRE-SCRIPT: no record on file for "
                       FUNCTION TRIM(WS-ARG-PATH)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-REC-MODE NOT = "forum" AND WS-REC-MODE NOT = "judgment"
                   AND WS-REC-MODE NOT = "reenactment"
               DISPLAY "THEATRE-SCRIPT: "
                       FUNCTION TRIM(WS-ARG-PATH) " is a "
                       FUNCTION TRIM(WS-REC-MODE)
                       " record - only a forum, judgment or "
                       "reenactment is performed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-ARG-PATH TO WS-ELIG-PATH.
           CALL "DLGELIG" USING WS-ELIG-PATH WS-ELIG-RC
                                WS-ELIG-REASON.
           IF WS-ELIG-RC = "12"
               DISPLAY "THEATRE-SCRIPT: "
                       FUNCTION TRIM(WS-ARG-PATH)
                       " is not eligible for performance ("
                       FUNCTION TRIM(WS-ELIG-REASON) ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-SP-COUNT = 0
               DISPLAY "THEATRE-SCRIPT: "
                       FUNCTION TRIM(WS-ARG-PATH)
                       " has no speeches to perform"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1000-LOAD-CASTING THRU 1000-EXIT
               UNTIL NO-MORE-CAST.
           PERFORM 3000-TALLY-ONE-PART THRU 3000-EXIT
               VARYING WS-PT-POS FROM 1 BY 1
               UNTIL WS-PT-POS > WS-PT-COUNT.
      *> Running time: the words at reading pace, plus a pause
      *> between speeches.
           COMPUTE WS-TOTAL-SECONDS =
               (WS-TOTAL-WORDS * 60) / WS-WORDS-PER-MINUTE
               + WS-SP-COUNT * WS-PAUSE-SECONDS.
           DIVIDE WS-TOTAL-SECONDS BY 60 GIVING WS-RUN-MINUTES
               REMAINDER WS-RUN-SECONDS.
           IF WS-RUN-SECONDS >= 30
               ADD 1 TO WS-RUN-MINUTES
           END-IF.
           IF WS-RUN-MINUTES = 0
               MOVE 1 TO WS-RUN-MINUTES
           END-IF.
           OPEN OUTPUT SCRIPT-FILE.
           SET PRINT-TO-SCRIPT TO TRUE.
           PERFORM 5000-RENDER-SCRIPT THRU 5000-EXIT.
           CLOSE SCRIPT-FILE.
           OPEN OUTPUT CUE-FILE.
           SET PRINT-TO-CUES TO TRUE.
           PERFORM 6500-CUE-SHEET THRU 6500-EXIT
               VARYING WS-RD-POS FROM 1 BY 1
               UNTIL WS-RD-POS > WS-RD-COUNT.
           CLOSE CUE-FILE.
           MOVE WS-RUN-MINUTES TO WS-MIN-ED.
           DISPLAY "THEATRE-SCRIPT: " WS-SP-COUNT " speech(es), "
                   WS-PT-COUNT " part(s), about "
                   FUNCTION TRIM(WS-MIN-ED) " minute(s), in "
                   FUNCTION TRIM(WS-CFN-03).
           DISPLAY "THEATRE-SCRIPT: " WS-RD-COUNT
                   " cue sheet(s) in " FUNCTION TRIM(WS-CFN-04).
           IF WS-UNCAST > 0
               DISPLAY "THEATRE-SCRIPT: " WS-UNCAST
                       " part(s) have no reader - cast them with "
                       "READER-CAPTURE"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *>----------------------------------------------------------*>
      *> Casting: R|path|part|reader|parish|operator|timestamp,
      *> the latest per part in force, UNCAST taking it back.
      *>----------------------------------------------------------*>
       1000-LOAD-CASTING.
           IF WS-CAST-STATUS = SPACES
               OPEN INPUT CAST-FILE
               IF WS-CAST-STATUS NOT = "00"
                   SET NO-MORE-CAST TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           READ CAST-FILE
               AT END
                   SET NO-MORE-CAST TO TRUE
                   CLOSE CAST-FILE
                   GO TO 1000-EXIT
           END-READ.
           IF CAST-LINE(1:2) NOT = "R|"
               GO TO 1000-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5.
           UNSTRING CAST-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
           END-UNSTRING.
           IF WS-IN-F2(1:200) NOT = WS-ARG-PATH
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-IN-F5(1:12) TO WS-PRS-PARISH.
           MOVE SPACES TO WS-PRS-TEXT.
           MOVE "CODE" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
           IF WS-PRS-RC NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-IN-F3(1:40)) TO WS-NAME-UPPER.
           PERFORM 2400-FIND-PART THRU 2400-EXIT.
           IF WS-PT-FOUND = 0
               GO TO 1000-EXIT
           END-IF.
           IF WS-IN-F4(1:40) = "UNCAST"
               MOVE SPACES TO WS-PT-READER (WS-PT-FOUND)
           ELSE
               MOVE WS-IN-F4(1:40) TO WS-PT-READER (WS-PT-FOUND)
           END-IF.
       1000-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The extract: the H record for the path and its M lines;
      *> the next H ends it.
      *>----------------------------------------------------------*>
       2000-READ-EXTRACT.
           IF WS-DATA-STATUS = SPACES
               OPEN INPUT DATA-FILE
               IF WS-DATA-STATUS NOT = "00"
                   DISPLAY "THEATRE-SCRIPT: no extract at "
                           FUNCTION TRIM(WS-CFN-01)
                           " - run BUILD-DIALOGUE-DATA first"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ DATA-FILE
               AT END
                   SET NO-MORE-DATA TO TRUE
                   CLOSE DATA-FILE
                   GO TO 2000-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN DATA-LINE(1:2) = "H|" AND READING-THE-RECORD
                   SET NO-MORE-DATA TO TRUE
                   CLOSE DATA-FILE
               WHEN DATA-LINE(1:2) = "H|"
                   PERFORM 2100-OPEN-RECORD THRU 2100-EXIT
               WHEN DATA-LINE(1:2) = "M|" AND READING-THE-RECORD
                   PERFORM 2200-TAKE-SPEECH THRU 2200-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *> H|path|topic|mode|msgcount|collection|thread|verdict|...
       2100-OPEN-RECORD.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6 WS-IN-F7 WS-IN-F8.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-IN-F7 WS-IN-F8
           END-UNSTRING.
           IF WS-IN-F2(1:200) NOT = WS-ARG-PATH
               GO TO 2100-EXIT
           END-IF.
           SET RECORD-FOUND TO TRUE.
           SET READING-THE-RECORD TO TRUE.
           MOVE WS-IN-F3 TO WS-REC-TOPIC.
           MOVE WS-IN-F4(1:20) TO WS-REC-MODE.
           MOVE WS-IN-F8 TO WS-REC-VERDICT.
       2100-EXIT.
           EXIT.

      *> M|path|seq|speaker|name|tradition|content|stance|era|tone
       2200-TAKE-SPEECH.
           IF WS-SP-COUNT NOT < WS-SP-MAX
               GO TO 2200-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6 WS-IN-F7 WS-IN-F8 WS-IN-F9
                          WS-IN-F10.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-IN-F7 WS-IN-F8 WS-IN-F9 WS-IN-F10
           END-UNSTRING.
           ADD 1 TO WS-SP-COUNT.
           MOVE FUNCTION TRIM(WS-IN-F5(1:40)) TO WS-SP-NAME (WS-SP-COUNT).
           IF WS-SP-NAME (WS-SP-COUNT) = SPACES
               MOVE FUNCTION TRIM(WS-IN-F4(1:40))
                   TO WS-SP-NAME (WS-SP-COUNT)
           END-IF.
      *> The part, found or added to the cast.
           MOVE FUNCTION UPPER-CASE(WS-SP-NAME (WS-SP-COUNT))
               TO WS-NAME-UPPER.
           PERFORM 2400-FIND-PART THRU 2400-EXIT.
           IF WS-PT-FOUND = 0 AND WS-PT-COUNT < WS-PT-MAX
               ADD 1 TO WS-PT-COUNT
               MOVE WS-PT-COUNT TO WS-PT-FOUND
               INITIALIZE WS-PT-ENTRY (WS-PT-FOUND)
               MOVE WS-SP-NAME (WS-SP-COUNT) TO WS-PT-NAME (WS-PT-FOUND)
               MOVE WS-NAME-UPPER TO WS-PT-UPPER (WS-PT-FOUND)
           END-IF.
           MOVE WS-PT-FOUND TO WS-SP-PART (WS-SP-COUNT).
      *> Tradition - era in a reenactment - the first time the part
      *> carries one.
           IF WS-PT-FOUND > 0
                   AND WS-PT-DETAIL (WS-PT-FOUND) = SPACES
               IF WS-REC-MODE = "reenactment"
                   MOVE FUNCTION TRIM(WS-IN-F9(1:60))
                       TO WS-PT-DETAIL (WS-PT-FOUND)
               ELSE
                   MOVE FUNCTION TRIM(WS-IN-F6(1:60))
                       TO WS-PT-DETAIL (WS-PT-FOUND)
               END-IF
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-F8(1:15)))
               TO WS-STANCE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-F10(1:15)))
               TO WS-TONE.
           PERFORM 2300-STAGE-DIRECTION THRU 2300-EXIT.
           MOVE WS-IN-F7 TO WS-WORK-TEXT.
           PERFORM 2500-STRIP-MARKDOWN THRU 2500-EXIT.
           MOVE WS-WORK-TEXT TO WS-SP-TEXT (WS-SP-COUNT).
           PERFORM 2600-COUNT-WORDS THRU 2600-EXIT.
           MOVE WS-WORD-COUNT TO WS-SP-WORDS (WS-SP-COUNT).
           ADD WS-WORD-COUNT TO WS-TOTAL-WORDS.
           IF WS-PT-FOUND > 0
               ADD 1 TO WS-PT-SPEECHES (WS-PT-FOUND)
               ADD WS-WORD-COUNT TO WS-PT-WORDS (WS-PT-FOUND)
           END-IF.
       2200-EXIT.
           EXIT.

      *> The stage direction: the speaker's stance in a
      *> reenactment, the tone of the exchange in a forum or
      *> judgment.
       2300-STAGE-DIRECTION.
           MOVE SPACES TO WS-SP-DIRECTION (WS-SP-COUNT).
           EVALUATE WS-STANCE
               WHEN "WITNESSING"
                   MOVE "looking on" TO WS-SP-DIRECTION (WS-SP-COUNT)
               WHEN "PARTICIPATING"
                   MOVE "in the thick of it"
                       TO WS-SP-DIRECTION (WS-SP-COUNT)
               WHEN "OBJECTING"
                   MOVE "objecting" TO WS-SP-DIRECTION (WS-SP-COUNT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EVALUATE WS-TONE
               WHEN "CONCILIATORY"
                   MOVE "warmly, reaching out"
                       TO WS-SP-DIRECTION (WS-SP-COUNT)
               WHEN "POINTED"
                   MOVE "pointedly" TO WS-SP-DIRECTION (WS-SP-COUNT)
               WHEN "HOSTILE"
                   MOVE "with heat" TO WS-SP-DIRECTION (WS-SP-COUNT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      *> WS-NAME-UPPER names the part; WS-PT-FOUND its slot.
       2400-FIND-PART.
           MOVE 0 TO WS-PT-FOUND.
           PERFORM 2410-PROBE-ONE-PART THRU 2410-EXIT
               VARYING WS-PT-POS FROM 1 BY 1
               UNTIL WS-PT-POS > WS-PT-COUNT
                  OR WS-PT-FOUND > 0.
       2400-EXIT.
           EXIT.

       2410-PROBE-ONE-PART.
           IF WS-PT-UPPER (WS-PT-POS) = WS-NAME-UPPER
               MOVE WS-PT-POS TO WS-PT-FOUND
           END-IF.
       2410-EXIT.
           EXIT.

      *> The "**Name** (tradition):" attribution the generator left
      *> in CONTENT is the cast list's business, not the reader's -
      *> QUOTE-EXTRACT's rule - and any emphasis markers left
      *> inside the text are dropped.
       2500-STRIP-MARKDOWN.
           IF WS-WORK-TEXT(1:2) = "**"
               MOVE SPACES TO WS-STRIP-HEAD WS-STRIP-TAIL
               UNSTRING WS-WORK-TEXT DELIMITED BY ":"
                   INTO WS-STRIP-HEAD WS-STRIP-TAIL
               END-UNSTRING
               IF WS-STRIP-TAIL NOT = SPACES
                   MOVE FUNCTION TRIM(WS-STRIP-TAIL) TO WS-WORK-TEXT
               END-IF
           END-IF.
           INSPECT WS-WORK-TEXT REPLACING ALL "**" BY "  ".
           MOVE FUNCTION TRIM(WS-WORK-TEXT) TO WS-WORK-TEXT.
       2500-EXIT.
           EXIT.

       2600-COUNT-WORDS.
           MOVE 0 TO WS-WORD-COUNT.
           MOVE "N" TO WS-IN-WORD.
           PERFORM 2610-COUNT-ONE-CHAR THRU 2610-EXIT
               VARYING WS-CHAR-POS FROM 1 BY 1
               UNTIL WS-CHAR-POS > 240.
       2600-EXIT.
           EXIT.

       2610-COUNT-ONE-CHAR.
           IF WS-WORK-TEXT(WS-CHAR-POS:1) = SPACE
               MOVE "N" TO WS-IN-WORD
               GO TO 2610-EXIT
           END-IF.
           IF WS-IN-WORD = "N"
               ADD 1 TO WS-WORD-COUNT
               MOVE "Y" TO WS-IN-WORD
           END-IF.
       2610-EXIT.
           EXIT.

      *> A cast part: no reader is counted; a reader is added to
      *> the cue-sheet list with the part's speeches and words.
       3000-TALLY-ONE-PART.
           IF WS-PT-READER (WS-PT-POS) = SPACES
               ADD 1 TO WS-UNCAST
               GO TO 3000-EXIT
           END-IF.
           MOVE 0 TO WS-RD-FOUND.
           PERFORM 3010-PROBE-ONE-READER THRU 3010-EXIT
               VARYING WS-RD-POS FROM 1 BY 1
               UNTIL WS-RD-POS > WS-RD-COUNT
                  OR WS-RD-FOUND > 0.
           IF WS-RD-FOUND = 0
               IF WS-RD-COUNT NOT < WS-RD-MAX
                   GO TO 3000-EXIT
               END-IF
               ADD 1 TO WS-RD-COUNT
               MOVE WS-RD-COUNT TO WS-RD-FOUND
               MOVE WS-PT-READER (WS-PT-POS) TO WS-RD-NAME (WS-RD-FOUND)
               MOVE 0 TO WS-RD-SPEECHES (WS-RD-FOUND)
                         WS-RD-WORDS (WS-RD-FOUND)
           END-IF.
           ADD WS-PT-SPEECHES (WS-PT-POS) TO WS-RD-SPEECHES (WS-RD-FOUND).
           ADD WS-PT-WORDS (WS-PT-POS) TO WS-RD-WORDS (WS-RD-FOUND).
       3000-EXIT.
           EXIT.

       3010-PROBE-ONE-READER.
           IF WS-RD-NAME (WS-RD-POS) = WS-PT-READER (WS-PT-POS)
               MOVE WS-RD-POS TO WS-RD-FOUND
           END-IF.
       3010-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The script: title block, cast, numbered speeches.
      *>----------------------------------------------------------*>
       5000-RENDER-SCRIPT.
           MOVE "READERS' THEATRE" TO WS-PAGE-TITLE.
           MOVE "READERS' THEATRE" TO WS-OUT-TEXT.
           PERFORM 7000-PUT-LINE THRU 7000-EXIT.
           MOVE ALL "=" TO WS-OUT-TEXT(1:70).
           PERFORM 7000-PUT-LINE THRU 7000-EXIT.
           MOVE WS-REC-TOPIC TO WS-WRAP-TEXT.
           MOVE SPACES TO WS-WRAP-LEAD.
           PERFORM 7100-PUT-WRAPPED THRU 7100-EXIT.
           MOVE SPACES TO WS-OUT-TEXT.
           PERFORM 7000-PUT-LINE THRU 7000-EXIT.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "A " FUNCTION TRIM(WS-REC-MODE) " for "
                  WS-PT-COUNT " voice(s), " WS-SP-COUNT " speech(es)"
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 7000-PUT-LINE THRU 7000-EXIT.
           MOVE WS-RUN-MINUTES TO WS-MIN-ED.
           MOVE WS-TOTAL-WORDS TO WS-WORDS-ED.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "Running time about " FUNCTION TRIM(WS-MIN-ED)
                  " minute(s) (" FUNCTION TRIM(WS-WORDS-ED)
                  " words read aloud)"
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 7000-PUT-LINE THRU 7000-EXIT.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "Source: " WS-ARG-PATH(1:70)
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 7000-PUT-LINE THRU 7000-EXIT.
           MOVE SPACES TO WS-OUT-TEXT.
           PERFORM 7000-PUT-LINE THRU 7000-EXIT.
           MOVE "CAST" TO WS-OUT-TEXT.
           PERFORM 7000-PUT-LINE THRU 7000-EXIT.
           MOVE "----" TO WS-OUT-TEXT.
           PERFORM 7000-PUT-LINE THRU 7000-EXIT.
           PERFORM 5100-CAST-ONE-PART THRU 5100-EXIT
               VARYING WS-PT-POS FROM 1 BY 1
               UNTIL WS-PT-POS > WS-PT-COUNT.
           MOVE SPACES TO WS-OUT-TEXT.
           PERFORM 7000-PUT-LINE THRU 7000-EXIT.
           MOVE "SCRIPT" TO WS-OUT-TEXT.
           PERFORM 7000-PUT-LINE THRU 7000-EXIT.
           MOVE "------" TO WS-OUT-TEXT.
           PERFORM 7000-PUT-LINE THRU 7000-EXIT.
           PERFORM 5200-SCRIPT-ONE-SPEECH THRU 5200-EXIT
               VARYING WS-SP-POS FROM 1 BY 1
               UNTIL WS-SP-POS > WS-SP-COUNT.
           IF WS-REC-MODE = "judgment" AND WS-REC-VERDICT NOT = SPACES
               MOVE SPACES TO WS-OUT-TEXT
               PERFORM 7000-PUT-LINE THRU 7000-EXIT
               MOVE "        (The court rises. The ruling is read.)"
                   TO WS-OUT-TEXT
               PERFORM 7000-PUT-LINE THRU 7000-EXIT
               MOVE WS-REC-VERDICT TO WS-WRAP-TEXT
               MOVE SPACES TO WS-WRAP-LEAD
               PERFORM 7100-PUT-WRAPPED THRU 7100-EXIT
           END-IF.
           MOVE SPACES TO WS-OUT-TEXT.
           PERFORM 7000-PUT-LINE THRU 7000-EXIT.
           MOVE "        END" TO WS-OUT-TEXT.
           PERFORM 7000-PUT-LINE THRU 7000-EXIT.
       5000-EXIT.
           EXIT.

       5100-CAST-ONE-PART.
           MOVE WS-PT-SPEECHES (WS-PT-POS) TO WS-COUNT-ED.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "  " WS-PT-NAME (WS-PT-POS)(1:30) " "
                  WS-COUNT-ED " speech(es)   read by "
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           IF WS-PT-READER (WS-PT-POS) = SPACES
               MOVE "(not yet cast)" TO WS-OUT-TEXT(59:22)
           ELSE
               MOVE WS-PT-READER (WS-PT-POS) TO WS-OUT-TEXT(59:22)
           END-IF.
           PERFORM 7000-PUT-LINE THRU 7000-EXIT.
           IF WS-PT-DETAIL (WS-PT-POS) NOT = SPACES
               MOVE SPACES TO WS-OUT-TEXT
               STRING "      " WS-PT-DETAIL (WS-PT-POS)
                   DELIMITED BY SIZE INTO WS-OUT-TEXT
               END-STRING
               PERFORM 7000-PUT-LINE THRU 7000-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

      *> One numbered speech: the part's name and direction, then
      *> the text.
       5200-SCRIPT-ONE-SPEECH.
           MOVE SPACES TO WS-OUT-TEXT.
           PERFORM 7000-PUT-LINE THRU 7000-EXIT.
           PERFORM 5300-SPEECH-HEAD THRU 5300-EXIT.
           MOVE WS-SP-TEXT (WS-SP-POS) TO WS-WRAP-TEXT.
           MOVE SPACES TO WS-WRAP-LEAD.
           PERFORM 7100-PUT-WRAPPED THRU 7100-EXIT.
       5200-EXIT.
           EXIT.

      *> "  12. SOCRATES (pointedly)" for speech WS-SP-POS.
       5300-SPEECH-HEAD.
           MOVE WS-SP-POS TO WS-SEQ-ED.
           MOVE SPACES TO WS-OUT-TEXT.
           IF WS-SP-DIRECTION (WS-SP-POS) = SPACES
               STRING "  " WS-SEQ-ED ". "
                      FUNCTION UPPER-CASE(
                          FUNCTION TRIM(WS-SP-NAME (WS-SP-POS)))
                   DELIMITED BY SIZE INTO WS-OUT-TEXT
               END-STRING
           ELSE
               STRING "  " WS-SEQ-ED ". "
                      FUNCTION UPPER-CASE(
                          FUNCTION TRIM(WS-SP-NAME (WS-SP-POS)))
                      " (" FUNCTION TRIM(WS-SP-DIRECTION (WS-SP-POS))
                      ")"
                   DELIMITED BY SIZE INTO WS-OUT-TEXT
               END-STRING
           END-IF.
           PERFORM 7000-PUT-LINE THRU 7000-EXIT.
       5300-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> One reader's cue sheet: their parts, and each of their
      *> speeches after the line before it.
      *>----------------------------------------------------------*>
       6500-CUE-SHEET.
           MOVE SPACES TO WS-PAGE-TITLE.
           STRING "CUE SHEET - " WS-RD-NAME (WS-RD-POS)
               DELIMITED BY SIZE INTO WS-PAGE-TITLE
           END-STRING.
           MOVE 99 TO WS-CUE-LINE-ON-PAGE.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "CUE SHEET FOR "
                  FUNCTION UPPER-CASE(
                      FUNCTION TRIM(WS-RD-NAME (WS-RD-POS)))
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 7000-PUT-LINE THRU 7000-EXIT.
           MOVE WS-REC-TOPIC TO WS-WRAP-TEXT.
           MOVE SPACES TO WS-WRAP-LEAD.
           PERFORM 7100-PUT-WRAPPED THRU 7100-EXIT.
           MOVE WS-RD-SPEECHES (WS-RD-POS) TO WS-COUNT-ED.
           MOVE WS-RD-WORDS (WS-RD-POS) TO WS-WORDS-ED.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "You read " FUNCTION TRIM(WS-COUNT-ED)
                  " speech(es), " FUNCTION TRIM(WS-WORDS-ED)
                  " words, as:"
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 7000-PUT-LINE THRU 7000-EXIT.
           PERFORM 6510-CUE-ONE-PART THRU 6510-EXIT
               VARYING WS-PT-POS FROM 1 BY 1
               UNTIL WS-PT-POS > WS-PT-COUNT.
           PERFORM 6600-CUE-ONE-SPEECH THRU 6600-EXIT
               VARYING WS-SP-POS FROM 1 BY 1
               UNTIL WS-SP-POS > WS-SP-COUNT.
       6500-EXIT.
           EXIT.

       6510-CUE-ONE-PART.
           IF WS-PT-READER (WS-PT-POS) NOT = WS-RD-NAME (WS-RD-POS)
               GO TO 6510-EXIT
           END-IF.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "    " WS-PT-NAME (WS-PT-POS)
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 7000-PUT-LINE THRU 7000-EXIT.
       6510-EXIT.
           EXIT.

      *> The cue is the speech before; the first speech of the
      *> performance is cued by the start.
       6600-CUE-ONE-SPEECH.
           IF WS-SP-PART (WS-SP-POS) = 0
               GO TO 6600-EXIT
           END-IF.
           IF WS-PT-READER (WS-SP-PART (WS-SP-POS))
                   NOT = WS-RD-NAME (WS-RD-POS)
               GO TO 6600-EXIT
           END-IF.
           MOVE SPACES TO WS-OUT-TEXT.
           PERFORM 7000-PUT-LINE THRU 7000-EXIT.
           IF WS-SP-POS = 1
               MOVE "  CUE: (you open the performance)" TO WS-OUT-TEXT
               PERFORM 7000-PUT-LINE THRU 7000-EXIT
           ELSE
               COMPUTE WS-SP-PREV = WS-SP-POS - 1
               MOVE SPACES TO WS-OUT-TEXT
               STRING "  CUE: "
                      FUNCTION TRIM(WS-SP-NAME (WS-SP-PREV))
                      " -"
                   DELIMITED BY SIZE INTO WS-OUT-TEXT
               END-STRING
               PERFORM 7000-PUT-LINE THRU 7000-EXIT
               MOVE WS-SP-TEXT (WS-SP-PREV) TO WS-WRAP-TEXT
               MOVE SPACES TO WS-WRAP-LEAD
               PERFORM 7100-PUT-WRAPPED THRU 7100-EXIT
           END-IF.
           PERFORM 5300-SPEECH-HEAD THRU 5300-EXIT.
           MOVE WS-SP-TEXT (WS-SP-POS) TO WS-WRAP-TEXT.
           MOVE SPACES TO WS-WRAP-LEAD.
           PERFORM 7100-PUT-WRAPPED THRU 7100-EXIT.
       6600-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> One paginated print line to the script or the cue sheets
      *> - a new page every WS-PAGE-SIZE lines with a numbered page
      *> header, the anthology's rule.
      *>----------------------------------------------------------*>
       7000-PUT-LINE.
           IF PRINT-TO-SCRIPT
               IF WS-SCRIPT-LINE-ON-PAGE >= WS-PAGE-SIZE
                   ADD 1 TO WS-SCRIPT-PAGE
                   MOVE SPACES TO SCRIPT-LINE
                   STRING "- " FUNCTION TRIM(WS-PAGE-TITLE)
                          " - PAGE " WS-SCRIPT-PAGE " -"
                       DELIMITED BY SIZE INTO SCRIPT-LINE
                   END-STRING
                   WRITE SCRIPT-LINE
                   MOVE 1 TO WS-SCRIPT-LINE-ON-PAGE
               END-IF
               MOVE WS-OUT-TEXT TO SCRIPT-LINE
               WRITE SCRIPT-LINE
               ADD 1 TO WS-SCRIPT-LINE-ON-PAGE
           ELSE
               IF WS-CUE-LINE-ON-PAGE >= WS-PAGE-SIZE
                   ADD 1 TO WS-CUE-PAGE
                   MOVE SPACES TO CUE-LINE
                   STRING "- " FUNCTION TRIM(WS-PAGE-TITLE)
                          " - PAGE " WS-CUE-PAGE " -"
                       DELIMITED BY SIZE INTO CUE-LINE
                   END-STRING
                   WRITE CUE-LINE
                   MOVE 1 TO WS-CUE-LINE-ON-PAGE
               END-IF
               MOVE WS-OUT-TEXT TO CUE-LINE
               WRITE CUE-LINE
               ADD 1 TO WS-CUE-LINE-ON-PAGE
           END-IF.
       7000-EXIT.
           EXIT.

      *> WS-WRAP-TEXT printed WS-WRAP-WIDTH at a time, broken at a
      *> space, behind WS-WRAP-LEAD on the first line and an equal
      *> indent on the rest.
       7100-PUT-WRAPPED.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-WRAP-TEXT TRAILING))
               TO WS-WRAP-LEN.
           IF WS-WRAP-TEXT = SPACES
               MOVE 0 TO WS-WRAP-LEN
           END-IF.
           MOVE 1 TO WS-WRAP-START.
           MOVE "Y" TO WS-WRAP-FIRST.
           PERFORM 7110-PUT-ONE-PIECE THRU 7110-EXIT
               UNTIL WS-WRAP-START > WS-WRAP-LEN.
       7100-EXIT.
           EXIT.

       7110-PUT-ONE-PIECE.
           IF WS-WRAP-LEN - WS-WRAP-START + 1 <= WS-WRAP-WIDTH
               MOVE WS-WRAP-LEN TO WS-WRAP-CUT
           ELSE
               COMPUTE WS-WRAP-CUT = WS-WRAP-START + WS-WRAP-WIDTH - 1
               PERFORM 7120-BACK-TO-SPACE THRU 7120-EXIT
                   UNTIL WS-WRAP-CUT <= WS-WRAP-START
                      OR WS-WRAP-TEXT(WS-WRAP-CUT:1) = SPACE
               IF WS-WRAP-CUT <= WS-WRAP-START
                   COMPUTE WS-WRAP-CUT =
                       WS-WRAP-START + WS-WRAP-WIDTH - 1
               END-IF
           END-IF.
           MOVE SPACES TO WS-OUT-TEXT.
           IF WS-WRAP-FIRST = "Y"
               MOVE WS-WRAP-LEAD TO WS-OUT-TEXT(1:8)
               MOVE "N" TO WS-WRAP-FIRST
           END-IF.
           MOVE WS-WRAP-TEXT(WS-WRAP-START:
                   WS-WRAP-CUT - WS-WRAP-START + 1)
               TO WS-OUT-TEXT(9:).
           PERFORM 7000-PUT-LINE THRU 7000-EXIT.
           COMPUTE WS-WRAP-START = WS-WRAP-CUT + 1.
      *> The next piece starts past the blanks it broke on.
           PERFORM 7130-SKIP-ONE-BLANK THRU 7130-EXIT
               UNTIL WS-WRAP-START > WS-WRAP-LEN
                  OR WS-WRAP-TEXT(WS-WRAP-START:1) NOT = SPACE.
       7110-EXIT.
           EXIT.

       7120-BACK-TO-SPACE.
           SUBTRACT 1 FROM WS-WRAP-CUT.
       7120-EXIT.
           EXIT.

       7130-SKIP-ONE-BLANK.
           ADD 1 TO WS-WRAP-START.
       7130-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "dialogue_data.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "theatre_casting.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "theatre_script.txt" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE "theatre_cues.txt" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
       0900-EXIT.
           EXIT.
