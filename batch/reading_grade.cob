      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> READING-GRADE
      *>
      *> Reading-level grading for every dialogue and persona, so
      *> the kiosk, the bulletin and the catechists can ask for
      *> material their audience can read instead of judging it by
      *> feel. Every M record's CONTENT on batch/dialogue_data.dat
      *> is scored, and every T record's translated content (the
      *> seq 0000 topic lines are not reading matter and are
      *> skipped):
      *>
      *>     words       runs of letters, digits, apostrophes and
      *>                 multi-byte characters
      *>     sentences   . ! or ? closing at least one word; a
      *>                 message without one is one sentence
      *>     syllables   vowel groups (A E I O U Y) per word, a
      *>                 final silent E dropped (not after L, as
      *>                 in "table"), never less than one
      *>     letters     the characters of the words
      *>
      *> The score is the mean of the Flesch-Kincaid grade
      *> (sentence length and syllables) and the Automated
      *> Readability Index (sentence length and word length),
      *> floored at 0. Both formulas are built on English; for a
      *> translation the grade is a guide, not a measure.
      *>
      *> A record's grade is the word-weighted mean of its
      *> messages, once for the original (in the H record's
      *> LANGUAGE, EN when blank) and once per translated language;
      *> its band comes from DLGGRD01. A persona's average is the
      *> word-weighted mean over every original message it speaks
      *> (the generic "You", "System", "Forum", "Court" and "Time
      *> Machine" speakers are not personas - BUILD-PERSONA-ROSTER's
      *> rule). Output batch/reading_grade.dat, control-framed:
      *>
      *>     S|path|seq|lang|words|sentences|syllables|letters|grade
      *>     G|path|O/T|lang|grade|band|messages|words
      *>     P|persona|tradition|grade|band|messages|words
      *>
      *> DLGGRADE serves the G records (originals) to the selection
      *> programs. The report - originals per band, translations,
      *> and the persona averages - writes through the spool
      *> (DLGSPOOL, class DAILY) as well as the console.
      *>
      *> Usage:
      *>     reading_grade
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
       PROGRAM-ID. READING-GRADE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT GRADE-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).

       FD  GRADE-FILE.
       01  GRADE-LINE               PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-DATA-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).
       01  WS-EOF-DATA              PIC X(01) VALUE "N".
           88  NO-MORE-DATA                  VALUE "Y".
       01  WS-RUN-TIMESTAMP         PIC X(21).

           COPY DLGGRD01.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
       01  WS-IN-F4                 PIC X(240).
       01  WS-IN-F5                 PIC X(240).
       01  WS-IN-F6                 PIC X(240).
       01  WS-IN-F7                 PIC X(500).
       01  WS-IN-F8                 PIC X(240).
       01  WS-IN-F9                 PIC X(240).
       01  WS-IN-F10                PIC X(240).
       01  WS-IN-F11                PIC X(240).

      *> The H record last read; its messages follow it.
       01  WS-H-PATH                PIC X(200) VALUE SPACES.
       01  WS-H-LANG                PIC X(10) VALUE SPACES.

      *> The message in hand.
       01  WS-CUR-PATH              PIC X(200).
       01  WS-CUR-SEQ               PIC X(04).
       01  WS-CUR-KIND              PIC X(01).
       01  WS-CUR-LANG              PIC X(10).
       01  WS-CUR-NAME              PIC X(40).
       01  WS-CUR-TRADITION         PIC X(60).

      *> Scoring work areas.
       01  WS-SC-TEXT               PIC X(500).
       01  WS-SC-LEN                PIC 9(04) COMP VALUE 0.
       01  WS-SC-POS                PIC 9(04) COMP VALUE 0.
       01  WS-SC-CH                 PIC X(01).
       01  WS-SC-IN-WORD            PIC X(01).
           88  SC-IN-A-WORD                  VALUE "Y".
       01  WS-SC-IN-VOWELS          PIC X(01).
       01  WS-SC-LAST               PIC X(01).
       01  WS-SC-BEFORE-LAST        PIC X(01).
       01  WS-SC-WORD-SYLS          PIC 9(03) COMP VALUE 0.
       01  WS-SC-SENT-WORDS         PIC 9(04) COMP VALUE 0.
       01  WS-SC-WORDS              PIC 9(05) VALUE 0.
       01  WS-SC-SENTS              PIC 9(05) VALUE 0.
       01  WS-SC-SYLS               PIC 9(05) VALUE 0.
       01  WS-SC-LETTERS            PIC 9(05) VALUE 0.
       01  WS-SC-FK                 PIC S9(03)V99 VALUE 0.
       01  WS-SC-ARI                PIC S9(03)V99 VALUE 0.
       01  WS-SC-RAW                PIC S9(03)V99 VALUE 0.
       01  WS-SC-GRADE              PIC 9(02)V9 VALUE 0.

      *> Per-record rollups: originals (O) and each translated
      *> language (T).
       01  WS-REC-MAX               PIC 9(04) VALUE 3000.
       01  WS-REC-COUNT             PIC 9(04) VALUE 0.
       01  WS-REC-TABLE.
           05  WS-REC-ENTRY OCCURS 3000 TIMES.
               10  WS-REC-PATH      PIC X(200).
               10  WS-REC-KIND      PIC X(01).
               10  WS-REC-LANG      PIC X(10).
               10  WS-REC-MSGS      PIC 9(04).
               10  WS-REC-WORDS     PIC 9(07).
               10  WS-REC-WSUM      PIC 9(09)V9.
               10  WS-REC-GRADE     PIC 9(02)V9.
               10  WS-REC-BAND      PIC 9(01).
       01  WS-REC-POS               PIC 9(04) VALUE 0.
       01  WS-REC-FOUND             PIC 9(04) VALUE 0.

       01  WS-PER-MAX               PIC 9(03) VALUE 300.
       01  WS-PER-COUNT             PIC 9(03) VALUE 0.
       01  WS-PER-TABLE.
           05  WS-PER-ENTRY OCCURS 300 TIMES.
               10  WS-PER-NAME      PIC X(40).
               10  WS-PER-TRADITION PIC X(60).
               10  WS-PER-MSGS      PIC 9(04).
               10  WS-PER-WORDS     PIC 9(07).
               10  WS-PER-WSUM      PIC 9(09)V9.
               10  WS-PER-GRADE     PIC 9(02)V9.
               10  WS-PER-BAND      PIC 9(01).
               10  WS-PER-LISTED    PIC X(01).
       01  WS-PER-POS               PIC 9(03) VALUE 0.
       01  WS-PER-FOUND             PIC 9(03) VALUE 0.
       01  WS-BEST-PER              PIC 9(03) VALUE 0.

       01  WS-BAND-POS              PIC 9(01) VALUE 0.
       01  WS-BAND-PICK             PIC 9(01) VALUE 0.
       01  WS-BAND-GRADE            PIC 9(02)V9.
       01  WS-BAND-TALLY.
           05  WS-BAND-RECORDS      PIC 9(04) OCCURS 4 TIMES.

       01  WS-MSGS-SCORED           PIC 9(06) VALUE 0.
       01  WS-MSGS-EMPTY            PIC 9(06) VALUE 0.
       01  WS-G-OUT                 PIC 9(06) VALUE 0.
       01  WS-ALL-OUT               PIC 9(06) VALUE 0.
       01  WS-T-RECORDS             PIC 9(04) VALUE 0.

       01  WS-GRADE-ED              PIC Z9.9.
       01  WS-UPTO-ED               PIC Z9.9.
       01  WS-COUNT-ED              PIC ZZZZZ9.
       01  WS-COUNT-ED-2            PIC ZZZZZ9.
       01  WS-NUM-ED-1              PIC 9(05).
       01  WS-NUM-ED-2              PIC 9(05).
       01  WS-NUM-ED-3              PIC 9(05).
       01  WS-NUM-ED-4              PIC 9(05).
       01  WS-NUM-ED-5              PIC 9(07).
       01  WS-NUM-ED-6              PIC 9(04).

       01  WS-UTF-ACTION            PIC X(03).
       01  WS-UTF-TEXT              PIC X(240).
       01  WS-UTF-BYTE-POS          PIC 9(04).
       01  WS-UTF-RESULT            PIC 9(04).
       01  WS-UTF-BYTES             PIC 9(04) VALUE 0.
       01  WS-COL                   PIC 9(04) VALUE 0.

       01  WS-SPL-ACTION            PIC X(04).
       01  WS-SPL-PGM               PIC X(30) VALUE "READING-GRADE".
       01  WS-SPL-CLASS             PIC X(10) VALUE "DAILY".
       01  WS-SPL-TEXT              PIC X(132).

       01  WS-ACC-ACTION            PIC X(04).
       01  WS-ACC-PGM               PIC X(30).
       01  WS-ACC-IN                PIC 9(07) VALUE 0.
       01  WS-ACC-OUT               PIC 9(07) VALUE 0.
       01  WS-ACC-RC                PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE "STRT" TO WS-ACC-ACTION.
           MOVE "READING-GRADE" TO WS-ACC-PGM.
           CALL "DLGACCT" USING WS-ACC-ACTION WS-ACC-PGM
                                WS-ACC-IN WS-ACC-OUT WS-ACC-RC.
           MOVE WS-CFN-01 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZEROS TO WS-BAND-TALLY.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           OPEN OUTPUT GRADE-FILE.
           MOVE SPACES TO GRADE-LINE.
           STRING "C|HEADER|READGRADE|" WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO GRADE-LINE
           END-STRING.
           WRITE GRADE-LINE.
           PERFORM 4000-SCORE-PASS THRU 4000-EXIT.
           PERFORM 5000-WRITE-ONE-RECORD THRU 5000-EXIT
               VARYING WS-REC-POS FROM 1 BY 1
               UNTIL WS-REC-POS > WS-REC-COUNT.
           PERFORM 5100-WRITE-ONE-PERSONA THRU 5100-EXIT
               VARYING WS-PER-POS FROM 1 BY 1
               UNTIL WS-PER-POS > WS-PER-COUNT.
           MOVE SPACES TO GRADE-LINE.
           STRING "C|TRAILER|READGRADE|" WS-G-OUT "|000000|"
                  WS-ALL-OUT
               DELIMITED BY SIZE INTO GRADE-LINE
           END-STRING.
           WRITE GRADE-LINE.
           CLOSE GRADE-FILE.
           PERFORM 6000-REPORT THRU 6000-EXIT.
           MOVE "END " TO WS-ACC-ACTION.
           MOVE WS-MSGS-SCORED TO WS-ACC-IN.
           MOVE WS-ALL-OUT TO WS-ACC-OUT.
           MOVE 0 TO WS-ACC-RC.
           CALL "DLGACCT" USING WS-ACC-ACTION WS-ACC-PGM
                                WS-ACC-IN WS-ACC-OUT WS-ACC-RC.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> H|path|topic|mode|msgcount|collection|thread|verdict|
      *>   followup|supersededby|language|...
       1100-NOTE-HEADER.
           MOVE SPACES TO WS-IN-F2 WS-IN-F11.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-IN-F7 WS-IN-F8 WS-IN-F9 WS-IN-F10
                    WS-IN-F11
           END-UNSTRING.
           MOVE WS-IN-F2(1:200) TO WS-H-PATH.
           MOVE FUNCTION UPPER-CASE(WS-IN-F11(1:10)) TO WS-H-LANG.
           IF WS-H-LANG = SPACES
               MOVE "EN" TO WS-H-LANG
           END-IF.
       1100-EXIT.
           EXIT.

      *> M|path|seq|speaker|name|tradition|content|...
       1210-SPLIT-MESSAGE.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F5 WS-IN-F6
                          WS-IN-F7.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-IN-F7
           END-UNSTRING.
           MOVE WS-IN-F2(1:200) TO WS-CUR-PATH.
           MOVE WS-IN-F3(1:4) TO WS-CUR-SEQ.
           MOVE "O" TO WS-CUR-KIND.
           IF WS-CUR-PATH = WS-H-PATH
               MOVE WS-H-LANG TO WS-CUR-LANG
           ELSE
               MOVE "EN" TO WS-CUR-LANG
           END-IF.
           MOVE WS-IN-F5(1:40) TO WS-CUR-NAME.
           MOVE WS-IN-F6(1:60) TO WS-CUR-TRADITION.
      *> A plain conversation persona carries no tradition string;
      *> its folder is its tradition.
           IF WS-CUR-TRADITION = SPACES
               UNSTRING WS-CUR-PATH DELIMITED BY "/"
                   INTO WS-CUR-TRADITION
               END-UNSTRING
           END-IF.
           MOVE WS-IN-F7 TO WS-SC-TEXT.
       1210-EXIT.
           EXIT.

      *> T|path|seq|lang|content
       1310-SPLIT-TRANSLATION.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F7.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F7
           END-UNSTRING.
           MOVE WS-IN-F2(1:200) TO WS-CUR-PATH.
           MOVE WS-IN-F3(1:4) TO WS-CUR-SEQ.
           MOVE "T" TO WS-CUR-KIND.
           MOVE FUNCTION UPPER-CASE(WS-IN-F4(1:10)) TO WS-CUR-LANG.
           MOVE WS-IN-F7 TO WS-SC-TEXT.
       1310-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Table upkeep.
      *>----------------------------------------------------------*>
       2000-FIND-OR-ADD-RECORD.
           MOVE 0 TO WS-REC-FOUND.
           PERFORM 2010-PROBE-ONE-RECORD THRU 2010-EXIT
               VARYING WS-REC-POS FROM WS-REC-COUNT BY -1
               UNTIL WS-REC-POS < 1 OR WS-REC-FOUND > 0.
           IF WS-REC-FOUND > 0 OR WS-REC-COUNT NOT < WS-REC-MAX
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-REC-COUNT.
           MOVE WS-REC-COUNT TO WS-REC-FOUND.
           INITIALIZE WS-REC-ENTRY (WS-REC-FOUND).
           MOVE WS-CUR-PATH TO WS-REC-PATH (WS-REC-FOUND).
           MOVE WS-CUR-KIND TO WS-REC-KIND (WS-REC-FOUND).
           MOVE WS-CUR-LANG TO WS-REC-LANG (WS-REC-FOUND).
       2000-EXIT.
           EXIT.

      *> Searched newest first: a record's messages arrive together.
       2010-PROBE-ONE-RECORD.
           IF WS-REC-PATH (WS-REC-POS) = WS-CUR-PATH
                   AND WS-REC-KIND (WS-REC-POS) = WS-CUR-KIND
                   AND WS-REC-LANG (WS-REC-POS) = WS-CUR-LANG
               MOVE WS-REC-POS TO WS-REC-FOUND
           END-IF.
       2010-EXIT.
           EXIT.

       2100-FIND-OR-ADD-PERSONA.
           MOVE 0 TO WS-PER-FOUND.
           PERFORM 2110-PROBE-ONE-PERSONA THRU 2110-EXIT
               VARYING WS-PER-POS FROM 1 BY 1
               UNTIL WS-PER-POS > WS-PER-COUNT OR WS-PER-FOUND > 0.
           IF WS-PER-FOUND > 0 OR WS-PER-COUNT NOT < WS-PER-MAX
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-PER-COUNT.
           MOVE WS-PER-COUNT TO WS-PER-FOUND.
           INITIALIZE WS-PER-ENTRY (WS-PER-FOUND).
           MOVE WS-CUR-NAME TO WS-PER-NAME (WS-PER-FOUND).
           MOVE WS-CUR-TRADITION TO WS-PER-TRADITION (WS-PER-FOUND).
           MOVE "N" TO WS-PER-LISTED (WS-PER-FOUND).
       2100-EXIT.
           EXIT.

       2110-PROBE-ONE-PERSONA.
           IF WS-PER-NAME (WS-PER-POS) = WS-CUR-NAME
               MOVE WS-PER-POS TO WS-PER-FOUND
           END-IF.
       2110-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Scoring one text: WS-SC-TEXT in, the four counts and
      *> WS-SC-GRADE out. WS-SC-WORDS = 0 means nothing to score.
      *>----------------------------------------------------------*>
       3000-SCORE-TEXT.
           MOVE 0 TO WS-SC-WORDS WS-SC-SENTS WS-SC-SYLS WS-SC-LETTERS
                     WS-SC-SENT-WORDS WS-SC-GRADE.
           MOVE "N" TO WS-SC-IN-WORD.
           MOVE FUNCTION UPPER-CASE(WS-SC-TEXT) TO WS-SC-TEXT.
           MOVE 0 TO WS-SC-LEN.
           IF WS-SC-TEXT NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SC-TEXT TRAILING))
                   TO WS-SC-LEN
           END-IF.
           PERFORM 3100-SCAN-ONE-CHARACTER THRU 3100-EXIT
               VARYING WS-SC-POS FROM 1 BY 1
               UNTIL WS-SC-POS > WS-SC-LEN.
           IF SC-IN-A-WORD
               PERFORM 3200-END-WORD THRU 3200-EXIT
           END-IF.
           IF WS-SC-SENT-WORDS > 0
               ADD 1 TO WS-SC-SENTS
           END-IF.
           IF WS-SC-WORDS = 0
               GO TO 3000-EXIT
           END-IF.
           COMPUTE WS-SC-FK ROUNDED =
               0.39 * WS-SC-WORDS / WS-SC-SENTS
               + 11.8 * WS-SC-SYLS / WS-SC-WORDS - 15.59.
           COMPUTE WS-SC-ARI ROUNDED =
               4.71 * WS-SC-LETTERS / WS-SC-WORDS
               + 0.5 * WS-SC-WORDS / WS-SC-SENTS - 21.43.
           COMPUTE WS-SC-RAW ROUNDED = (WS-SC-FK + WS-SC-ARI) / 2.
           IF WS-SC-RAW < 0
               MOVE 0 TO WS-SC-RAW
           END-IF.
           IF WS-SC-RAW > 99.9
               MOVE 99.9 TO WS-SC-RAW
           END-IF.
           COMPUTE WS-SC-GRADE ROUNDED = WS-SC-RAW.
       3000-EXIT.
           EXIT.

       3100-SCAN-ONE-CHARACTER.
           MOVE WS-SC-TEXT(WS-SC-POS:1) TO WS-SC-CH.
           EVALUATE TRUE
               WHEN WS-SC-CH >= "A" AND WS-SC-CH <= "Z"
                   PERFORM 3110-TAKE-LETTER THRU 3110-EXIT
               WHEN WS-SC-CH IS NUMERIC
                   PERFORM 3120-START-WORD THRU 3120-EXIT
                   ADD 1 TO WS-SC-LETTERS
                   MOVE "N" TO WS-SC-IN-VOWELS
               WHEN WS-SC-CH = "'" AND SC-IN-A-WORD
                   CONTINUE
      *> Multi-byte characters: the lead byte counts as a letter,
      *> continuation bytes only keep the word going.
               WHEN WS-SC-CH >= X"C0"
                   PERFORM 3120-START-WORD THRU 3120-EXIT
                   ADD 1 TO WS-SC-LETTERS
                   MOVE "N" TO WS-SC-IN-VOWELS
               WHEN WS-SC-CH >= X"80"
                   PERFORM 3120-START-WORD THRU 3120-EXIT
               WHEN OTHER
                   IF SC-IN-A-WORD
                       PERFORM 3200-END-WORD THRU 3200-EXIT
                   END-IF
                   IF (WS-SC-CH = "." OR "!" OR "?")
                           AND WS-SC-SENT-WORDS > 0
                       ADD 1 TO WS-SC-SENTS
                       MOVE 0 TO WS-SC-SENT-WORDS
                   END-IF
           END-EVALUATE.
       3100-EXIT.
           EXIT.

       3110-TAKE-LETTER.
           PERFORM 3120-START-WORD THRU 3120-EXIT.
           ADD 1 TO WS-SC-LETTERS.
           IF WS-SC-CH = "A" OR "E" OR "I" OR "O" OR "U" OR "Y"
               IF WS-SC-IN-VOWELS = "N"
                   ADD 1 TO WS-SC-WORD-SYLS
                   MOVE "Y" TO WS-SC-IN-VOWELS
               END-IF
           ELSE
               MOVE "N" TO WS-SC-IN-VOWELS
           END-IF.
           MOVE WS-SC-LAST TO WS-SC-BEFORE-LAST.
           MOVE WS-SC-CH TO WS-SC-LAST.
       3110-EXIT.
           EXIT.

       3120-START-WORD.
           IF SC-IN-A-WORD
               GO TO 3120-EXIT
           END-IF.
           MOVE "Y" TO WS-SC-IN-WORD.
           MOVE "N" TO WS-SC-IN-VOWELS.
           MOVE 0 TO WS-SC-WORD-SYLS.
           MOVE SPACE TO WS-SC-LAST WS-SC-BEFORE-LAST.
       3120-EXIT.
           EXIT.

       3200-END-WORD.
           MOVE "N" TO WS-SC-IN-WORD.
           ADD 1 TO WS-SC-WORDS.
           ADD 1 TO WS-SC-SENT-WORDS.
           IF WS-SC-LAST = "E" AND WS-SC-WORD-SYLS > 1
                   AND WS-SC-BEFORE-LAST NOT = "L"
               SUBTRACT 1 FROM WS-SC-WORD-SYLS
           END-IF.
           IF WS-SC-WORD-SYLS = 0
               MOVE 1 TO WS-SC-WORD-SYLS
           END-IF.
           ADD WS-SC-WORD-SYLS TO WS-SC-SYLS.
       3200-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Score and post every message, writing its S record.
      *>----------------------------------------------------------*>
       4000-SCORE-PASS.
           OPEN INPUT DATA-FILE.
           IF WS-DATA-STATUS NOT = "00"
               DISPLAY "READING-GRADE: no extract at "
                       FUNCTION TRIM(WS-CFN-01)
                       " - run BUILD-DIALOGUE-DATA first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 4100-SCORE-ONE-LINE THRU 4100-EXIT
               UNTIL NO-MORE-DATA.
           CLOSE DATA-FILE.
       4000-EXIT.
           EXIT.

       4100-SCORE-ONE-LINE.
           READ DATA-FILE
               AT END
                   SET NO-MORE-DATA TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           EVALUATE DATA-LINE(1:2)
               WHEN "H|"
                   PERFORM 1100-NOTE-HEADER THRU 1100-EXIT
                   GO TO 4100-EXIT
               WHEN "M|"
                   PERFORM 1210-SPLIT-MESSAGE THRU 1210-EXIT
               WHEN "T|"
                   PERFORM 1310-SPLIT-TRANSLATION THRU 1310-EXIT
                   IF WS-CUR-SEQ = "0000"
                       GO TO 4100-EXIT
                   END-IF
               WHEN OTHER
                   GO TO 4100-EXIT
           END-EVALUATE.
           PERFORM 3000-SCORE-TEXT THRU 3000-EXIT.
           IF WS-SC-WORDS = 0
               ADD 1 TO WS-MSGS-EMPTY
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-MSGS-SCORED.
           PERFORM 2000-FIND-OR-ADD-RECORD THRU 2000-EXIT.
           IF WS-REC-FOUND > 0
               ADD 1 TO WS-REC-MSGS (WS-REC-FOUND)
               ADD WS-SC-WORDS TO WS-REC-WORDS (WS-REC-FOUND)
               COMPUTE WS-REC-WSUM (WS-REC-FOUND) =
                   WS-REC-WSUM (WS-REC-FOUND)
                   + WS-SC-GRADE * WS-SC-WORDS
           END-IF.
           IF WS-CUR-KIND = "O"
               PERFORM 4200-POST-PERSONA THRU 4200-EXIT
           END-IF.
           MOVE WS-SC-WORDS TO WS-NUM-ED-1.
           MOVE WS-SC-SENTS TO WS-NUM-ED-2.
           MOVE WS-SC-SYLS TO WS-NUM-ED-3.
           MOVE WS-SC-LETTERS TO WS-NUM-ED-4.
           MOVE WS-SC-GRADE TO WS-GRADE-ED.
           MOVE SPACES TO GRADE-LINE.
           STRING "S|" FUNCTION TRIM(WS-CUR-PATH) "|" WS-CUR-SEQ "|"
                  FUNCTION TRIM(WS-CUR-LANG) "|" WS-NUM-ED-1 "|"
                  WS-NUM-ED-2 "|" WS-NUM-ED-3 "|" WS-NUM-ED-4 "|"
                  FUNCTION TRIM(WS-GRADE-ED)
               DELIMITED BY SIZE INTO GRADE-LINE
           END-STRING.
           WRITE GRADE-LINE.
           ADD 1 TO WS-ALL-OUT.
       4100-EXIT.
           EXIT.

       4200-POST-PERSONA.
           IF WS-CUR-NAME = "You" OR "System" OR "Forum" OR "Court"
                   OR "Time Machine" OR SPACES
               GO TO 4200-EXIT
           END-IF.
           PERFORM 2100-FIND-OR-ADD-PERSONA THRU 2100-EXIT.
           IF WS-PER-FOUND = 0
               GO TO 4200-EXIT
           END-IF.
           ADD 1 TO WS-PER-MSGS (WS-PER-FOUND).
           ADD WS-SC-WORDS TO WS-PER-WORDS (WS-PER-FOUND).
           COMPUTE WS-PER-WSUM (WS-PER-FOUND) =
               WS-PER-WSUM (WS-PER-FOUND) + WS-SC-GRADE * WS-SC-WORDS.
       4200-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Roll-ups out.
      *>----------------------------------------------------------*>
       5000-WRITE-ONE-RECORD.
           IF WS-REC-WORDS (WS-REC-POS) = 0
               GO TO 5000-EXIT
           END-IF.
           COMPUTE WS-REC-GRADE (WS-REC-POS) ROUNDED =
               WS-REC-WSUM (WS-REC-POS) / WS-REC-WORDS (WS-REC-POS).
           MOVE WS-REC-GRADE (WS-REC-POS) TO WS-BAND-GRADE.
           PERFORM 5900-PICK-BAND THRU 5900-EXIT.
           MOVE WS-BAND-PICK TO WS-REC-BAND (WS-REC-POS).
           IF WS-REC-KIND (WS-REC-POS) = "O"
               ADD 1 TO WS-BAND-RECORDS (WS-BAND-PICK)
           ELSE
               ADD 1 TO WS-T-RECORDS
           END-IF.
           MOVE WS-REC-GRADE (WS-REC-POS) TO WS-GRADE-ED.
           MOVE WS-REC-MSGS (WS-REC-POS) TO WS-NUM-ED-6.
           MOVE WS-REC-WORDS (WS-REC-POS) TO WS-NUM-ED-5.
           MOVE SPACES TO GRADE-LINE.
           STRING "G|" FUNCTION TRIM(WS-REC-PATH (WS-REC-POS)) "|"
                  WS-REC-KIND (WS-REC-POS) "|"
                  FUNCTION TRIM(WS-REC-LANG (WS-REC-POS)) "|"
                  FUNCTION TRIM(WS-GRADE-ED) "|"
                  FUNCTION TRIM(WS-GRD-BAND-NAME (WS-BAND-PICK)) "|"
                  WS-NUM-ED-6 "|" WS-NUM-ED-5
               DELIMITED BY SIZE INTO GRADE-LINE
           END-STRING.
           WRITE GRADE-LINE.
           ADD 1 TO WS-G-OUT.
           ADD 1 TO WS-ALL-OUT.
       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-PERSONA.
           IF WS-PER-WORDS (WS-PER-POS) = 0
               MOVE "Y" TO WS-PER-LISTED (WS-PER-POS)
               GO TO 5100-EXIT
           END-IF.
           COMPUTE WS-PER-GRADE (WS-PER-POS) ROUNDED =
               WS-PER-WSUM (WS-PER-POS) / WS-PER-WORDS (WS-PER-POS).
           MOVE WS-PER-GRADE (WS-PER-POS) TO WS-BAND-GRADE.
           PERFORM 5900-PICK-BAND THRU 5900-EXIT.
           MOVE WS-BAND-PICK TO WS-PER-BAND (WS-PER-POS).
           MOVE WS-PER-GRADE (WS-PER-POS) TO WS-GRADE-ED.
           MOVE WS-PER-MSGS (WS-PER-POS) TO WS-NUM-ED-6.
           MOVE WS-PER-WORDS (WS-PER-POS) TO WS-NUM-ED-5.
           MOVE SPACES TO GRADE-LINE.
           STRING "P|" FUNCTION TRIM(WS-PER-NAME (WS-PER-POS)) "|"
                  FUNCTION TRIM(WS-PER-TRADITION (WS-PER-POS)) "|"
                  FUNCTION TRIM(WS-GRADE-ED) "|"
                  FUNCTION TRIM(WS-GRD-BAND-NAME (WS-BAND-PICK)) "|"
                  WS-NUM-ED-6 "|" WS-NUM-ED-5
               DELIMITED BY SIZE INTO GRADE-LINE
           END-STRING.
           WRITE GRADE-LINE.
           ADD 1 TO WS-ALL-OUT.
       5100-EXIT.
           EXIT.

      *> First band whose upper grade WS-BAND-GRADE does not
      *> exceed (DLGGRD01).
       5900-PICK-BAND.
           MOVE 0 TO WS-BAND-PICK.
           PERFORM 5910-PROBE-ONE-BAND THRU 5910-EXIT
               VARYING WS-BAND-POS FROM 1 BY 1
               UNTIL WS-BAND-POS > WS-GRD-BAND-COUNT
                  OR WS-BAND-PICK > 0.
           IF WS-BAND-PICK = 0
               MOVE WS-GRD-BAND-COUNT TO WS-BAND-PICK
           END-IF.
       5900-EXIT.
           EXIT.

       5910-PROBE-ONE-BAND.
           IF WS-BAND-GRADE NOT > WS-GRD-BAND-UPTO (WS-BAND-POS)
               MOVE WS-BAND-POS TO WS-BAND-PICK
           END-IF.
       5910-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The report.
      *>----------------------------------------------------------*>
       6000-REPORT.
           MOVE "OPEN" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           MOVE "READING GRADE - ORIGINALS BY BAND" TO WS-SPL-TEXT.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           MOVE "=================================" TO WS-SPL-TEXT.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           PERFORM 6100-ONE-BAND THRU 6100-EXIT
               VARYING WS-BAND-POS FROM 1 BY 1
               UNTIL WS-BAND-POS > WS-GRD-BAND-COUNT.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           MOVE "READING GRADE - TRANSLATIONS" TO WS-SPL-TEXT.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           MOVE "============================" TO WS-SPL-TEXT.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           IF WS-T-RECORDS = 0
               MOVE "  (no translated messages on the extract)"
                   TO WS-SPL-TEXT
               PERFORM 8900-SPOOL-LINE THRU 8900-EXIT
           END-IF.
           PERFORM 6200-ONE-TRANSLATION THRU 6200-EXIT
               VARYING WS-REC-POS FROM 1 BY 1
               UNTIL WS-REC-POS > WS-REC-COUNT.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           MOVE "READING GRADE - BY PERSONA" TO WS-SPL-TEXT.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           MOVE "==========================" TO WS-SPL-TEXT.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           MOVE "PERSONA                        TRADITION"
               TO WS-SPL-TEXT.
           MOVE "MSGS GRADE BAND" TO WS-SPL-TEXT(56:).
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           MOVE 1 TO WS-BEST-PER.
           PERFORM 6300-NEXT-PERSONA THRU 6300-EXIT
               UNTIL WS-BEST-PER = 0.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           MOVE WS-MSGS-SCORED TO WS-COUNT-ED.
           MOVE WS-G-OUT TO WS-COUNT-ED-2.
           STRING "READING-GRADE: " FUNCTION TRIM(WS-COUNT-ED)
                  " message(s) scored, " FUNCTION TRIM(WS-COUNT-ED-2)
                  " record grade(s) written to "
                  FUNCTION TRIM(WS-CFN-02)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           IF WS-MSGS-EMPTY > 0
               MOVE WS-MSGS-EMPTY TO WS-COUNT-ED
               STRING "READING-GRADE: " FUNCTION TRIM(WS-COUNT-ED)
                      " message(s) with no words left unscored"
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 8900-SPOOL-LINE THRU 8900-EXIT
           END-IF.
           MOVE "CLOS" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
       6000-EXIT.
           EXIT.

       6100-ONE-BAND.
           MOVE WS-BAND-RECORDS (WS-BAND-POS) TO WS-COUNT-ED.
           MOVE WS-GRD-BAND-UPTO (WS-BAND-POS) TO WS-UPTO-ED.
           IF WS-BAND-POS = WS-GRD-BAND-COUNT
               STRING "  " WS-GRD-BAND-NAME (WS-BAND-POS)
                      "  above the others   " WS-COUNT-ED
                      " record(s)"
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
           ELSE
               STRING "  " WS-GRD-BAND-NAME (WS-BAND-POS)
                      "  grade up to " WS-UPTO-ED "   " WS-COUNT-ED
                      " record(s)"
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
           END-IF.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
       6100-EXIT.
           EXIT.

       6200-ONE-TRANSLATION.
           IF WS-REC-KIND (WS-REC-POS) NOT = "T"
                   OR WS-REC-WORDS (WS-REC-POS) = 0
               GO TO 6200-EXIT
           END-IF.
           MOVE WS-REC-GRADE (WS-REC-POS) TO WS-GRADE-ED.
           MOVE WS-REC-BAND (WS-REC-POS) TO WS-BAND-PICK.
           STRING "  " WS-REC-LANG (WS-REC-POS)(1:4) WS-GRADE-ED " "
                  WS-GRD-BAND-NAME (WS-BAND-PICK) " "
                  WS-REC-PATH (WS-REC-POS)(1:76)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
       6200-EXIT.
           EXIT.

       6300-NEXT-PERSONA.
           MOVE 0 TO WS-BEST-PER.
           PERFORM 6310-PROBE-FIRST-NAME THRU 6310-EXIT
               VARYING WS-PER-POS FROM 1 BY 1
               UNTIL WS-PER-POS > WS-PER-COUNT.
           IF WS-BEST-PER = 0
               GO TO 6300-EXIT
           END-IF.
           MOVE "Y" TO WS-PER-LISTED (WS-BEST-PER).
           MOVE WS-PER-GRADE (WS-BEST-PER) TO WS-GRADE-ED.
           MOVE WS-PER-MSGS (WS-BEST-PER) TO WS-COUNT-ED.
           MOVE WS-PER-BAND (WS-BEST-PER) TO WS-BAND-PICK.
      *> The tradition column is cut and padded in characters, so
      *> a UTF-8 role string neither splits nor shifts the row
      *> (DLGUTF8).
           MOVE WS-PER-NAME (WS-BEST-PER)(1:30) TO WS-SPL-TEXT.
           MOVE "CUT" TO WS-UTF-ACTION.
           MOVE WS-PER-TRADITION (WS-BEST-PER) TO WS-UTF-TEXT.
           MOVE 22 TO WS-UTF-BYTE-POS.
           CALL "DLGUTF8" USING WS-UTF-ACTION WS-UTF-TEXT
                   WS-UTF-BYTE-POS WS-UTF-RESULT.
           MOVE WS-UTF-RESULT TO WS-UTF-BYTES.
           MOVE SPACES TO WS-UTF-TEXT.
           MOVE WS-PER-TRADITION (WS-BEST-PER)(1:WS-UTF-BYTES)
               TO WS-UTF-TEXT.
           MOVE "LEN" TO WS-UTF-ACTION.
           CALL "DLGUTF8" USING WS-UTF-ACTION WS-UTF-TEXT
                   WS-UTF-BYTE-POS WS-UTF-RESULT.
           MOVE WS-UTF-TEXT(1:WS-UTF-BYTES)
               TO WS-SPL-TEXT(32:WS-UTF-BYTES).
           COMPUTE WS-COL = 32 + WS-UTF-BYTES + 22 - WS-UTF-RESULT.
           STRING WS-COUNT-ED " " WS-GRADE-ED " "
                  WS-GRD-BAND-NAME (WS-BAND-PICK)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
               WITH POINTER WS-COL
           END-STRING.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
       6300-EXIT.
           EXIT.

       6310-PROBE-FIRST-NAME.
           IF WS-PER-LISTED (WS-PER-POS) = "Y"
               GO TO 6310-EXIT
           END-IF.
           IF WS-BEST-PER = 0
               MOVE WS-PER-POS TO WS-BEST-PER
               GO TO 6310-EXIT
           END-IF.
           IF WS-PER-NAME (WS-PER-POS) < WS-PER-NAME (WS-BEST-PER)
               MOVE WS-PER-POS TO WS-BEST-PER
           END-IF.
       6310-EXIT.
           EXIT.

      *> One report line to the console and the spool member alike.
       8900-SPOOL-LINE.
           MOVE "LINE" TO WS-SPL-ACTION.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           MOVE SPACES TO WS-SPL-TEXT.
       8900-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "dialogue_data.dat@*" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "reading_grade.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
       0900-EXIT.
           EXIT.
