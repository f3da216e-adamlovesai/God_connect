      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> QUESTION-MATCH
      *>
      *> Looks for an answer already on file before a question is
      *> sent off to be generated. Every NEW question in
      *> batch/question_box.dat (no triage ruling yet) is scored
      *> against each catalogued record:
      *>
      *>     3  the question word is in the record's topic
      *>        (batch/catalog.dat)
      *>     2  it is in one of the record's question/answer pairs
      *>        (batch/catechism.dat, CATECHISM-EXTRACT)
      *>     1  it is posted for one of the record's messages
      *>        (batch/content_index.dat, CONTENT-INDEX-BUILD)
      *>
      *> A question word is a CONTENT-INDEX-BUILD word (upper-cased,
      *> punctuation blanked, 3 characters or more) that is not on
      *> the stopword list. Each word counts once per source per
      *> record; the match score is the points won as a percentage
      *> of the points the question could win (6 per word). The
      *> best WS-CAND-KEEP records scoring WS-CAND-FLOOR or better
      *> are written, ranked, to batch/question_candidates.dat:
      *>
      *>     K|question|rank|score|path|topic
      *>
      *> The file is rewritten each run and control-framed like the
      *> other generated files. QUESTION-TRIAGE shows the candidates
      *> under each NEW question and rules "answer from corpus"
      *> from them.
      *>
      *> Usage:
      *>     question_match
      *>
      *> RETURN-CODE 0, 4 no NEW question to match, 8 no catalog,
      *> 16 framing mismatch.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>     2026-10-15  DO   Only the run's parish's questions are
      *>                      taken (DLGPRSH CODE); another parish's
      *>                      are passed over.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUESTION-MATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QBOX-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QBOX-STATUS.
           SELECT CATALOG-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT CAT-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT INDEX-FILE ASSIGN DYNAMIC WS-CFN-04
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT CAND-FILE ASSIGN DYNAMIC WS-CFN-05
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  QBOX-FILE.
       01  QBOX-LINE                PIC X(500).

       FD  CATALOG-FILE.
       01  CATALOG-LINE             PIC X(400).

       FD  CAT-FILE.
       01  CAT-LINE                 PIC X(800).

       FD  INDEX-FILE.
       01  INDEX-LINE               PIC X(300).

       FD  CAND-FILE.
       01  CAND-LINE                PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CFN-04                PIC X(200).
       01  WS-CFN-05                PIC X(200).
       01  WS-QBOX-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CATALOG-STATUS        PIC X(02) VALUE SPACES.
       01  WS-CAT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-INDEX-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).
       01  WS-EOF-QBOX              PIC X(01) VALUE "N".
           88  NO-MORE-QBOX                  VALUE "Y".
       01  WS-EOF-CATALOG           PIC X(01) VALUE "N".
           88  NO-MORE-CATALOG               VALUE "Y".
       01  WS-EOF-CAT               PIC X(01) VALUE "N".
           88  NO-MORE-CAT                   VALUE "Y".
       01  WS-EOF-INDEX             PIC X(01) VALUE "N".
           88  NO-MORE-INDEX                 VALUE "Y".
       01  WS-RUN-TIMESTAMP         PIC X(21).

      *> How many candidates a question keeps, and the least score
      *> worth showing the triage operator.
       01  WS-CAND-KEEP             PIC 9(01) VALUE 5.
       01  WS-CAND-FLOOR            PIC 9(03) VALUE 25.

      *> Questions folded to their latest ruling; only NEW ones
      *> are matched.
       01  WS-QN-MAX                PIC 9(03) VALUE 500.
       01  WS-QN-COUNT              PIC 9(03) VALUE 0.
       01  WS-QN-TABLE.
           05  WS-QN-ENTRY OCCURS 500 TIMES.
               10  WS-QN-NUM        PIC X(04).
               10  WS-QN-TEXT       PIC X(240).
               10  WS-QN-STATUS     PIC X(10).
       01  WS-QN-POS                PIC 9(03) VALUE 0.
       01  WS-SCAN-POS              PIC 9(03) VALUE 0.

      *> Every catalogued record, with its hits for the question in
      *> hand: one Y per question word per source.
       01  WS-REC-MAX               PIC 9(04) VALUE 2000.
       01  WS-REC-COUNT             PIC 9(04) VALUE 0.
       01  WS-REC-TABLE.
           05  WS-REC-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-REC-IDX.
               10  WS-REC-PATH      PIC X(200).
               10  WS-REC-TOPIC     PIC X(80).
               10  WS-REC-TOPIC-UP  PIC X(82).
               10  WS-REC-HIT-TOPIC PIC X(20).
               10  WS-REC-HIT-CAT   PIC X(20).
               10  WS-REC-HIT-INDEX PIC X(20).
               10  WS-REC-SCORE     PIC 9(03).
       01  WS-REC-POS               PIC 9(04) VALUE 0.
       01  WS-REC-FOUND             PIC 9(04) VALUE 0.
       01  WS-SEEK-PATH             PIC X(200).

      *> The question in hand, as words.
       01  WS-QW-MAX                PIC 9(02) VALUE 20.
       01  WS-QW-COUNT              PIC 9(02) VALUE 0.
       01  WS-QW-TABLE.
           05  WS-QW-WORD           PIC X(30) OCCURS 20 TIMES.
       01  WS-QW-POS                PIC 9(02) VALUE 0.
       01  WS-QW-FOUND              PIC 9(02) VALUE 0.
       01  WS-PATTERN               PIC X(32).
       01  WS-PAT-LEN               PIC 9(02) VALUE 0.
       01  WS-HITS                  PIC 9(03) VALUE 0.

      *> The CONTENT-INDEX-BUILD word rules, with the question
      *> words that carry no subject added to its stopwords.
       01  WS-WORK-TEXT             PIC X(240).
       01  WS-CUR-WORD              PIC X(30).
       01  WS-WORD-LEN              PIC 9(03) VALUE 0.
       01  WS-TEXT-POS              PIC 9(03) VALUE 0.
       01  WS-STOPWORDS.
           05  FILLER  PIC X(10) VALUE "THE".
           05  FILLER  PIC X(10) VALUE "AND".
           05  FILLER  PIC X(10) VALUE "YOU".
           05  FILLER  PIC X(10) VALUE "YOUR".
           05  FILLER  PIC X(10) VALUE "FOR".
           05  FILLER  PIC X(10) VALUE "ARE".
           05  FILLER  PIC X(10) VALUE "NOT".
           05  FILLER  PIC X(10) VALUE "BUT".
           05  FILLER  PIC X(10) VALUE "WITH".
           05  FILLER  PIC X(10) VALUE "THIS".
           05  FILLER  PIC X(10) VALUE "THAT".
           05  FILLER  PIC X(10) VALUE "FROM".
           05  FILLER  PIC X(10) VALUE "HAVE".
           05  FILLER  PIC X(10) VALUE "WHAT".
           05  FILLER  PIC X(10) VALUE "YOURS".
           05  FILLER  PIC X(10) VALUE "WILL".
           05  FILLER  PIC X(10) VALUE "HOW".
           05  FILLER  PIC X(10) VALUE "WHY".
           05  FILLER  PIC X(10) VALUE "WHO".
           05  FILLER  PIC X(10) VALUE "WHEN".
           05  FILLER  PIC X(10) VALUE "WHERE".
           05  FILLER  PIC X(10) VALUE "WHICH".
           05  FILLER  PIC X(10) VALUE "CAN".
           05  FILLER  PIC X(10) VALUE "DOES".
           05  FILLER  PIC X(10) VALUE "SHOULD".
           05  FILLER  PIC X(10) VALUE "WOULD".
           05  FILLER  PIC X(10) VALUE "COULD".
           05  FILLER  PIC X(10) VALUE "ABOUT".
           05  FILLER  PIC X(10) VALUE "THINK".
           05  FILLER  PIC X(10) VALUE "THERE".
       01  WS-STOPWORD-TABLE REDEFINES WS-STOPWORDS.
           05  WS-STOPWORD          PIC X(10) OCCURS 30 TIMES
                   INDEXED BY WS-STOP-IDX.
       01  WS-IS-STOPWORD           PIC X(01).
           88  WORD-IS-STOPWORD              VALUE "Y".

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
       01  WS-IN-F4                 PIC X(240).
       01  WS-IN-F5                 PIC X(240).
       01  WS-IN-F6                 PIC X(240).
       01  WS-PADDED                PIC X(482).

       01  WS-POINTS                PIC 9(04) VALUE 0.
       01  WS-RANK                  PIC 9(01) VALUE 0.
       01  WS-BEST-POS              PIC 9(04) VALUE 0.
       01  WS-BEST-SCORE            PIC 9(03) VALUE 0.
       01  WS-Q-WRITTEN             PIC 9(01) VALUE 0.
       01  WS-MATCHED               PIC 9(03) VALUE 0.
       01  WS-UNMATCHED             PIC 9(03) VALUE 0.
       01  WS-OUT-COUNT             PIC 9(06) VALUE 0.

      *> Whose a side-file record is (DLGPRSH CODE).
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "QUESTION-MATCH".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).
       01  WS-PRS-SKIP              PIC X(01).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           PERFORM 1000-LOAD-QUESTIONS THRU 1000-EXIT.
           PERFORM 1500-LOAD-CATALOG THRU 1500-EXIT.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           OPEN OUTPUT CAND-FILE.
           MOVE SPACES TO CAND-LINE.
           STRING "C|HEADER|QCANDS|" WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO CAND-LINE
           END-STRING.
           WRITE CAND-LINE.
           PERFORM 2000-MATCH-ONE-QUESTION THRU 2000-EXIT
               VARYING WS-QN-POS FROM 1 BY 1
               UNTIL WS-QN-POS > WS-QN-COUNT.
           MOVE SPACES TO CAND-LINE.
           STRING "C|TRAILER|QCANDS|"     DELIMITED BY SIZE
                  WS-OUT-COUNT            DELIMITED BY SIZE
                  "|000000|"              DELIMITED BY SIZE
                  WS-OUT-COUNT            DELIMITED BY SIZE
                  INTO CAND-LINE
           END-STRING.
           WRITE CAND-LINE.
           CLOSE CAND-FILE.
           DISPLAY "QUESTION-MATCH: " WS-MATCHED
                   " NEW question(s) with an answer on file, "
                   WS-UNMATCHED " without; " WS-OUT-COUNT
                   " candidate(s) written to "
                   FUNCTION TRIM(WS-CFN-05).
           IF WS-MATCHED + WS-UNMATCHED = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-LOAD-QUESTIONS.
           OPEN INPUT QBOX-FILE.
           IF WS-QBOX-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LOAD-ONE-LINE THRU 1100-EXIT
               UNTIL NO-MORE-QBOX.
           CLOSE QBOX-FILE.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-LINE.
           READ QBOX-FILE
               AT END
                   SET NO-MORE-QBOX TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING QBOX-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           EVALUATE QBOX-LINE(1:2)
               WHEN "Q|"
                   PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT
                   IF WS-QN-COUNT < WS-QN-MAX AND WS-PRS-RC = "00"
                       ADD 1 TO WS-QN-COUNT
                       MOVE WS-IN-F2(1:4) TO WS-QN-NUM (WS-QN-COUNT)
                       MOVE WS-IN-F3 TO WS-QN-TEXT (WS-QN-COUNT)
                       MOVE "NEW" TO WS-QN-STATUS (WS-QN-COUNT)
                   END-IF
               WHEN "S|"
                   PERFORM 1110-APPLY-STATUS THRU 1110-EXIT
                       VARYING WS-SCAN-POS FROM 1 BY 1
                       UNTIL WS-SCAN-POS > WS-QN-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1100-EXIT.
           EXIT.

       1110-APPLY-STATUS.
           IF WS-QN-NUM (WS-SCAN-POS) = WS-IN-F2(1:4)
               MOVE WS-IN-F3(1:10) TO WS-QN-STATUS (WS-SCAN-POS)
           END-IF.
       1110-EXIT.
           EXIT.

      *> path|topic|mode|stamp|messages, after the C header.
       1500-LOAD-CATALOG.
           MOVE WS-CFN-02 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "QUESTION-MATCH: no catalog at "
                       FUNCTION TRIM(WS-CFN-02)
                       " - run BUILD-CATALOG first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1510-LOAD-ONE-RECORD THRU 1510-EXIT
               UNTIL NO-MORE-CATALOG.
           CLOSE CATALOG-FILE.
       1500-EXIT.
           EXIT.

       1510-LOAD-ONE-RECORD.
           READ CATALOG-FILE
               AT END
                   SET NO-MORE-CATALOG TO TRUE
                   GO TO 1510-EXIT
           END-READ.
           IF CATALOG-LINE(1:2) = "C|" OR CATALOG-LINE = SPACES
                   OR WS-REC-COUNT NOT < WS-REC-MAX
               GO TO 1510-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING CATALOG-LINE DELIMITED BY "|"
               INTO WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           ADD 1 TO WS-REC-COUNT.
           MOVE WS-IN-F2(1:200) TO WS-REC-PATH (WS-REC-COUNT).
           MOVE WS-IN-F3(1:80) TO WS-REC-TOPIC (WS-REC-COUNT).
           MOVE SPACES TO WS-REC-TOPIC-UP (WS-REC-COUNT).
           MOVE FUNCTION UPPER-CASE(WS-IN-F3(1:80))
               TO WS-REC-TOPIC-UP (WS-REC-COUNT) (2:80).
           INSPECT WS-REC-TOPIC-UP (WS-REC-COUNT)
               CONVERTING ".,;:!?()[]{}""'*-/" TO SPACES.
       1510-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> One NEW question: split it into words, collect the hits
      *> source by source, then score and rank.
      *>----------------------------------------------------------*>
       2000-MATCH-ONE-QUESTION.
           IF WS-QN-STATUS (WS-QN-POS) NOT = "NEW"
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-SPLIT-QUESTION THRU 2100-EXIT.
           IF WS-QW-COUNT = 0
               ADD 1 TO WS-UNMATCHED
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2200-CLEAR-ONE-RECORD THRU 2200-EXIT
               VARYING WS-REC-POS FROM 1 BY 1
               UNTIL WS-REC-POS > WS-REC-COUNT.
           PERFORM 3000-HITS-FROM-TOPICS THRU 3000-EXIT
               VARYING WS-REC-POS FROM 1 BY 1
               UNTIL WS-REC-POS > WS-REC-COUNT.
           PERFORM 3100-HITS-FROM-CATECHISM THRU 3100-EXIT.
           PERFORM 3200-HITS-FROM-INDEX THRU 3200-EXIT.
           PERFORM 4000-SCORE-ONE-RECORD THRU 4000-EXIT
               VARYING WS-REC-POS FROM 1 BY 1
               UNTIL WS-REC-POS > WS-REC-COUNT.
           MOVE 0 TO WS-RANK WS-Q-WRITTEN.
           PERFORM 4100-WRITE-ONE-BEST THRU 4100-EXIT
               UNTIL WS-RANK >= WS-CAND-KEEP.
           IF WS-Q-WRITTEN = 0
               ADD 1 TO WS-UNMATCHED
           ELSE
               ADD 1 TO WS-MATCHED
           END-IF.
       2000-EXIT.
           EXIT.

       2100-SPLIT-QUESTION.
           MOVE 0 TO WS-QW-COUNT.
           MOVE SPACES TO WS-QW-TABLE.
           MOVE FUNCTION UPPER-CASE(WS-QN-TEXT (WS-QN-POS))
               TO WS-WORK-TEXT.
           INSPECT WS-WORK-TEXT
               CONVERTING ".,;:!?()[]{}""'*-/" TO SPACES.
           MOVE 1 TO WS-TEXT-POS.
           PERFORM 2110-EXTRACT-ONE-WORD THRU 2110-EXIT
               UNTIL WS-TEXT-POS > 240.
       2100-EXIT.
           EXIT.

       2110-EXTRACT-ONE-WORD.
           MOVE SPACES TO WS-CUR-WORD.
           MOVE 0 TO WS-WORD-LEN.
           PERFORM 2120-SKIP-SPACE THRU 2120-EXIT
               UNTIL WS-TEXT-POS > 240
                   OR WS-WORK-TEXT(WS-TEXT-POS:1) NOT = SPACE.
           PERFORM 2130-TAKE-CHAR THRU 2130-EXIT
               UNTIL WS-TEXT-POS > 240
                   OR WS-WORK-TEXT(WS-TEXT-POS:1) = SPACE.
           IF WS-WORD-LEN < 3
               GO TO 2110-EXIT
           END-IF.
           PERFORM 2140-TEST-STOPWORD THRU 2140-EXIT.
           IF WORD-IS-STOPWORD
               GO TO 2110-EXIT
           END-IF.
      *> A repeated word counts once.
           PERFORM 2150-FIND-WORD THRU 2150-EXIT.
           IF WS-QW-FOUND = 0 AND WS-QW-COUNT < WS-QW-MAX
               ADD 1 TO WS-QW-COUNT
               MOVE WS-CUR-WORD TO WS-QW-WORD (WS-QW-COUNT)
           END-IF.
       2110-EXIT.
           EXIT.

       2120-SKIP-SPACE.
           ADD 1 TO WS-TEXT-POS.
       2120-EXIT.
           EXIT.

       2130-TAKE-CHAR.
           IF WS-WORD-LEN < 30
               ADD 1 TO WS-WORD-LEN
               MOVE WS-WORK-TEXT(WS-TEXT-POS:1)
                   TO WS-CUR-WORD(WS-WORD-LEN:1)
           END-IF.
           ADD 1 TO WS-TEXT-POS.
       2130-EXIT.
           EXIT.

       2140-TEST-STOPWORD.
           MOVE "N" TO WS-IS-STOPWORD.
           SET WS-STOP-IDX TO 1.
           SEARCH WS-STOPWORD
               AT END
                   CONTINUE
               WHEN WS-STOPWORD (WS-STOP-IDX) = WS-CUR-WORD(1:10)
                   IF WS-CUR-WORD(11:20) = SPACES
                       SET WORD-IS-STOPWORD TO TRUE
                   END-IF
           END-SEARCH.
       2140-EXIT.
           EXIT.

       2150-FIND-WORD.
           MOVE 0 TO WS-QW-FOUND.
           PERFORM 2160-PROBE-ONE-WORD THRU 2160-EXIT
               VARYING WS-QW-POS FROM 1 BY 1
               UNTIL WS-QW-POS > WS-QW-COUNT
                  OR WS-QW-FOUND > 0.
       2150-EXIT.
           EXIT.

       2160-PROBE-ONE-WORD.
           IF WS-QW-WORD (WS-QW-POS) = WS-CUR-WORD
               MOVE WS-QW-POS TO WS-QW-FOUND
           END-IF.
       2160-EXIT.
           EXIT.

       2200-CLEAR-ONE-RECORD.
           MOVE SPACES TO WS-REC-HIT-TOPIC (WS-REC-POS)
                          WS-REC-HIT-CAT (WS-REC-POS)
                          WS-REC-HIT-INDEX (WS-REC-POS).
           MOVE 0 TO WS-REC-SCORE (WS-REC-POS).
       2200-EXIT.
           EXIT.

      *> Whole-word tests against the padded topic.
       3000-HITS-FROM-TOPICS.
           PERFORM 3010-TOPIC-ONE-WORD THRU 3010-EXIT
               VARYING WS-QW-POS FROM 1 BY 1
               UNTIL WS-QW-POS > WS-QW-COUNT.
       3000-EXIT.
           EXIT.

       3010-TOPIC-ONE-WORD.
           PERFORM 8000-BUILD-PATTERN THRU 8000-EXIT.
           MOVE 0 TO WS-HITS.
           INSPECT WS-REC-TOPIC-UP (WS-REC-POS) TALLYING WS-HITS
               FOR ALL WS-PATTERN(1:WS-PAT-LEN).
           IF WS-HITS > 0
               MOVE "Y" TO WS-REC-HIT-TOPIC (WS-REC-POS)
                               (WS-QW-POS:1)
           END-IF.
       3010-EXIT.
           EXIT.

      *> Q|question|answer|persona|tradition|path - the pair's
      *> question and answer together are the searched text.
       3100-HITS-FROM-CATECHISM.
           MOVE "N" TO WS-EOF-CAT.
           OPEN INPUT CAT-FILE.
           IF WS-CAT-STATUS NOT = "00"
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3110-READ-ONE-PAIR THRU 3110-EXIT
               UNTIL NO-MORE-CAT.
           CLOSE CAT-FILE.
       3100-EXIT.
           EXIT.

       3110-READ-ONE-PAIR.
           READ CAT-FILE
               AT END
                   SET NO-MORE-CAT TO TRUE
                   GO TO 3110-EXIT
           END-READ.
           IF CAT-LINE(1:2) NOT = "Q|"
               GO TO 3110-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F6.
           UNSTRING CAT-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6
           END-UNSTRING.
           MOVE WS-IN-F6(1:200) TO WS-SEEK-PATH.
           PERFORM 8100-FIND-RECORD THRU 8100-EXIT.
           IF WS-REC-FOUND = 0
               GO TO 3110-EXIT
           END-IF.
           MOVE SPACES TO WS-PADDED.
           MOVE FUNCTION UPPER-CASE(WS-IN-F2) TO WS-PADDED(2:240).
           MOVE FUNCTION UPPER-CASE(WS-IN-F3) TO WS-PADDED(242:240).
           INSPECT WS-PADDED
               CONVERTING ".,;:!?()[]{}""'*-/" TO SPACES.
           PERFORM 3120-PAIR-ONE-WORD THRU 3120-EXIT
               VARYING WS-QW-POS FROM 1 BY 1
               UNTIL WS-QW-POS > WS-QW-COUNT.
       3110-EXIT.
           EXIT.

       3120-PAIR-ONE-WORD.
           PERFORM 8000-BUILD-PATTERN THRU 8000-EXIT.
           MOVE 0 TO WS-HITS.
           INSPECT WS-PADDED TALLYING WS-HITS
               FOR ALL WS-PATTERN(1:WS-PAT-LEN).
           IF WS-HITS > 0
               MOVE "Y" TO WS-REC-HIT-CAT (WS-REC-FOUND)
                               (WS-QW-POS:1)
           END-IF.
       3120-EXIT.
           EXIT.

      *> P|word|path|seq|speaker - a posting of a question word is
      *> a hit for the posting's record.
       3200-HITS-FROM-INDEX.
           MOVE "N" TO WS-EOF-INDEX.
           MOVE WS-CFN-04 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT INDEX-FILE.
           IF WS-INDEX-STATUS NOT = "00"
               GO TO 3200-EXIT
           END-IF.
           PERFORM 3210-READ-ONE-POSTING THRU 3210-EXIT
               UNTIL NO-MORE-INDEX.
           CLOSE INDEX-FILE.
       3200-EXIT.
           EXIT.

       3210-READ-ONE-POSTING.
           READ INDEX-FILE
               AT END
                   SET NO-MORE-INDEX TO TRUE
                   GO TO 3210-EXIT
           END-READ.
           IF INDEX-LINE(1:2) NOT = "P|"
               GO TO 3210-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING INDEX-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           MOVE WS-IN-F2(1:30) TO WS-CUR-WORD.
           PERFORM 2150-FIND-WORD THRU 2150-EXIT.
           IF WS-QW-FOUND = 0
               GO TO 3210-EXIT
           END-IF.
           MOVE WS-IN-F3(1:200) TO WS-SEEK-PATH.
           PERFORM 8100-FIND-RECORD THRU 8100-EXIT.
           IF WS-REC-FOUND > 0
               MOVE "Y" TO WS-REC-HIT-INDEX (WS-REC-FOUND)
                               (WS-QW-FOUND:1)
           END-IF.
       3210-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Score: 3 + 2 + 1 points a word, as a percentage of 6 a
      *> word; then the best records, best first.
      *>----------------------------------------------------------*>
       4000-SCORE-ONE-RECORD.
           MOVE 0 TO WS-HITS.
           INSPECT WS-REC-HIT-TOPIC (WS-REC-POS)
               TALLYING WS-HITS FOR ALL "Y".
           COMPUTE WS-POINTS = WS-HITS * 3.
           MOVE 0 TO WS-HITS.
           INSPECT WS-REC-HIT-CAT (WS-REC-POS)
               TALLYING WS-HITS FOR ALL "Y".
           COMPUTE WS-POINTS = WS-POINTS + WS-HITS * 2.
           MOVE 0 TO WS-HITS.
           INSPECT WS-REC-HIT-INDEX (WS-REC-POS)
               TALLYING WS-HITS FOR ALL "Y".
           ADD WS-HITS TO WS-POINTS.
           COMPUTE WS-REC-SCORE (WS-REC-POS) ROUNDED =
               WS-POINTS * 100 / (WS-QW-COUNT * 6).
       4000-EXIT.
           EXIT.

       4100-WRITE-ONE-BEST.
           MOVE 0 TO WS-BEST-POS WS-BEST-SCORE.
           PERFORM 4110-PROBE-ONE-SCORE THRU 4110-EXIT
               VARYING WS-REC-POS FROM 1 BY 1
               UNTIL WS-REC-POS > WS-REC-COUNT.
           IF WS-BEST-POS = 0
               MOVE WS-CAND-KEEP TO WS-RANK
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-RANK.
           MOVE SPACES TO CAND-LINE.
           STRING "K|"                          DELIMITED BY SIZE
                  WS-QN-NUM (WS-QN-POS)         DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-RANK                       DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-BEST-SCORE                 DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REC-PATH (WS-BEST-POS))
                                                DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REC-TOPIC (WS-BEST-POS))
                                                DELIMITED BY SIZE
                  INTO CAND-LINE
           END-STRING.
           WRITE CAND-LINE.
           ADD 1 TO WS-OUT-COUNT.
           ADD 1 TO WS-Q-WRITTEN.
      *> Knock the written record out of the ranking.
           MOVE 0 TO WS-REC-SCORE (WS-BEST-POS).
       4100-EXIT.
           EXIT.

       4110-PROBE-ONE-SCORE.
           IF WS-REC-SCORE (WS-REC-POS) >= WS-CAND-FLOOR
                   AND WS-REC-SCORE (WS-REC-POS) > WS-BEST-SCORE
               MOVE WS-REC-SCORE (WS-REC-POS) TO WS-BEST-SCORE
               MOVE WS-REC-POS TO WS-BEST-POS
           END-IF.
       4110-EXIT.
           EXIT.

      *> " WORD " for a whole-word INSPECT.
       8000-BUILD-PATTERN.
           MOVE SPACES TO WS-PATTERN.
           MOVE WS-QW-WORD (WS-QW-POS) TO WS-PATTERN(2:30).
           COMPUTE WS-PAT-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-QW-WORD (WS-QW-POS))) + 2.
       8000-EXIT.
           EXIT.

       8100-FIND-RECORD.
           MOVE 0 TO WS-REC-FOUND.
           SET WS-REC-IDX TO 1.
           IF WS-REC-COUNT > 0
               SEARCH WS-REC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-REC-IDX > WS-REC-COUNT
                       CONTINUE
                   WHEN WS-REC-PATH (WS-REC-IDX) = WS-SEEK-PATH
                       SET WS-REC-FOUND TO WS-REC-IDX
               END-SEARCH
           END-IF.
       8100-EXIT.
           EXIT.

      *> The record's parish column (or, blank, its path's
      *> parish) against the run's view; WS-PRS-RC "04" is another
      *> parish's record, passed over.
       8900-JUDGE-PARISH.
           MOVE SPACES TO WS-PRS-PARISH WS-PRS-TEXT.
           UNSTRING QBOX-LINE DELIMITED BY "|"
               INTO WS-PRS-SKIP WS-PRS-SKIP WS-PRS-SKIP
                    WS-PRS-SKIP WS-PRS-SKIP WS-PRS-SKIP
                    WS-PRS-PARISH
           END-UNSTRING.
           MOVE "CODE" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
       8900-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "question_box.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "catalog.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "catechism.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE "content_index.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
           MOVE "question_candidates.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-05.
       0900-EXIT.
           EXIT.
