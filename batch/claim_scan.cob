      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> CLAIM-SCAN
      *>
      *> Queues the checkable factual and statistical assertions
      *> made in message CONTENT - "40,000 soldiers died", "70% of
      *> believers", "studies show", "the Reformation began in
      *> 1517" - so a reviewer can verify them before a record is
      *> published. Each M record of batch/dialogue_data.dat is cut
      *> into sentences and a sentence is a claim when it carries
      *> one of, in order of precedence:
      *>
      *>     STATISTIC  a number with % or "percent"
      *>     QUANTITY   a number followed by a unit word
      *>     STUDY      a "studies show" / "according to" phrasing
      *>     EVENT      a named historical event (gazetteer EVENT
      *>                entry) together with a year or number
      *>     DATE       a year, 1000-2099 ("1517", "1940s")
      *>
      *> The unit words and phrasings come from
      *> batch/claim_patterns.ref, the events from
      *> batch/gazetteer.ref. The speaker's "**Name** (...):"
      *> heading, a reenactment's leading "(era, dates)" and its
      *> trailing "[...]" cue are not part of any claim, and the
      *> user's own questions ("You") and system text are not
      *> scanned. New claims are appended to the queue
      *> batch/claims.dat, numbered in arrival order:
      *>
      *>     K|claim-id|path|seq|kind|speaker|mode|claim|timestamp
      *>
      *> A claim already queued for the same message and text is
      *> not queued again. CLAIM-CAPTURE records each verdict as
      *>
      *>     V|claim-id|verdict|source|reviewer|timestamp
      *>
      *> and the latest V per claim stands. A claim judged FALSE
      *> whose message is still on file but no longer carries the
      *> claim text has been corrected at source; this scan marks
      *> it CORRECTED, which lifts the FALSECLAIM bar DLGELIG
      *> applies to the record.
      *>
      *> RETURN-CODE: 0 scanned; 4 the claim table is full and
      *> some claims were not queued; 8 the patterns or the
      *> extract could not be read; 12 the enqueue is held; 16
      *> the extract failed its control check.
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
       PROGRAM-ID. CLAIM-SCAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATTERN-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PATTERN-STATUS.
           SELECT GAZ-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAZ-STATUS.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT CLAIM-FILE ASSIGN DYNAMIC WS-CFN-04
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATTERN-FILE.
       01  PATTERN-LINE             PIC X(160).

       FD  GAZ-FILE.
       01  GAZ-LINE                 PIC X(160).

       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).

       FD  CLAIM-FILE.
       01  CLAIM-LINE               PIC X(700).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CFN-04                PIC X(200).
       01  WS-PATTERN-STATUS        PIC X(02) VALUE SPACES.
       01  WS-GAZ-STATUS            PIC X(02) VALUE SPACES.
       01  WS-DATA-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CLAIM-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).
       01  WS-EOF-PATTERN           PIC X(01) VALUE "N".
           88  NO-MORE-PATTERNS              VALUE "Y".
       01  WS-EOF-GAZ               PIC X(01) VALUE "N".
           88  NO-MORE-GAZ                   VALUE "Y".
       01  WS-EOF-DATA              PIC X(01) VALUE "N".
           88  NO-MORE-DATA                  VALUE "Y".
       01  WS-EOF-CLAIM             PIC X(01) VALUE "N".
           88  NO-MORE-CLAIMS                VALUE "Y".
       01  WS-RUN-TIMESTAMP         PIC X(21).

       01  WS-ENQ-ACTION            PIC X(03).
       01  WS-ENQ-RESOURCE          PIC X(20).
       01  WS-ENQ-RC                PIC X(02).

      *> Unit words, phrasings and event spellings, upper-cased
      *> with punctuation blanked like the sentence they are
      *> matched against.
       01  WS-UNIT-MAX              PIC 9(03) VALUE 200.
       01  WS-UNIT-COUNT            PIC 9(03) VALUE 0.
       01  WS-UNIT-TABLE.
           05  WS-UNIT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-UNIT-IDX.
               10  WS-UNIT-WORD     PIC X(40).
       01  WS-PHR-MAX               PIC 9(03) VALUE 100.
       01  WS-PHR-COUNT             PIC 9(03) VALUE 0.
       01  WS-PHR-TABLE.
           05  WS-PHR-ENTRY OCCURS 100 TIMES.
               10  WS-PHR-TEXT      PIC X(60).
               10  WS-PHR-LEN       PIC 9(02).
       01  WS-EVT-MAX               PIC 9(03) VALUE 200.
       01  WS-EVT-COUNT             PIC 9(03) VALUE 0.
       01  WS-EVT-TABLE.
           05  WS-EVT-ENTRY OCCURS 200 TIMES.
               10  WS-EVT-TEXT      PIC X(40).
               10  WS-EVT-LEN       PIC 9(02).
       01  WS-PAT-POS               PIC 9(03) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(60).
       01  WS-IN-KIND               PIC X(10).
       01  WS-IN-VARIANT            PIC X(60).

      *> The claims already queued, with the latest verdict on
      *> each, and the claims queued by this run.
       01  WS-CLM-MAX               PIC 9(05) VALUE 3000.
       01  WS-CLM-COUNT             PIC 9(05) VALUE 0.
       01  WS-CLM-TABLE.
           05  WS-CLM-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-CLM-IDX.
               10  WS-CLM-ID        PIC 9(06).
               10  WS-CLM-KEY.
                   15  WS-CLM-PATH  PIC X(200).
                   15  WS-CLM-SEQ   PIC X(04).
                   15  WS-CLM-TEXT  PIC X(240).
               10  WS-CLM-VERDICT   PIC X(12).
               10  WS-CLM-MSG-SEEN  PIC X(01).
               10  WS-CLM-TEXT-SEEN PIC X(01).
       01  WS-CLM-FOUND             PIC 9(05) VALUE 0.
       01  WS-NEXT-ID               PIC 9(06) VALUE 0.
       01  WS-IN-ID                 PIC X(06).
       01  WS-IN-ID-NUM             PIC 9(06).
       01  WS-IN-VERDICT            PIC X(12).
       01  WS-TABLE-FULL            PIC X(01) VALUE "N".
           88  CLAIM-TABLE-FULL              VALUE "Y".

      *> The claims standing FALSE, so each message is checked
      *> against those alone.
       01  WS-FCL-MAX               PIC 9(03) VALUE 500.
       01  WS-FCL-COUNT             PIC 9(03) VALUE 0.
       01  WS-FCL-TABLE.
           05  WS-FCL-SLOT          PIC 9(05) OCCURS 500 TIMES.
       01  WS-FCL-POS               PIC 9(03) VALUE 0.

       01  WS-IN-PATH               PIC X(200).
       01  WS-IN-SEQ                PIC X(04).
       01  WS-IN-SPEAKER            PIC X(30).
       01  WS-IN-NAME               PIC X(40).
       01  WS-IN-TRADITION          PIC X(60).
       01  WS-IN-CONTENT            PIC X(240).
       01  WS-IN-F3                 PIC X(80).
       01  WS-IN-F4                 PIC X(20).
       01  WS-CUR-PATH              PIC X(200) VALUE SPACES.
       01  WS-CUR-MODE              PIC X(20) VALUE SPACES.
       01  WS-MSG-MODE              PIC X(20).

      *> CONTENT with the heading, era and cue set aside, and the
      *> sentence walk over it.
       01  WS-BODY                  PIC X(240).
       01  WS-BODY-LEN              PIC 9(03) VALUE 0.
       01  WS-HEAD-LEN              PIC 9(03) VALUE 0.
       01  WS-LEAD-POS              PIC 9(03) VALUE 0.
       01  WS-CUE-POS               PIC 9(03) VALUE 0.
       01  WS-CHAR-POS              PIC 9(03) VALUE 0.
       01  WS-CHAR                  PIC X(01).
       01  WS-SENT-START            PIC 9(03) VALUE 0.
       01  WS-SENT-END              PIC 9(03) VALUE 0.
       01  WS-SENT                  PIC X(240).

      *> The sentence upper-cased with punctuation blanked (but %
      *> kept) and a space either side, and its words in turn.
       01  WS-PUNCT-FROM            PIC X(15)
               VALUE ".,;:!?()""'/-*[]".
       01  WS-PUNCT-TO              PIC X(15) VALUE SPACES.
       01  WS-PADDED                PIC X(242).
       01  WS-PATTERN               PIC X(62).
       01  WS-PAT-LEN               PIC 9(02) VALUE 0.
       01  WS-HITS                  PIC 9(03) VALUE 0.
       01  WS-TOKEN                 PIC X(40).
       01  WS-TOKEN-LEN             PIC 9(02) VALUE 0.
       01  WS-TOKEN-PTR             PIC 9(03) VALUE 0.
       01  WS-YEAR                  PIC 9(04) VALUE 0.
       01  WS-NUM-PENDING           PIC X(01).
           88  AFTER-A-NUMBER                VALUE "Y".
       01  WS-HAS-PERCENT           PIC X(01).
       01  WS-HAS-QUANTITY          PIC X(01).
       01  WS-HAS-STUDY             PIC X(01).
       01  WS-HAS-EVENT             PIC X(01).
       01  WS-HAS-YEAR              PIC X(01).
       01  WS-HAS-NUMBER            PIC X(01).
       01  WS-CLAIM-KIND            PIC X(10).

       01  WS-NEW-KEY.
           05  WS-NEW-PATH          PIC X(200).
           05  WS-NEW-SEQ           PIC X(04).
           05  WS-NEW-TEXT          PIC X(240).

       01  WS-MSGS-SCANNED          PIC 9(06) VALUE 0.
       01  WS-SENTS-SCANNED         PIC 9(06) VALUE 0.
       01  WS-ALREADY-QUEUED        PIC 9(06) VALUE 0.
       01  WS-NEW-COUNT             PIC 9(06) VALUE 0.
       01  WS-NOT-QUEUED            PIC 9(06) VALUE 0.
       01  WS-CORRECTED-COUNT       PIC 9(06) VALUE 0.
       01  WS-KIND-COUNTS.
           05  WS-KC-STATISTIC      PIC 9(06) VALUE 0.
           05  WS-KC-QUANTITY       PIC 9(06) VALUE 0.
           05  WS-KC-STUDY          PIC 9(06) VALUE 0.
           05  WS-KC-EVENT          PIC 9(06) VALUE 0.
           05  WS-KC-DATE           PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           OPEN INPUT PATTERN-FILE.
           IF WS-PATTERN-STATUS NOT = "00"
               DISPLAY "CLAIM-SCAN: no claim patterns at "
                       FUNCTION TRIM(WS-CFN-01)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1000-LOAD-ONE-PATTERN THRU 1000-EXIT
               UNTIL NO-MORE-PATTERNS.
           CLOSE PATTERN-FILE.
           IF WS-UNIT-COUNT = 0 AND WS-PHR-COUNT = 0
               DISPLAY "CLAIM-SCAN: no entries in "
                       FUNCTION TRIM(WS-CFN-01)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> Without a gazetteer only EVENT claims go unrecognised.
           OPEN INPUT GAZ-FILE.
           IF WS-GAZ-STATUS = "00"
               PERFORM 1100-LOAD-ONE-EVENT THRU 1100-EXIT
                   UNTIL NO-MORE-GAZ
               CLOSE GAZ-FILE
           ELSE
               DISPLAY "CLAIM-SCAN: no gazetteer at "
                       FUNCTION TRIM(WS-CFN-02)
                       " - named events not recognised"
           END-IF.
           MOVE WS-CFN-03 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DATA-FILE.
           IF WS-DATA-STATUS NOT = "00"
               DISPLAY "CLAIM-SCAN: no extract at "
                       FUNCTION TRIM(WS-CFN-03)
                       " - run BUILD-DIALOGUE-DATA first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
      *> The queue is read and extended under the shared enqueue
      *> (DLGENQ) so a capture cannot land between the two.
           MOVE "ENQ" TO WS-ENQ-ACTION.
           MOVE "claims" TO WS-ENQ-RESOURCE.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           IF WS-ENQ-RC = "12"
               DISPLAY "CLAIM-SCAN: could not take the "
                       "enqueue - try again or see ENQ-CONSOLE"
               CLOSE DATA-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CLAIM-FILE.
           IF WS-CLAIM-STATUS = "00"
               PERFORM 1200-LOAD-ONE-CLAIM THRU 1200-EXIT
                   UNTIL NO-MORE-CLAIMS
               CLOSE CLAIM-FILE
           END-IF.
           PERFORM 1300-NOTE-ONE-FALSE THRU 1300-EXIT
               VARYING WS-CLM-FOUND FROM 1 BY 1
               UNTIL WS-CLM-FOUND > WS-CLM-COUNT.
           OPEN EXTEND CLAIM-FILE.
           IF WS-CLAIM-STATUS = "35"
               OPEN OUTPUT CLAIM-FILE
           END-IF.
           PERFORM 2000-SCAN-ONE-LINE THRU 2000-EXIT
               UNTIL NO-MORE-DATA.
           CLOSE DATA-FILE.
           PERFORM 4000-CHECK-ONE-FALSE THRU 4000-EXIT
               VARYING WS-FCL-POS FROM 1 BY 1
               UNTIL WS-FCL-POS > WS-FCL-COUNT.
           CLOSE CLAIM-FILE.
           MOVE "DEQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           DISPLAY "CLAIM-SCAN: " WS-MSGS-SCANNED " message(s), "
                   WS-SENTS-SCANNED " sentence(s) scanned".
           DISPLAY "CLAIM-SCAN: " WS-NEW-COUNT
                   " new claim(s) queued to "
                   FUNCTION TRIM(WS-CFN-04) ", "
                   WS-ALREADY-QUEUED " already queued".
           DISPLAY "CLAIM-SCAN:   STATISTIC " WS-KC-STATISTIC
                   "  QUANTITY " WS-KC-QUANTITY
                   "  STUDY " WS-KC-STUDY
                   "  EVENT " WS-KC-EVENT
                   "  DATE " WS-KC-DATE.
           IF WS-CORRECTED-COUNT > 0
               DISPLAY "CLAIM-SCAN: " WS-CORRECTED-COUNT
                       " false claim(s) no longer in their record"
                       " - marked CORRECTED"
           END-IF.
           IF CLAIM-TABLE-FULL
               DISPLAY "CLAIM-SCAN: claim table full at "
                       WS-CLM-MAX " - " WS-NOT-QUEUED
                       " claim(s) not queued"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-LOAD-ONE-PATTERN.
           READ PATTERN-FILE
               AT END
                   SET NO-MORE-PATTERNS TO TRUE
                   GO TO 1000-EXIT
           END-READ.
           IF PATTERN-LINE(2:1) NOT = "|"
               GO TO 1000-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2.
           UNSTRING PATTERN-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-IN-F2) TO WS-IN-F2.
           INSPECT WS-IN-F2 CONVERTING WS-PUNCT-FROM TO WS-PUNCT-TO.
           MOVE FUNCTION TRIM(WS-IN-F2) TO WS-IN-F2.
           IF WS-IN-F2 = SPACES
               GO TO 1000-EXIT
           END-IF.
           EVALUATE WS-IN-TAG
               WHEN "U"
                   IF WS-UNIT-COUNT < WS-UNIT-MAX
                       ADD 1 TO WS-UNIT-COUNT
                       MOVE WS-IN-F2 TO WS-UNIT-WORD (WS-UNIT-COUNT)
                   END-IF
               WHEN "P"
                   IF WS-PHR-COUNT < WS-PHR-MAX
                       ADD 1 TO WS-PHR-COUNT
                       MOVE WS-IN-F2 TO WS-PHR-TEXT (WS-PHR-COUNT)
                       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-IN-F2))
                           TO WS-PHR-LEN (WS-PHR-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-EVENT.
           READ GAZ-FILE
               AT END
                   SET NO-MORE-GAZ TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF GAZ-LINE(1:2) NOT = "G|"
               GO TO 1100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-KIND WS-IN-VARIANT.
           UNSTRING GAZ-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-KIND WS-IN-VARIANT
           END-UNSTRING.
           IF FUNCTION UPPER-CASE(WS-IN-KIND) NOT = "EVENT"
                   OR WS-EVT-COUNT NOT < WS-EVT-MAX
               GO TO 1100-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-IN-VARIANT) TO WS-IN-VARIANT.
           INSPECT WS-IN-VARIANT
               CONVERTING WS-PUNCT-FROM TO WS-PUNCT-TO.
           MOVE FUNCTION TRIM(WS-IN-VARIANT) TO WS-IN-VARIANT.
           IF WS-IN-VARIANT = SPACES
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-EVT-COUNT.
           MOVE WS-IN-VARIANT TO WS-EVT-TEXT (WS-EVT-COUNT).
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-IN-VARIANT))
               TO WS-EVT-LEN (WS-EVT-COUNT).
       1100-EXIT.
           EXIT.

      *> K records build the table; a V record sets the verdict
      *> of its claim, the later one winning.
       1200-LOAD-ONE-CLAIM.
           READ CLAIM-FILE
               AT END
                   SET NO-MORE-CLAIMS TO TRUE
                   GO TO 1200-EXIT
           END-READ.
           IF CLAIM-LINE(1:2) NOT = "K|" AND CLAIM-LINE(1:2) NOT = "V|"
               GO TO 1200-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-ID WS-NEW-KEY WS-IN-F3 WS-IN-NAME
                          WS-MSG-MODE WS-IN-VERDICT.
           IF CLAIM-LINE(1:2) = "K|"
               UNSTRING CLAIM-LINE DELIMITED BY "|"
                   INTO WS-IN-TAG WS-IN-ID WS-NEW-PATH WS-NEW-SEQ
                        WS-IN-F3 WS-IN-NAME WS-MSG-MODE WS-NEW-TEXT
               END-UNSTRING
           ELSE
               UNSTRING CLAIM-LINE DELIMITED BY "|"
                   INTO WS-IN-TAG WS-IN-ID WS-IN-VERDICT
               END-UNSTRING
           END-IF.
           IF WS-IN-ID IS NOT NUMERIC
               GO TO 1200-EXIT
           END-IF.
           MOVE WS-IN-ID TO WS-IN-ID-NUM.
           IF WS-IN-ID-NUM > WS-NEXT-ID
               MOVE WS-IN-ID-NUM TO WS-NEXT-ID
           END-IF.
           IF CLAIM-LINE(1:2) = "K|"
               IF WS-CLM-COUNT NOT < WS-CLM-MAX
                   SET CLAIM-TABLE-FULL TO TRUE
                   GO TO 1200-EXIT
               END-IF
               ADD 1 TO WS-CLM-COUNT
               MOVE WS-IN-ID-NUM TO WS-CLM-ID (WS-CLM-COUNT)
               MOVE WS-NEW-KEY   TO WS-CLM-KEY (WS-CLM-COUNT)
               MOVE SPACES       TO WS-CLM-VERDICT (WS-CLM-COUNT)
               MOVE "N"          TO WS-CLM-MSG-SEEN (WS-CLM-COUNT)
                                    WS-CLM-TEXT-SEEN (WS-CLM-COUNT)
               GO TO 1200-EXIT
           END-IF.
           SET WS-CLM-IDX TO 1.
           SEARCH WS-CLM-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CLM-IDX > WS-CLM-COUNT
                   CONTINUE
               WHEN WS-CLM-ID (WS-CLM-IDX) = WS-IN-ID-NUM
                   MOVE FUNCTION UPPER-CASE(WS-IN-VERDICT)
                       TO WS-CLM-VERDICT (WS-CLM-IDX)
           END-SEARCH.
       1200-EXIT.
           EXIT.

       1300-NOTE-ONE-FALSE.
           IF WS-CLM-VERDICT (WS-CLM-FOUND) = "FALSE"
                   AND WS-FCL-COUNT < WS-FCL-MAX
               ADD 1 TO WS-FCL-COUNT
               MOVE WS-CLM-FOUND TO WS-FCL-SLOT (WS-FCL-COUNT)
           END-IF.
       1300-EXIT.
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
           MOVE SPACES TO WS-IN-PATH WS-IN-SEQ WS-IN-SPEAKER
                          WS-IN-NAME WS-IN-CONTENT.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-PATH WS-IN-SEQ
                    WS-IN-SPEAKER WS-IN-NAME
                    WS-IN-TRADITION WS-IN-CONTENT
           END-UNSTRING.
           PERFORM 2050-MARK-ONE-FALSE THRU 2050-EXIT
               VARYING WS-FCL-POS FROM 1 BY 1
               UNTIL WS-FCL-POS > WS-FCL-COUNT.
           IF WS-IN-SPEAKER = "You" OR WS-IN-SPEAKER = "System"
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-MSGS-SCANNED.
           IF WS-IN-PATH = WS-CUR-PATH
               MOVE WS-CUR-MODE TO WS-MSG-MODE
           ELSE
               MOVE SPACES TO WS-MSG-MODE
           END-IF.
           PERFORM 2100-TRIM-BODY THRU 2100-EXIT.
           IF WS-BODY-LEN = 0
               GO TO 2000-EXIT
           END-IF.
           MOVE 0 TO WS-SENT-START.
           PERFORM 2200-STEP-ONE-CHAR THRU 2200-EXIT
               VARYING WS-CHAR-POS FROM 1 BY 1
               UNTIL WS-CHAR-POS > WS-BODY-LEN.
      *> A cut-short message ends mid-sentence.
           IF WS-SENT-START > 0
               MOVE WS-BODY-LEN TO WS-SENT-END
               PERFORM 3000-TAKE-SENTENCE THRU 3000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2050-MARK-ONE-FALSE.
           MOVE WS-FCL-SLOT (WS-FCL-POS) TO WS-CLM-FOUND.
           IF WS-CLM-PATH (WS-CLM-FOUND) = WS-IN-PATH
                   AND WS-CLM-SEQ (WS-CLM-FOUND) = WS-IN-SEQ
               MOVE "Y" TO WS-CLM-MSG-SEEN (WS-CLM-FOUND)
           END-IF.
       2050-EXIT.
           EXIT.

      *> Forum, judgment and reenactment CONTENT opens with the
      *> speaker's heading - "**Martin Luther** (Christianity): ..."
      *> - set aside up to its colon (or the closing ** on a
      *> cut-short message), as MENTION-SCAN does. A reenactment
      *> then carries its "(era, dates)" lead-in and closes on a
      *> "[WITNESSING]" style cue; neither is the speaker's claim.
       2100-TRIM-BODY.
           MOVE WS-IN-CONTENT TO WS-BODY.
           IF WS-BODY(1:2) = "**"
               MOVE 0 TO WS-HEAD-LEN
               INSPECT WS-BODY TALLYING WS-HEAD-LEN
                   FOR CHARACTERS BEFORE INITIAL ":"
               IF WS-HEAD-LEN = 240
                   MOVE 0 TO WS-HEAD-LEN
                   INSPECT WS-BODY(3:) TALLYING WS-HEAD-LEN
                       FOR CHARACTERS BEFORE INITIAL "**"
                   ADD 4 TO WS-HEAD-LEN
               ELSE
                   ADD 1 TO WS-HEAD-LEN
               END-IF
               IF WS-HEAD-LEN > 240
                   MOVE 240 TO WS-HEAD-LEN
               END-IF
               MOVE SPACES TO WS-BODY(1:WS-HEAD-LEN)
           END-IF.
           MOVE 0 TO WS-LEAD-POS.
           INSPECT WS-BODY TALLYING WS-LEAD-POS FOR LEADING SPACES.
           ADD 1 TO WS-LEAD-POS.
           IF WS-LEAD-POS < 240
                   AND WS-BODY(WS-LEAD-POS:1) = "("
               MOVE 0 TO WS-HEAD-LEN
               INSPECT WS-BODY(WS-LEAD-POS:) TALLYING WS-HEAD-LEN
                   FOR CHARACTERS BEFORE INITIAL ")"
               IF WS-LEAD-POS + WS-HEAD-LEN <= 240
                   MOVE SPACES
                       TO WS-BODY(WS-LEAD-POS:WS-HEAD-LEN + 1)
               END-IF
           END-IF.
           MOVE 0 TO WS-BODY-LEN.
           IF WS-BODY NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BODY TRAILING))
                   TO WS-BODY-LEN
           END-IF.
           IF WS-BODY-LEN > 0 AND WS-BODY(WS-BODY-LEN:1) = "]"
               MOVE WS-BODY-LEN TO WS-CUE-POS
               PERFORM 2150-BACK-ONE-CHAR THRU 2150-EXIT
                   UNTIL WS-CUE-POS = 0
                      OR WS-BODY(WS-CUE-POS:1) = "["
               IF WS-CUE-POS > 0
                   MOVE SPACES TO WS-BODY(WS-CUE-POS:)
                   MOVE 0 TO WS-BODY-LEN
                   IF WS-BODY NOT = SPACES
                       MOVE FUNCTION LENGTH(
                           FUNCTION TRIM(WS-BODY TRAILING))
                           TO WS-BODY-LEN
                   END-IF
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

       2150-BACK-ONE-CHAR.
           SUBTRACT 1 FROM WS-CUE-POS.
       2150-EXIT.
           EXIT.

      *> A sentence runs from its first non-blank to a . ! or ?
      *> that is followed by a blank or ends the text, so "2.5" and
      *> "40,000" stay whole.
       2200-STEP-ONE-CHAR.
           MOVE WS-BODY(WS-CHAR-POS:1) TO WS-CHAR.
           IF WS-SENT-START = 0
               IF WS-CHAR NOT = SPACE
                   MOVE WS-CHAR-POS TO WS-SENT-START
               ELSE
                   GO TO 2200-EXIT
               END-IF
           END-IF.
           IF WS-CHAR NOT = "." AND WS-CHAR NOT = "!"
                   AND WS-CHAR NOT = "?"
               GO TO 2200-EXIT
           END-IF.
           IF WS-CHAR-POS < WS-BODY-LEN
               IF WS-BODY(WS-CHAR-POS + 1:1) NOT = SPACE
                   GO TO 2200-EXIT
               END-IF
           END-IF.
           MOVE WS-CHAR-POS TO WS-SENT-END.
           PERFORM 3000-TAKE-SENTENCE THRU 3000-EXIT.
           MOVE 0 TO WS-SENT-START.
       2200-EXIT.
           EXIT.

       3000-TAKE-SENTENCE.
           ADD 1 TO WS-SENTS-SCANNED.
           MOVE SPACES TO WS-SENT.
           MOVE WS-BODY(WS-SENT-START:WS-SENT-END - WS-SENT-START + 1)
               TO WS-SENT.
           PERFORM 3100-CLASSIFY THRU 3100-EXIT.
           IF WS-CLAIM-KIND = SPACES
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-IN-PATH TO WS-NEW-PATH.
           MOVE WS-IN-SEQ  TO WS-NEW-SEQ.
           MOVE WS-SENT    TO WS-NEW-TEXT.
           MOVE 0 TO WS-CLM-FOUND.
           SET WS-CLM-IDX TO 1.
           SEARCH WS-CLM-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CLM-IDX > WS-CLM-COUNT
                   CONTINUE
               WHEN WS-CLM-KEY (WS-CLM-IDX) = WS-NEW-KEY
                   SET WS-CLM-FOUND TO WS-CLM-IDX
           END-SEARCH.
           IF WS-CLM-FOUND > 0
               MOVE "Y" TO WS-CLM-TEXT-SEEN (WS-CLM-FOUND)
               ADD 1 TO WS-ALREADY-QUEUED
               GO TO 3000-EXIT
           END-IF.
           IF WS-CLM-COUNT NOT < WS-CLM-MAX
               SET CLAIM-TABLE-FULL TO TRUE
               ADD 1 TO WS-NOT-QUEUED
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-CLM-COUNT.
           ADD 1 TO WS-NEXT-ID.
           MOVE WS-NEXT-ID  TO WS-CLM-ID (WS-CLM-COUNT).
           MOVE WS-NEW-KEY  TO WS-CLM-KEY (WS-CLM-COUNT).
           MOVE SPACES      TO WS-CLM-VERDICT (WS-CLM-COUNT).
           MOVE "Y"         TO WS-CLM-MSG-SEEN (WS-CLM-COUNT)
                               WS-CLM-TEXT-SEEN (WS-CLM-COUNT).
           PERFORM 3500-WRITE-CLAIM THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

      *> Walk the words, noting what the sentence carries, then
      *> take the strongest kind.
       3100-CLASSIFY.
           MOVE SPACES TO WS-CLAIM-KIND WS-PADDED.
           MOVE "N" TO WS-NUM-PENDING WS-HAS-PERCENT WS-HAS-QUANTITY
                       WS-HAS-STUDY WS-HAS-EVENT WS-HAS-YEAR
                       WS-HAS-NUMBER.
           MOVE FUNCTION UPPER-CASE(WS-SENT) TO WS-PADDED(2:240).
           INSPECT WS-PADDED
               CONVERTING WS-PUNCT-FROM TO WS-PUNCT-TO.
           MOVE 1 TO WS-TOKEN-PTR.
           PERFORM 3200-TAKE-ONE-WORD THRU 3200-EXIT
               UNTIL WS-TOKEN-PTR > 242.
           PERFORM 3300-PROBE-ONE-PHRASE THRU 3300-EXIT
               VARYING WS-PAT-POS FROM 1 BY 1
               UNTIL WS-PAT-POS > WS-PHR-COUNT
                  OR WS-HAS-STUDY = "Y".
           PERFORM 3400-PROBE-ONE-EVENT THRU 3400-EXIT
               VARYING WS-PAT-POS FROM 1 BY 1
               UNTIL WS-PAT-POS > WS-EVT-COUNT
                  OR WS-HAS-EVENT = "Y".
           EVALUATE TRUE
               WHEN WS-HAS-PERCENT = "Y"
                   MOVE "STATISTIC" TO WS-CLAIM-KIND
               WHEN WS-HAS-QUANTITY = "Y"
                   MOVE "QUANTITY" TO WS-CLAIM-KIND
               WHEN WS-HAS-STUDY = "Y"
                   MOVE "STUDY" TO WS-CLAIM-KIND
               WHEN WS-HAS-EVENT = "Y"
                       AND (WS-HAS-YEAR = "Y" OR WS-HAS-NUMBER = "Y")
                   MOVE "EVENT" TO WS-CLAIM-KIND
               WHEN WS-HAS-YEAR = "Y"
                   MOVE "DATE" TO WS-CLAIM-KIND
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *> Digits run together across the blanked thousands comma
      *> ("40 000 SOLDIERS"), so a number stays pending until the
      *> first word after it.
       3200-TAKE-ONE-WORD.
           MOVE SPACES TO WS-TOKEN.
           UNSTRING WS-PADDED DELIMITED BY ALL SPACES
               INTO WS-TOKEN
               WITH POINTER WS-TOKEN-PTR
           END-UNSTRING.
           IF WS-TOKEN = SPACES
               GO TO 3200-EXIT
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TOKEN))
               TO WS-TOKEN-LEN.
           IF WS-TOKEN(1:1) IS NUMERIC
               MOVE "Y" TO WS-HAS-NUMBER WS-NUM-PENDING
               MOVE 0 TO WS-HITS
               INSPECT WS-TOKEN TALLYING WS-HITS FOR ALL "%"
               IF WS-HITS > 0
                   MOVE "Y" TO WS-HAS-PERCENT
               END-IF
               IF WS-TOKEN(1:4) IS NUMERIC
                       AND (WS-TOKEN-LEN = 4
                        OR (WS-TOKEN-LEN = 5 AND WS-TOKEN(5:1) = "S"))
                   MOVE WS-TOKEN(1:4) TO WS-YEAR
                   IF WS-YEAR >= 1000 AND WS-YEAR <= 2099
                       MOVE "Y" TO WS-HAS-YEAR
                   END-IF
               END-IF
               GO TO 3200-EXIT
           END-IF.
           IF NOT AFTER-A-NUMBER
               GO TO 3200-EXIT
           END-IF.
           MOVE "N" TO WS-NUM-PENDING.
           IF WS-TOKEN = "PERCENT" OR WS-TOKEN = "PCT"
               MOVE "Y" TO WS-HAS-PERCENT
               GO TO 3200-EXIT
           END-IF.
           SET WS-UNIT-IDX TO 1.
           SEARCH WS-UNIT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-UNIT-IDX > WS-UNIT-COUNT
                   CONTINUE
               WHEN WS-UNIT-WORD (WS-UNIT-IDX) = WS-TOKEN
                   MOVE "Y" TO WS-HAS-QUANTITY
           END-SEARCH.
       3200-EXIT.
           EXIT.

       3300-PROBE-ONE-PHRASE.
           MOVE SPACES TO WS-PATTERN.
           MOVE WS-PHR-TEXT (WS-PAT-POS)
               TO WS-PATTERN(2:WS-PHR-LEN (WS-PAT-POS)).
           COMPUTE WS-PAT-LEN = WS-PHR-LEN (WS-PAT-POS) + 2.
           MOVE 0 TO WS-HITS.
           INSPECT WS-PADDED TALLYING WS-HITS
               FOR ALL WS-PATTERN(1:WS-PAT-LEN).
           IF WS-HITS > 0
               MOVE "Y" TO WS-HAS-STUDY
           END-IF.
       3300-EXIT.
           EXIT.

       3400-PROBE-ONE-EVENT.
           MOVE SPACES TO WS-PATTERN.
           MOVE WS-EVT-TEXT (WS-PAT-POS)
               TO WS-PATTERN(2:WS-EVT-LEN (WS-PAT-POS)).
           COMPUTE WS-PAT-LEN = WS-EVT-LEN (WS-PAT-POS) + 2.
           MOVE 0 TO WS-HITS.
           INSPECT WS-PADDED TALLYING WS-HITS
               FOR ALL WS-PATTERN(1:WS-PAT-LEN).
           IF WS-HITS > 0
               MOVE "Y" TO WS-HAS-EVENT
           END-IF.
       3400-EXIT.
           EXIT.

       3500-WRITE-CLAIM.
           MOVE SPACES TO CLAIM-LINE.
           STRING "K|"                         DELIMITED BY SIZE
                  WS-NEXT-ID                   DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-PATH)    DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  WS-IN-SEQ                    DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLAIM-KIND) DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-NAME)    DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MSG-MODE)   DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SENT)       DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP             DELIMITED BY SIZE
                  INTO CLAIM-LINE
           END-STRING.
           WRITE CLAIM-LINE.
           ADD 1 TO WS-NEW-COUNT.
           EVALUATE WS-CLAIM-KIND
               WHEN "STATISTIC" ADD 1 TO WS-KC-STATISTIC
               WHEN "QUANTITY"  ADD 1 TO WS-KC-QUANTITY
               WHEN "STUDY"     ADD 1 TO WS-KC-STUDY
               WHEN "EVENT"     ADD 1 TO WS-KC-EVENT
               WHEN OTHER       ADD 1 TO WS-KC-DATE
           END-EVALUATE.
       3500-EXIT.
           EXIT.

      *> A FALSE claim whose message is still on file without the
      *> claim text in it has been corrected at source.
       4000-CHECK-ONE-FALSE.
           MOVE WS-FCL-SLOT (WS-FCL-POS) TO WS-CLM-FOUND.
           IF WS-CLM-MSG-SEEN (WS-CLM-FOUND) NOT = "Y"
                   OR WS-CLM-TEXT-SEEN (WS-CLM-FOUND) = "Y"
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO CLAIM-LINE.
           STRING "V|"                         DELIMITED BY SIZE
                  WS-CLM-ID (WS-CLM-FOUND)     DELIMITED BY SIZE
                  "|CORRECTED|claim text no longer in the record"
                                               DELIMITED BY SIZE
                  "|CLAIM-SCAN|"               DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP             DELIMITED BY SIZE
                  INTO CLAIM-LINE
           END-STRING.
           WRITE CLAIM-LINE.
           MOVE "CORRECTED" TO WS-CLM-VERDICT (WS-CLM-FOUND).
           ADD 1 TO WS-CORRECTED-COUNT.
       4000-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "claim_patterns.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "gazetteer.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "dialogue_data.dat@*" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE "claims.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
       0900-EXIT.
           EXIT.
