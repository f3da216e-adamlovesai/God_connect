      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> STUDY-GUIDE
      *>
      *> A ready-to-run small-group session guide, where
      *> ANTHOLOGY-PRINT gives a chapter to read and THEME-BRIEFING
      *> a pack for the preacher. Keyed by a collection ID (the
      *> H record's collection field, as COLLECTION-SAGA takes it)
      *> or by a THEME-CLASSIFY theme (ETHICS, COSMOLOGY,
      *> CURRENT-EVENTS, PERSONAL-ADVICE, OTHER - the records
      *> assigned to it in batch/theme_class.dat). Each record of
      *> the key becomes one part of the session, drawing on:
      *>
      *>     - the framing question, the H record's topic,
      *>     - in a reenactment, the strongest OBJECTING witness
      *>       remarks (the longest, up to two per record) and
      *>       every objection nobody answered, by
      *>       OBJECTION-REPORT's rule (a later speaker's content
      *>       naming the objector, through DLGALIAS),
      *>     - in a forum, each HOSTILE turning point - a HOSTILE
      *>       message whose last toned predecessor was not, the
      *>       turn TONE-ESCALATION reads the debate for,
      *>     - in a judgment, the verdict and the rationale of
      *>       every reviewer who dissented (D) in
      *>       batch/assessments.dat, a reviewer's latest record
      *>       being their ruling of record.
      *>
      *> The print file batch/study_guide.txt carries, in
      *> ANTHOLOGY-PRINT's 60-line page discipline:
      *>     TIMING PLAN           welcome, one slot per part, close
      *>     DISCUSSION QUESTIONS  per part, from the above
      *>     LEADER'S NOTES        on a page of its own: per part
      *>                           the mode, verdict tally,
      *>                           objection and tone counts and
      *>                           the source path
      *> A record the shared eligibility rule (DLGELIG) refuses is
      *> left out and named on the console.
      *>
      *> Usage:
      *>     study_guide "AI-GOD-2026-02-14"
      *>     study_guide ETHICS
      *>
      *> RETURN-CODE 0 written, 4 nothing eligible under the key,
      *> 8 usage.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDY-GUIDE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT THEME-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THEME-STATUS.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT ASSESS-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSESS-STATUS.
           SELECT GUIDE-FILE ASSIGN DYNAMIC WS-CFN-04
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  THEME-FILE.
       01  THEME-LINE               PIC X(300).

       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).

       FD  ASSESS-FILE.
       01  ASSESS-LINE              PIC X(600).

       FD  GUIDE-FILE.
       01  GUIDE-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CFN-04                PIC X(200).
       01  WS-THEME-STATUS          PIC X(02) VALUE SPACES.
       01  WS-DATA-STATUS           PIC X(02) VALUE SPACES.
       01  WS-ASSESS-STATUS         PIC X(02) VALUE SPACES.
       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).
       01  WS-EOF-THEME             PIC X(01) VALUE "N".
           88  NO-MORE-THEME                 VALUE "Y".
       01  WS-EOF-DATA              PIC X(01) VALUE "N".
           88  NO-MORE-DATA                  VALUE "Y".
       01  WS-EOF-ASSESS            PIC X(01) VALUE "N".
           88  NO-MORE-ASSESS                VALUE "Y".

       01  WS-CMD-LINE              PIC X(100) VALUE SPACES.
       01  WS-ARG-KEY               PIC X(40) VALUE SPACES.
       01  WS-KEY-KIND              PIC X(01) VALUE "C".
           88  KEY-IS-THEME                  VALUE "T".
           88  KEY-IS-COLLECTION             VALUE "C".
       01  WS-RUN-TIMESTAMP         PIC X(21).

      *> Session timing, in minutes.
       01  WS-WELCOME-MINUTES       PIC 9(02) VALUE 10.
       01  WS-PART-MINUTES          PIC 9(02) VALUE 15.
       01  WS-EXTRA-MINUTES         PIC 9(02) VALUE 5.
       01  WS-CLOSE-MINUTES         PIC 9(02) VALUE 10.
      *> A part with more than this many questions gets the extra
      *> minutes.
       01  WS-EXTRA-AFTER           PIC 9(02) VALUE 3.
       01  WS-STRONG-MAX            PIC 9(01) VALUE 2.

      *> Theme paths, when the key is a theme.
       01  WS-TP-MAX                PIC 9(04) VALUE 1000.
       01  WS-TP-COUNT              PIC 9(04) VALUE 0.
       01  WS-TP-TABLE.
           05  WS-TP-PATH           PIC X(200) OCCURS 1000 TIMES.
       01  WS-TP-POS                PIC 9(04) VALUE 0.

      *> Assessments, folded to the latest per path+reviewer.
       01  WS-AS-MAX                PIC 9(04) VALUE 1000.
       01  WS-AS-COUNT              PIC 9(04) VALUE 0.
       01  WS-AS-TABLE.
           05  WS-AS-ENTRY OCCURS 1000 TIMES.
               10  WS-AS-PATH       PIC X(200).
               10  WS-AS-REVIEWER   PIC X(20).
               10  WS-AS-VERDICT    PIC X(01).
               10  WS-AS-RATIONALE  PIC X(160).
       01  WS-AS-POS                PIC 9(04) VALUE 0.
       01  WS-AS-FOUND              PIC 9(04) VALUE 0.

      *> The session's parts, one per eligible record.
       01  WS-PT-MAX                PIC 9(03) VALUE 100.
       01  WS-PT-COUNT              PIC 9(03) VALUE 0.
       01  WS-PT-TABLE.
           05  WS-PT-ENTRY OCCURS 100 TIMES.
               10  WS-PT-PATH       PIC X(200).
               10  WS-PT-TOPIC      PIC X(240).
               10  WS-PT-MODE       PIC X(20).
               10  WS-PT-VERDICT    PIC X(120).
               10  WS-PT-MSGS       PIC 9(03).
               10  WS-PT-OBJECTIONS PIC 9(03).
               10  WS-PT-UNANSWERED PIC 9(03).
               10  WS-PT-HOSTILE    PIC 9(03).
               10  WS-PT-CONCUR     PIC 9(03).
               10  WS-PT-DISSENT    PIC 9(03).
               10  WS-PT-REMAND     PIC 9(03).
               10  WS-PT-QUESTIONS  PIC 9(03).
               10  WS-PT-MINUTES    PIC 9(03).
       01  WS-PT-POS                PIC 9(03) VALUE 0.

      *> Question material per part, tagged by kind:
      *>   O strong objection, U unanswered objection,
      *>   H hostile turning point, D dissenting rationale
       01  WS-DT-MAX                PIC 9(04) VALUE 1000.
       01  WS-DT-COUNT              PIC 9(04) VALUE 0.
       01  WS-DT-TABLE.
           05  WS-DT-ENTRY OCCURS 1000 TIMES.
               10  WS-DT-KIND       PIC X(01).
               10  WS-DT-PART       PIC 9(03).
               10  WS-DT-SEQ        PIC 9(04).
               10  WS-DT-NAME       PIC X(40).
               10  WS-DT-TEXT       PIC X(240).
       01  WS-DT-POS                PIC 9(04) VALUE 0.

      *> The record being read, buffered whole as in
      *> OBJECTION-REPORT.
       01  WS-CUR-OPEN              PIC X(01) VALUE "N".
           88  CUR-RECORD-OPEN               VALUE "Y".
       01  WS-RM-MAX                PIC 9(03) VALUE 50.
       01  WS-RM-COUNT              PIC 9(03) VALUE 0.
       01  WS-RM-TABLE.
           05  WS-RM-ENTRY OCCURS 50 TIMES.
               10  WS-RM-SEQ        PIC 9(04).
               10  WS-RM-NAME       PIC X(40).
               10  WS-RM-CANON      PIC X(40).
               10  WS-RM-STANCE     PIC X(15).
               10  WS-RM-TONE       PIC X(15).
               10  WS-RM-CONTENT    PIC X(240).
               10  WS-RM-TAKEN      PIC X(01).
       01  WS-RM-POS                PIC 9(03) VALUE 0.
       01  WS-ANS-POS               PIC 9(03) VALUE 0.
       01  WS-BEST-RM               PIC 9(03) VALUE 0.
       01  WS-BEST-LEN              PIC 9(03) VALUE 0.
       01  WS-THIS-LEN              PIC 9(03) VALUE 0.
       01  WS-STRONG-TAKEN          PIC 9(01) VALUE 0.
       01  WS-PREV-TONE             PIC X(15).
       01  WS-ANSWERED              PIC X(01) VALUE "N".
           88  OBJECTION-ANSWERED            VALUE "Y".
       01  WS-CONTENT-UPPER         PIC X(240).
       01  WS-NAME-UPPER            PIC X(40).
       01  WS-HITS                  PIC 9(03) VALUE 0.
       01  WS-ALIAS-NAME            PIC X(40).

       01  WS-ELIG-PATH             PIC X(200).
       01  WS-ELIG-RC               PIC X(02).
       01  WS-ELIG-REASON           PIC X(10).
       01  WS-EXCLUDED              PIC 9(03) VALUE 0.
       01  WS-MEMBER                PIC X(01).

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

      *> Page discipline, the ANTHOLOGY-PRINT constants.
       01  WS-PAGE-SIZE             PIC 9(02) VALUE 60.
       01  WS-PAGE-NUM              PIC 9(04) VALUE 0.
       01  WS-LINE-ON-PAGE          PIC 9(02) VALUE 99.
       01  WS-OUT-TEXT              PIC X(80).

      *> Word wrap for question and note text.
       01  WS-WRAP-TEXT             PIC X(400).
       01  WS-WRAP-LEAD             PIC X(08).
       01  WS-WRAP-WIDTH            PIC 9(02) VALUE 70.
       01  WS-WRAP-LEN              PIC 9(03) VALUE 0.
       01  WS-WRAP-START            PIC 9(03) VALUE 0.
       01  WS-WRAP-CUT              PIC 9(03) VALUE 0.
       01  WS-WRAP-FIRST            PIC X(01).

       01  WS-QNUM                  PIC 9(03) VALUE 0.
       01  WS-QNUM-ED               PIC ZZ9.
       01  WS-SEQ-ED                PIC ZZZ9.
       01  WS-COUNT-ED              PIC ZZ9.
       01  WS-COUNT-ED-2            PIC ZZ9.
       01  WS-COUNT-ED-3            PIC ZZ9.
       01  WS-CLOCK                 PIC 9(04) VALUE 0.
       01  WS-CLOCK-HH              PIC 9(02).
       01  WS-CLOCK-MM              PIC 9(02).
       01  WS-SLOT-ED               PIC ZZ9.
       01  WS-PART-ED               PIC ZZ9.
       01  WS-DISSENT-SHOWN         PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           INSPECT WS-CMD-LINE REPLACING ALL '"' BY SPACE.
           MOVE FUNCTION TRIM(WS-CMD-LINE) TO WS-ARG-KEY.
           IF WS-ARG-KEY = SPACES
               DISPLAY "STUDY-GUIDE: usage: study_guide "
                       "<collection ID> | <theme> (ETHICS, "
                       "COSMOLOGY, CURRENT-EVENTS, PERSONAL-ADVICE, "
                       "OTHER)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           IF FUNCTION UPPER-CASE(WS-ARG-KEY) = "ETHICS" OR
                   "COSMOLOGY" OR "CURRENT-EVENTS" OR
                   "PERSONAL-ADVICE" OR "OTHER"
               SET KEY-IS-THEME TO TRUE
               MOVE FUNCTION UPPER-CASE(WS-ARG-KEY) TO WS-ARG-KEY
               PERFORM 1000-LOAD-THEME-PATHS THRU 1000-EXIT
                   UNTIL NO-MORE-THEME
           END-IF.
           PERFORM 1200-LOAD-ASSESSMENTS THRU 1200-EXIT
               UNTIL NO-MORE-ASSESS.
           MOVE WS-CFN-02 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2000-READ-EXTRACT THRU 2000-EXIT
               UNTIL NO-MORE-DATA.
           IF CUR-RECORD-OPEN
               PERFORM 3000-CLOSE-RECORD THRU 3000-EXIT
           END-IF.
           IF WS-PT-COUNT = 0
               DISPLAY "STUDY-GUIDE: nothing eligible under "
                       FUNCTION TRIM(WS-ARG-KEY)
                       " - no guide written"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 5000-RENDER-GUIDE THRU 5000-EXIT.
           DISPLAY "STUDY-GUIDE: " FUNCTION TRIM(WS-ARG-KEY)
                   ": " WS-PT-COUNT " part(s), " WS-EXCLUDED
                   " excluded, " WS-PAGE-NUM " page(s) in "
                   FUNCTION TRIM(WS-CFN-04).
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *>----------------------------------------------------------*>
      *> Loading: the theme's paths and the assessments.
      *>----------------------------------------------------------*>
       1000-LOAD-THEME-PATHS.
           IF WS-THEME-STATUS = SPACES
               OPEN INPUT THEME-FILE
               IF WS-THEME-STATUS NOT = "00"
                   DISPLAY "STUDY-GUIDE: no theme assignments at "
                           FUNCTION TRIM(WS-CFN-01)
                           " - run THEME-CLASSIFY first"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ THEME-FILE
               AT END
                   SET NO-MORE-THEME TO TRUE
                   CLOSE THEME-FILE
                   GO TO 1000-EXIT
           END-READ.
           IF THEME-LINE(1:2) = "C|" OR THEME-LINE = SPACES
               GO TO 1000-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING THEME-LINE DELIMITED BY "|"
               INTO WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           IF FUNCTION TRIM(WS-IN-F3(1:20))
                   = FUNCTION TRIM(WS-ARG-KEY)
                   AND WS-TP-COUNT < WS-TP-MAX
               ADD 1 TO WS-TP-COUNT
               MOVE WS-IN-F2(1:200) TO WS-TP-PATH (WS-TP-COUNT)
           END-IF.
       1000-EXIT.
           EXIT.

      *> A|path|assessment|rationale|reviewer|timestamp; a
      *> reviewer reassessing appends again and the later record
      *> is their ruling of record.
       1200-LOAD-ASSESSMENTS.
           IF WS-ASSESS-STATUS = SPACES
               OPEN INPUT ASSESS-FILE
               IF WS-ASSESS-STATUS NOT = "00"
                   SET NO-MORE-ASSESS TO TRUE
                   GO TO 1200-EXIT
               END-IF
           END-IF.
           READ ASSESS-FILE
               AT END
                   SET NO-MORE-ASSESS TO TRUE
                   CLOSE ASSESS-FILE
                   GO TO 1200-EXIT
           END-READ.
           IF ASSESS-LINE(1:2) NOT = "A|"
               GO TO 1200-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5.
           UNSTRING ASSESS-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
           END-UNSTRING.
           MOVE 0 TO WS-AS-FOUND.
           PERFORM 1210-PROBE-ONE-ASSESSMENT THRU 1210-EXIT
               VARYING WS-AS-POS FROM 1 BY 1
               UNTIL WS-AS-POS > WS-AS-COUNT
                  OR WS-AS-FOUND > 0.
           IF WS-AS-FOUND = 0
               IF WS-AS-COUNT NOT < WS-AS-MAX
                   GO TO 1200-EXIT
               END-IF
               ADD 1 TO WS-AS-COUNT
               MOVE WS-AS-COUNT TO WS-AS-FOUND
               MOVE WS-IN-F2(1:200) TO WS-AS-PATH (WS-AS-FOUND)
               MOVE WS-IN-F5(1:20) TO WS-AS-REVIEWER (WS-AS-FOUND)
           END-IF.
           MOVE WS-IN-F3(1:1) TO WS-AS-VERDICT (WS-AS-FOUND).
           MOVE WS-IN-F4(1:160) TO WS-AS-RATIONALE (WS-AS-FOUND).
       1200-EXIT.
           EXIT.

       1210-PROBE-ONE-ASSESSMENT.
           IF WS-AS-PATH (WS-AS-POS) = WS-IN-F2(1:200)
                   AND WS-AS-REVIEWER (WS-AS-POS) = WS-IN-F5(1:20)
               MOVE WS-AS-POS TO WS-AS-FOUND
           END-IF.
       1210-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The extract: each H opens a record, its M lines are
      *> buffered, the next H (or end of file) closes it.
      *>----------------------------------------------------------*>
       2000-READ-EXTRACT.
           IF WS-DATA-STATUS = SPACES
               OPEN INPUT DATA-FILE
               IF WS-DATA-STATUS NOT = "00"
                   DISPLAY "STUDY-GUIDE: no extract at "
                           FUNCTION TRIM(WS-CFN-02)
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
               WHEN DATA-LINE(1:2) = "H|"
                   IF CUR-RECORD-OPEN
                       PERFORM 3000-CLOSE-RECORD THRU 3000-EXIT
                   END-IF
                   PERFORM 2100-OPEN-RECORD THRU 2100-EXIT
               WHEN DATA-LINE(1:2) = "M|" AND CUR-RECORD-OPEN
                   PERFORM 2200-BUFFER-MESSAGE THRU 2200-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *> H|path|topic|mode|msgcount|collection|thread|verdict|...
       2100-OPEN-RECORD.
           MOVE "N" TO WS-CUR-OPEN.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6 WS-IN-F7 WS-IN-F8.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-IN-F7 WS-IN-F8
           END-UNSTRING.
           MOVE "N" TO WS-MEMBER.
           IF KEY-IS-THEME
               PERFORM 2110-PROBE-ONE-THEME-PATH THRU 2110-EXIT
                   VARYING WS-TP-POS FROM 1 BY 1
                   UNTIL WS-TP-POS > WS-TP-COUNT
                      OR WS-MEMBER = "Y"
           ELSE
               IF FUNCTION TRIM(WS-IN-F6) = FUNCTION TRIM(WS-ARG-KEY)
                   MOVE "Y" TO WS-MEMBER
               END-IF
           END-IF.
           IF WS-MEMBER NOT = "Y"
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-IN-F2(1:200) TO WS-ELIG-PATH.
           CALL "DLGELIG" USING WS-ELIG-PATH WS-ELIG-RC
                                WS-ELIG-REASON.
           IF WS-ELIG-RC = "12"
               ADD 1 TO WS-EXCLUDED
               DISPLAY "STUDY-GUIDE: excluded ("
                       FUNCTION TRIM(WS-ELIG-REASON) ") "
                       FUNCTION TRIM(WS-ELIG-PATH)
               GO TO 2100-EXIT
           END-IF.
           IF WS-PT-COUNT NOT < WS-PT-MAX
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-PT-COUNT.
           INITIALIZE WS-PT-ENTRY (WS-PT-COUNT).
           MOVE WS-IN-F2(1:200) TO WS-PT-PATH (WS-PT-COUNT).
           MOVE WS-IN-F3 TO WS-PT-TOPIC (WS-PT-COUNT).
           MOVE WS-IN-F4(1:20) TO WS-PT-MODE (WS-PT-COUNT).
           MOVE WS-IN-F8(1:120) TO WS-PT-VERDICT (WS-PT-COUNT).
           MOVE 0 TO WS-RM-COUNT.
           SET CUR-RECORD-OPEN TO TRUE.
       2100-EXIT.
           EXIT.

       2110-PROBE-ONE-THEME-PATH.
           IF WS-TP-PATH (WS-TP-POS) = WS-IN-F2(1:200)
               MOVE "Y" TO WS-MEMBER
           END-IF.
       2110-EXIT.
           EXIT.

      *> M|path|seq|speaker|name|tradition|content|stance|era|tone
       2200-BUFFER-MESSAGE.
           ADD 1 TO WS-PT-MSGS (WS-PT-COUNT).
           IF WS-RM-COUNT NOT < WS-RM-MAX
               GO TO 2200-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6 WS-IN-F7 WS-IN-F8 WS-IN-F9
                          WS-IN-F10.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-IN-F7 WS-IN-F8 WS-IN-F9 WS-IN-F10
           END-UNSTRING.
           ADD 1 TO WS-RM-COUNT.
           MOVE 0 TO WS-RM-SEQ (WS-RM-COUNT).
           IF WS-IN-F3(1:4) IS NUMERIC
               MOVE WS-IN-F3(1:4) TO WS-RM-SEQ (WS-RM-COUNT)
           END-IF.
           MOVE WS-IN-F5(1:40) TO WS-RM-NAME (WS-RM-COUNT).
           MOVE WS-IN-F5(1:40) TO WS-ALIAS-NAME.
           CALL "DLGALIAS" USING WS-ALIAS-NAME.
           MOVE WS-ALIAS-NAME TO WS-RM-CANON (WS-RM-COUNT).
           MOVE WS-IN-F7 TO WS-RM-CONTENT (WS-RM-COUNT).
           MOVE WS-IN-F8(1:15) TO WS-RM-STANCE (WS-RM-COUNT).
           MOVE WS-IN-F10(1:15) TO WS-RM-TONE (WS-RM-COUNT).
           MOVE "N" TO WS-RM-TAKEN (WS-RM-COUNT).
       2200-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Closing a record: draw its question material by mode.
      *>----------------------------------------------------------*>
       3000-CLOSE-RECORD.
           MOVE "N" TO WS-CUR-OPEN.
           MOVE WS-PT-COUNT TO WS-PT-POS.
           EVALUATE WS-PT-MODE (WS-PT-POS)
               WHEN "reenactment"
                   PERFORM 3100-JUDGE-ONE-OBJECTION THRU 3100-EXIT
                       VARYING WS-RM-POS FROM 1 BY 1
                       UNTIL WS-RM-POS > WS-RM-COUNT
                   MOVE 0 TO WS-STRONG-TAKEN
                   PERFORM 3300-TAKE-STRONGEST THRU 3300-EXIT
                       UNTIL WS-STRONG-TAKEN NOT < WS-STRONG-MAX
               WHEN "forum"
                   MOVE SPACES TO WS-PREV-TONE
                   PERFORM 3400-CHECK-ONE-TURN THRU 3400-EXIT
                       VARYING WS-RM-POS FROM 1 BY 1
                       UNTIL WS-RM-POS > WS-RM-COUNT
               WHEN "judgment"
                   PERFORM 3500-TALLY-ONE-ASSESSMENT THRU 3500-EXIT
                       VARYING WS-AS-POS FROM 1 BY 1
                       UNTIL WS-AS-POS > WS-AS-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *> OBJECTION-REPORT's rule: a later message answers the
      *> objection when a DIFFERENT speaker's content names the
      *> objector, by canonical name or as the record wrote it. An
      *> unanswered one is material in its own right and is kept
      *> out of the strongest-remark ranking.
       3100-JUDGE-ONE-OBJECTION.
           IF WS-RM-STANCE (WS-RM-POS) NOT = "OBJECTING"
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-PT-OBJECTIONS (WS-PT-POS).
           MOVE "N" TO WS-ANSWERED.
           PERFORM 3200-LOOK-FOR-ANSWER THRU 3200-EXIT
               VARYING WS-ANS-POS FROM WS-RM-POS BY 1
               UNTIL WS-ANS-POS > WS-RM-COUNT
                  OR OBJECTION-ANSWERED.
           IF OBJECTION-ANSWERED
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-PT-UNANSWERED (WS-PT-POS).
           MOVE "Y" TO WS-RM-TAKEN (WS-RM-POS).
           MOVE "U" TO WS-IN-TAG.
           PERFORM 3900-POST-DETAIL THRU 3900-EXIT.
       3100-EXIT.
           EXIT.

       3200-LOOK-FOR-ANSWER.
           IF WS-ANS-POS = WS-RM-POS
               GO TO 3200-EXIT
           END-IF.
           IF WS-RM-CANON (WS-ANS-POS) = WS-RM-CANON (WS-RM-POS)
               GO TO 3200-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-RM-CONTENT (WS-ANS-POS))
               TO WS-CONTENT-UPPER.
           MOVE FUNCTION UPPER-CASE(WS-RM-CANON (WS-RM-POS))
               TO WS-NAME-UPPER.
           MOVE 0 TO WS-HITS.
           INSPECT WS-CONTENT-UPPER TALLYING WS-HITS
               FOR ALL FUNCTION TRIM(WS-NAME-UPPER).
           IF WS-HITS = 0
               MOVE FUNCTION UPPER-CASE(WS-RM-NAME (WS-RM-POS))
                   TO WS-NAME-UPPER
               INSPECT WS-CONTENT-UPPER TALLYING WS-HITS
                   FOR ALL FUNCTION TRIM(WS-NAME-UPPER)
           END-IF.
           IF WS-HITS > 0
               SET OBJECTION-ANSWERED TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.

      *> The strongest remaining OBJECTING remark - the fullest
      *> statement of the objection - or none left.
       3300-TAKE-STRONGEST.
           MOVE 0 TO WS-BEST-RM WS-BEST-LEN.
           PERFORM 3310-PROBE-ONE-REMARK THRU 3310-EXIT
               VARYING WS-RM-POS FROM 1 BY 1
               UNTIL WS-RM-POS > WS-RM-COUNT.
           IF WS-BEST-RM = 0
               MOVE WS-STRONG-MAX TO WS-STRONG-TAKEN
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO WS-STRONG-TAKEN.
           MOVE WS-BEST-RM TO WS-RM-POS.
           MOVE "Y" TO WS-RM-TAKEN (WS-RM-POS).
           MOVE "O" TO WS-IN-TAG.
           PERFORM 3900-POST-DETAIL THRU 3900-EXIT.
       3300-EXIT.
           EXIT.

       3310-PROBE-ONE-REMARK.
           IF WS-RM-STANCE (WS-RM-POS) NOT = "OBJECTING"
                   OR WS-RM-TAKEN (WS-RM-POS) = "Y"
               GO TO 3310-EXIT
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(
               WS-RM-CONTENT (WS-RM-POS))) TO WS-THIS-LEN.
           IF WS-THIS-LEN > WS-BEST-LEN
               MOVE WS-THIS-LEN TO WS-BEST-LEN
               MOVE WS-RM-POS TO WS-BEST-RM
           END-IF.
       3310-EXIT.
           EXIT.

      *> A turning point: HOSTILE where the last toned message
      *> before it was not.
       3400-CHECK-ONE-TURN.
           IF WS-RM-TONE (WS-RM-POS) = SPACES
               GO TO 3400-EXIT
           END-IF.
           IF WS-RM-TONE (WS-RM-POS) = "HOSTILE"
                   AND WS-PREV-TONE NOT = "HOSTILE"
               ADD 1 TO WS-PT-HOSTILE (WS-PT-POS)
               MOVE "H" TO WS-IN-TAG
               PERFORM 3900-POST-DETAIL THRU 3900-EXIT
           END-IF.
           MOVE WS-RM-TONE (WS-RM-POS) TO WS-PREV-TONE.
       3400-EXIT.
           EXIT.

       3500-TALLY-ONE-ASSESSMENT.
           IF WS-AS-PATH (WS-AS-POS) NOT = WS-PT-PATH (WS-PT-POS)
               GO TO 3500-EXIT
           END-IF.
           EVALUATE WS-AS-VERDICT (WS-AS-POS)
               WHEN "C"
                   ADD 1 TO WS-PT-CONCUR (WS-PT-POS)
               WHEN "R"
                   ADD 1 TO WS-PT-REMAND (WS-PT-POS)
               WHEN "D"
                   ADD 1 TO WS-PT-DISSENT (WS-PT-POS)
                   IF WS-DT-COUNT < WS-DT-MAX
                       ADD 1 TO WS-DT-COUNT
                       MOVE "D" TO WS-DT-KIND (WS-DT-COUNT)
                       MOVE WS-PT-POS TO WS-DT-PART (WS-DT-COUNT)
                       MOVE 0 TO WS-DT-SEQ (WS-DT-COUNT)
                       MOVE WS-AS-REVIEWER (WS-AS-POS)
                           TO WS-DT-NAME (WS-DT-COUNT)
                       MOVE WS-AS-RATIONALE (WS-AS-POS)
                           TO WS-DT-TEXT (WS-DT-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3500-EXIT.
           EXIT.

      *> Message at WS-RM-POS as material of kind WS-IN-TAG.
       3900-POST-DETAIL.
           IF WS-DT-COUNT NOT < WS-DT-MAX
               GO TO 3900-EXIT
           END-IF.
           ADD 1 TO WS-DT-COUNT.
           MOVE WS-IN-TAG TO WS-DT-KIND (WS-DT-COUNT).
           MOVE WS-PT-POS TO WS-DT-PART (WS-DT-COUNT).
           MOVE WS-RM-SEQ (WS-RM-POS) TO WS-DT-SEQ (WS-DT-COUNT).
           MOVE WS-RM-CANON (WS-RM-POS) TO WS-DT-NAME (WS-DT-COUNT).
           MOVE WS-RM-CONTENT (WS-RM-POS)
               TO WS-DT-TEXT (WS-DT-COUNT).
       3900-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The print file.
      *>----------------------------------------------------------*>
       5000-RENDER-GUIDE.
           OPEN OUTPUT GUIDE-FILE.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "SMALL-GROUP STUDY GUIDE: " FUNCTION TRIM(WS-ARG-KEY)
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE SPACES TO WS-OUT-TEXT.
           IF KEY-IS-THEME
               STRING "THEME " FUNCTION TRIM(WS-ARG-KEY)
                      ", PREPARED " WS-RUN-TIMESTAMP(1:8)
                   DELIMITED BY SIZE INTO WS-OUT-TEXT
               END-STRING
           ELSE
               STRING "COLLECTION " FUNCTION TRIM(WS-ARG-KEY)
                      ", PREPARED " WS-RUN-TIMESTAMP(1:8)
                   DELIMITED BY SIZE INTO WS-OUT-TEXT
               END-STRING
           END-IF.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE ALL "=" TO WS-OUT-TEXT.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
      *> Questions are counted first; the timing plan needs them.
           PERFORM 5050-COUNT-QUESTIONS THRU 5050-EXIT
               VARYING WS-PT-POS FROM 1 BY 1
               UNTIL WS-PT-POS > WS-PT-COUNT.
           PERFORM 5100-TIMING-PLAN THRU 5100-EXIT.
           MOVE SPACES TO WS-OUT-TEXT.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE "DISCUSSION QUESTIONS" TO WS-OUT-TEXT.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE "--------------------" TO WS-OUT-TEXT.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           PERFORM 5200-QUESTIONS-ONE-PART THRU 5200-EXIT
               VARYING WS-PT-POS FROM 1 BY 1
               UNTIL WS-PT-POS > WS-PT-COUNT.
      *> The leader's notes start a page of their own, so they can
      *> be kept back from the handout.
           MOVE WS-PAGE-SIZE TO WS-LINE-ON-PAGE.
           MOVE "LEADER'S NOTES - NOT FOR DISTRIBUTION" TO WS-OUT-TEXT.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE "-------------------------------------" TO WS-OUT-TEXT.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           PERFORM 5400-NOTES-ONE-PART THRU 5400-EXIT
               VARYING WS-PT-POS FROM 1 BY 1
               UNTIL WS-PT-POS > WS-PT-COUNT.
           CLOSE GUIDE-FILE.
       5000-EXIT.
           EXIT.

      *> The framing question, plus one per item of material, plus
      *> one for a judgment's verdict.
       5050-COUNT-QUESTIONS.
           MOVE 1 TO WS-PT-QUESTIONS (WS-PT-POS).
           IF WS-PT-MODE (WS-PT-POS) = "judgment"
                   AND WS-PT-VERDICT (WS-PT-POS) NOT = SPACES
               ADD 1 TO WS-PT-QUESTIONS (WS-PT-POS)
           END-IF.
           PERFORM 5060-COUNT-ONE-DETAIL THRU 5060-EXIT
               VARYING WS-DT-POS FROM 1 BY 1
               UNTIL WS-DT-POS > WS-DT-COUNT.
           MOVE WS-PART-MINUTES TO WS-PT-MINUTES (WS-PT-POS).
           IF WS-PT-QUESTIONS (WS-PT-POS) > WS-EXTRA-AFTER
               ADD WS-EXTRA-MINUTES TO WS-PT-MINUTES (WS-PT-POS)
           END-IF.
       5050-EXIT.
           EXIT.

       5060-COUNT-ONE-DETAIL.
           IF WS-DT-PART (WS-DT-POS) = WS-PT-POS
               ADD 1 TO WS-PT-QUESTIONS (WS-PT-POS)
           END-IF.
       5060-EXIT.
           EXIT.

       5100-TIMING-PLAN.
           MOVE SPACES TO WS-OUT-TEXT.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE "TIMING PLAN" TO WS-OUT-TEXT.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE "-----------" TO WS-OUT-TEXT.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE 0 TO WS-CLOCK.
           MOVE WS-WELCOME-MINUTES TO WS-SLOT-ED.
           MOVE SPACES TO WS-WRAP-TEXT.
           STRING "Welcome, prayer and the opening question"
               DELIMITED BY SIZE INTO WS-WRAP-TEXT
           END-STRING.
           PERFORM 5110-PUT-SLOT THRU 5110-EXIT.
           ADD WS-WELCOME-MINUTES TO WS-CLOCK.
           PERFORM 5120-SLOT-ONE-PART THRU 5120-EXIT
               VARYING WS-PT-POS FROM 1 BY 1
               UNTIL WS-PT-POS > WS-PT-COUNT.
           MOVE WS-CLOSE-MINUTES TO WS-SLOT-ED.
           MOVE "Closing reflection and prayer" TO WS-WRAP-TEXT.
           PERFORM 5110-PUT-SLOT THRU 5110-EXIT.
           ADD WS-CLOSE-MINUTES TO WS-CLOCK.
           MOVE SPACES TO WS-WRAP-TEXT.
           PERFORM 5130-CLOCK-TEXT THRU 5130-EXIT.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "  " WS-CLOCK-HH ":" WS-CLOCK-MM "  end of session"
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
       5100-EXIT.
           EXIT.

      *> A slot line: start time, minutes, and what happens.
       5110-PUT-SLOT.
           PERFORM 5130-CLOCK-TEXT THRU 5130-EXIT.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "  " WS-CLOCK-HH ":" WS-CLOCK-MM "  "
                  WS-SLOT-ED " MIN  " WS-WRAP-TEXT(1:60)
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
       5110-EXIT.
           EXIT.

       5120-SLOT-ONE-PART.
           MOVE WS-PT-MINUTES (WS-PT-POS) TO WS-SLOT-ED.
           MOVE WS-PT-POS TO WS-PART-ED.
           MOVE SPACES TO WS-WRAP-TEXT.
           STRING "Part " FUNCTION TRIM(WS-PART-ED) " ("
                  FUNCTION TRIM(WS-PT-MODE (WS-PT-POS)) "): "
                  WS-PT-TOPIC (WS-PT-POS)
               DELIMITED BY SIZE INTO WS-WRAP-TEXT
           END-STRING.
           PERFORM 5110-PUT-SLOT THRU 5110-EXIT.
           ADD WS-PT-MINUTES (WS-PT-POS) TO WS-CLOCK.
       5120-EXIT.
           EXIT.

       5130-CLOCK-TEXT.
           DIVIDE WS-CLOCK BY 60 GIVING WS-CLOCK-HH
               REMAINDER WS-CLOCK-MM.
       5130-EXIT.
           EXIT.

       5200-QUESTIONS-ONE-PART.
           MOVE SPACES TO WS-OUT-TEXT.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE WS-PT-POS TO WS-PART-ED.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "PART " FUNCTION TRIM(WS-PART-ED) " - "
                  FUNCTION UPPER-CASE(WS-PT-MODE (WS-PT-POS))
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE 0 TO WS-QNUM.
           MOVE SPACES TO WS-WRAP-TEXT.
           STRING "The question put: """
                  FUNCTION TRIM(WS-PT-TOPIC (WS-PT-POS))
                  """ How would you have answered it before "
                  "reading on?"
               DELIMITED BY SIZE INTO WS-WRAP-TEXT
           END-STRING.
           PERFORM 5300-PUT-QUESTION THRU 5300-EXIT.
           IF WS-PT-MODE (WS-PT-POS) = "judgment"
                   AND WS-PT-VERDICT (WS-PT-POS) NOT = SPACES
               MOVE SPACES TO WS-WRAP-TEXT
               STRING "The court ruled: "
                      FUNCTION TRIM(WS-PT-VERDICT (WS-PT-POS))
                      " Do you agree, and on what grounds?"
                   DELIMITED BY SIZE INTO WS-WRAP-TEXT
               END-STRING
               PERFORM 5300-PUT-QUESTION THRU 5300-EXIT
           END-IF.
           PERFORM 5210-QUESTION-ONE-DETAIL THRU 5210-EXIT
               VARYING WS-DT-POS FROM 1 BY 1
               UNTIL WS-DT-POS > WS-DT-COUNT.
       5200-EXIT.
           EXIT.

       5210-QUESTION-ONE-DETAIL.
           IF WS-DT-PART (WS-DT-POS) NOT = WS-PT-POS
               GO TO 5210-EXIT
           END-IF.
           MOVE WS-DT-SEQ (WS-DT-POS) TO WS-SEQ-ED.
           MOVE SPACES TO WS-WRAP-TEXT.
           EVALUATE WS-DT-KIND (WS-DT-POS)
               WHEN "O"
                   STRING FUNCTION TRIM(WS-DT-NAME (WS-DT-POS))
                          " objected: """
                          FUNCTION TRIM(WS-DT-TEXT (WS-DT-POS))
                          """ What is the strongest reply to this?"
                       DELIMITED BY SIZE INTO WS-WRAP-TEXT
                   END-STRING
               WHEN "U"
                   STRING "Nobody answered "
                          FUNCTION TRIM(WS-DT-NAME (WS-DT-POS))
                          ", who objected: """
                          FUNCTION TRIM(WS-DT-TEXT (WS-DT-POS))
                          """ What answer would you give?"
                       DELIMITED BY SIZE INTO WS-WRAP-TEXT
                   END-STRING
               WHEN "H"
                   STRING "At message " FUNCTION TRIM(WS-SEQ-ED)
                          " the debate turned hostile when "
                          FUNCTION TRIM(WS-DT-NAME (WS-DT-POS))
                          " said: """
                          FUNCTION TRIM(WS-DT-TEXT (WS-DT-POS))
                          """ What changed, and how could the "
                          "exchange have stayed charitable?"
                       DELIMITED BY SIZE INTO WS-WRAP-TEXT
                   END-STRING
               WHEN "D"
                   STRING "A reviewer dissented from the ruling: """
                          FUNCTION TRIM(WS-DT-TEXT (WS-DT-POS))
                          """ Which side persuades you?"
                       DELIMITED BY SIZE INTO WS-WRAP-TEXT
                   END-STRING
               WHEN OTHER
                   GO TO 5210-EXIT
           END-EVALUATE.
           PERFORM 5300-PUT-QUESTION THRU 5300-EXIT.
       5210-EXIT.
           EXIT.

       5300-PUT-QUESTION.
           ADD 1 TO WS-QNUM.
           MOVE WS-QNUM TO WS-QNUM-ED.
           MOVE SPACES TO WS-WRAP-LEAD.
           STRING "  " WS-QNUM-ED ". "
               DELIMITED BY SIZE INTO WS-WRAP-LEAD
           END-STRING.
           PERFORM 6100-PUT-WRAPPED THRU 6100-EXIT.
       5300-EXIT.
           EXIT.

       5400-NOTES-ONE-PART.
           MOVE SPACES TO WS-OUT-TEXT.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE WS-PT-POS TO WS-PART-ED.
           MOVE WS-PT-MSGS (WS-PT-POS) TO WS-COUNT-ED.
           MOVE WS-PT-MINUTES (WS-PT-POS) TO WS-SLOT-ED.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "PART " FUNCTION TRIM(WS-PART-ED) " - "
                  FUNCTION TRIM(WS-PT-MODE (WS-PT-POS)) ", "
                  FUNCTION TRIM(WS-COUNT-ED) " message(s), "
                  FUNCTION TRIM(WS-SLOT-ED) " min"
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE WS-PT-TOPIC (WS-PT-POS) TO WS-WRAP-TEXT.
           MOVE "  Topic " TO WS-WRAP-LEAD.
           PERFORM 6100-PUT-WRAPPED THRU 6100-EXIT.
           EVALUATE WS-PT-MODE (WS-PT-POS)
               WHEN "reenactment"
                   MOVE WS-PT-OBJECTIONS (WS-PT-POS) TO WS-COUNT-ED
                   MOVE WS-PT-UNANSWERED (WS-PT-POS) TO WS-COUNT-ED-2
                   MOVE SPACES TO WS-WRAP-TEXT
                   STRING FUNCTION TRIM(WS-COUNT-ED)
                          " objection(s) raised, "
                          FUNCTION TRIM(WS-COUNT-ED-2)
                          " never answered. Let the group find the "
                          "answers before offering any."
                       DELIMITED BY SIZE INTO WS-WRAP-TEXT
                   END-STRING
                   MOVE "  Note  " TO WS-WRAP-LEAD
                   PERFORM 6100-PUT-WRAPPED THRU 6100-EXIT
               WHEN "forum"
                   MOVE WS-PT-HOSTILE (WS-PT-POS) TO WS-COUNT-ED
                   MOVE SPACES TO WS-WRAP-TEXT
                   STRING FUNCTION TRIM(WS-COUNT-ED)
                          " hostile turn(s). Read the turning "
                          "messages aloud and model the charitable "
                          "reading."
                       DELIMITED BY SIZE INTO WS-WRAP-TEXT
                   END-STRING
                   MOVE "  Note  " TO WS-WRAP-LEAD
                   PERFORM 6100-PUT-WRAPPED THRU 6100-EXIT
               WHEN "judgment"
                   MOVE WS-PT-CONCUR (WS-PT-POS) TO WS-COUNT-ED
                   MOVE WS-PT-DISSENT (WS-PT-POS) TO WS-COUNT-ED-2
                   MOVE WS-PT-REMAND (WS-PT-POS) TO WS-COUNT-ED-3
                   MOVE SPACES TO WS-WRAP-TEXT
                   STRING "Verdict: "
                          FUNCTION TRIM(WS-PT-VERDICT (WS-PT-POS))
                          " Reviewers: "
                          FUNCTION TRIM(WS-COUNT-ED) " concur, "
                          FUNCTION TRIM(WS-COUNT-ED-2) " dissent, "
                          FUNCTION TRIM(WS-COUNT-ED-3) " remand."
                       DELIMITED BY SIZE INTO WS-WRAP-TEXT
                   END-STRING
                   MOVE "  Note  " TO WS-WRAP-LEAD
                   PERFORM 6100-PUT-WRAPPED THRU 6100-EXIT
                   PERFORM 5410-NOTE-ONE-DISSENT THRU 5410-EXIT
                       VARYING WS-DT-POS FROM 1 BY 1
                       UNTIL WS-DT-POS > WS-DT-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WS-PT-PATH (WS-PT-POS) TO WS-WRAP-TEXT.
           MOVE "  Path  " TO WS-WRAP-LEAD.
           PERFORM 6100-PUT-WRAPPED THRU 6100-EXIT.
       5400-EXIT.
           EXIT.

       5410-NOTE-ONE-DISSENT.
           IF WS-DT-PART (WS-DT-POS) NOT = WS-PT-POS
                   OR WS-DT-KIND (WS-DT-POS) NOT = "D"
               GO TO 5410-EXIT
           END-IF.
           MOVE SPACES TO WS-WRAP-TEXT.
           STRING "Dissent by "
                  FUNCTION TRIM(WS-DT-NAME (WS-DT-POS)) ": "
                  FUNCTION TRIM(WS-DT-TEXT (WS-DT-POS))
               DELIMITED BY SIZE INTO WS-WRAP-TEXT
           END-STRING.
           MOVE "  Note  " TO WS-WRAP-LEAD.
           PERFORM 6100-PUT-WRAPPED THRU 6100-EXIT.
       5410-EXIT.
           EXIT.

      *> One paginated print line - a new page every WS-PAGE-SIZE
      *> lines with a numbered page header, the anthology's rule.
       6000-PUT-LINE.
           IF WS-LINE-ON-PAGE >= WS-PAGE-SIZE
               ADD 1 TO WS-PAGE-NUM
               MOVE SPACES TO GUIDE-LINE
               STRING "- PAGE " WS-PAGE-NUM " -"
                   DELIMITED BY SIZE INTO GUIDE-LINE
               END-STRING
               WRITE GUIDE-LINE
               MOVE 1 TO WS-LINE-ON-PAGE
           END-IF.
           MOVE WS-OUT-TEXT TO GUIDE-LINE.
           WRITE GUIDE-LINE.
           ADD 1 TO WS-LINE-ON-PAGE.
       6000-EXIT.
           EXIT.

      *> WS-WRAP-TEXT printed WS-WRAP-WIDTH at a time, broken at a
      *> space, behind WS-WRAP-LEAD on the first line and an equal
      *> indent on the rest.
       6100-PUT-WRAPPED.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-WRAP-TEXT TRAILING))
               TO WS-WRAP-LEN.
           MOVE 1 TO WS-WRAP-START.
           MOVE "Y" TO WS-WRAP-FIRST.
           PERFORM 6110-PUT-ONE-PIECE THRU 6110-EXIT
               UNTIL WS-WRAP-START > WS-WRAP-LEN.
       6100-EXIT.
           EXIT.

       6110-PUT-ONE-PIECE.
           IF WS-WRAP-LEN - WS-WRAP-START + 1 <= WS-WRAP-WIDTH
               MOVE WS-WRAP-LEN TO WS-WRAP-CUT
           ELSE
               COMPUTE WS-WRAP-CUT = WS-WRAP-START + WS-WRAP-WIDTH - 1
               PERFORM 6120-BACK-TO-SPACE THRU 6120-EXIT
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
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           COMPUTE WS-WRAP-START = WS-WRAP-CUT + 1.
      *> The next piece starts past the blanks it broke on.
           PERFORM 6130-SKIP-ONE-BLANK THRU 6130-EXIT
               UNTIL WS-WRAP-START > WS-WRAP-LEN
                  OR WS-WRAP-TEXT(WS-WRAP-START:1) NOT = SPACE.
       6110-EXIT.
           EXIT.

       6120-BACK-TO-SPACE.
           SUBTRACT 1 FROM WS-WRAP-CUT.
       6120-EXIT.
           EXIT.

       6130-SKIP-ONE-BLANK.
           ADD 1 TO WS-WRAP-START.
       6130-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "theme_class.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "dialogue_data.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "assessments.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE "study_guide.txt" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
       0900-EXIT.
           EXIT.
