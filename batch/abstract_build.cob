      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> ABSTRACT-BUILD
      *>
      *> A short extractive abstract for every dialogue. The
      *> listings (RECENT-DIALOGUES, DAILY-DIGEST,
      *> SUBSCRIBER-MATCH, KIOSK-CONSOLE, READING-PLAN) show only a
      *> topic line cut at 80 characters, and a reader cannot tell
      *> from it whether a dialogue is worth opening. This walks
      *> batch/dialogue_data.dat and, for every H record, lifts out
      *> of the record itself:
      *>
      *>     - the framing question: the first "You" message, or
      *>       the topic where nobody asks (forum, judgment and
      *>       reenactment records are framed by their topic),
      *>     - each principal persona's opening position: the first
      *>       sentence of that persona's first message, with the
      *>       "**Name** (tradition):" markdown stripped - a message
      *>       the source cut short inside the markdown gives way
      *>       to the persona's next one,
      *>     - the verdict, where a judgment record reached one, or
      *>       else the closing line (the last message).
      *>
      *> Nothing is paraphrased. The abstract is written to
      *> batch/abstracts.dat, keyed by path, in extract order, with
      *> the standard control framing:
      *>
      *>     A|path|Q| |framing question
      *>     A|path|P|persona|opening position
      *>     A|path|V| |verdict
      *>     A|path|L|persona|closing line
      *>
      *> The listings print it under the topic on request, through
      *> DLGABST.
      *>
      *> Usage:
      *>     abstract_build [FULL | VERIFY]
      *>
      *> By default only paths written since the last run are
      *> re-abstracted (DLGINCR) and every other path's abstract
      *> carries forward; FULL re-abstracts everything, VERIFY
      *> re-abstracts everything as well and proves the
      *> incremental result against it.
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
       PROGRAM-ID. ABSTRACT-BUILD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT ABS-FILE ASSIGN DYNAMIC WS-INC-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OLD-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-OLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).

       FD  ABS-FILE.
       01  ABS-LINE                 PIC X(600).

       FD  OLD-FILE.
       01  OLD-LINE                 PIC X(600).

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

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-PATH               PIC X(200).
       01  WS-IN-TOPIC              PIC X(80).
       01  WS-IN-SEQ                PIC X(04).
       01  WS-IN-SPEAKER            PIC X(30).
       01  WS-IN-NAME               PIC X(40).
       01  WS-IN-TRADITION          PIC X(60).
       01  WS-IN-CONTENT            PIC X(240).
       01  WS-IN-SKIP               PIC X(240).
       01  WS-IN-VERDICT            PIC X(240).

      *> The record being abstracted. Its lines are written when
      *> the next H record (or the end of the extract) closes it.
       01  WS-CUR-PATH              PIC X(200) VALUE SPACES.
       01  WS-CUR-TOPIC             PIC X(80).
       01  WS-CUR-VERDICT           PIC X(240).
       01  WS-CUR-QUESTION          PIC X(240).
       01  WS-CUR-LAST-NAME         PIC X(40).
       01  WS-CUR-LAST-TEXT         PIC X(240).
       01  WS-CUR-LAST-SW           PIC X(01) VALUE "N".
           88  LAST-WAS-OPENING              VALUE "Y".
       01  WS-CUR-OPEN              PIC X(01) VALUE "N".
           88  RECORD-IS-OPEN                VALUE "Y".
       01  WS-CUR-DERIVE            PIC X(01) VALUE "Y".
           88  DERIVE-THIS-RECORD            VALUE "Y".

      *> Principal personas in order of first appearance.
       01  WS-PER-MAX               PIC 9(02) VALUE 8.
       01  WS-PER-COUNT             PIC 9(02) VALUE 0.
       01  WS-PER-TABLE.
           05  WS-PER-ENTRY OCCURS 8 TIMES
                   INDEXED BY WS-PER-IDX.
               10  WS-PER-NAME      PIC X(40).
               10  WS-PER-TEXT      PIC X(240).
       01  WS-PER-FOUND             PIC 9(02) VALUE 0.
       01  WS-PER-POS               PIC 9(02) VALUE 0.

      *> Markdown stripping and first-sentence cut.
       01  WS-STRIP-TEXT            PIC X(240).
       01  WS-STRIP-WORK            PIC X(240).
       01  WS-STRIP-POS             PIC 9(03) VALUE 0.
       01  WS-STRIP-END             PIC 9(03) VALUE 0.
       01  WS-CUT-POS               PIC 9(03) VALUE 0.

       01  WS-OUT-KIND              PIC X(01).
       01  WS-OUT-NAME              PIC X(40).
       01  WS-OUT-TEXT              PIC X(240).
       01  WS-OUT-PTR               PIC 9(03) VALUE 1.

       01  WS-RECORDS-DONE          PIC 9(06) VALUE 0.
       01  WS-OUT-COUNT             PIC 9(06) VALUE 0.

           COPY DLGINC01.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE WS-CFN-01 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DATA-FILE.
           IF WS-DATA-STATUS NOT = "00"
               DISPLAY "ABSTRACT-BUILD: no extract at "
                       FUNCTION TRIM(WS-CFN-01)
                       " - run BUILD-DIALOGUE-DATA first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE DATA-FILE.
           PERFORM 1000-CHOOSE-MODE THRU 1000-EXIT.
           IF INC-FULL-RUN
               MOVE WS-CFN-02 TO WS-INC-OUT-NAME
               SET INC-FULL-PASS TO TRUE
               PERFORM 1200-RUN-ONE-PASS THRU 1200-EXIT
           ELSE
               MOVE WS-INC-WORK-NAME TO WS-INC-OUT-NAME
               SET INC-CARRY-PASS TO TRUE
               PERFORM 1200-RUN-ONE-PASS THRU 1200-EXIT
               IF INC-VERIFY-RUN
                   MOVE WS-INC-FULL-NAME TO WS-INC-OUT-NAME
                   SET INC-FULL-PASS TO TRUE
                   PERFORM 1200-RUN-ONE-PASS THRU 1200-EXIT
               END-IF
               PERFORM 4000-INSTALL-RESULT THRU 4000-EXIT
           END-IF.
           PERFORM 4100-SAVE-MARK THRU 4100-EXIT.
           STOP RUN.

       1000-CHOOSE-MODE.
           ACCEPT WS-INC-ARG FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(WS-INC-ARG) TO WS-INC-ARG.
           MOVE "ABSTRACT-BUILD" TO WS-INC-BUILDER.
           MOVE "LOAD" TO WS-INC-ACTION.
           MOVE WS-INC-ARG TO WS-INC-TEXT.
           CALL "DLGINCR" USING WS-INC-ACTION WS-INC-BUILDER
                                WS-INC-TEXT WS-INC-TEXT-2
                                WS-INC-RESULT WS-INC-COUNT.
           MOVE WS-INC-RESULT TO WS-INC-MODE.
           MOVE WS-INC-COUNT TO WS-INC-CHANGED.
           MOVE SPACES TO WS-INC-WORK-NAME WS-INC-FULL-NAME.
           STRING FUNCTION TRIM(WS-CFN-02) ".work"
               DELIMITED BY SIZE INTO WS-INC-WORK-NAME
           END-STRING.
           STRING FUNCTION TRIM(WS-CFN-02) ".full"
               DELIMITED BY SIZE INTO WS-INC-FULL-NAME
           END-STRING.
           IF INC-FULL-RUN
               GO TO 1000-ANNOUNCE
           END-IF.
      *> Nothing to carry forward from: rebuild in full.
           OPEN INPUT OLD-FILE.
           IF WS-INC-OLD-STATUS NOT = "00"
               DISPLAY "ABSTRACT-BUILD: no previous abstracts at "
                       FUNCTION TRIM(WS-CFN-02)
                       " - rebuilding in full"
               SET INC-FULL-RUN TO TRUE
               GO TO 1000-ANNOUNCE
           END-IF.
           CLOSE OLD-FILE.
           PERFORM 1100-NOTE-PRESENT-PATHS THRU 1100-EXIT.
       1000-ANNOUNCE.
           EVALUATE TRUE
               WHEN INC-FULL-RUN
                   MOVE "FULL" TO WS-INC-MODE-WORD
                   DISPLAY "ABSTRACT-BUILD: full rebuild"
               WHEN INC-VERIFY-RUN
                   MOVE "VERIFY" TO WS-INC-MODE-WORD
                   DISPLAY "ABSTRACT-BUILD: incremental, "
                           WS-INC-CHANGED " changed path(s), "
                           "verified by full rebuild"
               WHEN OTHER
                   MOVE "INCR" TO WS-INC-MODE-WORD
                   DISPLAY "ABSTRACT-BUILD: incremental, "
                           WS-INC-CHANGED " changed path(s)"
           END-EVALUATE.
       1000-EXIT.
           EXIT.

      *> Every path in today's extract, so the abstract of a path
      *> that has left it is retired rather than carried.
       1100-NOTE-PRESENT-PATHS.
           MOVE SPACES TO WS-INC-LAST-PATH.
           MOVE "N" TO WS-EOF-DATA.
           OPEN INPUT DATA-FILE.
           PERFORM 1110-NOTE-ONE-PATH THRU 1110-EXIT
               UNTIL NO-MORE-DATA.
           CLOSE DATA-FILE.
       1100-EXIT.
           EXIT.

       1110-NOTE-ONE-PATH.
           READ DATA-FILE
               AT END
                   SET NO-MORE-DATA TO TRUE
                   GO TO 1110-EXIT
           END-READ.
           IF DATA-LINE(1:2) NOT = "H|" AND DATA-LINE(1:2) NOT = "M|"
               GO TO 1110-EXIT
           END-IF.
           MOVE SPACES TO WS-INC-PATH.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-INC-TAG WS-INC-PATH
           END-UNSTRING.
           IF WS-INC-PATH = WS-INC-LAST-PATH
               GO TO 1110-EXIT
           END-IF.
           MOVE WS-INC-PATH TO WS-INC-LAST-PATH.
           MOVE "SEEN" TO WS-INC-ACTION.
           MOVE WS-INC-PATH TO WS-INC-TEXT.
           CALL "DLGINCR" USING WS-INC-ACTION WS-INC-BUILDER
                                WS-INC-TEXT WS-INC-TEXT-2
                                WS-INC-RESULT WS-INC-COUNT.
           IF WS-INC-RESULT = "FU"
               DISPLAY "ABSTRACT-BUILD: too many paths to track - "
                       "rebuilding in full"
               SET INC-FULL-RUN TO TRUE
               SET NO-MORE-DATA TO TRUE
           END-IF.
       1110-EXIT.
           EXIT.

       1200-RUN-ONE-PASS.
           MOVE 0 TO WS-RECORDS-DONE WS-OUT-COUNT WS-INC-CARRIED.
           MOVE SPACES TO WS-INC-LAST-PATH.
           MOVE "N" TO WS-EOF-DATA WS-CUR-OPEN.
           OPEN INPUT DATA-FILE.
           IF INC-CARRY-PASS
               MOVE "N" TO WS-INC-EOF-OLD
               OPEN INPUT OLD-FILE
               PERFORM 2910-READ-OLD-LINE THRU 2910-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           OPEN OUTPUT ABS-FILE.
           MOVE SPACES TO ABS-LINE.
           STRING "C|HEADER|ABSTRACTS|" WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO ABS-LINE
           END-STRING.
           WRITE ABS-LINE.
           PERFORM 2000-READ-ONE-LINE THRU 2000-EXIT
               UNTIL NO-MORE-DATA.
           CLOSE DATA-FILE.
           PERFORM 3000-CLOSE-RECORD THRU 3000-EXIT.
           MOVE SPACES TO ABS-LINE.
           STRING "C|TRAILER|ABSTRACTS|"  DELIMITED BY SIZE
                  WS-OUT-COUNT            DELIMITED BY SIZE
                  "|000000|"              DELIMITED BY SIZE
                  WS-OUT-COUNT            DELIMITED BY SIZE
                  INTO ABS-LINE
           END-STRING.
           WRITE ABS-LINE.
           CLOSE ABS-FILE.
           IF INC-CARRY-PASS
               CLOSE OLD-FILE
               DISPLAY "ABSTRACT-BUILD: " WS-RECORDS-DONE
                       " dialogue(s) re-abstracted, " WS-INC-CARRIED
                       " line(s) carried forward, "
                       WS-OUT-COUNT " in all"
           ELSE
               DISPLAY "ABSTRACT-BUILD: " WS-RECORDS-DONE
                       " dialogue(s) abstracted, " WS-OUT-COUNT
                       " line(s) written to "
                       FUNCTION TRIM(WS-INC-OUT-NAME)
           END-IF.
       1200-EXIT.
           EXIT.

       2000-READ-ONE-LINE.
           READ DATA-FILE
               AT END
                   SET NO-MORE-DATA TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           EVALUATE DATA-LINE(1:2)
               WHEN "H|"
                   PERFORM 2100-START-RECORD THRU 2100-EXIT
               WHEN "M|"
                   IF RECORD-IS-OPEN AND DERIVE-THIS-RECORD
                       PERFORM 2200-TAKE-MESSAGE THRU 2200-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *> A new H record closes the one before it, then either opens
      *> this one for abstracting or (incremental pass, path not
      *> written since the mark) carries its old abstract forward.
       2100-START-RECORD.
           PERFORM 3000-CLOSE-RECORD THRU 3000-EXIT.
           MOVE SPACES TO WS-IN-PATH WS-IN-TOPIC WS-IN-VERDICT.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-PATH WS-IN-TOPIC WS-IN-SKIP
                    WS-IN-SKIP WS-IN-SKIP WS-IN-SKIP WS-IN-VERDICT
           END-UNSTRING.
           MOVE WS-IN-PATH TO WS-CUR-PATH.
           MOVE WS-IN-TOPIC TO WS-CUR-TOPIC.
           MOVE WS-IN-VERDICT TO WS-CUR-VERDICT.
           MOVE SPACES TO WS-CUR-QUESTION WS-CUR-LAST-NAME
                          WS-CUR-LAST-TEXT.
           MOVE "N" TO WS-CUR-LAST-SW.
           MOVE 0 TO WS-PER-COUNT.
           SET RECORD-IS-OPEN TO TRUE.
           SET DERIVE-THIS-RECORD TO TRUE.
           IF INC-CARRY-PASS
               MOVE WS-CUR-PATH TO WS-INC-PATH
               PERFORM 2800-GATE-BY-PATH THRU 2800-EXIT
               IF NOT INC-DERIVE-PATH
                   MOVE "N" TO WS-CUR-DERIVE
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

       2200-TAKE-MESSAGE.
           MOVE SPACES TO WS-IN-PATH WS-IN-NAME WS-IN-CONTENT.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-PATH WS-IN-SEQ WS-IN-SPEAKER
                    WS-IN-NAME WS-IN-TRADITION WS-IN-CONTENT
           END-UNSTRING.
           IF WS-IN-PATH NOT = WS-CUR-PATH
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-IN-CONTENT TO WS-STRIP-TEXT.
           PERFORM 5000-STRIP-MARKDOWN THRU 5000-EXIT.
           IF WS-STRIP-TEXT NOT = SPACES
               MOVE WS-IN-NAME TO WS-CUR-LAST-NAME
               MOVE WS-STRIP-TEXT TO WS-CUR-LAST-TEXT
               MOVE "N" TO WS-CUR-LAST-SW
           END-IF.
           IF WS-IN-NAME = "You"
               IF WS-CUR-QUESTION = SPACES
                   MOVE WS-STRIP-TEXT TO WS-CUR-QUESTION
               END-IF
               GO TO 2200-EXIT
           END-IF.
           IF WS-IN-NAME = "System" OR WS-IN-NAME = SPACES
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2210-FIND-PERSONA THRU 2210-EXIT.
           IF WS-PER-FOUND = 0
               IF WS-PER-COUNT >= WS-PER-MAX
                   GO TO 2200-EXIT
               END-IF
               ADD 1 TO WS-PER-COUNT
               MOVE WS-PER-COUNT TO WS-PER-FOUND
               MOVE WS-IN-NAME TO WS-PER-NAME (WS-PER-FOUND)
               MOVE SPACES TO WS-PER-TEXT (WS-PER-FOUND)
           END-IF.
      *> The opening position is the first message that still
      *> says something once the markdown is gone. When that is
      *> also the dialogue's last word there is no closing line -
      *> it would only repeat the opening.
           IF WS-PER-TEXT (WS-PER-FOUND) = SPACES
                   AND WS-STRIP-TEXT NOT = SPACES
               PERFORM 5100-FIRST-SENTENCE THRU 5100-EXIT
               MOVE WS-STRIP-TEXT TO WS-PER-TEXT (WS-PER-FOUND)
               SET LAST-WAS-OPENING TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.

       2210-FIND-PERSONA.
           MOVE 0 TO WS-PER-FOUND.
           SET WS-PER-IDX TO 1.
           IF WS-PER-COUNT > 0
               SEARCH WS-PER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PER-IDX > WS-PER-COUNT
                       CONTINUE
                   WHEN WS-PER-NAME (WS-PER-IDX) = WS-IN-NAME
                       SET WS-PER-FOUND TO WS-PER-IDX
               END-SEARCH
           END-IF.
       2210-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Incremental pass: at each H record, either re-abstract the
      *> path (written since the mark) or carry its abstract
      *> forward from the previous file. The old file is in
      *> extract order, so one forward cursor serves; lines for
      *> paths rewritten or gone are dropped on the way.
      *>----------------------------------------------------------*>
       2800-GATE-BY-PATH.
           IF WS-INC-PATH = WS-INC-LAST-PATH
               GO TO 2800-EXIT
           END-IF.
           MOVE WS-INC-PATH TO WS-INC-LAST-PATH.
           MOVE "TEST" TO WS-INC-ACTION.
           MOVE WS-INC-PATH TO WS-INC-TEXT.
           CALL "DLGINCR" USING WS-INC-ACTION WS-INC-BUILDER
                                WS-INC-TEXT WS-INC-TEXT-2
                                WS-INC-RESULT WS-INC-COUNT.
           IF WS-INC-RESULT = "Y "
               MOVE "Y" TO WS-INC-PATH-SW
               GO TO 2800-EXIT
           END-IF.
           MOVE "N" TO WS-INC-PATH-SW.
           MOVE "N" TO WS-INC-CARRY-SW.
           PERFORM 2900-CARRY-OLD-LINE THRU 2900-EXIT
               UNTIL INC-NO-MORE-OLD OR INC-CARRY-STOPPED.
       2800-EXIT.
           EXIT.

       2900-CARRY-OLD-LINE.
           IF OLD-LINE(1:2) = "C|"
               PERFORM 2910-READ-OLD-LINE THRU 2910-EXIT
               GO TO 2900-EXIT
           END-IF.
           MOVE SPACES TO WS-INC-OLD-PATH.
           UNSTRING OLD-LINE DELIMITED BY "|"
               INTO WS-INC-TAG WS-INC-OLD-PATH
           END-UNSTRING.
           IF WS-INC-OLD-PATH = WS-INC-PATH
               MOVE OLD-LINE TO ABS-LINE
               WRITE ABS-LINE
               ADD 1 TO WS-OUT-COUNT
               ADD 1 TO WS-INC-CARRIED
               PERFORM 2910-READ-OLD-LINE THRU 2910-EXIT
               GO TO 2900-EXIT
           END-IF.
           MOVE "KEEP" TO WS-INC-ACTION.
           MOVE WS-INC-OLD-PATH TO WS-INC-TEXT.
           CALL "DLGINCR" USING WS-INC-ACTION WS-INC-BUILDER
                                WS-INC-TEXT WS-INC-TEXT-2
                                WS-INC-RESULT WS-INC-COUNT.
           IF WS-INC-RESULT = "Y "
               SET INC-CARRY-STOPPED TO TRUE
           ELSE
               PERFORM 2910-READ-OLD-LINE THRU 2910-EXIT
           END-IF.
       2900-EXIT.
           EXIT.

       2910-READ-OLD-LINE.
           READ OLD-FILE
               AT END
                   SET INC-NO-MORE-OLD TO TRUE
           END-READ.
       2910-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The open record's abstract: question, one opening position
      *> per persona, then the verdict or the closing line.
      *>----------------------------------------------------------*>
       3000-CLOSE-RECORD.
           IF NOT RECORD-IS-OPEN
               GO TO 3000-EXIT
           END-IF.
           MOVE "N" TO WS-CUR-OPEN.
           IF NOT DERIVE-THIS-RECORD
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-RECORDS-DONE.
           MOVE "Q" TO WS-OUT-KIND.
           MOVE SPACES TO WS-OUT-NAME.
           IF WS-CUR-QUESTION NOT = SPACES
               MOVE WS-CUR-QUESTION TO WS-OUT-TEXT
           ELSE
               MOVE WS-CUR-TOPIC TO WS-OUT-TEXT
           END-IF.
           PERFORM 3100-WRITE-ABSTRACT-LINE THRU 3100-EXIT.
           PERFORM 3010-WRITE-ONE-POSITION THRU 3010-EXIT
               VARYING WS-PER-POS FROM 1 BY 1
               UNTIL WS-PER-POS > WS-PER-COUNT.
           MOVE WS-CUR-VERDICT TO WS-STRIP-TEXT.
           PERFORM 5000-STRIP-MARKDOWN THRU 5000-EXIT.
           IF WS-STRIP-TEXT NOT = SPACES
                   AND WS-CUR-VERDICT(1:18) NOT = "(no ruling issued)"
               MOVE "V" TO WS-OUT-KIND
               MOVE SPACES TO WS-OUT-NAME
               MOVE WS-STRIP-TEXT TO WS-OUT-TEXT
               PERFORM 3100-WRITE-ABSTRACT-LINE THRU 3100-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF WS-CUR-LAST-TEXT NOT = SPACES
                   AND NOT LAST-WAS-OPENING
               MOVE "L" TO WS-OUT-KIND
               MOVE WS-CUR-LAST-NAME TO WS-OUT-NAME
               MOVE WS-CUR-LAST-TEXT TO WS-OUT-TEXT
               PERFORM 3100-WRITE-ABSTRACT-LINE THRU 3100-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3010-WRITE-ONE-POSITION.
           IF WS-PER-TEXT (WS-PER-POS) = SPACES
               GO TO 3010-EXIT
           END-IF.
           MOVE "P" TO WS-OUT-KIND.
           MOVE WS-PER-NAME (WS-PER-POS) TO WS-OUT-NAME.
           MOVE WS-PER-TEXT (WS-PER-POS) TO WS-OUT-TEXT.
           PERFORM 3100-WRITE-ABSTRACT-LINE THRU 3100-EXIT.
       3010-EXIT.
           EXIT.

      *> No persona on a line is written as a single space, the
      *> extract's convention for an empty field.
       3100-WRITE-ABSTRACT-LINE.
           MOVE SPACES TO ABS-LINE.
           MOVE 1 TO WS-OUT-PTR.
           STRING "A|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUR-PATH)    DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-OUT-KIND                   DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  INTO ABS-LINE WITH POINTER WS-OUT-PTR
           END-STRING.
           IF WS-OUT-NAME = SPACES
               ADD 1 TO WS-OUT-PTR
           ELSE
               STRING FUNCTION TRIM(WS-OUT-NAME) DELIMITED BY SIZE
                   INTO ABS-LINE WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF.
           STRING "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OUT-TEXT)    DELIMITED BY SIZE
                  INTO ABS-LINE WITH POINTER WS-OUT-PTR
           END-STRING.
           WRITE ABS-LINE.
           ADD 1 TO WS-OUT-COUNT.
       3100-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The incremental result replaces the file; on a VERIFY run
      *> it must first match the full rebuild line for line, and
      *> where it does not the full rebuild is installed.
      *>----------------------------------------------------------*>
       4000-INSTALL-RESULT.
           MOVE 0 TO WS-INC-DIFFS.
           IF INC-VERIFY-RUN
               MOVE "COMP" TO WS-INC-ACTION
               MOVE WS-INC-WORK-NAME TO WS-INC-TEXT
               MOVE WS-INC-FULL-NAME TO WS-INC-TEXT-2
               CALL "DLGINCR" USING WS-INC-ACTION WS-INC-BUILDER
                                    WS-INC-TEXT WS-INC-TEXT-2
                                    WS-INC-RESULT WS-INC-COUNT
               MOVE WS-INC-COUNT TO WS-INC-DIFFS
           END-IF.
           IF WS-INC-DIFFS > 0
               DISPLAY "ABSTRACT-BUILD: VERIFY - incremental "
                       "abstracts differ from the full rebuild in "
                       WS-INC-DIFFS " line(s); full rebuild "
                       "installed"
               CALL "CBL_COPY_FILE" USING WS-INC-FULL-NAME WS-CFN-02
           ELSE
               IF INC-VERIFY-RUN
                   DISPLAY "ABSTRACT-BUILD: VERIFY - incremental "
                           "abstracts match the full rebuild"
               END-IF
               CALL "CBL_COPY_FILE" USING WS-INC-WORK-NAME WS-CFN-02
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-INC-WORK-NAME.
           IF INC-VERIFY-RUN
               CALL "CBL_DELETE_FILE" USING WS-INC-FULL-NAME
           END-IF.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "ABSTRACT-BUILD: abstracts installed at "
                   FUNCTION TRIM(WS-CFN-02).
       4000-EXIT.
           EXIT.

       4100-SAVE-MARK.
           MOVE "SAVE" TO WS-INC-ACTION.
           MOVE WS-INC-MODE-WORD TO WS-INC-TEXT.
           CALL "DLGINCR" USING WS-INC-ACTION WS-INC-BUILDER
                                WS-INC-TEXT WS-INC-TEXT-2
                                WS-INC-RESULT WS-INC-COUNT.
           MOVE 0 TO RETURN-CODE.
           IF WS-INC-DIFFS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       4100-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> "**Name** (tradition): text" becomes "text". Where the
      *> source cut the content short inside the markdown nothing
      *> is left, and the caller looks to the next message.
      *>----------------------------------------------------------*>
       5000-STRIP-MARKDOWN.
           IF WS-STRIP-TEXT(1:2) NOT = "**"
               MOVE FUNCTION TRIM(WS-STRIP-TEXT) TO WS-STRIP-WORK
               MOVE WS-STRIP-WORK TO WS-STRIP-TEXT
               GO TO 5000-EXIT
           END-IF.
           MOVE 0 TO WS-STRIP-END.
           PERFORM 5010-SEEK-BOLD-END THRU 5010-EXIT
               VARYING WS-STRIP-POS FROM 3 BY 1
               UNTIL WS-STRIP-POS > 238 OR WS-STRIP-END > 0.
           IF WS-STRIP-END = 0
               MOVE SPACES TO WS-STRIP-TEXT
               GO TO 5000-EXIT
           END-IF.
           MOVE 0 TO WS-CUT-POS.
           PERFORM 5020-SEEK-COLON THRU 5020-EXIT
               VARYING WS-STRIP-POS FROM WS-STRIP-END BY 1
               UNTIL WS-STRIP-POS > 239 OR WS-CUT-POS > 0.
           IF WS-CUT-POS = 0
               MOVE SPACES TO WS-STRIP-TEXT
               GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO WS-STRIP-WORK.
           MOVE WS-STRIP-TEXT(WS-CUT-POS:) TO WS-STRIP-WORK.
           MOVE FUNCTION TRIM(WS-STRIP-WORK) TO WS-STRIP-TEXT.
       5000-EXIT.
           EXIT.

      *> WS-STRIP-END is left just past the closing "**".
       5010-SEEK-BOLD-END.
           IF WS-STRIP-TEXT(WS-STRIP-POS:2) = "**"
               COMPUTE WS-STRIP-END = WS-STRIP-POS + 2
           END-IF.
       5010-EXIT.
           EXIT.

      *> WS-CUT-POS is left at the first character after ": ".
       5020-SEEK-COLON.
           IF WS-STRIP-TEXT(WS-STRIP-POS:2) = ": "
               COMPUTE WS-CUT-POS = WS-STRIP-POS + 2
           END-IF.
       5020-EXIT.
           EXIT.

      *> The stripped text up to and including its first full stop,
      *> question mark or exclamation mark; all of it when the
      *> source ends before the sentence does.
       5100-FIRST-SENTENCE.
           MOVE 0 TO WS-CUT-POS.
           PERFORM 5110-SEEK-SENTENCE-END THRU 5110-EXIT
               VARYING WS-STRIP-POS FROM 1 BY 1
               UNTIL WS-STRIP-POS > 239 OR WS-CUT-POS > 0.
           IF WS-CUT-POS > 0
               MOVE WS-STRIP-TEXT(1:WS-CUT-POS) TO WS-STRIP-WORK
               MOVE WS-STRIP-WORK TO WS-STRIP-TEXT
           END-IF.
       5100-EXIT.
           EXIT.

       5110-SEEK-SENTENCE-END.
           IF (WS-STRIP-TEXT(WS-STRIP-POS:1) = "."
                   OR WS-STRIP-TEXT(WS-STRIP-POS:1) = "?"
                   OR WS-STRIP-TEXT(WS-STRIP-POS:1) = "!")
               AND WS-STRIP-TEXT(WS-STRIP-POS + 1:1) = SPACE
               MOVE WS-STRIP-POS TO WS-CUT-POS
           END-IF.
       5110-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "dialogue_data.dat@*" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "abstracts.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
       0900-EXIT.
           EXIT.
