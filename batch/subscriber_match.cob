      *>                batch/theme_class.dat matches
      *>
      *> A subscriber/path pair already on the distribution list is
      *> never written again, so reruns of the nightly are safe.
      *> No record is written without the member's consent
      *> (DLGCONS): the delivery preference picks the channel
      *> (EMAIL, anything else is MAIL), the interest value is the
      *> topic, and a suppressed record is logged to
      *> batch/consent_suppressions.dat with the reason. The
      *> FROM date is the first command-line argument (YYYY-MM-DD);
      *> omitted it defaults to today, the normal nightly case.
      *> A dialogue under an embargo whose release has not come
      *> (DLGEMBG) is not offered at all; one whose embargo was
      *> released on or after the FROM date counts as new from its
      *> release, whatever its catalog date - EMBARGO-RELEASE runs
      *> this job with the release date for just that reason.
      *> With the word ABSTRACT on the command line each record
      *> written is also listed - subscriber, member and topic -
      *> with the dialogue's abstract (ABSTRACT-BUILD, through
      *> DLGABST) under it, ready to go out with the notice.
      *>
      *> Usage:
      *>     subscriber_match [YYYY-MM-DD] [ABSTRACT]
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *>
      *> MODIFICATION HISTORY
      *>     2026-09-02  DO   Initial version.
      *>     2026-10-15  DO   ABSTRACT on the command line lists
      *>                      each record written with the
      *>                      dialogue's topic and abstract
      *>                      (DLGABST, DLGABS01).
      *>     2026-10-15  DO   Member communication consent checked
      *>                      (DLGCONS) before each distribution
      *>                      record; suppressions are logged.
      *>     2026-10-15  DO   Only the run's parish's subscribers
      *>                      are matched (DLGPRSH CODE).
      *>     2026-10-15  DO   Embargoed dialogues are held back
      *>                      and a released one is new from its
      *>                      release date (DLGEMBG).
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBSCRIBER-MATCH.
       01  WS-ANY-PERSONA-SUBS      PIC X(01) VALUE "N".
           88  PERSONA-SUBS-EXIST            VALUE "Y".

      *> New catalog entries in the window: path plus its topic,
      *> tradition folder and (joined later) theme.
       01  WS-NEW-MAX               PIC 9(04) VALUE 500.
       01  WS-NEW-COUNT             PIC 9(04) VALUE 0.
       01  WS-NEW-TABLE.
               10  WS-NEW-PATH      PIC X(200).
               10  WS-NEW-TRADITION PIC X(40).
               10  WS-NEW-THEME     PIC X(20).
               10  WS-NEW-TOPIC     PIC X(80).
       01  WS-NEW-POS               PIC 9(04) VALUE 0.
       01  WS-NEW-FOUND             PIC 9(04) VALUE 0.

       01  WS-CUR-MODE              PIC X(20).
       01  WS-CUR-DATE              PIC X(30).
       01  WS-CUR-TRADITION         PIC X(40).
       01  WS-CUR-IS-NEW            PIC X(01).
       01  WS-EMBARGOED             PIC 9(05) VALUE 0.
       01  WS-EMBG-RC               PIC X(02).
       01  WS-EMBG-ID               PIC X(04).
       01  WS-EMBG-RELEASE          PIC X(16).
       01  WS-MSG-SEQ               PIC X(04).
       01  WS-MSG-SPEAKER           PIC X(30).
       01  WS-MSG-NAME              PIC X(40).

       01  WS-MATCHED               PIC 9(05) VALUE 0.
       01  WS-SKIPPED-DUP           PIC 9(05) VALUE 0.
       01  WS-SUPPRESSED            PIC 9(05) VALUE 0.

      *> Whose a side-file record is (DLGPRSH CODE).
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "SUBSCRIBER-MATCH".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).
       01  WS-PRS-SKIP              PIC X(01).

           COPY DLGCNS01.

           COPY DLGABS01.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           INSPECT WS-CMD-LINE TALLYING WS-ABS-HITS
               FOR ALL "ABSTRACT".
           IF WS-ABS-HITS > 0
               INSPECT WS-CMD-LINE REPLACING ALL "ABSTRACT"
                   BY SPACES
               MOVE FUNCTION TRIM(WS-CMD-LINE LEADING) TO WS-ABS-ARGS
               MOVE WS-ABS-ARGS TO WS-CMD-LINE
               SET ABS-REQUESTED TO TRUE
               MOVE 66 TO WS-ABS-WIDTH
           END-IF.
           UNSTRING WS-CMD-LINE DELIMITED BY " "
               INTO WS-FROM-DATE
           END-UNSTRING.
           DISPLAY "SUBSCRIBER-MATCH: " WS-NEW-COUNT
                   " new dialogue(s) since " WS-FROM-DATE ", "
                   WS-MATCHED " distribution record(s) written, "
                   WS-SKIPPED-DUP " already sent, "
                   WS-SUPPRESSED " suppressed (no consent)".
           IF WS-EMBARGOED > 0
               DISPLAY "SUBSCRIBER-MATCH: " WS-EMBARGOED
                       " dialogue(s) held back under embargo"
           END-IF.
           STOP RUN.

       1000-LOAD-REGISTRY.
                   SET NO-MORE-SUBS TO TRUE
                   CLOSE SUBS-FILE
               NOT AT END
                   MOVE "04" TO WS-PRS-RC
                   IF SUBS-LINE(1:2) = "B|"
                       PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT
                   END-IF
                   IF SUBS-LINE(1:2) = "B|"
                           AND WS-SUB-COUNT < WS-SUB-MAX
                           AND WS-PRS-RC = "00"
                       UNSTRING SUBS-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                WS-IN-F4 WS-IN-F5 WS-IN-F6
                           INTO WS-CUR-PATH WS-CUR-TOPIC
                                WS-CUR-MODE WS-CUR-DATE
                       END-UNSTRING
                       MOVE "N" TO WS-CUR-IS-NEW
                       CALL "DLGEMBG" USING WS-CUR-PATH WS-EMBG-RC
                                            WS-EMBG-ID WS-EMBG-RELEASE
                       EVALUATE TRUE
                           WHEN WS-EMBG-RC = "12"
                               ADD 1 TO WS-EMBARGOED
                           WHEN WS-EMBG-RC = "04"
                                   AND WS-EMBG-RELEASE(1:10)
                                       >= WS-FROM-DATE
                               MOVE "Y" TO WS-CUR-IS-NEW
                           WHEN WS-CUR-DATE(1:10) >= WS-FROM-DATE
                               MOVE "Y" TO WS-CUR-IS-NEW
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                       IF WS-CUR-IS-NEW = "Y"
                               AND WS-NEW-COUNT < WS-NEW-MAX
                           ADD 1 TO WS-NEW-COUNT
                           MOVE WS-CUR-PATH
                               TO WS-NEW-TRADITION (WS-NEW-COUNT)
                           MOVE SPACES
                               TO WS-NEW-THEME (WS-NEW-COUNT)
                           MOVE WS-CUR-TOPIC
                               TO WS-NEW-TOPIC (WS-NEW-COUNT)
                       END-IF
                   END-IF
           END-READ.
               ADD 1 TO WS-SKIPPED-DUP
               GO TO 5000-EXIT
           END-IF.
      *> Consent (DLGCONS) before anything is written; the module
      *> logs a suppression.
           MOVE "SUBSCRIBER-MATCH" TO WS-CNS-PGM.
           MOVE WS-SUB-MEMBER (WS-SUB-POS) TO WS-CNS-MEMBER.
           MOVE "MAIL" TO WS-CNS-CHANNEL.
           IF FUNCTION UPPER-CASE(WS-SUB-DELIVERY (WS-SUB-POS))
                   = "EMAIL"
               MOVE "EMAIL" TO WS-CNS-CHANNEL
           END-IF.
           MOVE WS-SUB-VALUE (WS-SUB-POS) TO WS-CNS-TOPIC.
           CALL "DLGCONS" USING WS-CNS-PGM WS-CNS-MEMBER
                                WS-CNS-CHANNEL WS-CNS-TOPIC
                                WS-CNS-RC WS-CNS-REASON.
           IF WS-CNS-RC NOT = "00"
               ADD 1 TO WS-SUPPRESSED
               GO TO 5000-EXIT
           END-IF.
           IF WS-KEY-COUNT < WS-KEY-MAX
               ADD 1 TO WS-KEY-COUNT
               SET WS-KEY-IDX TO WS-KEY-COUNT
           END-STRING.
           WRITE DIST-LINE.
           ADD 1 TO WS-MATCHED.
           IF ABS-REQUESTED
               PERFORM 5100-LIST-WITH-ABSTRACT THRU 5100-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

      *> The record just written, by subscriber and topic, with the
      *> dialogue's abstract under it.
       5100-LIST-WITH-ABSTRACT.
           DISPLAY WS-SUB-NUM (WS-SUB-POS) " "
                   FUNCTION TRIM(WS-SUB-MEMBER (WS-SUB-POS)) " ("
                   FUNCTION TRIM(WS-SUB-DELIVERY (WS-SUB-POS)) "): "
                   FUNCTION TRIM(WS-NEW-TOPIC (WS-NEW-POS)).
           MOVE WS-NEW-PATH (WS-NEW-POS) TO WS-ABS-PATH.
           MOVE 1 TO WS-ABS-SEQ.
           CALL "DLGABST" USING WS-ABS-PATH WS-ABS-WIDTH WS-ABS-SEQ
                                WS-ABS-TEXT WS-ABS-RC.
           PERFORM 5110-LIST-ABSTRACT-LINE THRU 5110-EXIT
               UNTIL WS-ABS-RC NOT = "00".
       5100-EXIT.
           EXIT.

       5110-LIST-ABSTRACT-LINE.
           DISPLAY "      " FUNCTION TRIM(WS-ABS-TEXT TRAILING).
           ADD 1 TO WS-ABS-SEQ.
           CALL "DLGABST" USING WS-ABS-PATH WS-ABS-WIDTH WS-ABS-SEQ
                                WS-ABS-TEXT WS-ABS-RC.
       5110-EXIT.
           EXIT.

      *> The record's parish column (or, blank, its path's
      *> parish) against the run's view; WS-PRS-RC "04" is another
      *> parish's record, passed over.
       8900-JUDGE-PARISH.
           MOVE SPACES TO WS-PRS-PARISH WS-PRS-TEXT.
           UNSTRING SUBS-LINE DELIMITED BY "|"
               INTO WS-PRS-SKIP WS-PRS-SKIP WS-PRS-SKIP
                    WS-PRS-SKIP WS-PRS-SKIP WS-PRS-SKIP
                    WS-PRS-SKIP WS-PRS-PARISH
           END-UNSTRING.
           MOVE "CODE" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
       8900-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
