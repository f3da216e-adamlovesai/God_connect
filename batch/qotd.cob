      *> quote deterministically from the calendar date - the same
      *> date always yields the same quote, so the weekly bulletin
      *> can be assembled on any machine on any day of the week and
      *> agree with itself. Only quotes in play count: the quoted
      *> dialogue must pass the shared eligibility rule (DLGELIG)
      *> and sit in the run's parish view (DLGPRSH CODE) - the
      *> bulletin's WORDS FOR THE WEEK applies the same test so the
      *> two stay in step. An optional YYYY-MM-DD argument selects
      *> for that date instead of today (how next week's bulletin is
      *> made today).
      *>
      *>                      batch/shop_config.dat) at startup;
      *>                      the delivered default reproduces
      *>                      the standard batch/ layout.
      *>     2026-10-15  DO   Counts and picks only quotes whose
      *>                      dialogue passes DLGELIG and the parish
      *>                      view (DLGPRSH CODE), the same test as
      *>                      the bulletin's WORDS FOR THE WEEK.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QOTD.
       01  WS-IN-PATH               PIC X(200).
       01  WS-IN-QUOTE              PIC X(240).
       01  WS-ROW                   PIC 9(04) VALUE 0.
       01  WS-QUOTE-IN-PLAY         PIC X(01) VALUE "N".
           88  QUOTE-IN-PLAY                  VALUE "Y".

      *> The shared publication eligibility rule (DLGELIG).
       01  WS-ELIG-PATH             PIC X(200).
       01  WS-ELIG-RC               PIC X(02).
       01  WS-ELIG-REASON           PIC X(10).

      *> Whose a quoted dialogue is (DLGPRSH CODE).
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "QOTD".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).

       PROCEDURE DIVISION.
       0000-MAINLINE.
               UNTIL NO-MORE-QUOTES.
           CLOSE QUOTE-FILE.
           IF WS-QUOTE-COUNT = 0
               DISPLAY "QOTD: no publishable quotes on file"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
               AT END
                   SET NO-MORE-QUOTES TO TRUE
               NOT AT END
                   PERFORM 2100-JUDGE-QUOTE THRU 2100-EXIT
                   IF QUOTE-IN-PLAY
                       ADD 1 TO WS-QUOTE-COUNT
                   END-IF
           END-READ.
       2000-EXIT.
           EXIT.

      *> A quote is in play when it is a Q record whose dialogue
      *> (field 6) passes DLGELIG and sits in the parish view. Both
      *> passes - and BULLETIN-COMPOSITOR - use this one test.
       2100-JUDGE-QUOTE.
           MOVE "N" TO WS-QUOTE-IN-PLAY.
           IF QUOTE-LINE(1:2) NOT = "Q|"
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-PATH.
           UNSTRING QUOTE-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-NUM WS-IN-PERSONA
                    WS-IN-TRADITION WS-IN-TOPIC WS-IN-PATH
           END-UNSTRING.
           MOVE WS-IN-PATH TO WS-ELIG-PATH.
           CALL "DLGELIG" USING WS-ELIG-PATH WS-ELIG-RC
                                WS-ELIG-REASON.
           IF WS-ELIG-RC NOT = "00"
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-IN-PATH TO WS-PRS-TEXT.
           MOVE SPACES TO WS-PRS-PARISH.
           MOVE "CODE" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
           IF WS-PRS-RC NOT = "00"
               GO TO 2100-EXIT
           END-IF.
           MOVE "Y" TO WS-QUOTE-IN-PLAY.
       2100-EXIT.
           EXIT.

       3000-SEEK-THE-PICK.
           READ QUOTE-FILE
               AT END
                   SET NO-MORE-QUOTES TO TRUE
               NOT AT END
                   PERFORM 2100-JUDGE-QUOTE THRU 2100-EXIT
                   IF QUOTE-IN-PLAY
                       ADD 1 TO WS-ROW
                       IF WS-ROW = WS-PICK
                           PERFORM 3100-PRINT-QUOTE THRU 3100-EXIT
