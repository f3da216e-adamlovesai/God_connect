      *> Commands at the prompt:
      *>     N next page    P previous page    T trad  filter
      *>     A all          <number> render    Q       quit
      *>     S <number> summary - the dialogue's abstract
      *>                (ABSTRACT-BUILD, through DLGABST) under
      *>                its topic; not a reading, so not tallied
      *>     R <number> read one of the related dialogues listed
      *>                under the last reading (RELATED-BUILD,
      *>                through DLGRELAT) - tallied like any render
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *>                      the shared rule (DLGELIG), which
      *>                      adds the moderation SUPPRESS and
      *>                      withdraw dispositions.
      *>     2026-10-15  DO   S <number> shows the dialogue's
      *>                      abstract under its topic (DLGABST,
      *>                      DLGABS01), redacted like a render
      *>                      when the record was flagged since
      *>                      load.
      *>     2026-10-15  DO   A dialogue shared in from another
      *>                      parish shows its credit line
      *>                      (DLGCRED) under the topic, in a
      *>                      render and in a summary.
      *>     2026-10-15  DO   A reading ends with up to five related
      *>                      dialogues (DLGRELAT, DLGREL01), by
      *>                      number and topic, cleared like the
      *>                      list; R <number> reads one.
      *>     2026-10-15  DO   A sponsored dialogue shows its sponsor
      *>                      credit (DLGSPON) under the topic, after
      *>                      any sharing credit, in a render and in a
      *>                      summary.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KIOSK-CONSOLE.
           88  IN-TARGET-CONV                VALUE "Y".
       01  WS-SHOWN-ANY             PIC X(01) VALUE "N".

       01  WS-CRD-PATH              PIC X(200).
       01  WS-CRD-CREDIT            PIC X(120).
       01  WS-CRD-RC                PIC X(02).
       01  WS-SPN-CREDIT            PIC X(120).
       01  WS-SPN-RC                PIC X(02).

       01  WS-ELIG-PATH             PIC X(200).
       01  WS-ELIG-RC               PIC X(02).
       01  WS-ELIG-REASON           PIC X(10).

      *> The related dialogues offered under the last reading, as
      *> slots in the cleared catalog.
       01  WS-REL-MAX               PIC 9(02) VALUE 5.
       01  WS-REL-COUNT             PIC 9(02) VALUE 0.
       01  WS-REL-TABLE.
           05  WS-REL-SLOT          PIC 9(04) OCCURS 5 TIMES.
       01  WS-REL-POS               PIC 9(02) VALUE 0.
       01  WS-REL-FOUND             PIC 9(04) VALUE 0.

           COPY DLGABS01.
           COPY DLGREL01.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
       2000-COMMAND-CYCLE.
           PERFORM 2100-SHOW-PAGE THRU 2100-EXIT.
           DISPLAY "Choose (N next/P back/T tradition/A all/"
                   "number/S number summary/R number related/Q): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-COMMAND-LINE.
           ACCEPT WS-COMMAND-LINE.
           MOVE SPACES TO WS-COMMAND WS-COMMAND-ARG.
               WHEN "A"
                   MOVE SPACES TO WS-FILTER-TRAD
                   PERFORM 1900-REBUILD-SELECTION THRU 1900-EXIT
               WHEN "S"
                   PERFORM 2300-SHOW-SUMMARY THRU 2300-EXIT
               WHEN "R"
                   PERFORM 2400-READ-RELATED THRU 2400-EXIT
               WHEN OTHER
                   PERFORM 2200-TRY-NUMBER-PICK THRU 2200-EXIT
           END-EVALUATE.
           MOVE WS-CAT-PATH (WS-CAT-IDX) TO WS-TARGET-PATH.
           PERFORM 3000-RENDER-DIALOGUE THRU 3000-EXIT.
           PERFORM 4000-TALLY-THE-VIEW THRU 4000-EXIT.
           PERFORM 3500-SHOW-RELATED THRU 3500-EXIT.
       2200-EXIT.
           EXIT.

      *> The abstract of a listed dialogue under its topic. The
      *> clearance check is repeated here as in the render, so a
      *> record flagged since load shows the redaction marker.
       2300-SHOW-SUMMARY.
           MOVE FUNCTION TRIM(WS-COMMAND-ARG) TO WS-NUM-SCRUB.
           INSPECT WS-NUM-SCRUB
               CONVERTING "0123456789" TO "          ".
           IF WS-COMMAND-ARG = SPACES OR WS-NUM-SCRUB NOT = SPACES
               DISPLAY "KIOSK: please give the dialogue's list "
                       "number, as in S 3"
               GO TO 2300-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(WS-COMMAND-ARG(1:6))
               TO WS-COMMAND-NUM.
           IF WS-COMMAND-NUM < 1
                   OR WS-COMMAND-NUM > WS-SEL-COUNT
               DISPLAY "KIOSK: no dialogue numbered "
                       WS-COMMAND-NUM " on the list"
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-SEL-SLOT (WS-COMMAND-NUM) TO WS-SLOT-NUM.
           SET WS-CAT-IDX TO WS-SLOT-NUM.
           MOVE WS-CAT-PATH (WS-CAT-IDX) TO WS-CUR-PATH.
           PERFORM 1600-CHECK-BARRED THRU 1600-EXIT.
           DISPLAY " ".
           IF WS-BAR-HIT = "Y"
               DISPLAY "Topic: " WS-REDACT-MARKER
               DISPLAY "    " WS-REDACT-MARKER
               GO TO 2300-EXIT
           END-IF.
           DISPLAY "Topic: " FUNCTION TRIM(WS-CAT-TOPIC (WS-CAT-IDX)).
           PERFORM 3050-FIND-CREDIT THRU 3050-EXIT.
           IF WS-CRD-RC = "04"
               DISPLAY "  " FUNCTION TRIM(WS-CRD-CREDIT)
           END-IF.
           IF WS-SPN-RC = "04"
               DISPLAY "  " FUNCTION TRIM(WS-SPN-CREDIT)
           END-IF.
           MOVE WS-CAT-PATH (WS-CAT-IDX) TO WS-ABS-PATH.
           MOVE 70 TO WS-ABS-WIDTH.
           MOVE 1 TO WS-ABS-SEQ.
           CALL "DLGABST" USING WS-ABS-PATH WS-ABS-WIDTH WS-ABS-SEQ
                                WS-ABS-TEXT WS-ABS-RC.
           EVALUATE WS-ABS-RC
               WHEN "00"
                   PERFORM 2310-SHOW-SUMMARY-LINE THRU 2310-EXIT
                       UNTIL WS-ABS-RC NOT = "00"
               WHEN "04"
                   DISPLAY "    (no summary yet for this dialogue)"
               WHEN OTHER
                   DISPLAY "KIOSK: summaries are not available - "
                           "please ask at the office"
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      *> R <number>: the n'th related dialogue under the last
      *> reading, read like a pick from the list.
       2400-READ-RELATED.
           MOVE FUNCTION TRIM(WS-COMMAND-ARG) TO WS-NUM-SCRUB.
           INSPECT WS-NUM-SCRUB
               CONVERTING "0123456789" TO "          ".
           IF WS-COMMAND-ARG = SPACES OR WS-NUM-SCRUB NOT = SPACES
               DISPLAY "KIOSK: please give the related dialogue's "
                       "number, as in R 2"
               GO TO 2400-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(WS-COMMAND-ARG(1:6))
               TO WS-COMMAND-NUM.
           IF WS-COMMAND-NUM < 1
                   OR WS-COMMAND-NUM > WS-REL-COUNT
               DISPLAY "KIOSK: no related dialogue numbered "
                       WS-COMMAND-NUM " under the last reading"
               GO TO 2400-EXIT
           END-IF.
           MOVE WS-REL-SLOT (WS-COMMAND-NUM) TO WS-SLOT-NUM.
           SET WS-CAT-IDX TO WS-SLOT-NUM.
           MOVE WS-CAT-PATH (WS-CAT-IDX) TO WS-TARGET-PATH.
           PERFORM 3000-RENDER-DIALOGUE THRU 3000-EXIT.
           PERFORM 4000-TALLY-THE-VIEW THRU 4000-EXIT.
           PERFORM 3500-SHOW-RELATED THRU 3500-EXIT.
       2400-EXIT.
           EXIT.

       2310-SHOW-SUMMARY-LINE.
           DISPLAY "    " FUNCTION TRIM(WS-ABS-TEXT TRAILING).
           ADD 1 TO WS-ABS-SEQ.
           CALL "DLGABST" USING WS-ABS-PATH WS-ABS-WIDTH WS-ABS-SEQ
                                WS-ABS-TEXT WS-ABS-RC.
       2310-EXIT.
           EXIT.

      *> The operator console's extract-reading render, without
      *> the path line and with the redaction marker standing in
      *> for anything flagged since the catalog loaded.
       3000-RENDER-DIALOGUE.
           MOVE WS-TARGET-PATH TO WS-CUR-PATH.
           PERFORM 1600-CHECK-BARRED THRU 1600-EXIT.
           PERFORM 3050-FIND-CREDIT THRU 3050-EXIT.
           MOVE "N" TO WS-EOF-DATA WS-IN-TARGET WS-SHOWN-ANY.
           MOVE SPACES TO WS-DATA-STATUS.
           OPEN INPUT DATA-FILE.
       3000-EXIT.
           EXIT.

      *> A dialogue shared in from another parish shows that
      *> parish's credit under the sharing agreement, and one a
      *> member gave to sponsor thanks its sponsor.
       3050-FIND-CREDIT.
           MOVE WS-CUR-PATH TO WS-CRD-PATH.
           CALL "DLGCRED" USING WS-CRD-PATH WS-CRD-CREDIT WS-CRD-RC.
           MOVE WS-CUR-PATH TO WS-CRD-PATH.
           CALL "DLGSPON" USING WS-CRD-PATH WS-SPN-CREDIT WS-SPN-RC.
       3050-EXIT.
           EXIT.

       3100-SCAN-DATA-LINE.
           READ DATA-FILE
               AT END
                               ELSE
                                   DISPLAY "Topic: "
                                       FUNCTION TRIM(WS-IN-F3)
                                   IF WS-CRD-RC = "04"
                                       DISPLAY "  " FUNCTION TRIM(
                                           WS-CRD-CREDIT)
                                   END-IF
                                   IF WS-SPN-RC = "04"
                                       DISPLAY "  " FUNCTION TRIM(
                                           WS-SPN-CREDIT)
                                   END-IF
                               END-IF
                           END-IF
                       WHEN DATA-LINE(1:2) = "M|"
       3200-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Where to go next: the reading's related dialogues, by
      *> number and topic only. A neighbour not on the cleared
      *> catalog, or barred since load, is passed over; nothing is
      *> offered under a withheld reading.
      *>----------------------------------------------------------*>
       3500-SHOW-RELATED.
           MOVE 0 TO WS-REL-COUNT.
           IF WS-SHOWN-ANY = "N" OR WS-BAR-HIT = "Y"
               GO TO 3500-EXIT
           END-IF.
           MOVE WS-TARGET-PATH TO WS-RLT-PATH.
           MOVE "00" TO WS-RLT-RC.
           PERFORM 3510-TAKE-ONE-RELATED THRU 3510-EXIT
               VARYING WS-RLT-SEQ FROM 1 BY 1
               UNTIL WS-RLT-SEQ > 20
                  OR WS-RLT-RC NOT = "00"
                  OR WS-REL-COUNT >= WS-REL-MAX.
           IF WS-REL-COUNT = 0
               GO TO 3500-EXIT
           END-IF.
           DISPLAY " ".
           DISPLAY "RELATED DIALOGUES (R number to read one)".
           PERFORM 3520-SHOW-ONE-RELATED THRU 3520-EXIT
               VARYING WS-REL-POS FROM 1 BY 1
               UNTIL WS-REL-POS > WS-REL-COUNT.
       3500-EXIT.
           EXIT.

       3510-TAKE-ONE-RELATED.
           CALL "DLGRELAT" USING WS-RLT-PATH WS-RLT-SEQ WS-RLT-RELATED
                                 WS-RLT-TOPIC WS-RLT-FLAG WS-RLT-RC.
           IF WS-RLT-RC NOT = "00"
               GO TO 3510-EXIT
           END-IF.
           MOVE 0 TO WS-REL-FOUND.
           SET WS-CAT-IDX TO 1.
           SEARCH WS-CAT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CAT-IDX > WS-CAT-COUNT
                   CONTINUE
               WHEN WS-CAT-PATH (WS-CAT-IDX) = WS-RLT-RELATED
                   SET WS-REL-FOUND TO WS-CAT-IDX
           END-SEARCH.
           IF WS-REL-FOUND = 0
               GO TO 3510-EXIT
           END-IF.
           MOVE WS-RLT-RELATED TO WS-CUR-PATH.
           PERFORM 1600-CHECK-BARRED THRU 1600-EXIT.
           IF WS-BAR-HIT = "Y"
               GO TO 3510-EXIT
           END-IF.
           ADD 1 TO WS-REL-COUNT.
           MOVE WS-REL-FOUND TO WS-REL-SLOT (WS-REL-COUNT).
       3510-EXIT.
           EXIT.

       3520-SHOW-ONE-RELATED.
           SET WS-CAT-IDX TO WS-REL-SLOT (WS-REL-POS).
           IF WS-CAT-NUM (WS-CAT-IDX) NOT = SPACES
               DISPLAY "  R" WS-REL-POS " #"
                       WS-CAT-NUM (WS-CAT-IDX) " "
                       WS-CAT-TOPIC (WS-CAT-IDX) (1:48)
           ELSE
               DISPLAY "  R" WS-REL-POS "       "
                       WS-CAT-TOPIC (WS-CAT-IDX) (1:48)
           END-IF.
       3520-EXIT.
           EXIT.

       4000-TALLY-THE-VIEW.
           OPEN EXTEND TALLY-FILE.
           IF WS-TALLY-STATUS = "35"
