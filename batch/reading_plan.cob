      *> order, written to batch/reading_plan.dat with the standard
      *> control framing:
      *>
      *>     A|date|tradition|path|topic|season label[|credit[|sponsor]]
      *>
      *> A reading shared in from another parish carries that
      *> parish's credit line (DLGCRED) as a trailing field, and
      *> the printed schedule shows it under the reading. A reading
      *> a member gave to sponsor carries its sponsor credit
      *> (DLGSPON) as the field after it - the credit field left
      *> empty when there is none - and is printed under it too.
      *>
      *> A dialogue is not scheduled when
      *>     - PRIVACY-CHECK holds an open finding against its path
      *>     - it is delete-marked on the extract (an X record in
      *>       batch/dialogue_data.dat),
      *>     - it sits on the moderation queue without a K (keep)
      *>       disposition,
      *>     - it is under an embargo whose release has not come
      *>       (DLGEMBG) - until then it does not exist for the
      *>       plan.
      *> Given a reading-grade band (DLGGRD01), only dialogues
      *> READING-GRADE has graded at or below it are scheduled;
      *> ungraded ones are left out too (DLGGRADE).
      *> A tradition that runs out of eligible dialogues simply has
      *> no reading that day; READING-PLAN-VERIFY reports the holes.
      *> A printable schedule is DISPLAYed as the plan is cut.
      *>
      *> Usage:
      *>     reading_plan "2026-11-29|28|Advent[|band]"
      *>                   (start date, days, season label,
      *>                    optional grade band e.g. MIDDLE)
      *>     reading_plan "2026-11-29|28|Advent" ABSTRACT
      *>                  (the printed schedule also shows each
      *>                   reading's abstract - ABSTRACT-BUILD,
      *>                   through DLGABST - under its topic)
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *>
      *> MODIFICATION HISTORY
      *>     2026-09-02  DO   Initial version.
      *>     2026-10-15  DO   Optional fourth argument: a reading-
      *>                      grade band; only dialogues graded at
      *>                      or below it are scheduled (DLGGRADE).
      *>     2026-10-15  DO   ABSTRACT on the command line prints
      *>                      each reading's abstract under its
      *>                      topic in the schedule (DLGABST,
      *>                      DLGABS01).
      *>     2026-10-15  DO   A reading shared in from another
      *>                      parish carries its credit line
      *>                      (DLGCRED) on the plan record and
      *>                      in the printed schedule.
      *>     2026-10-15  DO   An embargoed dialogue is not
      *>                      scheduled until its release
      *>                      (DLGEMBG).
      *>     2026-10-15  DO   A sponsored reading carries its sponsor
      *>                      credit (DLGSPON) after the credit field on
      *>                      the plan record and under the reading in
      *>                      the printed schedule.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. READING-PLAN.
       01  WS-ARG-START             PIC X(10) VALUE SPACES.
       01  WS-ARG-DAYS-X            PIC X(04) VALUE SPACES.
       01  WS-ARG-LABEL             PIC X(30) VALUE SPACES.
       01  WS-ARG-BAND              PIC X(10) VALUE SPACES.
       01  WS-PLAN-DAYS             PIC 9(03) VALUE 0.
       01  WS-RUN-TIMESTAMP         PIC X(21).

       01  WS-PICKED                PIC 9(04) VALUE 0.
       01  WS-OUT-COUNT             PIC 9(06) VALUE 0.

       01  WS-GRD-PATH              PIC X(200).
       01  WS-GRD-RC                PIC X(02).
       01  WS-GRD-BAND              PIC X(10).
       01  WS-GRADE-OUT             PIC 9(04) VALUE 0.

       01  WS-EMBG-RC               PIC X(02).
       01  WS-EMBG-ID               PIC X(04).
       01  WS-EMBG-RELEASE          PIC X(16).

       01  WS-CRD-PATH              PIC X(200).
       01  WS-CRD-CREDIT            PIC X(120).
       01  WS-CRD-RC                PIC X(02).
       01  WS-CREDITED              PIC 9(05) VALUE 0.
       01  WS-SPN-CREDIT            PIC X(120).
       01  WS-SPONSORED             PIC 9(05) VALUE 0.
       01  WS-PLAN-HOLD             PIC X(400).

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
           UNSTRING WS-CMD-LINE DELIMITED BY "|"
               INTO WS-ARG-START WS-ARG-DAYS-X WS-ARG-LABEL
                    WS-ARG-BAND
           END-UNSTRING.
           IF WS-ARG-START = SPACES
                   OR WS-ARG-DAYS-X = SPACES
                   OR WS-ARG-LABEL = SPACES
               DISPLAY "READING-PLAN: usage: reading_plan "
                       """YYYY-MM-DD|days|season label[|band]"""
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ARG-BAND NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-ARG-BAND) TO WS-ARG-BAND
               MOVE SPACES TO WS-GRD-PATH
               CALL "DLGGRADE" USING WS-GRD-PATH WS-ARG-BAND
                                     WS-GRD-RC WS-GRD-BAND
               IF WS-GRD-RC = "08"
                   DISPLAY "READING-PLAN: " FUNCTION TRIM(WS-ARG-BAND)
                           " is not a reading-grade band"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF FUNCTION NUMVAL(WS-ARG-DAYS-X) < 1
                   OR FUNCTION NUMVAL(WS-ARG-DAYS-X) > 120
               DISPLAY "READING-PLAN: days must be 1-120"
           DISPLAY "READING-PLAN: " WS-ASSIGNED
                   " reading(s) assigned, " WS-HOLES
                   " tradition-day(s) with nothing eligible".
           IF WS-CREDITED > 0
               DISPLAY "READING-PLAN: " WS-CREDITED
                       " reading(s) credited to another parish"
           END-IF.
           IF WS-SPONSORED > 0
               DISPLAY "READING-PLAN: " WS-SPONSORED
                       " reading(s) credited to a sponsor"
           END-IF.
           IF WS-ARG-BAND NOT = SPACES
               DISPLAY "READING-PLAN: " WS-GRADE-OUT
                       " dialogue(s) graded above "
                       FUNCTION TRIM(WS-ARG-BAND)
                       " or not yet graded left out"
           END-IF.
           DISPLAY "READING-PLAN: plan written to "
                   FUNCTION TRIM(WS-CFN-02)
                   " - check it with READING-PLAN-VERIFY".
           IF PATH-IS-BARRED
               GO TO 1600-EXIT
           END-IF.
           CALL "DLGEMBG" USING WS-CUR-PATH WS-EMBG-RC WS-EMBG-ID
                                WS-EMBG-RELEASE.
           IF WS-EMBG-RC = "12"
               GO TO 1600-EXIT
           END-IF.
           IF WS-ARG-BAND NOT = SPACES
               MOVE WS-CUR-PATH TO WS-GRD-PATH
               CALL "DLGGRADE" USING WS-GRD-PATH WS-ARG-BAND
                                     WS-GRD-RC WS-GRD-BAND
               IF WS-GRD-RC NOT = "00"
                   ADD 1 TO WS-GRADE-OUT
                   GO TO 1600-EXIT
               END-IF
           END-IF.
           IF WS-CAT-COUNT < WS-CAT-MAX
               ADD 1 TO WS-CAT-COUNT
               MOVE WS-TRAD-POS TO WS-CAT-TRAD (WS-CAT-COUNT)
           COMPUTE WS-TRAD-NEXT (WS-TRAD-POS) = WS-PICKED + 1.
           ADD 1 TO WS-ASSIGNED.
           ADD 1 TO WS-OUT-COUNT.
           MOVE WS-CAT-PATH (WS-PICKED) TO WS-CRD-PATH.
           CALL "DLGCRED" USING WS-CRD-PATH WS-CRD-CREDIT WS-CRD-RC.
           IF WS-CRD-RC = "04"
               ADD 1 TO WS-CREDITED
           ELSE
               MOVE SPACES TO WS-CRD-CREDIT
           END-IF.
      *> So does a reading a member gave to sponsor.
           MOVE WS-CAT-PATH (WS-PICKED) TO WS-CRD-PATH.
           CALL "DLGSPON" USING WS-CRD-PATH WS-SPN-CREDIT WS-CRD-RC.
           IF WS-CRD-RC = "04"
               ADD 1 TO WS-SPONSORED
           ELSE
               MOVE SPACES TO WS-SPN-CREDIT
           END-IF.
           MOVE SPACES TO PLAN-LINE.
           STRING "A|"                            DELIMITED BY SIZE
                  WS-CUR-DATE                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-LABEL)     DELIMITED BY SIZE
                  INTO PLAN-LINE
           END-STRING.
           IF WS-CRD-CREDIT NOT = SPACES
                   OR WS-SPN-CREDIT NOT = SPACES
               MOVE SPACES TO WS-PLAN-HOLD
               STRING FUNCTION TRIM(PLAN-LINE TRAILING)
                                                  DELIMITED BY SIZE
                      "|"                         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CRD-CREDIT)
                                                  DELIMITED BY SIZE
                      INTO WS-PLAN-HOLD
               END-STRING
               MOVE WS-PLAN-HOLD TO PLAN-LINE
           END-IF.
           IF WS-SPN-CREDIT NOT = SPACES
               MOVE SPACES TO WS-PLAN-HOLD
               STRING FUNCTION TRIM(PLAN-LINE TRAILING)
                                                  DELIMITED BY SIZE
                      "|"                         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SPN-CREDIT)
                                                  DELIMITED BY SIZE
                      INTO WS-PLAN-HOLD
               END-STRING
               MOVE WS-PLAN-HOLD TO PLAN-LINE
           END-IF.
           WRITE PLAN-LINE.
           DISPLAY "  " WS-TRAD-NAME (WS-TRAD-POS) (1:26) " "
                   WS-CAT-TOPIC (WS-PICKED) (1:44).
           IF WS-CRD-CREDIT NOT = SPACES
               DISPLAY "      " FUNCTION TRIM(WS-CRD-CREDIT)
           END-IF.
           IF WS-SPN-CREDIT NOT = SPACES
               DISPLAY "      " FUNCTION TRIM(WS-SPN-CREDIT)
           END-IF.
           IF ABS-REQUESTED
               PERFORM 2200-PRINT-ABSTRACT THRU 2200-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *> The reading's abstract, indented under its line.
       2200-PRINT-ABSTRACT.
           MOVE WS-CAT-PATH (WS-PICKED) TO WS-ABS-PATH.
           MOVE 1 TO WS-ABS-SEQ.
           CALL "DLGABST" USING WS-ABS-PATH WS-ABS-WIDTH WS-ABS-SEQ
                                WS-ABS-TEXT WS-ABS-RC.
           PERFORM 2210-PRINT-ABSTRACT-LINE THRU 2210-EXIT
               UNTIL WS-ABS-RC NOT = "00".
       2200-EXIT.
           EXIT.

       2210-PRINT-ABSTRACT-LINE.
           DISPLAY "      " FUNCTION TRIM(WS-ABS-TEXT TRAILING).
           ADD 1 TO WS-ABS-SEQ.
           CALL "DLGABST" USING WS-ABS-PATH WS-ABS-WIDTH WS-ABS-SEQ
                                WS-ABS-TEXT WS-ABS-RC.
       2210-EXIT.
           EXIT.

       2110-PROBE-ONE-ENTRY.
           IF WS-CAT-TRAD (WS-CAT-POS) = WS-TRAD-POS
               MOVE WS-CAT-POS TO WS-PICKED
