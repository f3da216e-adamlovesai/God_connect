      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> DIOCESAN-BENCHMARK
      *>
      *> Our parish against the rest of the diocese. INTERCHANGE-
      *> IMPORT brings the other parishes' dialogues onto the
      *> extract with their origin code in the H record's trailing
      *> column; our own records carry none (or LOCAL). This splits
      *> batch/dialogue_data.dat by origin and works out, per
      *> origin, the corpus measures STATS-SNAPSHOT keeps, put as
      *> rates so a large parish and a small one compare fairly:
      *>
      *>     MSG/REC   M records per H record
      *>     CONV% FORUM% JUDG% REEN%
      *>               share of the records in each mode
      *>     TRADS     traditions represented (the path's leading
      *>               folder, as TRADITION-ENGAGEMENT derives it)
      *>     TOPTRD%   share of the records in the largest one -
      *>               high TOPTRD% and few TRADS is a narrow corpus
      *>     HOSTIL%   HOSTILE messages among those carrying a tone
      *>               (WS-TONE)
      *>     RULED%    judgment records whose verdict is a reached
      *>               ruling (not blank, not "(no ruling issued)")
      *>     OTHLNG%   records in a language other than EN
      *>     COMPL     average completeness score, from
      *>               batch/completeness_scores.dat
      *>               (COMPLETENESS-SCORECARD)
      *>
      *> A measure an origin has no basis for (no toned messages,
      *> no judgment records, no scores) is n/a and stays out of
      *> the diocesan figures. For each measure the benchmark shows
      *> our value against the diocesan minimum, quartiles, median
      *> and maximum across every origin holding a value (ours
      *> included) and where we sit: within Q1-Q3, above Q3 or
      *> below Q1, and OUTLIER beyond 1.5 interquartile ranges -
      *> unusual enough that the council should expect the question.
      *> RETURN-CODE 4 when we are an outlier on any measure, or
      *> when the extract holds no other parish to compare with.
      *>
      *> Usage:
      *>     diocesan_benchmark
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIOCESAN-BENCHMARK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT SCORE-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).

       FD  SCORE-FILE.
       01  SCORE-LINE               PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-DATA-STATUS           PIC X(02) VALUE SPACES.
       01  WS-SCORE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).
       01  WS-EOF-DATA              PIC X(01) VALUE "N".
           88  NO-MORE-DATA                  VALUE "Y".
       01  WS-EOF-SCORE             PIC X(01) VALUE "N".
           88  NO-MORE-SCORE                 VALUE "Y".

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
       01  WS-IN-F4                 PIC X(240).
       01  WS-IN-F5                 PIC X(240).
       01  WS-IN-F6                 PIC X(240).
       01  WS-IN-F7                 PIC X(240).
       01  WS-IN-F8                 PIC X(240).
       01  WS-IN-F9                 PIC X(60).
       01  WS-IN-F10                PIC X(60).
       01  WS-IN-F11                PIC X(10).
       01  WS-IN-F12                PIC X(60).
       01  WS-IN-F13                PIC X(60).
       01  WS-IN-TRADITION          PIC X(40).

      *> The measures, in report order.
       01  WS-MEAS-COUNT            PIC 9(02) VALUE 11.
       01  WS-MEAS-CODES.
           05  FILLER  PIC X(07) VALUE "MSG/REC".
           05  FILLER  PIC X(07) VALUE "CONV%".
           05  FILLER  PIC X(07) VALUE "FORUM%".
           05  FILLER  PIC X(07) VALUE "JUDG%".
           05  FILLER  PIC X(07) VALUE "REEN%".
           05  FILLER  PIC X(07) VALUE "TRADS".
           05  FILLER  PIC X(07) VALUE "TOPTRD%".
           05  FILLER  PIC X(07) VALUE "HOSTIL%".
           05  FILLER  PIC X(07) VALUE "RULED%".
           05  FILLER  PIC X(07) VALUE "OTHLNG%".
           05  FILLER  PIC X(07) VALUE "COMPL".
       01  WS-MEAS-CODE-TABLE REDEFINES WS-MEAS-CODES.
           05  WS-MEAS-CODE         PIC X(07) OCCURS 11 TIMES.
       01  WS-MEAS-NAMES.
           05  FILLER  PIC X(26) VALUE "Messages per record".
           05  FILLER  PIC X(26) VALUE "Conversation share %".
           05  FILLER  PIC X(26) VALUE "Forum share %".
           05  FILLER  PIC X(26) VALUE "Judgment share %".
           05  FILLER  PIC X(26) VALUE "Reenactment share %".
           05  FILLER  PIC X(26) VALUE "Traditions represented".
           05  FILLER  PIC X(26) VALUE "Largest tradition share %".
           05  FILLER  PIC X(26) VALUE "Hostile message rate %".
           05  FILLER  PIC X(26) VALUE "Judgments ruled %".
           05  FILLER  PIC X(26) VALUE "Other-language share %".
           05  FILLER  PIC X(26) VALUE "Average completeness".
       01  WS-MEAS-NAME-TABLE REDEFINES WS-MEAS-NAMES.
           05  WS-MEAS-NAME         PIC X(26) OCCURS 11 TIMES.
       01  WS-MEAS-POS              PIC 9(02) VALUE 0.

      *> One entry per origin; entry 1 is always our own parish.
       01  WS-ORG-MAX               PIC 9(02) VALUE 50.
       01  WS-ORG-COUNT             PIC 9(02) VALUE 0.
       01  WS-ORG-TABLE.
           05  WS-ORG-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-ORG-IDX.
               10  WS-ORG-CODE      PIC X(12).
               10  WS-ORG-RECS      PIC 9(07).
               10  WS-ORG-MODE-RECS PIC 9(07) OCCURS 4 TIMES.
               10  WS-ORG-MSGS      PIC 9(07).
               10  WS-ORG-TONED     PIC 9(07).
               10  WS-ORG-HOSTILE   PIC 9(07).
               10  WS-ORG-RULED     PIC 9(07).
               10  WS-ORG-OTHER-LANG PIC 9(07).
               10  WS-ORG-SCORED    PIC 9(07).
               10  WS-ORG-SCORE-SUM PIC 9(09).
               10  WS-ORG-TRADS     PIC 9(05).
               10  WS-ORG-TOP-TRAD  PIC 9(07).
               10  WS-ORG-VAL       PIC 9(05)V9 OCCURS 11 TIMES.
               10  WS-ORG-HAS       PIC X(01) OCCURS 11 TIMES.
       01  WS-ORG-POS               PIC 9(02) VALUE 0.
       01  WS-ORG-FOUND             PIC 9(02) VALUE 0.
       01  WS-ORG-SKIPPED           PIC 9(07) VALUE 0.
       01  WS-CUR-ORG               PIC 9(02) VALUE 0.
       01  WS-CUR-PATH              PIC X(200) VALUE SPACES.
       01  WS-CUR-CODE              PIC X(12).
       01  WS-MODE-POS              PIC 9(01) VALUE 0.

      *> Traditions per origin.
       01  WS-TRD-MAX               PIC 9(04) VALUE 3000.
       01  WS-TRD-COUNT             PIC 9(04) VALUE 0.
       01  WS-TRD-TABLE.
           05  WS-TRD-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-TRD-IDX.
               10  WS-TRD-ORG       PIC 9(02).
               10  WS-TRD-NAME      PIC X(40).
               10  WS-TRD-RECS      PIC 9(07).
       01  WS-TRD-POS               PIC 9(04) VALUE 0.
       01  WS-TRD-FOUND             PIC 9(04) VALUE 0.

      *> Record path to origin, for M records out of their H's
      *> order and for the completeness scores.
       01  WS-PTH-MAX               PIC 9(04) VALUE 6000.
       01  WS-PTH-COUNT             PIC 9(04) VALUE 0.
       01  WS-PTH-TABLE.
           05  WS-PTH-ENTRY OCCURS 6000 TIMES
                   INDEXED BY WS-PTH-IDX.
               10  WS-PTH-PATH      PIC X(200).
               10  WS-PTH-ORG       PIC 9(02).
       01  WS-PTH-ORG-FOUND         PIC 9(02) VALUE 0.
       01  WS-SCORE-VALUE           PIC X(03).
       01  WS-SCORES-READ           PIC 9(07) VALUE 0.

      *> The diocesan distribution of one measure.
       01  WS-SRT-COUNT             PIC 9(02) VALUE 0.
       01  WS-SRT-TABLE.
           05  WS-SRT-VAL           PIC 9(05)V9 OCCURS 50 TIMES.
       01  WS-SRT-I                 PIC 9(02) VALUE 0.
       01  WS-SRT-J                 PIC 9(02) VALUE 0.
       01  WS-SRT-HOLD              PIC 9(05)V9.
       01  WS-QTL-P                 PIC 9V99.
       01  WS-QTL-POS               PIC 9(03)V9(04).
       01  WS-QTL-LO                PIC 9(03).
       01  WS-QTL-FRAC              PIC 9V9(04).
       01  WS-QTL-STEP              PIC 9(05)V9.
       01  WS-QTL-RESULT            PIC 9(05)V9.
       01  WS-Q1                    PIC 9(05)V9.
       01  WS-MEDIAN                PIC 9(05)V9.
       01  WS-Q3                    PIC 9(05)V9.
       01  WS-IQR                   PIC 9(05)V9.
       01  WS-FENCE-LOW             PIC S9(06)V9.
       01  WS-FENCE-HIGH            PIC S9(06)V9.
       01  WS-OURS                  PIC 9(05)V9.
       01  WS-POSITION              PIC X(20).
       01  WS-OUTLIERS              PIC 9(02) VALUE 0.

      *> Report lines.
       01  WS-RPT-LINE              PIC X(132).
       01  WS-RPT-PTR               PIC 9(03).
       01  WS-VAL-ED                PIC ZZZZ9.9.
       01  WS-RECS-ED               PIC Z(06)9.
       01  WS-COUNT-ED              PIC Z9.
       01  WS-ORIGIN-LABEL          PIC X(12).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE WS-CFN-01 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           INITIALIZE WS-ORG-TABLE.
           MOVE 1 TO WS-ORG-COUNT.
           MOVE "LOCAL" TO WS-ORG-CODE (1).
           PERFORM 1000-READ-EXTRACT THRU 1000-EXIT
               UNTIL NO-MORE-DATA.
           IF WS-ORG-COUNT < 2
               DISPLAY "DIOCESAN-BENCHMARK: no other parish's "
                       "records on the extract - nothing to compare "
                       "(see INTERCHANGE-IMPORT)"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ORG-RECS (1) = 0
               DISPLAY "DIOCESAN-BENCHMARK: none of our own records "
                       "on the extract - nothing to compare"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2000-READ-SCORES THRU 2000-EXIT
               UNTIL NO-MORE-SCORE.
           PERFORM 3000-FOLD-TRADITION THRU 3000-EXIT
               VARYING WS-TRD-POS FROM 1 BY 1
               UNTIL WS-TRD-POS > WS-TRD-COUNT.
           PERFORM 3100-FIGURE-ORIGIN THRU 3100-EXIT
               VARYING WS-ORG-POS FROM 1 BY 1
               UNTIL WS-ORG-POS > WS-ORG-COUNT.
           PERFORM 4000-PRINT-ORIGINS THRU 4000-EXIT.
           PERFORM 5000-PRINT-BENCHMARK THRU 5000-EXIT.
           IF WS-OUTLIERS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *>----------------------------------------------------------*>
      *> The extract, split by origin.
      *>----------------------------------------------------------*>
       1000-READ-EXTRACT.
           IF WS-DATA-STATUS = SPACES
               OPEN INPUT DATA-FILE
               IF WS-DATA-STATUS NOT = "00"
                   DISPLAY "DIOCESAN-BENCHMARK: no extract at "
                           FUNCTION TRIM(WS-CFN-01)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ DATA-FILE
               AT END
                   SET NO-MORE-DATA TO TRUE
                   CLOSE DATA-FILE
               NOT AT END
                   EVALUATE TRUE
                       WHEN DATA-LINE(1:2) = "H|"
                           PERFORM 1100-TALLY-HEADER THRU 1100-EXIT
                       WHEN DATA-LINE(1:2) = "M|"
                           PERFORM 1200-TALLY-MESSAGE THRU 1200-EXIT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       1000-EXIT.
           EXIT.

       1100-TALLY-HEADER.
           MOVE SPACES TO WS-IN-F8 WS-IN-F11 WS-IN-F13.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-IN-F7 WS-IN-F8 WS-IN-F9 WS-IN-F10
                    WS-IN-F11 WS-IN-F12 WS-IN-F13
           END-UNSTRING.
           MOVE WS-IN-F2(1:200) TO WS-CUR-PATH.
           MOVE WS-IN-F13(1:12) TO WS-CUR-CODE.
           IF WS-CUR-CODE = SPACES
               MOVE "LOCAL" TO WS-CUR-CODE
           END-IF.
           PERFORM 1110-FIND-ORIGIN THRU 1110-EXIT.
           MOVE WS-ORG-FOUND TO WS-CUR-ORG.
           IF WS-CUR-ORG = 0
               ADD 1 TO WS-ORG-SKIPPED
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-ORG-RECS (WS-CUR-ORG).
           MOVE 0 TO WS-MODE-POS.
           EVALUATE WS-IN-F4(1:12)
               WHEN "conversation"
                   MOVE 1 TO WS-MODE-POS
               WHEN "forum       "
                   MOVE 2 TO WS-MODE-POS
               WHEN "judgment    "
                   MOVE 3 TO WS-MODE-POS
               WHEN "reenactment "
                   MOVE 4 TO WS-MODE-POS
           END-EVALUATE.
           IF WS-MODE-POS > 0
               ADD 1 TO WS-ORG-MODE-RECS (WS-CUR-ORG, WS-MODE-POS)
           END-IF.
      *> A reached ruling: a verdict that is neither blank nor the
      *> DLGVRD01 placeholder for a case filed before one.
           IF WS-MODE-POS = 3
                   AND WS-IN-F8 NOT = SPACES
                   AND WS-IN-F8(1:18) NOT = "(no ruling issued)"
               ADD 1 TO WS-ORG-RULED (WS-CUR-ORG)
           END-IF.
           IF WS-IN-F11 NOT = SPACES
                   AND FUNCTION UPPER-CASE(WS-IN-F11(1:2)) NOT = "EN"
               ADD 1 TO WS-ORG-OTHER-LANG (WS-CUR-ORG)
           END-IF.
           PERFORM 1120-TALLY-TRADITION THRU 1120-EXIT.
           IF WS-PTH-COUNT < WS-PTH-MAX
               ADD 1 TO WS-PTH-COUNT
               MOVE WS-CUR-PATH TO WS-PTH-PATH (WS-PTH-COUNT)
               MOVE WS-CUR-ORG TO WS-PTH-ORG (WS-PTH-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

      *> The origin's entry, added on first sight; 0 when the
      *> table is full.
       1110-FIND-ORIGIN.
           MOVE 0 TO WS-ORG-FOUND.
           SET WS-ORG-IDX TO 1.
           SEARCH WS-ORG-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ORG-IDX > WS-ORG-COUNT
                   CONTINUE
               WHEN WS-ORG-CODE (WS-ORG-IDX) = WS-CUR-CODE
                   SET WS-ORG-FOUND TO WS-ORG-IDX
           END-SEARCH.
           IF WS-ORG-FOUND = 0 AND WS-ORG-COUNT < WS-ORG-MAX
               ADD 1 TO WS-ORG-COUNT
               MOVE WS-ORG-COUNT TO WS-ORG-FOUND
               MOVE WS-CUR-CODE TO WS-ORG-CODE (WS-ORG-FOUND)
           END-IF.
       1110-EXIT.
           EXIT.

      *> The tradition is the path's leading folder.
       1120-TALLY-TRADITION.
           MOVE SPACES TO WS-IN-TRADITION.
           UNSTRING WS-CUR-PATH DELIMITED BY "/"
               INTO WS-IN-TRADITION
           END-UNSTRING.
           MOVE 0 TO WS-TRD-FOUND.
           SET WS-TRD-IDX TO 1.
           IF WS-TRD-COUNT > 0
               SEARCH WS-TRD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TRD-IDX > WS-TRD-COUNT
                       CONTINUE
                   WHEN WS-TRD-ORG (WS-TRD-IDX) = WS-CUR-ORG
                           AND WS-TRD-NAME (WS-TRD-IDX)
                               = WS-IN-TRADITION
                       SET WS-TRD-FOUND TO WS-TRD-IDX
               END-SEARCH
           END-IF.
           IF WS-TRD-FOUND = 0
               IF WS-TRD-COUNT >= WS-TRD-MAX
                   GO TO 1120-EXIT
               END-IF
               ADD 1 TO WS-TRD-COUNT
               MOVE WS-TRD-COUNT TO WS-TRD-FOUND
               MOVE WS-CUR-ORG TO WS-TRD-ORG (WS-TRD-FOUND)
               MOVE WS-IN-TRADITION TO WS-TRD-NAME (WS-TRD-FOUND)
               MOVE 0 TO WS-TRD-RECS (WS-TRD-FOUND)
           END-IF.
           ADD 1 TO WS-TRD-RECS (WS-TRD-FOUND).
       1120-EXIT.
           EXIT.

       1200-TALLY-MESSAGE.
           MOVE SPACES TO WS-IN-F10.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-IN-F7 WS-IN-F8 WS-IN-F9 WS-IN-F10
           END-UNSTRING.
           IF WS-IN-F2(1:200) = WS-CUR-PATH
               MOVE WS-CUR-ORG TO WS-PTH-ORG-FOUND
           ELSE
               PERFORM 1300-SEEK-PATH THRU 1300-EXIT
           END-IF.
           IF WS-PTH-ORG-FOUND = 0
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-ORG-MSGS (WS-PTH-ORG-FOUND).
           IF WS-IN-F10 NOT = SPACES
               ADD 1 TO WS-ORG-TONED (WS-PTH-ORG-FOUND)
               IF WS-IN-F10(1:8) = "HOSTILE "
                   ADD 1 TO WS-ORG-HOSTILE (WS-PTH-ORG-FOUND)
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.

      *> The origin of the record at WS-IN-F2's path; 0 if unseen.
       1300-SEEK-PATH.
           MOVE 0 TO WS-PTH-ORG-FOUND.
           SET WS-PTH-IDX TO 1.
           IF WS-PTH-COUNT > 0
               SEARCH WS-PTH-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PTH-IDX > WS-PTH-COUNT
                       CONTINUE
                   WHEN WS-PTH-PATH (WS-PTH-IDX) = WS-IN-F2(1:200)
                       MOVE WS-PTH-ORG (WS-PTH-IDX)
                           TO WS-PTH-ORG-FOUND
               END-SEARCH
           END-IF.
       1300-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Completeness scores (K|path|mode|score|worst gap), when
      *> COMPLETENESS-SCORECARD has run.
      *>----------------------------------------------------------*>
       2000-READ-SCORES.
           IF WS-SCORE-STATUS = SPACES
               OPEN INPUT SCORE-FILE
               IF WS-SCORE-STATUS NOT = "00"
                   SET NO-MORE-SCORE TO TRUE
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           READ SCORE-FILE
               AT END
                   SET NO-MORE-SCORE TO TRUE
                   CLOSE SCORE-FILE
               NOT AT END
                   IF SCORE-LINE(1:2) = "K|"
                       PERFORM 2100-KEEP-SCORE THRU 2100-EXIT
                   END-IF
           END-READ.
       2000-EXIT.
           EXIT.

       2100-KEEP-SCORE.
           MOVE SPACES TO WS-SCORE-VALUE.
           UNSTRING SCORE-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-SCORE-VALUE
           END-UNSTRING.
           IF WS-SCORE-VALUE NOT NUMERIC
               GO TO 2100-EXIT
           END-IF.
           PERFORM 1300-SEEK-PATH THRU 1300-EXIT.
           IF WS-PTH-ORG-FOUND = 0
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-SCORES-READ.
           ADD 1 TO WS-ORG-SCORED (WS-PTH-ORG-FOUND).
           ADD FUNCTION NUMVAL(WS-SCORE-VALUE)
               TO WS-ORG-SCORE-SUM (WS-PTH-ORG-FOUND).
       2100-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Per-origin measures.
      *>----------------------------------------------------------*>
       3000-FOLD-TRADITION.
           MOVE WS-TRD-ORG (WS-TRD-POS) TO WS-ORG-POS.
           ADD 1 TO WS-ORG-TRADS (WS-ORG-POS).
           IF WS-TRD-RECS (WS-TRD-POS) > WS-ORG-TOP-TRAD (WS-ORG-POS)
               MOVE WS-TRD-RECS (WS-TRD-POS)
                   TO WS-ORG-TOP-TRAD (WS-ORG-POS)
           END-IF.
       3000-EXIT.
           EXIT.

       3100-FIGURE-ORIGIN.
           PERFORM 3110-CLEAR-ONE THRU 3110-EXIT
               VARYING WS-MEAS-POS FROM 1 BY 1
               UNTIL WS-MEAS-POS > WS-MEAS-COUNT.
           IF WS-ORG-RECS (WS-ORG-POS) = 0
               GO TO 3100-EXIT
           END-IF.
           COMPUTE WS-ORG-VAL (WS-ORG-POS, 1) ROUNDED =
               WS-ORG-MSGS (WS-ORG-POS) / WS-ORG-RECS (WS-ORG-POS).
           PERFORM 3120-MODE-SHARE THRU 3120-EXIT
               VARYING WS-MODE-POS FROM 1 BY 1
               UNTIL WS-MODE-POS > 4.
           MOVE WS-ORG-TRADS (WS-ORG-POS) TO WS-ORG-VAL (WS-ORG-POS, 6).
           COMPUTE WS-ORG-VAL (WS-ORG-POS, 7) ROUNDED =
               WS-ORG-TOP-TRAD (WS-ORG-POS) * 100
               / WS-ORG-RECS (WS-ORG-POS).
           IF WS-ORG-TONED (WS-ORG-POS) > 0
               COMPUTE WS-ORG-VAL (WS-ORG-POS, 8) ROUNDED =
                   WS-ORG-HOSTILE (WS-ORG-POS) * 100
                   / WS-ORG-TONED (WS-ORG-POS)
           ELSE
               MOVE "N" TO WS-ORG-HAS (WS-ORG-POS, 8)
           END-IF.
           IF WS-ORG-MODE-RECS (WS-ORG-POS, 3) > 0
               COMPUTE WS-ORG-VAL (WS-ORG-POS, 9) ROUNDED =
                   WS-ORG-RULED (WS-ORG-POS) * 100
                   / WS-ORG-MODE-RECS (WS-ORG-POS, 3)
           ELSE
               MOVE "N" TO WS-ORG-HAS (WS-ORG-POS, 9)
           END-IF.
           COMPUTE WS-ORG-VAL (WS-ORG-POS, 10) ROUNDED =
               WS-ORG-OTHER-LANG (WS-ORG-POS) * 100
               / WS-ORG-RECS (WS-ORG-POS).
           IF WS-ORG-SCORED (WS-ORG-POS) > 0
               COMPUTE WS-ORG-VAL (WS-ORG-POS, 11) ROUNDED =
                   WS-ORG-SCORE-SUM (WS-ORG-POS)
                   / WS-ORG-SCORED (WS-ORG-POS)
           ELSE
               MOVE "N" TO WS-ORG-HAS (WS-ORG-POS, 11)
           END-IF.
       3100-EXIT.
           EXIT.

      *> Every measure starts held; the ones without a basis are
      *> turned off as they are figured.
       3110-CLEAR-ONE.
           MOVE 0 TO WS-ORG-VAL (WS-ORG-POS, WS-MEAS-POS).
           IF WS-ORG-RECS (WS-ORG-POS) = 0
               MOVE "N" TO WS-ORG-HAS (WS-ORG-POS, WS-MEAS-POS)
           ELSE
               MOVE "Y" TO WS-ORG-HAS (WS-ORG-POS, WS-MEAS-POS)
           END-IF.
       3110-EXIT.
           EXIT.

       3120-MODE-SHARE.
           COMPUTE WS-ORG-VAL (WS-ORG-POS, WS-MODE-POS + 1) ROUNDED =
               WS-ORG-MODE-RECS (WS-ORG-POS, WS-MODE-POS) * 100
               / WS-ORG-RECS (WS-ORG-POS).
       3120-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The per-origin table.
      *>----------------------------------------------------------*>
       4000-PRINT-ORIGINS.
           MOVE WS-ORG-COUNT TO WS-COUNT-ED.
           DISPLAY "DIOCESAN BENCHMARK - OUR PARISH AGAINST THE "
                   "DIOCESE".
           DISPLAY "extract " FUNCTION TRIM(WS-CFN-01) ", "
                   FUNCTION TRIM(WS-COUNT-ED)
                   " origin(s) including our own (LOCAL)".
           DISPLAY "=============================================="
                   "=============================================="
                   "========".
           DISPLAY "MEASURES BY ORIGIN".
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "ORIGIN" TO WS-RPT-LINE(1:12).
           MOVE "RECORDS" TO WS-RPT-LINE(14:7).
           MOVE 22 TO WS-RPT-PTR.
           PERFORM 4010-HEADING-ONE THRU 4010-EXIT
               VARYING WS-MEAS-POS FROM 1 BY 1
               UNTIL WS-MEAS-POS > WS-MEAS-COUNT.
           DISPLAY FUNCTION TRIM(WS-RPT-LINE TRAILING).
           DISPLAY "----------------------------------------------"
                   "----------------------------------------------"
                   "--------".
           PERFORM 4100-PRINT-ONE-ORIGIN THRU 4100-EXIT
               VARYING WS-ORG-POS FROM 1 BY 1
               UNTIL WS-ORG-POS > WS-ORG-COUNT.
           IF WS-ORG-SKIPPED > 0
               DISPLAY "  (" WS-ORG-SKIPPED " record(s) from origins "
                       "beyond the first " WS-ORG-MAX " not counted)"
           END-IF.
           IF WS-SCORES-READ = 0
               DISPLAY "  (no completeness scores on file - run "
                       "COMPLETENESS-SCORECARD for COMPL)"
           END-IF.
           DISPLAY " ".
       4000-EXIT.
           EXIT.

       4010-HEADING-ONE.
           MOVE WS-MEAS-CODE (WS-MEAS-POS)
               TO WS-RPT-LINE(WS-RPT-PTR:7).
           ADD 8 TO WS-RPT-PTR.
       4010-EXIT.
           EXIT.

       4100-PRINT-ONE-ORIGIN.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-ORG-CODE (WS-ORG-POS) TO WS-RPT-LINE(1:12).
           MOVE WS-ORG-RECS (WS-ORG-POS) TO WS-RECS-ED.
           MOVE WS-RECS-ED TO WS-RPT-LINE(14:7).
           MOVE 22 TO WS-RPT-PTR.
           PERFORM 4110-VALUE-ONE THRU 4110-EXIT
               VARYING WS-MEAS-POS FROM 1 BY 1
               UNTIL WS-MEAS-POS > WS-MEAS-COUNT.
           DISPLAY FUNCTION TRIM(WS-RPT-LINE TRAILING).
       4100-EXIT.
           EXIT.

       4110-VALUE-ONE.
           IF WS-ORG-HAS (WS-ORG-POS, WS-MEAS-POS) = "Y"
               MOVE WS-ORG-VAL (WS-ORG-POS, WS-MEAS-POS) TO WS-VAL-ED
               MOVE WS-VAL-ED TO WS-RPT-LINE(WS-RPT-PTR:7)
           ELSE
               MOVE "    n/a" TO WS-RPT-LINE(WS-RPT-PTR:7)
           END-IF.
           ADD 8 TO WS-RPT-PTR.
       4110-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Our value against the diocesan distribution, measure by
      *> measure.
      *>----------------------------------------------------------*>
       5000-PRINT-BENCHMARK.
           DISPLAY "OUR PARISH AGAINST THE DIOCESE".
           DISPLAY "MEASURE                       OURS      MIN"
                   "       Q1   MEDIAN       Q3      MAX  N  "
                   "POSITION".
           DISPLAY "----------------------------------------------"
                   "----------------------------------------------"
                   "--------".
           PERFORM 5100-BENCHMARK-ONE THRU 5100-EXIT
               VARYING WS-MEAS-POS FROM 1 BY 1
               UNTIL WS-MEAS-POS > WS-MEAS-COUNT.
           DISPLAY "=============================================="
                   "=============================================="
                   "========".
           DISPLAY "DIOCESAN-BENCHMARK: " WS-ORG-COUNT
                   " origin(s) compared, our parish an outlier on "
                   WS-OUTLIERS " measure(s)".
       5000-EXIT.
           EXIT.

       5100-BENCHMARK-ONE.
           MOVE 0 TO WS-SRT-COUNT.
           PERFORM 5110-COLLECT-ONE THRU 5110-EXIT
               VARYING WS-ORG-POS FROM 1 BY 1
               UNTIL WS-ORG-POS > WS-ORG-COUNT.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-MEAS-NAME (WS-MEAS-POS) TO WS-RPT-LINE(1:26).
           IF WS-ORG-HAS (1, WS-MEAS-POS) NOT = "Y"
                   OR WS-SRT-COUNT < 2
               MOVE "      n/a" TO WS-RPT-LINE(27:9)
               MOVE WS-SRT-COUNT TO WS-COUNT-ED
               MOVE WS-COUNT-ED TO WS-RPT-LINE(81:2)
               MOVE "no comparison" TO WS-RPT-LINE(84:20)
               DISPLAY FUNCTION TRIM(WS-RPT-LINE TRAILING)
               GO TO 5100-EXIT
           END-IF.
           PERFORM 5120-SORT-PAIR THRU 5120-EXIT
               VARYING WS-SRT-I FROM 1 BY 1
               UNTIL WS-SRT-I > WS-SRT-COUNT
               AFTER WS-SRT-J FROM 1 BY 1
               UNTIL WS-SRT-J > WS-SRT-COUNT.
           MOVE 0.25 TO WS-QTL-P.
           PERFORM 5200-QUANTILE THRU 5200-EXIT.
           MOVE WS-QTL-RESULT TO WS-Q1.
           MOVE 0.50 TO WS-QTL-P.
           PERFORM 5200-QUANTILE THRU 5200-EXIT.
           MOVE WS-QTL-RESULT TO WS-MEDIAN.
           MOVE 0.75 TO WS-QTL-P.
           PERFORM 5200-QUANTILE THRU 5200-EXIT.
           MOVE WS-QTL-RESULT TO WS-Q3.
           COMPUTE WS-IQR = WS-Q3 - WS-Q1.
           COMPUTE WS-FENCE-LOW = WS-Q1 - WS-IQR * 1.5.
           COMPUTE WS-FENCE-HIGH = WS-Q3 + WS-IQR * 1.5.
           MOVE WS-ORG-VAL (1, WS-MEAS-POS) TO WS-OURS.
           EVALUATE TRUE
               WHEN WS-OURS > WS-FENCE-HIGH
                   MOVE "OUTLIER - HIGH" TO WS-POSITION
                   ADD 1 TO WS-OUTLIERS
               WHEN WS-OURS < WS-FENCE-LOW
                   MOVE "OUTLIER - LOW" TO WS-POSITION
                   ADD 1 TO WS-OUTLIERS
               WHEN WS-OURS > WS-Q3
                   MOVE "above Q3" TO WS-POSITION
               WHEN WS-OURS < WS-Q1
                   MOVE "below Q1" TO WS-POSITION
               WHEN OTHER
                   MOVE "within Q1-Q3" TO WS-POSITION
           END-EVALUATE.
           MOVE WS-OURS TO WS-VAL-ED.
           MOVE WS-VAL-ED TO WS-RPT-LINE(29:7).
           MOVE WS-SRT-VAL (1) TO WS-VAL-ED.
           MOVE WS-VAL-ED TO WS-RPT-LINE(38:7).
           MOVE WS-Q1 TO WS-VAL-ED.
           MOVE WS-VAL-ED TO WS-RPT-LINE(47:7).
           MOVE WS-MEDIAN TO WS-VAL-ED.
           MOVE WS-VAL-ED TO WS-RPT-LINE(56:7).
           MOVE WS-Q3 TO WS-VAL-ED.
           MOVE WS-VAL-ED TO WS-RPT-LINE(65:7).
           MOVE WS-SRT-VAL (WS-SRT-COUNT) TO WS-VAL-ED.
           MOVE WS-VAL-ED TO WS-RPT-LINE(74:7).
           MOVE WS-SRT-COUNT TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO WS-RPT-LINE(81:2).
           MOVE WS-POSITION TO WS-RPT-LINE(84:20).
           DISPLAY FUNCTION TRIM(WS-RPT-LINE TRAILING).
       5100-EXIT.
           EXIT.

       5110-COLLECT-ONE.
           IF WS-ORG-HAS (WS-ORG-POS, WS-MEAS-POS) = "Y"
               ADD 1 TO WS-SRT-COUNT
               MOVE WS-ORG-VAL (WS-ORG-POS, WS-MEAS-POS)
                   TO WS-SRT-VAL (WS-SRT-COUNT)
           END-IF.
       5110-EXIT.
           EXIT.

      *> Exchange sort, ascending; the list is one value per origin.
       5120-SORT-PAIR.
           IF WS-SRT-I < WS-SRT-J
                   AND WS-SRT-VAL (WS-SRT-I) > WS-SRT-VAL (WS-SRT-J)
               MOVE WS-SRT-VAL (WS-SRT-I) TO WS-SRT-HOLD
               MOVE WS-SRT-VAL (WS-SRT-J) TO WS-SRT-VAL (WS-SRT-I)
               MOVE WS-SRT-HOLD TO WS-SRT-VAL (WS-SRT-J)
           END-IF.
       5120-EXIT.
           EXIT.

      *> The WS-QTL-P quantile of the sorted values, interpolating
      *> between the two nearest ranks.
       5200-QUANTILE.
           COMPUTE WS-QTL-POS = WS-SRT-COUNT * WS-QTL-P - WS-QTL-P.
           MOVE WS-QTL-POS TO WS-QTL-LO.
           COMPUTE WS-QTL-FRAC = WS-QTL-POS - WS-QTL-LO.
           ADD 1 TO WS-QTL-LO.
           MOVE WS-SRT-VAL (WS-QTL-LO) TO WS-QTL-RESULT.
           IF WS-QTL-LO < WS-SRT-COUNT AND WS-QTL-FRAC > 0
               COMPUTE WS-QTL-STEP = WS-SRT-VAL (WS-QTL-LO + 1)
                   - WS-SRT-VAL (WS-QTL-LO)
               COMPUTE WS-QTL-RESULT ROUNDED = WS-SRT-VAL (WS-QTL-LO)
                   + WS-QTL-STEP * WS-QTL-FRAC
           END-IF.
       5200-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "dialogue_data.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "completeness_scores.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
       0900-EXIT.
           EXIT.
