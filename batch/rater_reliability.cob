      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> RATER-RELIABILITY
      *>
      *> Asks whether the reviewers themselves are consistent.
      *> RATING-STANDINGS averages their scores and
      *> CONCURRENCE-REPORT lists the split cases; this report
      *> reads the same records - a reviewer's latest score per
      *> path on batch/ratings.dat (RATING-CAPTURE) and latest
      *> assessment per path on batch/assessments.dat
      *> (ADJUDICATION-CONSOLE) - and measures the raters:
      *>
      *>     PAIRWISE AGREEMENT   for every two reviewers who scored
      *>                          or assessed the same paths: exact
      *>                          and within-one score agreement,
      *>                          the mean score gap, and how often
      *>                          their assessments match
      *>     DEVIATION            each reviewer against the
      *>                          consensus of the OTHER reviewers
      *>                          on the same path (their mean
      *>                          score; their majority assessment,
      *>                          ties skipped), overall and by mode
      *>                          and tradition (the top-level
      *>                          folder of the path)
      *>     FLAGS                LENIENT / SEVERE - mean score
      *>                          deviation of a quarter point or
      *>                          more with |t| >= 2 (one-sample t
      *>                          over the deviations); FLAT - five
      *>                          or more scores, all the same;
      *>                          CONTRARIAN - against the majority
      *>                          significantly more often than the
      *>                          board as a whole (z >= 2 on the
      *>                          proportion). A reviewer needs 5
      *>                          compared records overall, 3 within
      *>                          a mode and tradition, before a
      *>                          flag is raised
      *>     CALIBRATION          every reviewer against the
      *>                          calibration set,
      *>                          batch/calibration_set.ref:
      *>                              K|path|reference-score|
      *>                                reference-assessment
      *>                          (either reference may be blank);
      *>                          items not yet scored or assessed,
      *>                          scores more than one point off,
      *>                          and assessments that differ are
      *>                          listed
      *>
      *> The reviewers are everyone on batch/reviewer_roster.ref
      *> plus anyone found on the two files, so a rostered
      *> reviewer who has rated nothing still owes the calibration
      *> set. Each reviewer's calibration section is marked with a
      *> REVIEWER break for REPORT-BURST. The report writes
      *> through the report spool (DLGSPOOL, class BOARD) as well
      *> as the console.
      *>
      *> RETURN-CODE 0 nothing flagged and the calibration set
      *> complete and on reference; 4 a reviewer is flagged or
      *> owes or misses calibration items (or a table filled);
      *> 16 the extract failed its control check.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>     2026-10-15  DO   Only the run's parish's ratings and
      *>                      assessments are taken (DLGPRSH CODE);
      *>                      another parish's are passed over.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATER-RELIABILITY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATING-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATING-STATUS.
           SELECT ASSESS-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSESS-STATUS.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT CALIB-FILE ASSIGN DYNAMIC WS-CFN-04
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALIB-STATUS.
           SELECT ROSTER-FILE ASSIGN DYNAMIC WS-CFN-05
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATING-FILE.
       01  RATING-LINE              PIC X(300).

       FD  ASSESS-FILE.
       01  ASSESS-LINE              PIC X(600).

       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).

       FD  CALIB-FILE.
       01  CALIB-LINE               PIC X(300).

       FD  ROSTER-FILE.
       01  ROSTER-LINE              PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CFN-04                PIC X(200).
       01  WS-CFN-05                PIC X(200).
       01  WS-RATING-STATUS         PIC X(02).
       01  WS-ASSESS-STATUS         PIC X(02).
       01  WS-DATA-STATUS           PIC X(02).
       01  WS-CALIB-STATUS          PIC X(02).
       01  WS-ROSTER-STATUS         PIC X(02).
       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).
       01  WS-EOF-FLAG              PIC X(01) VALUE "N".
           88  NO-MORE-INPUT                 VALUE "Y".

      *> Thresholds for a flag (see the header).
       01  WS-MIN-OVERALL           PIC 9(03) VALUE 5.
       01  WS-MIN-GROUP             PIC 9(03) VALUE 3.
       01  WS-STAT-LIMIT            PIC 9(01)V99 VALUE 2.00.
       01  WS-MATERIAL-DEV          PIC 9(01)V99 VALUE 0.25.

      *> Reviewers, with their overall deviation statistics.
       01  WS-RV-MAX                PIC 9(03) VALUE 100.
       01  WS-RV-COUNT              PIC 9(03) VALUE 0.
       01  WS-RV-TABLE.
           05  WS-RV-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-RV-IDX.
               10  WS-RV-ID         PIC X(20).
               10  WS-RV-UID        PIC X(20).
               10  WS-RV-OWN-N      PIC 9(05).
               10  WS-RV-SMIN       PIC 9(01).
               10  WS-RV-SMAX       PIC 9(01).
               10  WS-RV-RN         PIC 9(05).
               10  WS-RV-DSUM       PIC S9(07)V9(04).
               10  WS-RV-DSQ        PIC S9(09)V9(04).
               10  WS-RV-AN         PIC 9(05).
               10  WS-RV-ADIS       PIC 9(05).
               10  WS-RV-FLAGS      PIC X(40).
       01  WS-RV-FOUND              PIC 9(03) VALUE 0.
       01  WS-RV-POS                PIC 9(03) VALUE 0.
       01  WS-RV-OTHER              PIC 9(03) VALUE 0.

      *> The same statistics per reviewer per mode and tradition.
       01  WS-GR-MAX                PIC 9(04) VALUE 1500.
       01  WS-GR-COUNT              PIC 9(04) VALUE 0.
       01  WS-GR-TABLE.
           05  WS-GR-ENTRY OCCURS 1500 TIMES
                   INDEXED BY WS-GR-IDX.
               10  WS-GR-RV         PIC 9(03).
               10  WS-GR-MODE       PIC X(20).
               10  WS-GR-TRAD       PIC X(40).
               10  WS-GR-RN         PIC 9(05).
               10  WS-GR-DSUM       PIC S9(07)V9(04).
               10  WS-GR-DSQ        PIC S9(09)V9(04).
               10  WS-GR-AN         PIC 9(05).
               10  WS-GR-ADIS       PIC 9(05).
               10  WS-GR-FLAGS      PIC X(40).
       01  WS-GR-FOUND              PIC 9(04) VALUE 0.
       01  WS-GR-POS                PIC 9(04) VALUE 0.

      *> Every path scored or assessed, with the board's totals.
       01  WS-PT-MAX                PIC 9(04) VALUE 2000.
       01  WS-PT-COUNT              PIC 9(04) VALUE 0.
       01  WS-PT-TABLE.
           05  WS-PT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-PT-IDX.
               10  WS-PT-PATH       PIC X(200).
               10  WS-PT-MODE       PIC X(20).
               10  WS-PT-TRAD       PIC X(40).
               10  WS-PT-RN         PIC 9(03).
               10  WS-PT-RSUM       PIC 9(05).
               10  WS-PT-AC         PIC 9(03).
               10  WS-PT-AD         PIC 9(03).
               10  WS-PT-AR         PIC 9(03).
       01  WS-PT-FOUND              PIC 9(04) VALUE 0.

      *> A reviewer's latest score, and latest assessment, per
      *> path.
       01  WS-RT-MAX                PIC 9(04) VALUE 4000.
       01  WS-RT-COUNT              PIC 9(04) VALUE 0.
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY OCCURS 4000 TIMES
                   INDEXED BY WS-RT-IDX.
               10  WS-RT-RV         PIC 9(03).
               10  WS-RT-PT         PIC 9(04).
               10  WS-RT-SCORE      PIC 9(01).
       01  WS-AS-MAX                PIC 9(04) VALUE 4000.
       01  WS-AS-COUNT              PIC 9(04) VALUE 0.
       01  WS-AS-TABLE.
           05  WS-AS-ENTRY OCCURS 4000 TIMES
                   INDEXED BY WS-AS-IDX.
               10  WS-AS-RV         PIC 9(03).
               10  WS-AS-PT         PIC 9(04).
               10  WS-AS-CODE       PIC X(01).
       01  WS-A-POS                 PIC 9(04) VALUE 0.
       01  WS-B-POS                 PIC 9(04) VALUE 0.
       01  WS-ENTRY-FOUND           PIC 9(04) VALUE 0.

      *> Pairwise agreement, row the lower reviewer, column the
      *> higher.
       01  WS-PR-TABLE.
           05  WS-PR-ROW OCCURS 100 TIMES.
               10  WS-PR-COL OCCURS 100 TIMES.
                   15  WS-PR-RN     PIC 9(05).
                   15  WS-PR-REXACT PIC 9(05).
                   15  WS-PR-RNEAR  PIC 9(05).
                   15  WS-PR-RGAP   PIC 9(06).
                   15  WS-PR-AN     PIC 9(05).
                   15  WS-PR-ASAME  PIC 9(05).
       01  WS-PR-LO                 PIC 9(03) VALUE 0.
       01  WS-PR-HI                 PIC 9(03) VALUE 0.
       01  WS-PAIRS-SHOWN           PIC 9(05) VALUE 0.

      *> The calibration set.
       01  WS-CB-MAX                PIC 9(03) VALUE 200.
       01  WS-CB-COUNT              PIC 9(03) VALUE 0.
       01  WS-CB-TABLE.
           05  WS-CB-ENTRY OCCURS 200 TIMES.
               10  WS-CB-PATH       PIC X(200).
               10  WS-CB-SCORE      PIC X(01).
               10  WS-CB-ASMT       PIC X(01).
       01  WS-CB-POS                PIC 9(03) VALUE 0.
       01  WS-CB-RN-REQ             PIC 9(03) VALUE 0.
       01  WS-CB-RN-DONE            PIC 9(03) VALUE 0.
       01  WS-CB-REXACT             PIC 9(03) VALUE 0.
       01  WS-CB-RNEAR              PIC 9(03) VALUE 0.
       01  WS-CB-RGAP               PIC 9(05) VALUE 0.
       01  WS-CB-AN-REQ             PIC 9(03) VALUE 0.
       01  WS-CB-AN-DONE            PIC 9(03) VALUE 0.
       01  WS-CB-ASAME              PIC 9(03) VALUE 0.
       01  WS-CB-SHORT              PIC 9(05) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-PATH               PIC X(200).
       01  WS-IN-F3                 PIC X(40).
       01  WS-IN-F4                 PIC X(200).
       01  WS-IN-F5                 PIC X(40).
       01  WS-IN-WHO                PIC X(20).
       01  WS-IN-UWHO               PIC X(20).
       01  WS-SLASH-LEAD            PIC 9(03) VALUE 0.
       01  WS-TABLE-FULL            PIC X(01) VALUE "N".
           88  SOME-TABLE-FULL               VALUE "Y".

      *> Working statistics.
       01  WS-OTHERS-MEAN           PIC S9(03)V9(04).
       01  WS-DEV                   PIC S9(03)V9(04).
       01  WS-OWN-CODE              PIC X(01).
       01  WS-OTH-C                 PIC 9(03).
       01  WS-OTH-D                 PIC 9(03).
       01  WS-OTH-R                 PIC 9(03).
       01  WS-MAJORITY              PIC X(01).
       01  WS-GAP                   PIC 9(01).
       01  WS-BOARD-AN              PIC 9(07) VALUE 0.
       01  WS-BOARD-ADIS            PIC 9(07) VALUE 0.
       01  WS-BOARD-P               PIC 9(01)V9(06) VALUE 0.
       01  WS-STAT-N                PIC 9(05).
       01  WS-STAT-DSUM             PIC S9(07)V9(04).
       01  WS-STAT-DSQ              PIC S9(09)V9(04).
       01  WS-STAT-AN               PIC 9(05).
       01  WS-STAT-ADIS             PIC 9(05).
       01  WS-STAT-MIN              PIC 9(03).
       01  WS-STAT-MEAN             PIC S9(03)V9(04).
       01  WS-STAT-VAR              PIC S9(05)V9(06).
       01  WS-STAT-WORK             PIC S9(09)V9(08).
       01  WS-STAT-DF               PIC 9(05).
       01  WS-STAT-T                PIC S9(05)V9(04).
       01  WS-STAT-Z                PIC S9(05)V9(04).
       01  WS-STAT-P                PIC 9(01)V9(06).
       01  WS-STAT-FLAGS            PIC X(40).
       01  WS-FLAG-COUNT            PIC 9(05) VALUE 0.

      *> Report editing.
       01  WS-MEAN-EDIT             PIC +9.99.
       01  WS-T-EDIT                PIC +(3)9.99.
       01  WS-GAP-EDIT              PIC 9.99.
       01  WS-PCT                   PIC 9(03).
       01  WS-PCT-EDIT              PIC ZZ9.
       01  WS-PCT2-EDIT             PIC ZZ9.
       01  WS-N-EDIT                PIC ZZZZ9.
       01  WS-N2-EDIT               PIC ZZZZ9.
       01  WS-N3-EDIT               PIC ZZZZ9.
       01  WS-REF-EDIT              PIC X(01).
       01  WS-GROUP-NAME            PIC X(60).

       01  WS-SPL-ACTION            PIC X(04).
       01  WS-SPL-PGM               PIC X(30)
           VALUE "RATER-RELIABILITY".
       01  WS-SPL-CLASS             PIC X(10) VALUE "BOARD".
       01  WS-SPL-TEXT              PIC X(132).
       01  WS-FINAL-RC              PIC 9(02) VALUE 0.

      *> Whose a side-file record is (DLGPRSH CODE).
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "RATER-RELIABILITY".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE WS-CFN-03 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1000-LOAD-INPUTS THRU 1000-EXIT.
           PERFORM 2000-DEVIATION-ONE-SCORE THRU 2000-EXIT
               VARYING WS-A-POS FROM 1 BY 1
               UNTIL WS-A-POS > WS-RT-COUNT.
           PERFORM 2100-DEVIATION-ONE-ASSESSMENT THRU 2100-EXIT
               VARYING WS-A-POS FROM 1 BY 1
               UNTIL WS-A-POS > WS-AS-COUNT.
           PERFORM 2200-PAIR-SCORES THRU 2200-EXIT
               VARYING WS-A-POS FROM 1 BY 1
               UNTIL WS-A-POS > WS-RT-COUNT
               AFTER WS-B-POS FROM 1 BY 1
               UNTIL WS-B-POS > WS-RT-COUNT.
           PERFORM 2300-PAIR-ASSESSMENTS THRU 2300-EXIT
               VARYING WS-A-POS FROM 1 BY 1
               UNTIL WS-A-POS > WS-AS-COUNT
               AFTER WS-B-POS FROM 1 BY 1
               UNTIL WS-B-POS > WS-AS-COUNT.
           IF WS-BOARD-AN > 0
               COMPUTE WS-BOARD-P ROUNDED =
                   WS-BOARD-ADIS / WS-BOARD-AN
           END-IF.
           PERFORM 3000-FLAG-REVIEWER THRU 3000-EXIT
               VARYING WS-RV-POS FROM 1 BY 1
               UNTIL WS-RV-POS > WS-RV-COUNT.
           PERFORM 3100-FLAG-GROUP THRU 3100-EXIT
               VARYING WS-GR-POS FROM 1 BY 1
               UNTIL WS-GR-POS > WS-GR-COUNT.
           MOVE "OPEN" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           PERFORM 4000-REPORT-PAIRS THRU 4000-EXIT.
           PERFORM 5000-REPORT-DEVIATION THRU 5000-EXIT.
           PERFORM 6000-REPORT-CALIBRATION THRU 6000-EXIT.
           IF SOME-TABLE-FULL
               MOVE "A table filled - some ratings, assessments or "
                   & "reviewers were not read." TO WS-SPL-TEXT
               PERFORM 7900-SPOOL-LINE THRU 7900-EXIT
               MOVE 4 TO WS-FINAL-RC
           END-IF.
           MOVE "CLOS" TO WS-SPL-ACTION.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.

      *>----------------------------------------------------------*>
      *> Roster, ratings, assessments, calibration set, then the
      *> mode of every path from the extract.
      *>----------------------------------------------------------*>
       1000-LOAD-INPUTS.
           INITIALIZE WS-PR-TABLE.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-STATUS = "00"
               PERFORM 1100-READ-ROSTER THRU 1100-EXIT
                   UNTIL NO-MORE-INPUT
               CLOSE ROSTER-FILE
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT RATING-FILE.
           IF WS-RATING-STATUS = "00"
               PERFORM 1200-READ-RATING THRU 1200-EXIT
                   UNTIL NO-MORE-INPUT
               CLOSE RATING-FILE
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT ASSESS-FILE.
           IF WS-ASSESS-STATUS = "00"
               PERFORM 1300-READ-ASSESSMENT THRU 1300-EXIT
                   UNTIL NO-MORE-INPUT
               CLOSE ASSESS-FILE
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT CALIB-FILE.
           IF WS-CALIB-STATUS = "00"
               PERFORM 1400-READ-CALIBRATION THRU 1400-EXIT
                   UNTIL NO-MORE-INPUT
               CLOSE CALIB-FILE
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT DATA-FILE.
           IF WS-DATA-STATUS = "00"
               PERFORM 1500-READ-MODE THRU 1500-EXIT
                   UNTIL NO-MORE-INPUT
               CLOSE DATA-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-ROSTER.
           READ ROSTER-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF ROSTER-LINE(1:2) NOT = "R|"
               GO TO 1100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-WHO.
           UNSTRING ROSTER-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-WHO
           END-UNSTRING.
           PERFORM 8100-FIND-REVIEWER THRU 8100-EXIT.
       1100-EXIT.
           EXIT.

      *> R|path|score|flags|reviewer|timestamp - the latest per
      *> reviewer per path counts.
       1200-READ-RATING.
           READ RATING-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 1200-EXIT
           END-READ.
           IF RATING-LINE(1:2) NOT = "R|"
               GO TO 1200-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F3 WS-IN-WHO WS-PRS-PARISH.
           UNSTRING RATING-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-PATH WS-IN-F3 WS-IN-F4 WS-IN-WHO
                    WS-IN-F5 WS-PRS-PARISH
           END-UNSTRING.
           MOVE WS-IN-PATH TO WS-PRS-TEXT.
           PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT.
           IF WS-PRS-RC NOT = "00"
               GO TO 1200-EXIT
           END-IF.
           IF WS-IN-F3(1:1) < "1" OR WS-IN-F3(1:1) > "5"
                   OR WS-IN-F3(2:1) NOT = SPACE
                   OR WS-IN-WHO = SPACES
               GO TO 1200-EXIT
           END-IF.
           PERFORM 8100-FIND-REVIEWER THRU 8100-EXIT.
           PERFORM 8200-FIND-PATH THRU 8200-EXIT.
           IF WS-RV-FOUND = 0 OR WS-PT-FOUND = 0
               GO TO 1200-EXIT
           END-IF.
           MOVE 0 TO WS-ENTRY-FOUND.
           SET WS-RT-IDX TO 1.
           SEARCH WS-RT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RT-IDX > WS-RT-COUNT
                   CONTINUE
               WHEN WS-RT-RV (WS-RT-IDX) = WS-RV-FOUND
                       AND WS-RT-PT (WS-RT-IDX) = WS-PT-FOUND
                   SET WS-ENTRY-FOUND TO WS-RT-IDX
           END-SEARCH.
           IF WS-ENTRY-FOUND = 0
               IF WS-RT-COUNT >= WS-RT-MAX
                   SET SOME-TABLE-FULL TO TRUE
                   GO TO 1200-EXIT
               END-IF
               ADD 1 TO WS-RT-COUNT
               MOVE WS-RT-COUNT TO WS-ENTRY-FOUND
               MOVE WS-RV-FOUND TO WS-RT-RV (WS-ENTRY-FOUND)
               MOVE WS-PT-FOUND TO WS-RT-PT (WS-ENTRY-FOUND)
               ADD 1 TO WS-PT-RN (WS-PT-FOUND)
           ELSE
               SUBTRACT WS-RT-SCORE (WS-ENTRY-FOUND)
                   FROM WS-PT-RSUM (WS-PT-FOUND)
           END-IF.
           MOVE WS-IN-F3(1:1) TO WS-RT-SCORE (WS-ENTRY-FOUND).
           ADD WS-RT-SCORE (WS-ENTRY-FOUND) TO WS-PT-RSUM (WS-PT-FOUND).
       1200-EXIT.
           EXIT.

      *> A|path|assessment|rationale|reviewer|timestamp - C
      *> concur, D dissent, R remand; the latest per reviewer per
      *> path counts.
       1300-READ-ASSESSMENT.
           READ ASSESS-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 1300-EXIT
           END-READ.
           IF ASSESS-LINE(1:2) NOT = "A|"
               GO TO 1300-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F3 WS-IN-WHO.
           UNSTRING ASSESS-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-PATH WS-IN-F3 WS-IN-F4 WS-IN-WHO
           END-UNSTRING.
           MOVE WS-IN-PATH TO WS-PRS-TEXT.
           MOVE SPACES TO WS-PRS-PARISH.
           PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT.
           IF WS-PRS-RC NOT = "00"
               GO TO 1300-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-IN-F3(1:1)) TO WS-OWN-CODE.
           IF (WS-OWN-CODE NOT = "C" AND WS-OWN-CODE NOT = "D"
                   AND WS-OWN-CODE NOT = "R")
                   OR WS-IN-WHO = SPACES
               GO TO 1300-EXIT
           END-IF.
           PERFORM 8100-FIND-REVIEWER THRU 8100-EXIT.
           PERFORM 8200-FIND-PATH THRU 8200-EXIT.
           IF WS-RV-FOUND = 0 OR WS-PT-FOUND = 0
               GO TO 1300-EXIT
           END-IF.
           MOVE 0 TO WS-ENTRY-FOUND.
           SET WS-AS-IDX TO 1.
           SEARCH WS-AS-ENTRY
               AT END
                   CONTINUE
               WHEN WS-AS-IDX > WS-AS-COUNT
                   CONTINUE
               WHEN WS-AS-RV (WS-AS-IDX) = WS-RV-FOUND
                       AND WS-AS-PT (WS-AS-IDX) = WS-PT-FOUND
                   SET WS-ENTRY-FOUND TO WS-AS-IDX
           END-SEARCH.
           IF WS-ENTRY-FOUND = 0
               IF WS-AS-COUNT >= WS-AS-MAX
                   SET SOME-TABLE-FULL TO TRUE
                   GO TO 1300-EXIT
               END-IF
               ADD 1 TO WS-AS-COUNT
               MOVE WS-AS-COUNT TO WS-ENTRY-FOUND
               MOVE WS-RV-FOUND TO WS-AS-RV (WS-ENTRY-FOUND)
               MOVE WS-PT-FOUND TO WS-AS-PT (WS-ENTRY-FOUND)
           ELSE
               PERFORM 1310-UNCOUNT-CODE THRU 1310-EXIT
           END-IF.
           MOVE WS-OWN-CODE TO WS-AS-CODE (WS-ENTRY-FOUND).
           EVALUATE WS-OWN-CODE
               WHEN "C"  ADD 1 TO WS-PT-AC (WS-PT-FOUND)
               WHEN "D"  ADD 1 TO WS-PT-AD (WS-PT-FOUND)
               WHEN OTHER ADD 1 TO WS-PT-AR (WS-PT-FOUND)
           END-EVALUATE.
       1300-EXIT.
           EXIT.

       1310-UNCOUNT-CODE.
           EVALUATE WS-AS-CODE (WS-ENTRY-FOUND)
               WHEN "C"  SUBTRACT 1 FROM WS-PT-AC (WS-PT-FOUND)
               WHEN "D"  SUBTRACT 1 FROM WS-PT-AD (WS-PT-FOUND)
               WHEN OTHER SUBTRACT 1 FROM WS-PT-AR (WS-PT-FOUND)
           END-EVALUATE.
       1310-EXIT.
           EXIT.

      *> K|path|reference-score|reference-assessment
       1400-READ-CALIBRATION.
           READ CALIB-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 1400-EXIT
           END-READ.
           IF CALIB-LINE(1:2) NOT = "K|"
               GO TO 1400-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-PATH WS-IN-F3 WS-IN-F4.
           UNSTRING CALIB-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-PATH WS-IN-F3 WS-IN-F4
           END-UNSTRING.
           IF WS-IN-PATH = SPACES
               GO TO 1400-EXIT
           END-IF.
           IF WS-CB-COUNT >= WS-CB-MAX
               SET SOME-TABLE-FULL TO TRUE
               GO TO 1400-EXIT
           END-IF.
           ADD 1 TO WS-CB-COUNT.
           MOVE WS-IN-PATH TO WS-CB-PATH (WS-CB-COUNT).
           MOVE SPACES TO WS-CB-SCORE (WS-CB-COUNT)
                          WS-CB-ASMT (WS-CB-COUNT).
           IF WS-IN-F3(1:1) >= "1" AND WS-IN-F3(1:1) <= "5"
               MOVE WS-IN-F3(1:1) TO WS-CB-SCORE (WS-CB-COUNT)
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-IN-F4(1:1)) TO WS-OWN-CODE.
           IF WS-OWN-CODE = "C" OR WS-OWN-CODE = "D"
                   OR WS-OWN-CODE = "R"
               MOVE WS-OWN-CODE TO WS-CB-ASMT (WS-CB-COUNT)
           END-IF.
       1400-EXIT.
           EXIT.

      *> H|path|topic|mode|... gives the mode of the paths rated.
       1500-READ-MODE.
           READ DATA-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 1500-EXIT
           END-READ.
           IF DATA-LINE(1:2) NOT = "H|"
               GO TO 1500-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F5.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-PATH WS-IN-F4 WS-IN-F5
           END-UNSTRING.
           SET WS-PT-IDX TO 1.
           SEARCH WS-PT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PT-IDX > WS-PT-COUNT
                   CONTINUE
               WHEN WS-PT-PATH (WS-PT-IDX) = WS-IN-PATH
                   MOVE WS-IN-F5(1:20) TO WS-PT-MODE (WS-PT-IDX)
           END-SEARCH.
       1500-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Deviation from the others' consensus, score by score and
      *> assessment by assessment.
      *>----------------------------------------------------------*>
       2000-DEVIATION-ONE-SCORE.
           MOVE WS-RT-RV (WS-A-POS) TO WS-RV-POS.
           MOVE WS-RT-PT (WS-A-POS) TO WS-PT-FOUND.
           ADD 1 TO WS-RV-OWN-N (WS-RV-POS).
           IF WS-RV-OWN-N (WS-RV-POS) = 1
               MOVE WS-RT-SCORE (WS-A-POS) TO WS-RV-SMIN (WS-RV-POS)
                                              WS-RV-SMAX (WS-RV-POS)
           END-IF.
           IF WS-RT-SCORE (WS-A-POS) < WS-RV-SMIN (WS-RV-POS)
               MOVE WS-RT-SCORE (WS-A-POS) TO WS-RV-SMIN (WS-RV-POS)
           END-IF.
           IF WS-RT-SCORE (WS-A-POS) > WS-RV-SMAX (WS-RV-POS)
               MOVE WS-RT-SCORE (WS-A-POS) TO WS-RV-SMAX (WS-RV-POS)
           END-IF.
           IF WS-PT-RN (WS-PT-FOUND) < 2
               GO TO 2000-EXIT
           END-IF.
           COMPUTE WS-OTHERS-MEAN ROUNDED =
               (WS-PT-RSUM (WS-PT-FOUND) - WS-RT-SCORE (WS-A-POS))
               / (WS-PT-RN (WS-PT-FOUND) - 1).
           COMPUTE WS-DEV = WS-RT-SCORE (WS-A-POS) - WS-OTHERS-MEAN.
           PERFORM 8300-FIND-GROUP THRU 8300-EXIT.
           ADD 1 TO WS-RV-RN (WS-RV-POS).
           ADD WS-DEV TO WS-RV-DSUM (WS-RV-POS).
           COMPUTE WS-RV-DSQ (WS-RV-POS) =
               WS-RV-DSQ (WS-RV-POS) + WS-DEV * WS-DEV.
           IF WS-GR-FOUND > 0
               ADD 1 TO WS-GR-RN (WS-GR-FOUND)
               ADD WS-DEV TO WS-GR-DSUM (WS-GR-FOUND)
               COMPUTE WS-GR-DSQ (WS-GR-FOUND) =
                   WS-GR-DSQ (WS-GR-FOUND) + WS-DEV * WS-DEV
           END-IF.
       2000-EXIT.
           EXIT.

       2100-DEVIATION-ONE-ASSESSMENT.
           MOVE WS-AS-RV (WS-A-POS) TO WS-RV-POS.
           MOVE WS-AS-PT (WS-A-POS) TO WS-PT-FOUND.
           MOVE WS-PT-AC (WS-PT-FOUND) TO WS-OTH-C.
           MOVE WS-PT-AD (WS-PT-FOUND) TO WS-OTH-D.
           MOVE WS-PT-AR (WS-PT-FOUND) TO WS-OTH-R.
           EVALUATE WS-AS-CODE (WS-A-POS)
               WHEN "C"  SUBTRACT 1 FROM WS-OTH-C
               WHEN "D"  SUBTRACT 1 FROM WS-OTH-D
               WHEN OTHER SUBTRACT 1 FROM WS-OTH-R
           END-EVALUATE.
      *> The others' majority; no majority, no comparison.
           MOVE SPACE TO WS-MAJORITY.
           IF WS-OTH-C > WS-OTH-D AND WS-OTH-C > WS-OTH-R
               MOVE "C" TO WS-MAJORITY
           END-IF.
           IF WS-OTH-D > WS-OTH-C AND WS-OTH-D > WS-OTH-R
               MOVE "D" TO WS-MAJORITY
           END-IF.
           IF WS-OTH-R > WS-OTH-C AND WS-OTH-R > WS-OTH-D
               MOVE "R" TO WS-MAJORITY
           END-IF.
           IF WS-MAJORITY = SPACE
               GO TO 2100-EXIT
           END-IF.
           PERFORM 8300-FIND-GROUP THRU 8300-EXIT.
           ADD 1 TO WS-RV-AN (WS-RV-POS) WS-BOARD-AN.
           IF WS-GR-FOUND > 0
               ADD 1 TO WS-GR-AN (WS-GR-FOUND)
           END-IF.
           IF WS-AS-CODE (WS-A-POS) NOT = WS-MAJORITY
               ADD 1 TO WS-RV-ADIS (WS-RV-POS) WS-BOARD-ADIS
               IF WS-GR-FOUND > 0
                   ADD 1 TO WS-GR-ADIS (WS-GR-FOUND)
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *> Each unordered pair of scores on one path by two
      *> reviewers, counted once.
       2200-PAIR-SCORES.
           IF WS-B-POS <= WS-A-POS
                   OR WS-RT-PT (WS-B-POS) NOT = WS-RT-PT (WS-A-POS)
               GO TO 2200-EXIT
           END-IF.
           PERFORM 8400-ORDER-PAIR-SCORES THRU 8400-EXIT.
           ADD 1 TO WS-PR-RN (WS-PR-LO WS-PR-HI).
           IF WS-RT-SCORE (WS-A-POS) > WS-RT-SCORE (WS-B-POS)
               COMPUTE WS-GAP =
                   WS-RT-SCORE (WS-A-POS) - WS-RT-SCORE (WS-B-POS)
           ELSE
               COMPUTE WS-GAP =
                   WS-RT-SCORE (WS-B-POS) - WS-RT-SCORE (WS-A-POS)
           END-IF.
           ADD WS-GAP TO WS-PR-RGAP (WS-PR-LO WS-PR-HI).
           IF WS-GAP = 0
               ADD 1 TO WS-PR-REXACT (WS-PR-LO WS-PR-HI)
           END-IF.
           IF WS-GAP <= 1
               ADD 1 TO WS-PR-RNEAR (WS-PR-LO WS-PR-HI)
           END-IF.
       2200-EXIT.
           EXIT.

       2300-PAIR-ASSESSMENTS.
           IF WS-B-POS <= WS-A-POS
                   OR WS-AS-PT (WS-B-POS) NOT = WS-AS-PT (WS-A-POS)
               GO TO 2300-EXIT
           END-IF.
           IF WS-AS-RV (WS-A-POS) < WS-AS-RV (WS-B-POS)
               MOVE WS-AS-RV (WS-A-POS) TO WS-PR-LO
               MOVE WS-AS-RV (WS-B-POS) TO WS-PR-HI
           ELSE
               MOVE WS-AS-RV (WS-B-POS) TO WS-PR-LO
               MOVE WS-AS-RV (WS-A-POS) TO WS-PR-HI
           END-IF.
           ADD 1 TO WS-PR-AN (WS-PR-LO WS-PR-HI).
           IF WS-AS-CODE (WS-A-POS) = WS-AS-CODE (WS-B-POS)
               ADD 1 TO WS-PR-ASAME (WS-PR-LO WS-PR-HI)
           END-IF.
       2300-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Flags, overall and within each mode and tradition.
      *>----------------------------------------------------------*>
       3000-FLAG-REVIEWER.
           MOVE WS-RV-RN (WS-RV-POS) TO WS-STAT-N.
           MOVE WS-RV-DSUM (WS-RV-POS) TO WS-STAT-DSUM.
           MOVE WS-RV-DSQ (WS-RV-POS) TO WS-STAT-DSQ.
           MOVE WS-RV-AN (WS-RV-POS) TO WS-STAT-AN.
           MOVE WS-RV-ADIS (WS-RV-POS) TO WS-STAT-ADIS.
           MOVE WS-MIN-OVERALL TO WS-STAT-MIN.
           PERFORM 3500-TEST-STATISTICS THRU 3500-EXIT.
           IF WS-RV-OWN-N (WS-RV-POS) >= WS-MIN-OVERALL
                   AND WS-RV-SMIN (WS-RV-POS) = WS-RV-SMAX (WS-RV-POS)
               STRING FUNCTION TRIM(WS-STAT-FLAGS) " FLAT"
                   DELIMITED BY SIZE INTO WS-STAT-FLAGS
               END-STRING
           END-IF.
           MOVE FUNCTION TRIM(WS-STAT-FLAGS) TO WS-RV-FLAGS (WS-RV-POS).
           IF WS-RV-FLAGS (WS-RV-POS) NOT = SPACES
               ADD 1 TO WS-FLAG-COUNT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-FLAG-GROUP.
           MOVE WS-GR-RN (WS-GR-POS) TO WS-STAT-N.
           MOVE WS-GR-DSUM (WS-GR-POS) TO WS-STAT-DSUM.
           MOVE WS-GR-DSQ (WS-GR-POS) TO WS-STAT-DSQ.
           MOVE WS-GR-AN (WS-GR-POS) TO WS-STAT-AN.
           MOVE WS-GR-ADIS (WS-GR-POS) TO WS-STAT-ADIS.
           MOVE WS-MIN-GROUP TO WS-STAT-MIN.
           PERFORM 3500-TEST-STATISTICS THRU 3500-EXIT.
           MOVE FUNCTION TRIM(WS-STAT-FLAGS) TO WS-GR-FLAGS (WS-GR-POS).
           IF WS-GR-FLAGS (WS-GR-POS) NOT = SPACES
               ADD 1 TO WS-FLAG-COUNT
           END-IF.
       3100-EXIT.
           EXIT.

      *> LENIENT/SEVERE from the deviations, CONTRARIAN from the
      *> against-majority count, into WS-STAT-FLAGS.
       3500-TEST-STATISTICS.
           MOVE SPACES TO WS-STAT-FLAGS.
           MOVE 0 TO WS-STAT-MEAN WS-STAT-T WS-STAT-Z WS-STAT-P.
           IF WS-STAT-N > 0
               COMPUTE WS-STAT-MEAN ROUNDED = WS-STAT-DSUM / WS-STAT-N
           END-IF.
           IF WS-STAT-AN > 0
               COMPUTE WS-STAT-P ROUNDED = WS-STAT-ADIS / WS-STAT-AN
           END-IF.
           IF WS-STAT-N >= WS-STAT-MIN AND WS-STAT-N > 1
      *> Sample variance in steps, each to a field of its own.
               COMPUTE WS-STAT-WORK =
                   WS-STAT-N * WS-STAT-MEAN * WS-STAT-MEAN
               COMPUTE WS-STAT-VAR = WS-STAT-DSQ - WS-STAT-WORK
               COMPUTE WS-STAT-DF = WS-STAT-N - 1
               DIVIDE WS-STAT-DF INTO WS-STAT-VAR ROUNDED
               IF WS-STAT-VAR > 0.000001
                   COMPUTE WS-STAT-T ROUNDED = WS-STAT-MEAN
                       / FUNCTION SQRT(WS-STAT-VAR / WS-STAT-N)
               ELSE
      *> Every deviation the same: as significant as it gets.
                   IF WS-STAT-MEAN > 0
                       MOVE 999 TO WS-STAT-T
                   END-IF
                   IF WS-STAT-MEAN < 0
                       MOVE -999 TO WS-STAT-T
                   END-IF
               END-IF
               IF WS-STAT-T >= WS-STAT-LIMIT
                       AND WS-STAT-MEAN >= WS-MATERIAL-DEV
                   MOVE "LENIENT" TO WS-STAT-FLAGS
               END-IF
               IF WS-STAT-T <= 0 - WS-STAT-LIMIT
                       AND WS-STAT-MEAN <= 0 - WS-MATERIAL-DEV
                   MOVE "SEVERE" TO WS-STAT-FLAGS
               END-IF
           END-IF.
           IF WS-STAT-AN >= WS-STAT-MIN
                   AND WS-BOARD-P > 0 AND WS-BOARD-P < 1
               COMPUTE WS-STAT-Z ROUNDED = (WS-STAT-P - WS-BOARD-P)
                   / FUNCTION SQRT(WS-BOARD-P * (1 - WS-BOARD-P)
                                   / WS-STAT-AN)
               IF WS-STAT-Z >= WS-STAT-LIMIT
                   STRING FUNCTION TRIM(WS-STAT-FLAGS) " CONTRARIAN"
                       DELIMITED BY SIZE INTO WS-STAT-FLAGS
                   END-STRING
               END-IF
           END-IF.
           MOVE FUNCTION TRIM(WS-STAT-FLAGS) TO WS-STAT-FLAGS.
       3500-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Report: pairwise agreement.
      *>----------------------------------------------------------*>
       4000-REPORT-PAIRS.
           MOVE "RATER RELIABILITY - PAIRWISE AGREEMENT" TO WS-SPL-TEXT.
           PERFORM 7900-SPOOL-LINE THRU 7900-EXIT.
           MOVE "------------------------------------------------"
               TO WS-SPL-TEXT.
           PERFORM 7900-SPOOL-LINE THRU 7900-EXIT.
           PERFORM 4100-REPORT-ONE-PAIR THRU 4100-EXIT
               VARYING WS-PR-LO FROM 1 BY 1
               UNTIL WS-PR-LO > WS-RV-COUNT
               AFTER WS-PR-HI FROM 1 BY 1
               UNTIL WS-PR-HI > WS-RV-COUNT.
           IF WS-PAIRS-SHOWN = 0
               MOVE "  No two reviewers have scored or assessed the "
                   & "same record." TO WS-SPL-TEXT
               PERFORM 7900-SPOOL-LINE THRU 7900-EXIT
           END-IF.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 7900-SPOOL-LINE THRU 7900-EXIT.
       4000-EXIT.
           EXIT.

       4100-REPORT-ONE-PAIR.
           IF WS-PR-HI <= WS-PR-LO
               GO TO 4100-EXIT
           END-IF.
           IF WS-PR-RN (WS-PR-LO WS-PR-HI) = 0
                   AND WS-PR-AN (WS-PR-LO WS-PR-HI) = 0
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-PAIRS-SHOWN.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "  " FUNCTION TRIM(WS-RV-ID (WS-PR-LO)) " / "
                  FUNCTION TRIM(WS-RV-ID (WS-PR-HI))
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 7900-SPOOL-LINE THRU 7900-EXIT.
           IF WS-PR-RN (WS-PR-LO WS-PR-HI) > 0
               MOVE WS-PR-RN (WS-PR-LO WS-PR-HI) TO WS-N-EDIT
               COMPUTE WS-PCT ROUNDED =
                   WS-PR-REXACT (WS-PR-LO WS-PR-HI) * 100
                   / WS-PR-RN (WS-PR-LO WS-PR-HI)
               MOVE WS-PCT TO WS-PCT-EDIT
               COMPUTE WS-PCT ROUNDED =
                   WS-PR-RNEAR (WS-PR-LO WS-PR-HI) * 100
                   / WS-PR-RN (WS-PR-LO WS-PR-HI)
               MOVE WS-PCT TO WS-PCT2-EDIT
               COMPUTE WS-GAP-EDIT ROUNDED =
                   WS-PR-RGAP (WS-PR-LO WS-PR-HI)
                   / WS-PR-RN (WS-PR-LO WS-PR-HI)
               MOVE SPACES TO WS-SPL-TEXT
               STRING "      scores:      " WS-N-EDIT " shared, "
                      WS-PCT-EDIT "% exact, " WS-PCT2-EDIT
                      "% within one, mean gap " WS-GAP-EDIT
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 7900-SPOOL-LINE THRU 7900-EXIT
           END-IF.
           IF WS-PR-AN (WS-PR-LO WS-PR-HI) > 0
               MOVE WS-PR-AN (WS-PR-LO WS-PR-HI) TO WS-N-EDIT
               COMPUTE WS-PCT ROUNDED =
                   WS-PR-ASAME (WS-PR-LO WS-PR-HI) * 100
                   / WS-PR-AN (WS-PR-LO WS-PR-HI)
               MOVE WS-PCT TO WS-PCT-EDIT
               MOVE SPACES TO WS-SPL-TEXT
               STRING "      assessments: " WS-N-EDIT " shared, "
                      WS-PCT-EDIT "% the same"
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 7900-SPOOL-LINE THRU 7900-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Report: deviation from consensus, reviewer by reviewer
      *> with their modes and traditions beneath.
      *>----------------------------------------------------------*>
       5000-REPORT-DEVIATION.
           MOVE "RATER RELIABILITY - DEVIATION FROM CONSENSUS"
               TO WS-SPL-TEXT.
           PERFORM 7900-SPOOL-LINE THRU 7900-EXIT.
           MOVE "------------------------------------------------"
               TO WS-SPL-TEXT.
           PERFORM 7900-SPOOL-LINE THRU 7900-EXIT.
           COMPUTE WS-PCT ROUNDED = WS-BOARD-P * 100.
           MOVE WS-PCT TO WS-PCT-EDIT.
           MOVE WS-BOARD-AN TO WS-N-EDIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "  Board: against the others' majority on "
                  WS-PCT-EDIT "% of " FUNCTION TRIM(WS-N-EDIT)
                  " compared assessment(s)"
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 7900-SPOOL-LINE THRU 7900-EXIT.
           PERFORM 5100-REPORT-ONE-REVIEWER THRU 5100-EXIT
               VARYING WS-RV-POS FROM 1 BY 1
               UNTIL WS-RV-POS > WS-RV-COUNT.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 7900-SPOOL-LINE THRU 7900-EXIT.
           MOVE WS-FLAG-COUNT TO WS-N-EDIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "  " FUNCTION TRIM(WS-N-EDIT)
                  " flag(s) raised (overall and by mode and "
                  "tradition)"
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 7900-SPOOL-LINE THRU 7900-EXIT.
           IF WS-FLAG-COUNT > 0
               MOVE 4 TO WS-FINAL-RC
           END-IF.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 7900-SPOOL-LINE THRU 7900-EXIT.
       5000-EXIT.
           EXIT.

       5100-REPORT-ONE-REVIEWER.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 7900-SPOOL-LINE THRU 7900-EXIT.
           MOVE WS-RV-OWN-N (WS-RV-POS) TO WS-N-EDIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "  " WS-RV-ID (WS-RV-POS) " "
                  FUNCTION TRIM(WS-N-EDIT) " score(s) given"
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           IF WS-RV-OWN-N (WS-RV-POS) > 0
               STRING FUNCTION TRIM(WS-SPL-TEXT TRAILING) ", range "
                      WS-RV-SMIN (WS-RV-POS) "-"
                      WS-RV-SMAX (WS-RV-POS)
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
           END-IF.
           PERFORM 7900-SPOOL-LINE THRU 7900-EXIT.
           MOVE "overall" TO WS-GROUP-NAME.
           MOVE WS-RV-RN (WS-RV-POS) TO WS-STAT-N.
           MOVE WS-RV-DSUM (WS-RV-POS) TO WS-STAT-DSUM.
           MOVE WS-RV-DSQ (WS-RV-POS) TO WS-STAT-DSQ.
           MOVE WS-RV-AN (WS-RV-POS) TO WS-STAT-AN.
           MOVE WS-RV-ADIS (WS-RV-POS) TO WS-STAT-ADIS.
           MOVE WS-RV-FLAGS (WS-RV-POS) TO WS-STAT-FLAGS.
           PERFORM 5200-SHOW-STATISTICS THRU 5200-EXIT.
           PERFORM 5150-REPORT-ONE-GROUP THRU 5150-EXIT
               VARYING WS-GR-POS FROM 1 BY 1
               UNTIL WS-GR-POS > WS-GR-COUNT.
       5100-EXIT.
           EXIT.

       5150-REPORT-ONE-GROUP.
           IF WS-GR-RV (WS-GR-POS) NOT = WS-RV-POS
               GO TO 5150-EXIT
           END-IF.
           MOVE SPACES TO WS-GROUP-NAME.
           STRING FUNCTION TRIM(WS-GR-TRAD (WS-GR-POS)) " "
                  FUNCTION TRIM(WS-GR-MODE (WS-GR-POS))
               DELIMITED BY SIZE INTO WS-GROUP-NAME
           END-STRING.
           MOVE WS-GR-RN (WS-GR-POS) TO WS-STAT-N.
           MOVE WS-GR-DSUM (WS-GR-POS) TO WS-STAT-DSUM.
           MOVE WS-GR-DSQ (WS-GR-POS) TO WS-STAT-DSQ.
           MOVE WS-GR-AN (WS-GR-POS) TO WS-STAT-AN.
           MOVE WS-GR-ADIS (WS-GR-POS) TO WS-STAT-ADIS.
           MOVE WS-GR-FLAGS (WS-GR-POS) TO WS-STAT-FLAGS.
           PERFORM 5200-SHOW-STATISTICS THRU 5200-EXIT.
       5150-EXIT.
           EXIT.

      *> One line: compared scores with mean deviation and t, then
      *> compared assessments and how many went against the
      *> majority; any flags on a line of their own.
       5200-SHOW-STATISTICS.
           MOVE WS-STAT-FLAGS TO WS-IN-F5.
           MOVE WS-MIN-GROUP TO WS-STAT-MIN.
           PERFORM 3500-TEST-STATISTICS THRU 3500-EXIT.
           MOVE WS-IN-F5 TO WS-STAT-FLAGS.
           MOVE WS-STAT-N TO WS-N-EDIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "    " WS-GROUP-NAME(1:30) " scores" WS-N-EDIT
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           IF WS-STAT-N > 0
               MOVE WS-STAT-MEAN TO WS-MEAN-EDIT
               STRING FUNCTION TRIM(WS-SPL-TEXT TRAILING)
                      " dev " WS-MEAN-EDIT
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
           END-IF.
           IF WS-STAT-T NOT = 0
               MOVE WS-STAT-T TO WS-T-EDIT
               STRING FUNCTION TRIM(WS-SPL-TEXT TRAILING)
                      " t " FUNCTION TRIM(WS-T-EDIT)
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
           END-IF.
           MOVE WS-STAT-AN TO WS-N2-EDIT.
           MOVE WS-STAT-ADIS TO WS-N3-EDIT.
           STRING FUNCTION TRIM(WS-SPL-TEXT TRAILING)
                  " / assessed " FUNCTION TRIM(WS-N2-EDIT)
                  ", against " FUNCTION TRIM(WS-N3-EDIT)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 7900-SPOOL-LINE THRU 7900-EXIT.
           IF WS-STAT-FLAGS NOT = SPACES
               MOVE SPACES TO WS-SPL-TEXT
               STRING "      ** " FUNCTION TRIM(WS-STAT-FLAGS)
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 7900-SPOOL-LINE THRU 7900-EXIT
           END-IF.
       5200-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Report: the calibration set, reviewer by reviewer.
      *>----------------------------------------------------------*>
       6000-REPORT-CALIBRATION.
           MOVE "RATER RELIABILITY - CALIBRATION SET" TO WS-SPL-TEXT.
           PERFORM 7900-SPOOL-LINE THRU 7900-EXIT.
           MOVE "------------------------------------------------"
               TO WS-SPL-TEXT.
           PERFORM 7900-SPOOL-LINE THRU 7900-EXIT.
           IF WS-CB-COUNT = 0
               MOVE SPACES TO WS-SPL-TEXT
               STRING "  No calibration set on "
                      FUNCTION TRIM(WS-CFN-04)
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 7900-SPOOL-LINE THRU 7900-EXIT
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6100-CALIBRATE-REVIEWER THRU 6100-EXIT
               VARYING WS-RV-POS FROM 1 BY 1
               UNTIL WS-RV-POS > WS-RV-COUNT.
           MOVE "BRK " TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           MOVE WS-CB-SHORT TO WS-N-EDIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "  " FUNCTION TRIM(WS-N-EDIT)
                  " reviewer(s) short of or off the calibration set"
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 7900-SPOOL-LINE THRU 7900-EXIT.
           IF WS-CB-SHORT > 0
               MOVE 4 TO WS-FINAL-RC
           END-IF.
       6000-EXIT.
           EXIT.

       6100-CALIBRATE-REVIEWER.
           MOVE "BRK " TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "REVIEWER|" FUNCTION TRIM(WS-RV-ID (WS-RV-POS))
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           MOVE 0 TO WS-CB-RN-REQ WS-CB-RN-DONE WS-CB-REXACT
                     WS-CB-RNEAR WS-CB-RGAP WS-CB-AN-REQ
                     WS-CB-AN-DONE WS-CB-ASAME.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "  " WS-RV-ID (WS-RV-POS)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 7900-SPOOL-LINE THRU 7900-EXIT.
           PERFORM 6200-CALIBRATE-ITEM THRU 6200-EXIT
               VARYING WS-CB-POS FROM 1 BY 1
               UNTIL WS-CB-POS > WS-CB-COUNT.
           MOVE WS-CB-RN-DONE TO WS-N-EDIT.
           MOVE WS-CB-RN-REQ TO WS-N2-EDIT.
           MOVE WS-CB-REXACT TO WS-N3-EDIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "    scores " FUNCTION TRIM(WS-N-EDIT) " of "
                  FUNCTION TRIM(WS-N2-EDIT) ", exact "
                  FUNCTION TRIM(WS-N3-EDIT)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           IF WS-CB-RN-DONE > 0
               MOVE WS-CB-RNEAR TO WS-N-EDIT
               COMPUTE WS-GAP-EDIT ROUNDED =
                   WS-CB-RGAP / WS-CB-RN-DONE
               STRING FUNCTION TRIM(WS-SPL-TEXT TRAILING)
                      ", within one " FUNCTION TRIM(WS-N-EDIT)
                      ", mean gap " WS-GAP-EDIT
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
           END-IF.
           MOVE WS-CB-AN-DONE TO WS-N-EDIT.
           MOVE WS-CB-AN-REQ TO WS-N2-EDIT.
           MOVE WS-CB-ASAME TO WS-N3-EDIT.
           STRING FUNCTION TRIM(WS-SPL-TEXT TRAILING)
                  "; assessments " FUNCTION TRIM(WS-N-EDIT) " of "
                  FUNCTION TRIM(WS-N2-EDIT) ", on reference "
                  FUNCTION TRIM(WS-N3-EDIT)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 7900-SPOOL-LINE THRU 7900-EXIT.
           IF WS-CB-RN-DONE < WS-CB-RN-REQ
                   OR WS-CB-RNEAR < WS-CB-RN-DONE
                   OR WS-CB-AN-DONE < WS-CB-AN-REQ
                   OR WS-CB-ASAME < WS-CB-AN-DONE
               ADD 1 TO WS-CB-SHORT
           END-IF.
       6100-EXIT.
           EXIT.

       6200-CALIBRATE-ITEM.
           MOVE WS-CB-PATH (WS-CB-POS) TO WS-IN-PATH.
           MOVE 0 TO WS-PT-FOUND.
           SET WS-PT-IDX TO 1.
           SEARCH WS-PT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PT-IDX > WS-PT-COUNT
                   CONTINUE
               WHEN WS-PT-PATH (WS-PT-IDX) = WS-IN-PATH
                   SET WS-PT-FOUND TO WS-PT-IDX
           END-SEARCH.
           IF WS-CB-SCORE (WS-CB-POS) NOT = SPACE
               ADD 1 TO WS-CB-RN-REQ
               PERFORM 6300-CALIBRATE-SCORE THRU 6300-EXIT
           END-IF.
           IF WS-CB-ASMT (WS-CB-POS) NOT = SPACE
               ADD 1 TO WS-CB-AN-REQ
               PERFORM 6400-CALIBRATE-ASSESSMENT THRU 6400-EXIT
           END-IF.
       6200-EXIT.
           EXIT.

       6300-CALIBRATE-SCORE.
           MOVE 0 TO WS-ENTRY-FOUND.
           IF WS-PT-FOUND > 0
               SET WS-RT-IDX TO 1
               SEARCH WS-RT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RT-IDX > WS-RT-COUNT
                       CONTINUE
                   WHEN WS-RT-RV (WS-RT-IDX) = WS-RV-POS
                           AND WS-RT-PT (WS-RT-IDX) = WS-PT-FOUND
                       SET WS-ENTRY-FOUND TO WS-RT-IDX
               END-SEARCH
           END-IF.
           IF WS-ENTRY-FOUND = 0
               MOVE SPACES TO WS-SPL-TEXT
               STRING "    NOT SCORED   "
                      FUNCTION TRIM(WS-CB-PATH (WS-CB-POS))
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 7900-SPOOL-LINE THRU 7900-EXIT
               GO TO 6300-EXIT
           END-IF.
           ADD 1 TO WS-CB-RN-DONE.
           IF WS-RT-SCORE (WS-ENTRY-FOUND) > WS-CB-SCORE (WS-CB-POS)
               COMPUTE WS-GAP = WS-RT-SCORE (WS-ENTRY-FOUND)
                   - FUNCTION NUMVAL(WS-CB-SCORE (WS-CB-POS))
           ELSE
               COMPUTE WS-GAP =
                   FUNCTION NUMVAL(WS-CB-SCORE (WS-CB-POS))
                   - WS-RT-SCORE (WS-ENTRY-FOUND)
           END-IF.
           ADD WS-GAP TO WS-CB-RGAP.
           IF WS-GAP = 0
               ADD 1 TO WS-CB-REXACT
           END-IF.
           IF WS-GAP <= 1
               ADD 1 TO WS-CB-RNEAR
               GO TO 6300-EXIT
           END-IF.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "    SCORED " WS-RT-SCORE (WS-ENTRY-FOUND)
                  " (reference " WS-CB-SCORE (WS-CB-POS) ") "
                  FUNCTION TRIM(WS-CB-PATH (WS-CB-POS))
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 7900-SPOOL-LINE THRU 7900-EXIT.
       6300-EXIT.
           EXIT.

       6400-CALIBRATE-ASSESSMENT.
           MOVE 0 TO WS-ENTRY-FOUND.
           IF WS-PT-FOUND > 0
               SET WS-AS-IDX TO 1
               SEARCH WS-AS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-AS-IDX > WS-AS-COUNT
                       CONTINUE
                   WHEN WS-AS-RV (WS-AS-IDX) = WS-RV-POS
                           AND WS-AS-PT (WS-AS-IDX) = WS-PT-FOUND
                       SET WS-ENTRY-FOUND TO WS-AS-IDX
               END-SEARCH
           END-IF.
           IF WS-ENTRY-FOUND = 0
               MOVE SPACES TO WS-SPL-TEXT
               STRING "    NOT ASSESSED "
                      FUNCTION TRIM(WS-CB-PATH (WS-CB-POS))
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 7900-SPOOL-LINE THRU 7900-EXIT
               GO TO 6400-EXIT
           END-IF.
           ADD 1 TO WS-CB-AN-DONE.
           IF WS-AS-CODE (WS-ENTRY-FOUND) = WS-CB-ASMT (WS-CB-POS)
               ADD 1 TO WS-CB-ASAME
               GO TO 6400-EXIT
           END-IF.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "    ASSESSED " WS-AS-CODE (WS-ENTRY-FOUND)
                  " (reference " WS-CB-ASMT (WS-CB-POS) ") "
                  FUNCTION TRIM(WS-CB-PATH (WS-CB-POS))
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 7900-SPOOL-LINE THRU 7900-EXIT.
       6400-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Table helpers.
      *>----------------------------------------------------------*>
      *> The reviewer named WS-IN-WHO, added when new.
       8100-FIND-REVIEWER.
           MOVE 0 TO WS-RV-FOUND.
           IF WS-IN-WHO = SPACES
               GO TO 8100-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-WHO))
               TO WS-IN-UWHO.
           SET WS-RV-IDX TO 1.
           SEARCH WS-RV-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RV-IDX > WS-RV-COUNT
                   CONTINUE
               WHEN WS-RV-UID (WS-RV-IDX) = WS-IN-UWHO
                   SET WS-RV-FOUND TO WS-RV-IDX
           END-SEARCH.
           IF WS-RV-FOUND > 0
               GO TO 8100-EXIT
           END-IF.
           IF WS-RV-COUNT >= WS-RV-MAX
               SET SOME-TABLE-FULL TO TRUE
               GO TO 8100-EXIT
           END-IF.
           ADD 1 TO WS-RV-COUNT.
           MOVE WS-RV-COUNT TO WS-RV-FOUND.
           INITIALIZE WS-RV-ENTRY (WS-RV-FOUND).
           MOVE FUNCTION TRIM(WS-IN-WHO) TO WS-RV-ID (WS-RV-FOUND).
           MOVE WS-IN-UWHO TO WS-RV-UID (WS-RV-FOUND).
       8100-EXIT.
           EXIT.

      *> The path WS-IN-PATH, added when new with its tradition
      *> folder; the mode comes later from the extract.
       8200-FIND-PATH.
           MOVE 0 TO WS-PT-FOUND.
           SET WS-PT-IDX TO 1.
           SEARCH WS-PT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PT-IDX > WS-PT-COUNT
                   CONTINUE
               WHEN WS-PT-PATH (WS-PT-IDX) = WS-IN-PATH
                   SET WS-PT-FOUND TO WS-PT-IDX
           END-SEARCH.
           IF WS-PT-FOUND > 0
               GO TO 8200-EXIT
           END-IF.
           IF WS-PT-COUNT >= WS-PT-MAX
               SET SOME-TABLE-FULL TO TRUE
               GO TO 8200-EXIT
           END-IF.
           ADD 1 TO WS-PT-COUNT.
           MOVE WS-PT-COUNT TO WS-PT-FOUND.
           INITIALIZE WS-PT-ENTRY (WS-PT-FOUND).
           MOVE WS-IN-PATH TO WS-PT-PATH (WS-PT-FOUND).
           MOVE "(off extract)" TO WS-PT-MODE (WS-PT-FOUND).
           MOVE 0 TO WS-SLASH-LEAD.
           INSPECT WS-IN-PATH TALLYING WS-SLASH-LEAD
               FOR CHARACTERS BEFORE INITIAL "/".
           IF WS-SLASH-LEAD > 0 AND WS-SLASH-LEAD <= 40
               MOVE WS-IN-PATH(1:WS-SLASH-LEAD)
                   TO WS-PT-TRAD (WS-PT-FOUND)
           ELSE
               MOVE "(no folder)" TO WS-PT-TRAD (WS-PT-FOUND)
           END-IF.
       8200-EXIT.
           EXIT.

      *> The group of reviewer WS-RV-POS for the mode and tradition
      *> of path WS-PT-FOUND, added when new.
       8300-FIND-GROUP.
           MOVE 0 TO WS-GR-FOUND.
           SET WS-GR-IDX TO 1.
           SEARCH WS-GR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-GR-IDX > WS-GR-COUNT
                   CONTINUE
               WHEN WS-GR-RV (WS-GR-IDX) = WS-RV-POS
                       AND WS-GR-MODE (WS-GR-IDX)
                           = WS-PT-MODE (WS-PT-FOUND)
                       AND WS-GR-TRAD (WS-GR-IDX)
                           = WS-PT-TRAD (WS-PT-FOUND)
                   SET WS-GR-FOUND TO WS-GR-IDX
           END-SEARCH.
           IF WS-GR-FOUND > 0
               GO TO 8300-EXIT
           END-IF.
           IF WS-GR-COUNT >= WS-GR-MAX
               SET SOME-TABLE-FULL TO TRUE
               GO TO 8300-EXIT
           END-IF.
           ADD 1 TO WS-GR-COUNT.
           MOVE WS-GR-COUNT TO WS-GR-FOUND.
           INITIALIZE WS-GR-ENTRY (WS-GR-FOUND).
           MOVE WS-RV-POS TO WS-GR-RV (WS-GR-FOUND).
           MOVE WS-PT-MODE (WS-PT-FOUND) TO WS-GR-MODE (WS-GR-FOUND).
           MOVE WS-PT-TRAD (WS-PT-FOUND) TO WS-GR-TRAD (WS-GR-FOUND).
       8300-EXIT.
           EXIT.

       8400-ORDER-PAIR-SCORES.
           IF WS-RT-RV (WS-A-POS) < WS-RT-RV (WS-B-POS)
               MOVE WS-RT-RV (WS-A-POS) TO WS-PR-LO
               MOVE WS-RT-RV (WS-B-POS) TO WS-PR-HI
           ELSE
               MOVE WS-RT-RV (WS-B-POS) TO WS-PR-LO
               MOVE WS-RT-RV (WS-A-POS) TO WS-PR-HI
           END-IF.
       8400-EXIT.
           EXIT.

      *> The record's parish column in WS-PRS-PARISH (blank
      *> falls back to the path in WS-PRS-TEXT) against the run's
      *> view; WS-PRS-RC "04" is another parish's record.
       8900-JUDGE-PARISH.
           MOVE "CODE" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
       8900-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "ratings.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "assessments.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "dialogue_data.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE "calibration_set.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
           MOVE "reviewer_roster.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-05.
       0900-EXIT.
           EXIT.

      *> One report line to the console and the spool member alike.
       7900-SPOOL-LINE.
           MOVE "LINE" TO WS-SPL-ACTION.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
       7900-EXIT.
           EXIT.
