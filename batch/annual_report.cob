      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> ANNUAL-REPORT
      *>
      *> The year for the parish council, in one document. Every
      *> January the year was assembled by hand out of
      *> STATS-SERIES output, the period-close figures, the
      *> moderation and appeal dockets, the question box, the
      *> publication registers and circulation feedback - a
      *> week's work, and never quite the numbers the board had
      *> already been shown. This composes it from the files
      *> themselves and renders one paginated document to
      *> batch/annual_report.txt in ANTHOLOGY-PRINT's 60-line page
      *> discipline:
      *>
      *>     1. volumes by mode (and messages) with the
      *>        year-over-year change, and by tradition,
      *>     2. questions received, answered and declined, with
      *>        the average turnaround in days,
      *>     3. publications issued and the readers' response,
      *>     4. moderation rulings and appeal outcomes,
      *>     5. incidents and the availability of the nightly,
      *>     6. the year's most-read and best-rated dialogues.
      *>
      *> CLOSED PERIODS ONLY. A month counts when its latest
      *> record on batch/period_close.dat is a close (K) whose
      *> signature still checks - PERIOD-CLOSE's position-weighted
      *> sum over the figure text - so the report matches what the
      *> board already saw. The mode, message, moderation-action
      *> and publication volumes are the frozen K figures
      *> themselves; the other sections count the events dated in
      *> the closed months (the tradition split from the current
      *> catalog over the same months). Open, reopened and
      *> tampered months are listed at the front as left out. The
      *> comparison is like for like: a prior-year month counts
      *> only when it is closed and the same month of the report
      *> year is in the report, so a year still being closed is
      *> not set against a whole one.
      *>
      *> Usage:
      *>     annual_report 2026
      *>     annual_report              (last calendar year)
      *>
      *> RETURN-CODE 4 when any month of the year is not in the
      *> report, or when none is (no document is written then).
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>     2026-10-15  DO   Only the run's parish's records are
      *>                      taken (DLGPRSH CODE) from the question
      *>                      box, ratings, moderation, appeals,
      *>                      feedback, kiosk tally and catalog; the
      *>                      parish heading heads the document.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANNUAL-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT CATALOG-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT QBOX-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QBOX-STATUS.
           SELECT FEEDBACK-FILE ASSIGN DYNAMIC WS-CFN-04
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDBACK-STATUS.
           SELECT ISSUE-FILE ASSIGN DYNAMIC WS-CFN-05
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISSUE-STATUS.
           SELECT MODQ-FILE ASSIGN DYNAMIC WS-CFN-06
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODQ-STATUS.
           SELECT APPEALS-FILE ASSIGN DYNAMIC WS-CFN-07
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPEALS-STATUS.
           SELECT INC-FILE ASSIGN DYNAMIC WS-CFN-08
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-STATUS.
           SELECT RUNCTL-FILE ASSIGN DYNAMIC WS-CFN-09
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT TALLY-FILE ASSIGN DYNAMIC WS-CFN-10
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TALLY-STATUS.
           SELECT RATINGS-FILE ASSIGN DYNAMIC WS-CFN-11
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATINGS-STATUS.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-CFN-12
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
       01  PERIOD-LINE              PIC X(400).

       FD  CATALOG-FILE.
       01  CATALOG-LINE             PIC X(600).

       FD  QBOX-FILE.
       01  QBOX-LINE                PIC X(600).

       FD  FEEDBACK-FILE.
       01  FEEDBACK-LINE            PIC X(600).

       FD  ISSUE-FILE.
       01  ISSUE-LINE               PIC X(300).

       FD  MODQ-FILE.
       01  MODQ-LINE                PIC X(600).

       FD  APPEALS-FILE.
       01  APPEALS-LINE             PIC X(600).

       FD  INC-FILE.
       01  INC-LINE                 PIC X(600).

       FD  RUNCTL-FILE.
       01  RUNCTL-LINE              PIC X(300).

       FD  TALLY-FILE.
       01  TALLY-LINE               PIC X(300).

       FD  RATINGS-FILE.
       01  RATINGS-LINE             PIC X(400).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CFN-04                PIC X(200).
       01  WS-CFN-05                PIC X(200).
       01  WS-CFN-06                PIC X(200).
       01  WS-CFN-07                PIC X(200).
       01  WS-CFN-08                PIC X(200).
       01  WS-CFN-09                PIC X(200).
       01  WS-CFN-10                PIC X(200).
       01  WS-CFN-11                PIC X(200).
       01  WS-CFN-12                PIC X(200).
       01  WS-PERIOD-STATUS         PIC X(02) VALUE SPACES.
       01  WS-CATALOG-STATUS        PIC X(02) VALUE SPACES.
       01  WS-QBOX-STATUS           PIC X(02) VALUE SPACES.
       01  WS-FEEDBACK-STATUS       PIC X(02) VALUE SPACES.
       01  WS-ISSUE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-MODQ-STATUS           PIC X(02) VALUE SPACES.
       01  WS-APPEALS-STATUS        PIC X(02) VALUE SPACES.
       01  WS-INC-STATUS            PIC X(02) VALUE SPACES.
       01  WS-RUNCTL-STATUS         PIC X(02) VALUE SPACES.
       01  WS-TALLY-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RATINGS-STATUS        PIC X(02) VALUE SPACES.
       01  WS-EOF-PERIOD            PIC X(01) VALUE "N".
           88  NO-MORE-PERIOD                VALUE "Y".
       01  WS-EOF-CATALOG           PIC X(01) VALUE "N".
           88  NO-MORE-CATALOG               VALUE "Y".
       01  WS-EOF-QBOX              PIC X(01) VALUE "N".
           88  NO-MORE-QBOX                  VALUE "Y".
       01  WS-EOF-FEEDBACK          PIC X(01) VALUE "N".
           88  NO-MORE-FEEDBACK              VALUE "Y".
       01  WS-EOF-ISSUE             PIC X(01) VALUE "N".
           88  NO-MORE-ISSUE                 VALUE "Y".
       01  WS-EOF-MODQ              PIC X(01) VALUE "N".
           88  NO-MORE-MODQ                  VALUE "Y".
       01  WS-EOF-APPEALS           PIC X(01) VALUE "N".
           88  NO-MORE-APPEALS               VALUE "Y".
       01  WS-EOF-INC               PIC X(01) VALUE "N".
           88  NO-MORE-INC                   VALUE "Y".
       01  WS-EOF-RUNCTL            PIC X(01) VALUE "N".
           88  NO-MORE-RUNCTL                VALUE "Y".
       01  WS-EOF-TALLY             PIC X(01) VALUE "N".
           88  NO-MORE-TALLY                 VALUE "Y".
       01  WS-EOF-RATINGS           PIC X(01) VALUE "N".
           88  NO-MORE-RATINGS               VALUE "Y".

       01  WS-CMD-LINE              PIC X(300) VALUE SPACES.
       01  WS-ARG-YEAR              PIC X(04) VALUE SPACES.
       01  WS-YEAR-NUM              PIC 9(04) VALUE 0.
       01  WS-PRIOR-NUM             PIC 9(04) VALUE 0.
       01  WS-PRIOR-YEAR            PIC X(04) VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
       01  WS-IN-F4                 PIC X(240).
       01  WS-IN-F5                 PIC X(240).
       01  WS-IN-F6                 PIC X(240).
       01  WS-IN-F7                 PIC X(240).
       01  WS-IN-F8                 PIC X(240).

      *> Whose a side-file record is (DLGPRSH CODE), and the
      *> parish heading of the run's view (VIEW).
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "ANNUAL-REPORT".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).
       01  WS-PRS-VIEW              PIC X(12) VALUE SPACES.
       01  WS-PRS-HEADING           PIC X(600) VALUE SPACES.

      *> The 24 months in view: 1-12 the prior year, 13-24 the
      *> report year. State is the month's latest period_close.dat
      *> record - K closed, R reopened, X a close whose signature
      *> no longer checks, blank never closed; C a closed prior-year
      *> month with no counterpart in the report - and the figures
      *> are those of its latest close.
       01  WS-MON-TABLE.
           05  WS-MON-ENTRY OCCURS 24 TIMES.
               10  WS-MON-STATE     PIC X(01).
               10  WS-MON-CONV      PIC 9(06).
               10  WS-MON-FORUM     PIC 9(06).
               10  WS-MON-JUDG      PIC 9(06).
               10  WS-MON-REEN      PIC 9(06).
               10  WS-MON-MSGS      PIC 9(07).
               10  WS-MON-MODACT    PIC 9(05).
               10  WS-MON-PUBS      PIC 9(05).
       01  WS-MON-POS               PIC 9(02) VALUE 0.
       01  WS-MON-MM                PIC 9(02) VALUE 0.

      *> PERIOD-CLOSE's figure text, field by field.
       01  WS-FIGURES-TEXT          PIC X(120).
       01  WS-KFIG REDEFINES WS-FIGURES-TEXT.
           05  FILLER               PIC X(05).
           05  WS-KFIG-CONV         PIC 9(06).
           05  FILLER               PIC X(07).
           05  WS-KFIG-FORUM        PIC 9(06).
           05  FILLER               PIC X(06).
           05  WS-KFIG-JUDG         PIC 9(06).
           05  FILLER               PIC X(06).
           05  WS-KFIG-REEN         PIC 9(06).
           05  FILLER               PIC X(06).
           05  WS-KFIG-MSGS         PIC 9(07).
           05  FILLER               PIC X(08).
           05  WS-KFIG-MODACT       PIC 9(05).
           05  FILLER               PIC X(06).
           05  WS-KFIG-PUBS         PIC 9(05).
           05  FILLER               PIC X(35).
       01  WS-SIGNATURE             PIC 9(12) VALUE 0.
       01  WS-SIG-POS               PIC 9(03) VALUE 0.
       01  WS-SIG-LEN               PIC 9(03) VALUE 0.

      *> The closed months summed per year: 1 prior, 2 report.
       01  WS-YR-TABLE.
           05  WS-YR-ENTRY OCCURS 2 TIMES.
               10  WS-YR-MONTHS     PIC 9(02).
               10  WS-YR-CONV       PIC 9(07).
               10  WS-YR-FORUM      PIC 9(07).
               10  WS-YR-JUDG       PIC 9(07).
               10  WS-YR-REEN       PIC 9(07).
               10  WS-YR-MSGS       PIC 9(08).
               10  WS-YR-MODACT     PIC 9(07).
               10  WS-YR-PUBS       PIC 9(07).
       01  WS-YR-POS                PIC 9(01) VALUE 0.

      *> Month placement of a dated record: slot 0 when the date
      *> falls outside the closed months of the two years.
       01  WS-PROBE-STAMP           PIC X(08).
       01  WS-PROBE-MM              PIC 9(02) VALUE 0.
       01  WS-PROBE-SLOT            PIC 9(02) VALUE 0.
           88  PROBE-IN-YEAR                 VALUES 13 THRU 24.
       01  WS-DATE-NUM              PIC 9(08) VALUE 0.
       01  WS-DONE-NUM              PIC 9(08) VALUE 0.

      *> Questions, latest ruling per question.
       01  WS-QN-MAX                PIC 9(04) VALUE 3000.
       01  WS-QN-COUNT              PIC 9(04) VALUE 0.
       01  WS-QN-TABLE.
           05  WS-QN-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-QN-IDX.
               10  WS-QN-NUM        PIC X(04).
               10  WS-QN-DATE       PIC X(08).
               10  WS-QN-STATUS     PIC X(10).
               10  WS-QN-DONE       PIC X(08).
               10  WS-QN-SOURCE     PIC X(06).
       01  WS-QN-POS                PIC 9(04) VALUE 0.
       01  WS-QN-FOUND              PIC 9(04) VALUE 0.
       01  WS-Q-RECEIVED            PIC 9(05) VALUE 0.
       01  WS-Q-ANSWERED            PIC 9(05) VALUE 0.
       01  WS-Q-FROM-CORPUS         PIC 9(05) VALUE 0.
       01  WS-Q-DECLINED            PIC 9(05) VALUE 0.
       01  WS-Q-STILL-OPEN          PIC 9(05) VALUE 0.
       01  WS-Q-TOTAL-DAYS          PIC 9(08) VALUE 0.
       01  WS-Q-DAYS                PIC S9(06) VALUE 0.

      *> Publications and circulation feedback.
       01  WS-ISS-MAX               PIC 9(03) VALUE 400.
       01  WS-ISS-COUNT             PIC 9(03) VALUE 0.
       01  WS-ISS-TABLE.
           05  WS-ISS-ID            PIC X(08) OCCURS 400 TIMES
                   INDEXED BY WS-ISS-IDX.
       01  WS-ISS-HIT               PIC X(01) VALUE "N".
       01  WS-FB-COUNT              PIC 9(05) VALUE 0.
       01  WS-FB-SCORED             PIC 9(05) VALUE 0.
       01  WS-FB-SUM                PIC 9(07) VALUE 0.
       01  WS-FB-LOW                PIC 9(05) VALUE 0.
       01  WS-FB-HIGH               PIC 9(05) VALUE 0.
       01  WS-FB-SCALE              PIC 9(01) VALUE 0.

      *> Moderation rulings and appeals in the report year.
       01  WS-MOD-QUEUED            PIC 9(05) VALUE 0.
       01  WS-MOD-KEEP              PIC 9(05) VALUE 0.
       01  WS-MOD-WITHDRAW          PIC 9(05) VALUE 0.
       01  WS-MOD-ESCALATE          PIC 9(05) VALUE 0.
       01  WS-MOD-SUPPRESS          PIC 9(05) VALUE 0.
       01  WS-MOD-REGEN             PIC 9(05) VALUE 0.
       01  WS-APL-FILED             PIC 9(05) VALUE 0.
       01  WS-APL-UPHELD            PIC 9(05) VALUE 0.
       01  WS-APL-OVERTURNED        PIC 9(05) VALUE 0.
       01  WS-APL-REMANDED          PIC 9(05) VALUE 0.

      *> Incidents, the latest state per incident.
       01  WS-INC-MAX               PIC 9(03) VALUE 500.
       01  WS-INC-COUNT             PIC 9(03) VALUE 0.
       01  WS-INC-TABLE.
           05  WS-INC-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-INC-IDX.
               10  WS-INC-NUM       PIC X(04).
               10  WS-INC-SEV       PIC X(01).
               10  WS-INC-IN-YEAR   PIC X(01).
               10  WS-INC-STATE     PIC X(10).
       01  WS-INC-POS               PIC 9(03) VALUE 0.
       01  WS-INC-SEV-COUNT         PIC 9(04) OCCURS 4 TIMES.
       01  WS-INC-SEV-POS           PIC 9(01) VALUE 0.
       01  WS-INC-SEV-ED            PIC Z(3)9 OCCURS 4 TIMES.
       01  WS-INC-TOTAL             PIC 9(04) VALUE 0.
       01  WS-INC-CLOSED            PIC 9(04) VALUE 0.
       01  WS-INC-OPEN              PIC 9(04) VALUE 0.
       01  WS-INC-DRAFTS            PIC 9(04) VALUE 0.
       01  WS-RUN-STARTED           PIC 9(05) VALUE 0.
       01  WS-RUN-OK                PIC 9(05) VALUE 0.
       01  WS-RUN-FAILED            PIC 9(05) VALUE 0.
       01  WS-RUN-UNFINISHED        PIC 9(05) VALUE 0.

      *> Kiosk renders per dialogue in the report year.
       01  WS-RD-MAX                PIC 9(04) VALUE 3000.
       01  WS-RD-COUNT              PIC 9(04) VALUE 0.
       01  WS-RD-TABLE.
           05  WS-RD-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-RD-IDX.
               10  WS-RD-PATH       PIC X(200).
               10  WS-RD-READS      PIC 9(06).
               10  WS-RD-TAKEN      PIC X(01).
       01  WS-RD-POS                PIC 9(04) VALUE 0.
       01  WS-RD-TOTAL              PIC 9(07) VALUE 0.

      *> Ratings: the latest score per reviewer per dialogue, then
      *> folded per dialogue.
       01  WS-RV-MAX                PIC 9(04) VALUE 4000.
       01  WS-RV-COUNT              PIC 9(04) VALUE 0.
       01  WS-RV-TABLE.
           05  WS-RV-ENTRY OCCURS 4000 TIMES
                   INDEXED BY WS-RV-IDX.
               10  WS-RV-PATH       PIC X(200).
               10  WS-RV-REVIEWER   PIC X(20).
               10  WS-RV-SCORE      PIC 9(01).
       01  WS-RV-POS                PIC 9(04) VALUE 0.
       01  WS-RP-MAX                PIC 9(04) VALUE 3000.
       01  WS-RP-COUNT              PIC 9(04) VALUE 0.
       01  WS-RP-TABLE.
           05  WS-RP-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-RP-IDX.
               10  WS-RP-PATH       PIC X(200).
               10  WS-RP-SUM        PIC 9(05).
               10  WS-RP-RATERS     PIC 9(04).
               10  WS-RP-AVG-X100   PIC 9(03).
               10  WS-RP-TAKEN      PIC X(01).
       01  WS-RP-POS                PIC 9(04) VALUE 0.

      *> The two top-five lists: 1-5 most read, 6-10 best rated.
       01  WS-TOP-SIZE              PIC 9(02) VALUE 5.
       01  WS-TOP-TABLE.
           05  WS-TOP-ENTRY OCCURS 10 TIMES
                   INDEXED BY WS-TOP-IDX.
               10  WS-TOP-PATH      PIC X(200).
               10  WS-TOP-TOPIC     PIC X(80).
               10  WS-TOP-FIGURE    PIC 9(06).
               10  WS-TOP-RATERS    PIC 9(04).
       01  WS-TOP-POS               PIC 9(02) VALUE 0.
       01  WS-TOP-FILLED            PIC 9(02) VALUE 0.
       01  WS-RANK-ED               PIC Z9.
       01  WS-BEST-POS              PIC 9(04) VALUE 0.
       01  WS-BEST-FIGURE           PIC 9(06) VALUE 0.
       01  WS-BEST-RATERS           PIC 9(04) VALUE 0.

      *> Traditions, from the catalog's first path segment.
       01  WS-TR-MAX                PIC 9(02) VALUE 40.
       01  WS-TR-COUNT              PIC 9(02) VALUE 0.
       01  WS-TR-TABLE.
           05  WS-TR-ENTRY OCCURS 40 TIMES
                   INDEXED BY WS-TR-IDX.
               10  WS-TR-NAME       PIC X(40).
               10  WS-TR-VOL        PIC 9(07) OCCURS 2 TIMES.
       01  WS-TR-POS                PIC 9(02) VALUE 0.
       01  WS-TR-NAME-IN            PIC X(40).
       01  WS-CUR-PATH              PIC X(200).

      *> One year-over-year line.
       01  WS-YOY-LABEL             PIC X(22).
       01  WS-YOY-CUR               PIC 9(08) VALUE 0.
       01  WS-YOY-PRI               PIC 9(08) VALUE 0.
       01  WS-YOY-DELTA             PIC S9(08) VALUE 0.
       01  WS-YOY-PCT-X10           PIC S9(06) VALUE 0.
       01  WS-YOY-CUR-ED            PIC Z(7)9.
       01  WS-YOY-PRI-ED            PIC Z(7)9.
       01  WS-YOY-DELTA-ED          PIC +(7)9.
       01  WS-YOY-PCT-ED            PIC +(5)9.9.

       01  WS-NUM-ED                PIC Z(6)9.
       01  WS-NUM-ED2               PIC Z(6)9.
       01  WS-AVG-X10               PIC 9(05) VALUE 0.
       01  WS-AVG-X10-ED            PIC Z(3)9.9.
       01  WS-AVG-X100-ED           PIC 9.99.
       01  WS-LEFT-OUT              PIC 9(02) VALUE 0.
       01  WS-LEFT-WHY              PIC X(30).

      *> Page discipline, the ANTHOLOGY-PRINT constants.
       01  WS-PAGE-SIZE             PIC 9(02) VALUE 60.
       01  WS-PAGE-NUM              PIC 9(04) VALUE 0.
       01  WS-LINE-ON-PAGE          PIC 9(02) VALUE 99.
       01  WS-OUT-TEXT              PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY " "
               INTO WS-ARG-YEAR
           END-UNSTRING.
      *> The council sits in January: no year means last year.
           IF WS-ARG-YEAR = SPACES
               MOVE WS-RUN-TIMESTAMP(1:4) TO WS-YEAR-NUM
               SUBTRACT 1 FROM WS-YEAR-NUM
               MOVE WS-YEAR-NUM TO WS-ARG-YEAR
           END-IF.
           IF WS-ARG-YEAR IS NOT NUMERIC
               DISPLAY "ANNUAL-REPORT: usage: annual_report [YYYY]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-ARG-YEAR TO WS-YEAR-NUM.
           COMPUTE WS-PRIOR-NUM = WS-YEAR-NUM - 1.
           MOVE WS-PRIOR-NUM TO WS-PRIOR-YEAR.
           INITIALIZE WS-MON-TABLE WS-YR-TABLE WS-TR-TABLE
                      WS-TOP-TABLE.
           MOVE 0 TO WS-INC-SEV-COUNT (1) WS-INC-SEV-COUNT (2)
                     WS-INC-SEV-COUNT (3) WS-INC-SEV-COUNT (4).
           PERFORM 1000-LOAD-PERIODS THRU 1000-EXIT
               UNTIL NO-MORE-PERIOD.
           PERFORM 1200-FOLD-MONTH THRU 1200-EXIT
               VARYING WS-MON-POS FROM 1 BY 1
               UNTIL WS-MON-POS > 24.
           IF WS-YR-MONTHS (2) = 0
               DISPLAY "ANNUAL-REPORT: no month of " WS-ARG-YEAR
                       " is closed - run PERIOD-CLOSE first; "
                       "the report shows only what the board "
                       "has seen"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2000-GATHER-QUESTIONS THRU 2000-EXIT
               UNTIL NO-MORE-QBOX.
           PERFORM 2200-FOLD-QUESTION THRU 2200-EXIT
               VARYING WS-QN-POS FROM 1 BY 1
               UNTIL WS-QN-POS > WS-QN-COUNT.
           PERFORM 2400-GATHER-ISSUES THRU 2400-EXIT
               UNTIL NO-MORE-ISSUE.
           PERFORM 2500-GATHER-FEEDBACK THRU 2500-EXIT
               UNTIL NO-MORE-FEEDBACK.
           PERFORM 2600-GATHER-MODERATION THRU 2600-EXIT
               UNTIL NO-MORE-MODQ.
           PERFORM 2700-GATHER-APPEALS THRU 2700-EXIT
               UNTIL NO-MORE-APPEALS.
           PERFORM 2800-GATHER-INCIDENTS THRU 2800-EXIT
               UNTIL NO-MORE-INC.
           PERFORM 2900-FOLD-INCIDENT THRU 2900-EXIT
               VARYING WS-INC-POS FROM 1 BY 1
               UNTIL WS-INC-POS > WS-INC-COUNT.
           PERFORM 3000-GATHER-RUNS THRU 3000-EXIT
               UNTIL NO-MORE-RUNCTL.
           PERFORM 3200-GATHER-READS THRU 3200-EXIT
               UNTIL NO-MORE-TALLY.
           PERFORM 3400-GATHER-RATINGS THRU 3400-EXIT
               UNTIL NO-MORE-RATINGS.
           PERFORM 3500-FOLD-RATING THRU 3500-EXIT
               VARYING WS-RV-POS FROM 1 BY 1
               UNTIL WS-RV-POS > WS-RV-COUNT.
           PERFORM 3600-RANK-READS THRU 3600-EXIT
               VARYING WS-TOP-POS FROM 1 BY 1
               UNTIL WS-TOP-POS > WS-TOP-SIZE.
           PERFORM 3700-RANK-RATINGS THRU 3700-EXIT
               VARYING WS-TOP-POS FROM 6 BY 1
               UNTIL WS-TOP-POS > 5 + WS-TOP-SIZE.
           PERFORM 4000-GATHER-CATALOG THRU 4000-EXIT
               UNTIL NO-MORE-CATALOG.
           PERFORM 5000-RENDER-REPORT THRU 5000-EXIT.
           DISPLAY "ANNUAL-REPORT: " WS-ARG-YEAR " report, "
                   WS-YR-MONTHS (2) " closed month(s), "
                   WS-PAGE-NUM " page(s) in "
                   FUNCTION TRIM(WS-CFN-12).
           IF WS-YR-MONTHS (2) < 12
               DISPLAY "ANNUAL-REPORT: " WS-LEFT-OUT
                       " month(s) of " WS-ARG-YEAR
                       " left out - see the PERIODS section"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> The period register: latest close or reopen per month of
      *> the two years, with each close's signature re-summed.
       1000-LOAD-PERIODS.
           IF WS-PERIOD-STATUS = SPACES
               OPEN INPUT PERIOD-FILE
               IF WS-PERIOD-STATUS NOT = "00"
                   SET NO-MORE-PERIOD TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           READ PERIOD-FILE
               AT END
                   SET NO-MORE-PERIOD TO TRUE
                   CLOSE PERIOD-FILE
               NOT AT END
                   IF PERIOD-LINE(1:2) = "K|"
                           OR PERIOD-LINE(1:2) = "R|"
                       PERFORM 1100-APPLY-PERIOD THRU 1100-EXIT
                   END-IF
           END-READ.
       1000-EXIT.
           EXIT.

       1100-APPLY-PERIOD.
           IF PERIOD-LINE(7:2) IS NOT NUMERIC
               GO TO 1100-EXIT
           END-IF.
           MOVE PERIOD-LINE(7:2) TO WS-MON-MM.
           IF WS-MON-MM < 1 OR WS-MON-MM > 12
               GO TO 1100-EXIT
           END-IF.
           EVALUATE PERIOD-LINE(3:4)
               WHEN WS-ARG-YEAR
                   COMPUTE WS-MON-POS = WS-MON-MM + 12
               WHEN WS-PRIOR-YEAR
                   MOVE WS-MON-MM TO WS-MON-POS
               WHEN OTHER
                   GO TO 1100-EXIT
           END-EVALUATE.
           IF PERIOD-LINE(1:2) = "R|"
               MOVE "R" TO WS-MON-STATE (WS-MON-POS)
               GO TO 1100-EXIT
           END-IF.
           UNSTRING PERIOD-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
                    WS-IN-F5 WS-IN-F6
           END-UNSTRING.
           MOVE WS-IN-F3(1:120) TO WS-FIGURES-TEXT.
           PERFORM 1150-SIGN-THE-FIGURES THRU 1150-EXIT.
           IF WS-IN-F6(1:12) IS NOT NUMERIC
                   OR WS-IN-F6(1:12) NOT = WS-SIGNATURE
               MOVE "X" TO WS-MON-STATE (WS-MON-POS)
               GO TO 1100-EXIT
           END-IF.
           MOVE "K" TO WS-MON-STATE (WS-MON-POS).
           MOVE WS-KFIG-CONV   TO WS-MON-CONV (WS-MON-POS).
           MOVE WS-KFIG-FORUM  TO WS-MON-FORUM (WS-MON-POS).
           MOVE WS-KFIG-JUDG   TO WS-MON-JUDG (WS-MON-POS).
           MOVE WS-KFIG-REEN   TO WS-MON-REEN (WS-MON-POS).
           MOVE WS-KFIG-MSGS   TO WS-MON-MSGS (WS-MON-POS).
           MOVE WS-KFIG-MODACT TO WS-MON-MODACT (WS-MON-POS).
           MOVE WS-KFIG-PUBS   TO WS-MON-PUBS (WS-MON-POS).
       1100-EXIT.
           EXIT.

      *> PERIOD-CLOSE's signature arithmetic, re-summed here so a
      *> hand-edited close cannot reach the council.
       1150-SIGN-THE-FIGURES.
           MOVE 0 TO WS-SIGNATURE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FIGURES-TEXT))
               TO WS-SIG-LEN.
           PERFORM 1160-SUM-ONE-CHAR THRU 1160-EXIT
               VARYING WS-SIG-POS FROM 1 BY 1
               UNTIL WS-SIG-POS > WS-SIG-LEN.
       1150-EXIT.
           EXIT.

       1160-SUM-ONE-CHAR.
           COMPUTE WS-SIGNATURE = FUNCTION MOD(
               WS-SIGNATURE
               + FUNCTION ORD(WS-FIGURES-TEXT(WS-SIG-POS:1))
                   * WS-SIG-POS
               1000000000000).
       1160-EXIT.
           EXIT.

       1200-FOLD-MONTH.
           IF WS-MON-STATE (WS-MON-POS) NOT = "K"
               GO TO 1200-EXIT
           END-IF.
           IF WS-MON-POS > 12
               MOVE 2 TO WS-YR-POS
           ELSE
               IF WS-MON-STATE (WS-MON-POS + 12) NOT = "K"
                   MOVE "C" TO WS-MON-STATE (WS-MON-POS)
                   GO TO 1200-EXIT
               END-IF
               MOVE 1 TO WS-YR-POS
           END-IF.
           ADD 1 TO WS-YR-MONTHS (WS-YR-POS).
           ADD WS-MON-CONV (WS-MON-POS)   TO WS-YR-CONV (WS-YR-POS).
           ADD WS-MON-FORUM (WS-MON-POS)  TO WS-YR-FORUM (WS-YR-POS).
           ADD WS-MON-JUDG (WS-MON-POS)   TO WS-YR-JUDG (WS-YR-POS).
           ADD WS-MON-REEN (WS-MON-POS)   TO WS-YR-REEN (WS-YR-POS).
           ADD WS-MON-MSGS (WS-MON-POS)   TO WS-YR-MSGS (WS-YR-POS).
           ADD WS-MON-MODACT (WS-MON-POS)
               TO WS-YR-MODACT (WS-YR-POS).
           ADD WS-MON-PUBS (WS-MON-POS)   TO WS-YR-PUBS (WS-YR-POS).
       1200-EXIT.
           EXIT.

      *> Q submissions and S rulings from the question box; the
      *> last ruling per question wins, as QUESTION-TRIAGE has it.
      *> Only the view's parish's questions are taken, so another
      *> parish's rulings find nothing to apply to.
       2000-GATHER-QUESTIONS.
           IF WS-QBOX-STATUS = SPACES
               OPEN INPUT QBOX-FILE
               IF WS-QBOX-STATUS NOT = "00"
                   SET NO-MORE-QBOX TO TRUE
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           READ QBOX-FILE
               AT END
                   SET NO-MORE-QBOX TO TRUE
                   CLOSE QBOX-FILE
               NOT AT END
                   MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4
                                  WS-IN-F5 WS-IN-F6 WS-IN-F7
                   UNSTRING QBOX-LINE DELIMITED BY "|"
                       INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
                            WS-IN-F5 WS-IN-F6 WS-IN-F7
                   END-UNSTRING
                   EVALUATE QBOX-LINE(1:2)
                       WHEN "Q|"
                           MOVE WS-IN-F7(1:12) TO WS-PRS-PARISH
                           MOVE SPACES TO WS-PRS-TEXT
                           PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT
                           IF WS-PRS-RC = "00"
                               PERFORM 2050-ADD-QUESTION
                                   THRU 2050-EXIT
                           END-IF
                       WHEN "S|"
                           PERFORM 2100-APPLY-RULING THRU 2100-EXIT
                   END-EVALUATE
           END-READ.
       2000-EXIT.
           EXIT.

       2050-ADD-QUESTION.
           IF WS-QN-COUNT >= WS-QN-MAX
               GO TO 2050-EXIT
           END-IF.
           ADD 1 TO WS-QN-COUNT.
           MOVE WS-IN-F2(1:4) TO WS-QN-NUM (WS-QN-COUNT).
           MOVE WS-IN-F6(1:8) TO WS-QN-DATE (WS-QN-COUNT).
           MOVE "NEW" TO WS-QN-STATUS (WS-QN-COUNT).
           MOVE SPACES TO WS-QN-DONE (WS-QN-COUNT)
                          WS-QN-SOURCE (WS-QN-COUNT).
       2050-EXIT.
           EXIT.

       2100-APPLY-RULING.
           MOVE 0 TO WS-QN-FOUND.
           SET WS-QN-IDX TO 1.
           IF WS-QN-COUNT > 0
               SEARCH WS-QN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-QN-IDX > WS-QN-COUNT
                       CONTINUE
                   WHEN WS-QN-NUM (WS-QN-IDX) = WS-IN-F2(1:4)
                       SET WS-QN-FOUND TO WS-QN-IDX
               END-SEARCH
           END-IF.
           IF WS-QN-FOUND = 0
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-IN-F3(1:10) TO WS-QN-STATUS (WS-QN-FOUND).
           IF WS-IN-F3(1:10) = "FULFILLED"
               MOVE WS-IN-F6(1:8) TO WS-QN-DONE (WS-QN-FOUND)
               MOVE WS-IN-F7(1:6) TO WS-QN-SOURCE (WS-QN-FOUND)
           ELSE
               MOVE SPACES TO WS-QN-DONE (WS-QN-FOUND)
                              WS-QN-SOURCE (WS-QN-FOUND)
           END-IF.
       2100-EXIT.
           EXIT.

      *> Received counts by the submission date, answered by the
      *> date of the fulfilling ruling - a question asked in
      *> December and answered in January is last year's question
      *> and this year's answer.
       2200-FOLD-QUESTION.
           MOVE WS-QN-DATE (WS-QN-POS) TO WS-PROBE-STAMP.
           PERFORM 7000-PLACE-MONTH THRU 7000-EXIT.
           IF PROBE-IN-YEAR
               ADD 1 TO WS-Q-RECEIVED
               EVALUATE WS-QN-STATUS (WS-QN-POS)
                   WHEN "DECLINED"
                       ADD 1 TO WS-Q-DECLINED
                   WHEN "FULFILLED"
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-Q-STILL-OPEN
               END-EVALUATE
           END-IF.
           IF WS-QN-STATUS (WS-QN-POS) NOT = "FULFILLED"
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-QN-DONE (WS-QN-POS) TO WS-PROBE-STAMP.
           PERFORM 7000-PLACE-MONTH THRU 7000-EXIT.
           IF NOT PROBE-IN-YEAR
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-Q-ANSWERED.
           IF WS-QN-SOURCE (WS-QN-POS) = "CORPUS"
               ADD 1 TO WS-Q-FROM-CORPUS
           END-IF.
           IF WS-QN-DATE (WS-QN-POS) IS NUMERIC
                   AND WS-QN-DONE (WS-QN-POS) IS NUMERIC
               MOVE WS-QN-DATE (WS-QN-POS) TO WS-DATE-NUM
               MOVE WS-QN-DONE (WS-QN-POS) TO WS-DONE-NUM
               COMPUTE WS-Q-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-DONE-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF WS-Q-DAYS > 0
                   ADD WS-Q-DAYS TO WS-Q-TOTAL-DAYS
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

      *> Issue identifiers are their YYYYMMDD dates, PERIOD-CLOSE's
      *> publication rule; each distinct issue counts once.
       2400-GATHER-ISSUES.
           IF WS-ISSUE-STATUS = SPACES
               OPEN INPUT ISSUE-FILE
               IF WS-ISSUE-STATUS NOT = "00"
                   SET NO-MORE-ISSUE TO TRUE
                   GO TO 2400-EXIT
               END-IF
           END-IF.
           READ ISSUE-FILE
               AT END
                   SET NO-MORE-ISSUE TO TRUE
                   CLOSE ISSUE-FILE
               NOT AT END
                   IF ISSUE-LINE(1:2) = "I|"
                       MOVE ISSUE-LINE(3:8) TO WS-PROBE-STAMP
                       PERFORM 7000-PLACE-MONTH THRU 7000-EXIT
                       IF PROBE-IN-YEAR
                           PERFORM 2450-NOTE-ISSUE THRU 2450-EXIT
                       END-IF
                   END-IF
           END-READ.
       2400-EXIT.
           EXIT.

       2450-NOTE-ISSUE.
           MOVE "N" TO WS-ISS-HIT.
           SET WS-ISS-IDX TO 1.
           IF WS-ISS-COUNT > 0
               SEARCH WS-ISS-ID
                   AT END
                       CONTINUE
                   WHEN WS-ISS-IDX > WS-ISS-COUNT
                       CONTINUE
                   WHEN WS-ISS-ID (WS-ISS-IDX) = ISSUE-LINE(3:8)
                       MOVE "Y" TO WS-ISS-HIT
               END-SEARCH
           END-IF.
           IF WS-ISS-HIT = "N" AND WS-ISS-COUNT < WS-ISS-MAX
               ADD 1 TO WS-ISS-COUNT
               MOVE ISSUE-LINE(3:8) TO WS-ISS-ID (WS-ISS-COUNT)
           END-IF.
       2450-EXIT.
           EXIT.

      *> F|issue|path|scale|comment|date|member
       2500-GATHER-FEEDBACK.
           IF WS-FEEDBACK-STATUS = SPACES
               OPEN INPUT FEEDBACK-FILE
               IF WS-FEEDBACK-STATUS NOT = "00"
                   SET NO-MORE-FEEDBACK TO TRUE
                   GO TO 2500-EXIT
               END-IF
           END-IF.
           READ FEEDBACK-FILE
               AT END
                   SET NO-MORE-FEEDBACK TO TRUE
                   CLOSE FEEDBACK-FILE
               NOT AT END
                   IF FEEDBACK-LINE(1:2) = "F|"
                       MOVE SPACES TO WS-IN-F6
                       UNSTRING FEEDBACK-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                WS-IN-F4 WS-IN-F5 WS-IN-F6
                       END-UNSTRING
                       MOVE WS-IN-F6(1:8) TO WS-PROBE-STAMP
                       PERFORM 7000-PLACE-MONTH THRU 7000-EXIT
                       MOVE SPACES TO WS-PRS-PARISH
                       MOVE WS-IN-F3 TO WS-PRS-TEXT
                       PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT
                       IF PROBE-IN-YEAR AND WS-PRS-RC = "00"
                           PERFORM 2550-COUNT-RESPONSE
                               THRU 2550-EXIT
                       END-IF
                   END-IF
           END-READ.
       2500-EXIT.
           EXIT.

       2550-COUNT-RESPONSE.
           ADD 1 TO WS-FB-COUNT.
           IF WS-IN-F4(1:1) IS NOT NUMERIC
                   OR WS-IN-F4(2:1) NOT = SPACE
               GO TO 2550-EXIT
           END-IF.
           MOVE WS-IN-F4(1:1) TO WS-FB-SCALE.
           IF WS-FB-SCALE < 1 OR WS-FB-SCALE > 5
               GO TO 2550-EXIT
           END-IF.
           ADD 1 TO WS-FB-SCORED.
           ADD WS-FB-SCALE TO WS-FB-SUM.
           IF WS-FB-SCALE <= 2
               ADD 1 TO WS-FB-LOW
           END-IF.
           IF WS-FB-SCALE >= 4
               ADD 1 TO WS-FB-HIGH
           END-IF.
       2550-EXIT.
           EXIT.

      *> Q queued (stamp in field 8) and D ruled (stamp in field 5)
      *> records off the moderation queue. A Q record's parish is
      *> its column 9; a D ruling goes by its path's parish.
       2600-GATHER-MODERATION.
           IF WS-MODQ-STATUS = SPACES
               OPEN INPUT MODQ-FILE
               IF WS-MODQ-STATUS NOT = "00"
                   SET NO-MORE-MODQ TO TRUE
                   GO TO 2600-EXIT
               END-IF
           END-IF.
           READ MODQ-FILE
               AT END
                   SET NO-MORE-MODQ TO TRUE
                   CLOSE MODQ-FILE
               NOT AT END
                   MOVE SPACES TO WS-IN-F5 WS-IN-F8 WS-PRS-PARISH
                   UNSTRING MODQ-LINE DELIMITED BY "|"
                       INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
                            WS-IN-F5 WS-IN-F6 WS-IN-F7 WS-IN-F8
                            WS-PRS-PARISH
                   END-UNSTRING
                   IF MODQ-LINE(1:2) NOT = "Q|"
                       MOVE SPACES TO WS-PRS-PARISH
                   END-IF
                   MOVE WS-IN-F2 TO WS-PRS-TEXT
                   PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT
                   EVALUATE MODQ-LINE(1:2) ALSO WS-PRS-RC
                       WHEN "Q|" ALSO "00"
                           MOVE WS-IN-F8(1:8) TO WS-PROBE-STAMP
                           PERFORM 7000-PLACE-MONTH THRU 7000-EXIT
                           IF PROBE-IN-YEAR
                               ADD 1 TO WS-MOD-QUEUED
                           END-IF
                       WHEN "D|" ALSO "00"
                           MOVE WS-IN-F5(1:8) TO WS-PROBE-STAMP
                           PERFORM 7000-PLACE-MONTH THRU 7000-EXIT
                           IF PROBE-IN-YEAR
                               PERFORM 2650-COUNT-RULING
                                   THRU 2650-EXIT
                           END-IF
                   END-EVALUATE
           END-READ.
       2600-EXIT.
           EXIT.

       2650-COUNT-RULING.
           EVALUATE WS-IN-F3(1:1)
               WHEN "K"
                   ADD 1 TO WS-MOD-KEEP
               WHEN "W"
                   ADD 1 TO WS-MOD-WITHDRAW
               WHEN "E"
                   ADD 1 TO WS-MOD-ESCALATE
               WHEN "S"
                   ADD 1 TO WS-MOD-SUPPRESS
               WHEN "R"
                   ADD 1 TO WS-MOD-REGEN
           END-EVALUATE.
       2650-EXIT.
           EXIT.

      *> P filed (stamp in field 5), R ruled (stamp in field 6).
      *> A P record's parish is its column 6; an R ruling goes by
      *> its path's parish.
       2700-GATHER-APPEALS.
           IF WS-APPEALS-STATUS = SPACES
               OPEN INPUT APPEALS-FILE
               IF WS-APPEALS-STATUS NOT = "00"
                   SET NO-MORE-APPEALS TO TRUE
                   GO TO 2700-EXIT
               END-IF
           END-IF.
           READ APPEALS-FILE
               AT END
                   SET NO-MORE-APPEALS TO TRUE
                   CLOSE APPEALS-FILE
               NOT AT END
                   MOVE SPACES TO WS-IN-F5 WS-IN-F6
                   UNSTRING APPEALS-LINE DELIMITED BY "|"
                       INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
                            WS-IN-F5 WS-IN-F6
                   END-UNSTRING
                   MOVE SPACES TO WS-PRS-PARISH
                   IF APPEALS-LINE(1:2) = "P|"
                       MOVE WS-IN-F6(1:12) TO WS-PRS-PARISH
                   END-IF
                   MOVE WS-IN-F2 TO WS-PRS-TEXT
                   PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT
                   EVALUATE APPEALS-LINE(1:2) ALSO WS-PRS-RC
                       WHEN "P|" ALSO "00"
                           MOVE WS-IN-F5(1:8) TO WS-PROBE-STAMP
                           PERFORM 7000-PLACE-MONTH THRU 7000-EXIT
                           IF PROBE-IN-YEAR
                               ADD 1 TO WS-APL-FILED
                           END-IF
                       WHEN "R|" ALSO "00"
                           MOVE WS-IN-F6(1:8) TO WS-PROBE-STAMP
                           PERFORM 7000-PLACE-MONTH THRU 7000-EXIT
                           IF PROBE-IN-YEAR
                               EVALUATE WS-IN-F3(1:10)
                                   WHEN "UPHELD"
                                       ADD 1 TO WS-APL-UPHELD
                                   WHEN "OVERTURNED"
                                       ADD 1 TO WS-APL-OVERTURNED
                                   WHEN "REMANDED"
                                       ADD 1 TO WS-APL-REMANDED
                               END-EVALUATE
                           END-IF
                   END-EVALUATE
           END-READ.
       2700-EXIT.
           EXIT.

      *> I opened (stamp in field 7) and S state records off the
      *> incident register; the latest state per incident wins.
       2800-GATHER-INCIDENTS.
           IF WS-INC-STATUS = SPACES
               OPEN INPUT INC-FILE
               IF WS-INC-STATUS NOT = "00"
                   SET NO-MORE-INC TO TRUE
                   GO TO 2800-EXIT
               END-IF
           END-IF.
           READ INC-FILE
               AT END
                   SET NO-MORE-INC TO TRUE
                   CLOSE INC-FILE
               NOT AT END
                   MOVE SPACES TO WS-IN-F3 WS-IN-F7
                   UNSTRING INC-LINE DELIMITED BY "|"
                       INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
                            WS-IN-F5 WS-IN-F6 WS-IN-F7
                   END-UNSTRING
                   EVALUATE INC-LINE(1:2)
                       WHEN "I|"
                           PERFORM 2850-ADD-INCIDENT THRU 2850-EXIT
                       WHEN "S|"
                           PERFORM 2860-APPLY-STATE THRU 2860-EXIT
                   END-EVALUATE
           END-READ.
       2800-EXIT.
           EXIT.

       2850-ADD-INCIDENT.
           IF WS-INC-COUNT >= WS-INC-MAX
               GO TO 2850-EXIT
           END-IF.
           ADD 1 TO WS-INC-COUNT.
           MOVE WS-IN-F2(1:4) TO WS-INC-NUM (WS-INC-COUNT).
           MOVE WS-IN-F3(1:1) TO WS-INC-SEV (WS-INC-COUNT).
           MOVE "DRAFT" TO WS-INC-STATE (WS-INC-COUNT).
           MOVE WS-IN-F7(1:8) TO WS-PROBE-STAMP.
           PERFORM 7000-PLACE-MONTH THRU 7000-EXIT.
           IF PROBE-IN-YEAR
               MOVE "Y" TO WS-INC-IN-YEAR (WS-INC-COUNT)
           ELSE
               MOVE "N" TO WS-INC-IN-YEAR (WS-INC-COUNT)
           END-IF.
       2850-EXIT.
           EXIT.

       2860-APPLY-STATE.
           SET WS-INC-IDX TO 1.
           IF WS-INC-COUNT > 0
               SEARCH WS-INC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-INC-IDX > WS-INC-COUNT
                       CONTINUE
                   WHEN WS-INC-NUM (WS-INC-IDX) = WS-IN-F2(1:4)
                       MOVE WS-IN-F3(1:10)
                           TO WS-INC-STATE (WS-INC-IDX)
               END-SEARCH
           END-IF.
       2860-EXIT.
           EXIT.

      *> A discarded draft was never an incident.
       2900-FOLD-INCIDENT.
           IF WS-INC-IN-YEAR (WS-INC-POS) NOT = "Y"
                   OR WS-INC-STATE (WS-INC-POS) = "DISCARDED"
               GO TO 2900-EXIT
           END-IF.
           EVALUATE WS-INC-STATE (WS-INC-POS)
               WHEN "DRAFT"
                   ADD 1 TO WS-INC-DRAFTS
                   GO TO 2900-EXIT
               WHEN "CLOSED"
                   ADD 1 TO WS-INC-CLOSED
               WHEN OTHER
                   ADD 1 TO WS-INC-OPEN
           END-EVALUATE.
           ADD 1 TO WS-INC-TOTAL.
           IF WS-INC-SEV (WS-INC-POS) IS NUMERIC
               MOVE WS-INC-SEV (WS-INC-POS) TO WS-INC-SEV-POS
               IF WS-INC-SEV-POS >= 1 AND WS-INC-SEV-POS <= 4
                   ADD 1 TO WS-INC-SEV-COUNT (WS-INC-SEV-POS)
               END-IF
           END-IF.
       2900-EXIT.
           EXIT.

      *> Nightly runs: R|run-id|START/END|stamp|outcome, as
      *> nightly_run.sh writes them.
       3000-GATHER-RUNS.
           IF WS-RUNCTL-STATUS = SPACES
               OPEN INPUT RUNCTL-FILE
               IF WS-RUNCTL-STATUS NOT = "00"
                   SET NO-MORE-RUNCTL TO TRUE
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           READ RUNCTL-FILE
               AT END
                   SET NO-MORE-RUNCTL TO TRUE
                   CLOSE RUNCTL-FILE
               NOT AT END
                   IF RUNCTL-LINE(1:2) = "R|"
                       MOVE SPACES TO WS-IN-F3 WS-IN-F4 WS-IN-F5
                       UNSTRING RUNCTL-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                WS-IN-F4 WS-IN-F5
                       END-UNSTRING
                       MOVE WS-IN-F4(1:8) TO WS-PROBE-STAMP
                       PERFORM 7000-PLACE-MONTH THRU 7000-EXIT
                       IF PROBE-IN-YEAR
                           EVALUATE TRUE
                               WHEN WS-IN-F3(1:5) = "START"
                                   ADD 1 TO WS-RUN-STARTED
                               WHEN WS-IN-F3(1:3) = "END"
                                       AND WS-IN-F5(1:3) = "OK "
                                   ADD 1 TO WS-RUN-OK
                               WHEN WS-IN-F3(1:3) = "END"
                                   ADD 1 TO WS-RUN-FAILED
                           END-EVALUATE
                       END-IF
                   END-IF
           END-READ.
       3000-EXIT.
           EXIT.

      *> K|path|date - one kiosk render.
       3200-GATHER-READS.
           IF WS-TALLY-STATUS = SPACES
               OPEN INPUT TALLY-FILE
               IF WS-TALLY-STATUS NOT = "00"
                   SET NO-MORE-TALLY TO TRUE
                   GO TO 3200-EXIT
               END-IF
           END-IF.
           READ TALLY-FILE
               AT END
                   SET NO-MORE-TALLY TO TRUE
                   CLOSE TALLY-FILE
               NOT AT END
                   IF TALLY-LINE(1:2) = "K|"
                       MOVE SPACES TO WS-IN-F2 WS-IN-F3
                       UNSTRING TALLY-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                       END-UNSTRING
                       MOVE WS-IN-F3(1:8) TO WS-PROBE-STAMP
                       PERFORM 7000-PLACE-MONTH THRU 7000-EXIT
                       MOVE SPACES TO WS-PRS-PARISH
                       MOVE WS-IN-F2 TO WS-PRS-TEXT
                       PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT
                       IF PROBE-IN-YEAR AND WS-PRS-RC = "00"
                           PERFORM 3250-COUNT-READ THRU 3250-EXIT
                       END-IF
                   END-IF
           END-READ.
       3200-EXIT.
           EXIT.

       3250-COUNT-READ.
           ADD 1 TO WS-RD-TOTAL.
           MOVE 0 TO WS-RD-POS.
           SET WS-RD-IDX TO 1.
           IF WS-RD-COUNT > 0
               SEARCH WS-RD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RD-IDX > WS-RD-COUNT
                       CONTINUE
                   WHEN WS-RD-PATH (WS-RD-IDX) = WS-IN-F2(1:200)
                       SET WS-RD-POS TO WS-RD-IDX
               END-SEARCH
           END-IF.
           IF WS-RD-POS = 0
               IF WS-RD-COUNT >= WS-RD-MAX
                   GO TO 3250-EXIT
               END-IF
               ADD 1 TO WS-RD-COUNT
               MOVE WS-RD-COUNT TO WS-RD-POS
               MOVE WS-IN-F2(1:200) TO WS-RD-PATH (WS-RD-POS)
               MOVE 0 TO WS-RD-READS (WS-RD-POS)
               MOVE "N" TO WS-RD-TAKEN (WS-RD-POS)
           END-IF.
           ADD 1 TO WS-RD-READS (WS-RD-POS).
       3250-EXIT.
           EXIT.

      *> R|path|score|flags|reviewer|timestamp|parish - a
      *> reviewer's re-score in the year replaces their earlier
      *> one, RATING-STANDINGS' rule.
       3400-GATHER-RATINGS.
           IF WS-RATINGS-STATUS = SPACES
               OPEN INPUT RATINGS-FILE
               IF WS-RATINGS-STATUS NOT = "00"
                   SET NO-MORE-RATINGS TO TRUE
                   GO TO 3400-EXIT
               END-IF
           END-IF.
           READ RATINGS-FILE
               AT END
                   SET NO-MORE-RATINGS TO TRUE
                   CLOSE RATINGS-FILE
               NOT AT END
                   IF RATINGS-LINE(1:2) = "R|"
                       MOVE SPACES TO WS-IN-F3 WS-IN-F5 WS-IN-F6
                                      WS-PRS-PARISH
                       UNSTRING RATINGS-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                WS-IN-F4 WS-IN-F5 WS-IN-F6
                                WS-PRS-PARISH
                       END-UNSTRING
                       MOVE WS-IN-F2 TO WS-PRS-TEXT
                       PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT
                       MOVE WS-IN-F6(1:8) TO WS-PROBE-STAMP
                       PERFORM 7000-PLACE-MONTH THRU 7000-EXIT
                       IF PROBE-IN-YEAR AND WS-PRS-RC = "00"
                               AND WS-IN-F3(1:1) IS NUMERIC
                           PERFORM 3450-KEEP-SCORE THRU 3450-EXIT
                       END-IF
                   END-IF
           END-READ.
       3400-EXIT.
           EXIT.

       3450-KEEP-SCORE.
           MOVE 0 TO WS-RV-POS.
           SET WS-RV-IDX TO 1.
           IF WS-RV-COUNT > 0
               SEARCH WS-RV-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RV-IDX > WS-RV-COUNT
                       CONTINUE
                   WHEN WS-RV-PATH (WS-RV-IDX) = WS-IN-F2(1:200)
                           AND WS-RV-REVIEWER (WS-RV-IDX)
                               = WS-IN-F5(1:20)
                       SET WS-RV-POS TO WS-RV-IDX
               END-SEARCH
           END-IF.
           IF WS-RV-POS = 0
               IF WS-RV-COUNT >= WS-RV-MAX
                   GO TO 3450-EXIT
               END-IF
               ADD 1 TO WS-RV-COUNT
               MOVE WS-RV-COUNT TO WS-RV-POS
               MOVE WS-IN-F2(1:200) TO WS-RV-PATH (WS-RV-POS)
               MOVE WS-IN-F5(1:20) TO WS-RV-REVIEWER (WS-RV-POS)
           END-IF.
           MOVE WS-IN-F3(1:1) TO WS-RV-SCORE (WS-RV-POS).
       3450-EXIT.
           EXIT.

       3500-FOLD-RATING.
           MOVE 0 TO WS-RP-POS.
           SET WS-RP-IDX TO 1.
           IF WS-RP-COUNT > 0
               SEARCH WS-RP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RP-IDX > WS-RP-COUNT
                       CONTINUE
                   WHEN WS-RP-PATH (WS-RP-IDX) = WS-RV-PATH (WS-RV-POS)
                       SET WS-RP-POS TO WS-RP-IDX
               END-SEARCH
           END-IF.
           IF WS-RP-POS = 0
               IF WS-RP-COUNT >= WS-RP-MAX
                   GO TO 3500-EXIT
               END-IF
               ADD 1 TO WS-RP-COUNT
               MOVE WS-RP-COUNT TO WS-RP-POS
               MOVE WS-RV-PATH (WS-RV-POS) TO WS-RP-PATH (WS-RP-POS)
               MOVE 0 TO WS-RP-SUM (WS-RP-POS)
                         WS-RP-RATERS (WS-RP-POS)
               MOVE "N" TO WS-RP-TAKEN (WS-RP-POS)
           END-IF.
           ADD WS-RV-SCORE (WS-RV-POS) TO WS-RP-SUM (WS-RP-POS).
           ADD 1 TO WS-RP-RATERS (WS-RP-POS).
           COMPUTE WS-RP-AVG-X100 (WS-RP-POS) ROUNDED =
               WS-RP-SUM (WS-RP-POS) * 100 / WS-RP-RATERS (WS-RP-POS).
       3500-EXIT.
           EXIT.

      *> The most-read list: the largest untaken count each pass.
       3600-RANK-READS.
           MOVE 0 TO WS-BEST-POS WS-BEST-FIGURE.
           PERFORM 3610-PROBE-ONE-READ THRU 3610-EXIT
               VARYING WS-RD-POS FROM 1 BY 1
               UNTIL WS-RD-POS > WS-RD-COUNT.
           IF WS-BEST-POS = 0
               GO TO 3600-EXIT
           END-IF.
           MOVE "Y" TO WS-RD-TAKEN (WS-BEST-POS).
           MOVE WS-RD-PATH (WS-BEST-POS) TO WS-TOP-PATH (WS-TOP-POS).
           MOVE WS-BEST-FIGURE TO WS-TOP-FIGURE (WS-TOP-POS).
       3600-EXIT.
           EXIT.

       3610-PROBE-ONE-READ.
           IF WS-RD-TAKEN (WS-RD-POS) = "N"
                   AND WS-RD-READS (WS-RD-POS) > WS-BEST-FIGURE
               MOVE WS-RD-READS (WS-RD-POS) TO WS-BEST-FIGURE
               MOVE WS-RD-POS TO WS-BEST-POS
           END-IF.
       3610-EXIT.
           EXIT.

      *> The best-rated list: highest average, the wider panel
      *> first on a tie.
       3700-RANK-RATINGS.
           MOVE 0 TO WS-BEST-POS WS-BEST-FIGURE WS-BEST-RATERS.
           PERFORM 3710-PROBE-ONE-RATED THRU 3710-EXIT
               VARYING WS-RP-POS FROM 1 BY 1
               UNTIL WS-RP-POS > WS-RP-COUNT.
           IF WS-BEST-POS = 0
               GO TO 3700-EXIT
           END-IF.
           MOVE "Y" TO WS-RP-TAKEN (WS-BEST-POS).
           MOVE WS-RP-PATH (WS-BEST-POS) TO WS-TOP-PATH (WS-TOP-POS).
           MOVE WS-BEST-FIGURE TO WS-TOP-FIGURE (WS-TOP-POS).
           MOVE WS-BEST-RATERS TO WS-TOP-RATERS (WS-TOP-POS).
       3700-EXIT.
           EXIT.

       3710-PROBE-ONE-RATED.
           IF WS-RP-TAKEN (WS-RP-POS) NOT = "N"
               GO TO 3710-EXIT
           END-IF.
           IF WS-BEST-POS = 0
                   OR WS-RP-AVG-X100 (WS-RP-POS) > WS-BEST-FIGURE
                   OR (WS-RP-AVG-X100 (WS-RP-POS) = WS-BEST-FIGURE
                       AND WS-RP-RATERS (WS-RP-POS) > WS-BEST-RATERS)
               MOVE WS-RP-AVG-X100 (WS-RP-POS) TO WS-BEST-FIGURE
               MOVE WS-RP-RATERS (WS-RP-POS) TO WS-BEST-RATERS
               MOVE WS-RP-POS TO WS-BEST-POS
           END-IF.
       3710-EXIT.
           EXIT.

      *> PATH|TOPIC|MODE|GEN-DATE|MSGCOUNT: the tradition split
      *> over the closed months of both years, and the topics of
      *> the listed dialogues.
       4000-GATHER-CATALOG.
           IF WS-CATALOG-STATUS = SPACES
               OPEN INPUT CATALOG-FILE
               IF WS-CATALOG-STATUS NOT = "00"
                   SET NO-MORE-CATALOG TO TRUE
                   GO TO 4000-EXIT
               END-IF
           END-IF.
           READ CATALOG-FILE
               AT END
                   SET NO-MORE-CATALOG TO TRUE
                   CLOSE CATALOG-FILE
               NOT AT END
                   IF CATALOG-LINE(1:2) NOT = "C|"
                           AND CATALOG-LINE NOT = SPACES
                       MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4
                                      WS-IN-F5
                       UNSTRING CATALOG-LINE DELIMITED BY "|"
                           INTO WS-IN-F2 WS-IN-F3 WS-IN-F4
                                WS-IN-F5
                       END-UNSTRING
                       MOVE WS-IN-F2(1:200) TO WS-CUR-PATH
                       MOVE SPACES TO WS-PRS-PARISH
                       MOVE WS-CUR-PATH TO WS-PRS-TEXT
                       PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT
                       IF WS-PRS-RC NOT = "00"
                           GO TO 4000-EXIT
                       END-IF
                       PERFORM 4100-COUNT-TRADITION THRU 4100-EXIT
                       PERFORM 4200-NAME-LISTED THRU 4200-EXIT
                           VARYING WS-TOP-POS FROM 1 BY 1
                           UNTIL WS-TOP-POS > 10
                   END-IF
           END-READ.
       4000-EXIT.
           EXIT.

       4100-COUNT-TRADITION.
           MOVE SPACES TO WS-PROBE-STAMP.
           STRING WS-IN-F5(1:4) WS-IN-F5(6:2)
               DELIMITED BY SIZE INTO WS-PROBE-STAMP
           END-STRING.
           PERFORM 7000-PLACE-MONTH THRU 7000-EXIT.
           IF WS-PROBE-SLOT = 0
               GO TO 4100-EXIT
           END-IF.
           IF PROBE-IN-YEAR
               MOVE 2 TO WS-YR-POS
           ELSE
               MOVE 1 TO WS-YR-POS
           END-IF.
           MOVE SPACES TO WS-TR-NAME-IN.
           UNSTRING WS-CUR-PATH DELIMITED BY "/"
               INTO WS-TR-NAME-IN
           END-UNSTRING.
           MOVE 0 TO WS-TR-POS.
           SET WS-TR-IDX TO 1.
           IF WS-TR-COUNT > 0
               SEARCH WS-TR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TR-IDX > WS-TR-COUNT
                       CONTINUE
                   WHEN WS-TR-NAME (WS-TR-IDX) = WS-TR-NAME-IN
                       SET WS-TR-POS TO WS-TR-IDX
               END-SEARCH
           END-IF.
           IF WS-TR-POS = 0
               IF WS-TR-COUNT >= WS-TR-MAX
                   GO TO 4100-EXIT
               END-IF
               ADD 1 TO WS-TR-COUNT
               MOVE WS-TR-COUNT TO WS-TR-POS
               MOVE WS-TR-NAME-IN TO WS-TR-NAME (WS-TR-POS)
           END-IF.
           ADD 1 TO WS-TR-VOL (WS-TR-POS WS-YR-POS).
       4100-EXIT.
           EXIT.

       4200-NAME-LISTED.
           IF WS-TOP-PATH (WS-TOP-POS) NOT = SPACES
                   AND WS-TOP-PATH (WS-TOP-POS) = WS-CUR-PATH
               MOVE WS-IN-F3(1:80) TO WS-TOP-TOPIC (WS-TOP-POS)
           END-IF.
       4200-EXIT.
           EXIT.

      *> The document itself.
       5000-RENDER-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "PARISH COUNCIL ANNUAL REPORT " WS-ARG-YEAR
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "Prepared " WS-RUN-TIMESTAMP(1:4) "-"
                  WS-RUN-TIMESTAMP(5:2) "-" WS-RUN-TIMESTAMP(7:2)
                  " by " FUNCTION TRIM(WS-OPERATOR-ID)
                  " from the closed periods on file."
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE "VIEW" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
           MOVE WS-PRS-PARISH TO WS-PRS-VIEW.
           MOVE WS-PRS-TEXT TO WS-PRS-HEADING.
           IF WS-PRS-HEADING NOT = SPACES
               MOVE WS-PRS-HEADING TO WS-OUT-TEXT
               PERFORM 6000-PUT-LINE THRU 6000-EXIT
           END-IF.
           IF WS-PRS-VIEW NOT = SPACES AND WS-PRS-VIEW NOT = "*"
               MOVE "Mode, message, moderation and publication volumes"
                   TO WS-OUT-TEXT
               PERFORM 6000-PUT-LINE THRU 6000-EXIT
               MOVE "are the installation's closed-period figures."
                   TO WS-OUT-TEXT
               PERFORM 6000-PUT-LINE THRU 6000-EXIT
           END-IF.
           MOVE ALL "=" TO WS-OUT-TEXT.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           PERFORM 5100-RENDER-PERIODS THRU 5100-EXIT.
           PERFORM 5200-RENDER-VOLUMES THRU 5200-EXIT.
           PERFORM 5300-RENDER-QUESTIONS THRU 5300-EXIT.
           PERFORM 5400-RENDER-PUBLICATIONS THRU 5400-EXIT.
           PERFORM 5500-RENDER-MODERATION THRU 5500-EXIT.
           PERFORM 5600-RENDER-OPERATIONS THRU 5600-EXIT.
           PERFORM 5700-RENDER-DIALOGUES THRU 5700-EXIT.
           MOVE SPACES TO WS-OUT-TEXT.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE "END OF REPORT" TO WS-OUT-TEXT.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           CLOSE REPORT-FILE.
       5000-EXIT.
           EXIT.

       5100-RENDER-PERIODS.
           PERFORM 6300-SECTION-GAP THRU 6300-EXIT.
           MOVE "PERIODS" TO WS-OUT-TEXT.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "  " WS-ARG-YEAR ": " WS-YR-MONTHS (2)
                  " of 12 months closed;  compared with the same "
                  WS-YR-MONTHS (1) " month(s) of " WS-PRIOR-YEAR
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE 0 TO WS-LEFT-OUT.
           PERFORM 5110-LIST-LEFT-OUT THRU 5110-EXIT
               VARYING WS-MON-POS FROM 13 BY 1
               UNTIL WS-MON-POS > 24.
           IF WS-LEFT-OUT = 0
               MOVE "  Every month of the year is in this report."
                   TO WS-OUT-TEXT
               PERFORM 6000-PUT-LINE THRU 6000-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

       5110-LIST-LEFT-OUT.
           EVALUATE WS-MON-STATE (WS-MON-POS)
               WHEN "K"
                   GO TO 5110-EXIT
               WHEN "R"
                   MOVE "reopened, not closed again"
                       TO WS-LEFT-WHY
               WHEN "X"
                   MOVE "close signature does not check"
                       TO WS-LEFT-WHY
               WHEN OTHER
                   MOVE "not closed" TO WS-LEFT-WHY
           END-EVALUATE.
           ADD 1 TO WS-LEFT-OUT.
           COMPUTE WS-MON-MM = WS-MON-POS - 12.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "  left out: " WS-ARG-YEAR WS-MON-MM " - "
                  FUNCTION TRIM(WS-LEFT-WHY)
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
       5110-EXIT.
           EXIT.

       5200-RENDER-VOLUMES.
           PERFORM 6300-SECTION-GAP THRU 6300-EXIT.
           MOVE "1. VOLUMES BY MODE (the closed-period figures)"
               TO WS-OUT-TEXT.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           PERFORM 6200-YOY-HEADING THRU 6200-EXIT.
           MOVE "conversation" TO WS-YOY-LABEL.
           MOVE WS-YR-CONV (2) TO WS-YOY-CUR.
           MOVE WS-YR-CONV (1) TO WS-YOY-PRI.
           PERFORM 6100-YOY-LINE THRU 6100-EXIT.
           MOVE "forum" TO WS-YOY-LABEL.
           MOVE WS-YR-FORUM (2) TO WS-YOY-CUR.
           MOVE WS-YR-FORUM (1) TO WS-YOY-PRI.
           PERFORM 6100-YOY-LINE THRU 6100-EXIT.
           MOVE "judgment" TO WS-YOY-LABEL.
           MOVE WS-YR-JUDG (2) TO WS-YOY-CUR.
           MOVE WS-YR-JUDG (1) TO WS-YOY-PRI.
           PERFORM 6100-YOY-LINE THRU 6100-EXIT.
           MOVE "reenactment" TO WS-YOY-LABEL.
           MOVE WS-YR-REEN (2) TO WS-YOY-CUR.
           MOVE WS-YR-REEN (1) TO WS-YOY-PRI.
           PERFORM 6100-YOY-LINE THRU 6100-EXIT.
           MOVE "all dialogues" TO WS-YOY-LABEL.
           COMPUTE WS-YOY-CUR = WS-YR-CONV (2) + WS-YR-FORUM (2)
                              + WS-YR-JUDG (2) + WS-YR-REEN (2).
           COMPUTE WS-YOY-PRI = WS-YR-CONV (1) + WS-YR-FORUM (1)
                              + WS-YR-JUDG (1) + WS-YR-REEN (1).
           PERFORM 6100-YOY-LINE THRU 6100-EXIT.
           MOVE "messages" TO WS-YOY-LABEL.
           MOVE WS-YR-MSGS (2) TO WS-YOY-CUR.
           MOVE WS-YR-MSGS (1) TO WS-YOY-PRI.
           PERFORM 6100-YOY-LINE THRU 6100-EXIT.
           MOVE SPACES TO WS-OUT-TEXT.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE "   BY TRADITION (current catalog, same closed months)"
               TO WS-OUT-TEXT.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           PERFORM 6200-YOY-HEADING THRU 6200-EXIT.
           IF WS-TR-COUNT = 0
               MOVE "   (no catalog records in the closed months)"
                   TO WS-OUT-TEXT
               PERFORM 6000-PUT-LINE THRU 6000-EXIT
           END-IF.
           PERFORM 5210-ONE-TRADITION THRU 5210-EXIT
               VARYING WS-TR-POS FROM 1 BY 1
               UNTIL WS-TR-POS > WS-TR-COUNT.
       5200-EXIT.
           EXIT.

       5210-ONE-TRADITION.
           MOVE WS-TR-NAME (WS-TR-POS) TO WS-YOY-LABEL.
           MOVE WS-TR-VOL (WS-TR-POS 2) TO WS-YOY-CUR.
           MOVE WS-TR-VOL (WS-TR-POS 1) TO WS-YOY-PRI.
           PERFORM 6100-YOY-LINE THRU 6100-EXIT.
       5210-EXIT.
           EXIT.

       5300-RENDER-QUESTIONS.
           PERFORM 6300-SECTION-GAP THRU 6300-EXIT.
           MOVE "2. QUESTIONS FROM THE CONGREGATION" TO WS-OUT-TEXT.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE WS-Q-RECEIVED TO WS-NUM-ED.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "   received            " WS-NUM-ED
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE WS-Q-ANSWERED TO WS-NUM-ED.
           MOVE WS-Q-FROM-CORPUS TO WS-NUM-ED2.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "   answered            " WS-NUM-ED
                  "   (from the existing corpus "
                  FUNCTION TRIM(WS-NUM-ED2) ")"
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE WS-Q-DECLINED TO WS-NUM-ED.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "   declined            " WS-NUM-ED
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE WS-Q-STILL-OPEN TO WS-NUM-ED.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "   still awaiting      " WS-NUM-ED
                  "   (of the year's questions)"
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE SPACES TO WS-OUT-TEXT.
           IF WS-Q-ANSWERED = 0
               MOVE "   average turnaround        -" TO WS-OUT-TEXT
           ELSE
               COMPUTE WS-AVG-X10 ROUNDED =
                   WS-Q-TOTAL-DAYS * 10 / WS-Q-ANSWERED
               COMPUTE WS-AVG-X10-ED = WS-AVG-X10 / 10
               STRING "   average turnaround   " WS-AVG-X10-ED
                      " days, question to answer"
                   DELIMITED BY SIZE INTO WS-OUT-TEXT
               END-STRING
           END-IF.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
       5300-EXIT.
           EXIT.

       5400-RENDER-PUBLICATIONS.
           PERFORM 6300-SECTION-GAP THRU 6300-EXIT.
           MOVE "3. PUBLICATIONS AND READER RESPONSE" TO WS-OUT-TEXT.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           PERFORM 6200-YOY-HEADING THRU 6200-EXIT.
           MOVE "dialogues published" TO WS-YOY-LABEL.
           MOVE WS-YR-PUBS (2) TO WS-YOY-CUR.
           MOVE WS-YR-PUBS (1) TO WS-YOY-PRI.
           PERFORM 6100-YOY-LINE THRU 6100-EXIT.
           MOVE WS-ISS-COUNT TO WS-NUM-ED.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "   issues              " WS-NUM-ED
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE WS-FB-COUNT TO WS-NUM-ED.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "   reader responses    " WS-NUM-ED
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE SPACES TO WS-OUT-TEXT.
           IF WS-FB-SCORED = 0
               MOVE "   average response          -" TO WS-OUT-TEXT
           ELSE
               COMPUTE WS-AVG-X10 ROUNDED =
                   WS-FB-SUM * 10 / WS-FB-SCORED
               COMPUTE WS-AVG-X10-ED = WS-AVG-X10 / 10
               MOVE WS-FB-LOW TO WS-NUM-ED
               MOVE WS-FB-HIGH TO WS-NUM-ED2
               STRING "   average response     " WS-AVG-X10-ED
                      " of 5;  warm (4-5) "
                      FUNCTION TRIM(WS-NUM-ED2)
                      ", cold (1-2) " FUNCTION TRIM(WS-NUM-ED)
                   DELIMITED BY SIZE INTO WS-OUT-TEXT
               END-STRING
           END-IF.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
       5400-EXIT.
           EXIT.

       5500-RENDER-MODERATION.
           PERFORM 6300-SECTION-GAP THRU 6300-EXIT.
           MOVE "4. MODERATION AND APPEALS" TO WS-OUT-TEXT.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           PERFORM 6200-YOY-HEADING THRU 6200-EXIT.
           MOVE "moderation actions" TO WS-YOY-LABEL.
           MOVE WS-YR-MODACT (2) TO WS-YOY-CUR.
           MOVE WS-YR-MODACT (1) TO WS-YOY-PRI.
           PERFORM 6100-YOY-LINE THRU 6100-EXIT.
           MOVE WS-MOD-QUEUED TO WS-NUM-ED.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "   debates queued      " WS-NUM-ED
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE WS-MOD-KEEP TO WS-NUM-ED.
           MOVE WS-MOD-WITHDRAW TO WS-NUM-ED2.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "   kept                " WS-NUM-ED
                  "   withdrawn    " WS-NUM-ED2
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE WS-MOD-SUPPRESS TO WS-NUM-ED.
           MOVE WS-MOD-ESCALATE TO WS-NUM-ED2.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "   suppressed          " WS-NUM-ED
                  "   escalated    " WS-NUM-ED2
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE WS-MOD-REGEN TO WS-NUM-ED.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "   sent to regenerate  " WS-NUM-ED
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE WS-APL-FILED TO WS-NUM-ED.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "   appeals filed       " WS-NUM-ED
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE WS-APL-UPHELD TO WS-NUM-ED.
           MOVE WS-APL-OVERTURNED TO WS-NUM-ED2.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "   upheld              " WS-NUM-ED
                  "   overturned   " WS-NUM-ED2
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE WS-APL-REMANDED TO WS-NUM-ED.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "   remanded            " WS-NUM-ED
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
       5500-EXIT.
           EXIT.

       5600-RENDER-OPERATIONS.
           PERFORM 6300-SECTION-GAP THRU 6300-EXIT.
           MOVE "5. INCIDENTS AND AVAILABILITY OF THE NIGHTLY"
               TO WS-OUT-TEXT.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE WS-INC-TOTAL TO WS-NUM-ED.
           MOVE WS-INC-SEV-COUNT (1) TO WS-INC-SEV-ED (1).
           MOVE WS-INC-SEV-COUNT (2) TO WS-INC-SEV-ED (2).
           MOVE WS-INC-SEV-COUNT (3) TO WS-INC-SEV-ED (3).
           MOVE WS-INC-SEV-COUNT (4) TO WS-INC-SEV-ED (4).
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "   incidents           " WS-NUM-ED
                  "   by severity 1-4 " WS-INC-SEV-ED (1)
                  WS-INC-SEV-ED (2) WS-INC-SEV-ED (3)
                  WS-INC-SEV-ED (4)
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE WS-INC-CLOSED TO WS-NUM-ED.
           MOVE WS-INC-OPEN TO WS-NUM-ED2.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "   closed              " WS-NUM-ED
                  "   still open   " WS-NUM-ED2
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           IF WS-INC-DRAFTS > 0
               MOVE WS-INC-DRAFTS TO WS-NUM-ED
               MOVE SPACES TO WS-OUT-TEXT
               STRING "   drafts unconfirmed  " WS-NUM-ED
                   DELIMITED BY SIZE INTO WS-OUT-TEXT
               END-STRING
               PERFORM 6000-PUT-LINE THRU 6000-EXIT
           END-IF.
           IF WS-RUN-OK + WS-RUN-FAILED < WS-RUN-STARTED
               COMPUTE WS-RUN-UNFINISHED =
                   WS-RUN-STARTED - WS-RUN-OK - WS-RUN-FAILED
           END-IF.
           MOVE WS-RUN-STARTED TO WS-NUM-ED.
           MOVE WS-RUN-OK TO WS-NUM-ED2.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "   nightly runs        " WS-NUM-ED
                  "   completed OK " WS-NUM-ED2
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE WS-RUN-FAILED TO WS-NUM-ED.
           MOVE WS-RUN-UNFINISHED TO WS-NUM-ED2.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "   ended with failures " WS-NUM-ED
                  "   never ended  " WS-NUM-ED2
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE SPACES TO WS-OUT-TEXT.
           IF WS-RUN-STARTED = 0
               MOVE "   availability              -" TO WS-OUT-TEXT
           ELSE
               COMPUTE WS-AVG-X10 ROUNDED =
                   WS-RUN-OK * 1000 / WS-RUN-STARTED
               COMPUTE WS-AVG-X10-ED = WS-AVG-X10 / 10
               STRING "   availability         " WS-AVG-X10-ED
                      "% of runs completed clean"
                   DELIMITED BY SIZE INTO WS-OUT-TEXT
               END-STRING
           END-IF.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
       5600-EXIT.
           EXIT.

       5700-RENDER-DIALOGUES.
           PERFORM 6300-SECTION-GAP THRU 6300-EXIT.
           MOVE "6. THE YEAR'S DIALOGUES" TO WS-OUT-TEXT.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE WS-RD-TOTAL TO WS-NUM-ED.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "   MOST READ (kiosk renders; "
                  FUNCTION TRIM(WS-NUM-ED) " in the year)"
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE 0 TO WS-TOP-FILLED.
           PERFORM 5710-ONE-MOST-READ THRU 5710-EXIT
               VARYING WS-TOP-POS FROM 1 BY 1
               UNTIL WS-TOP-POS > WS-TOP-SIZE.
           IF WS-TOP-FILLED = 0
               MOVE "     (no kiosk reading in the closed months)"
                   TO WS-OUT-TEXT
               PERFORM 6000-PUT-LINE THRU 6000-EXIT
           END-IF.
           MOVE SPACES TO WS-OUT-TEXT.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE "   BEST RATED (reviewers' scores given in the year)"
               TO WS-OUT-TEXT.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           MOVE 0 TO WS-TOP-FILLED.
           PERFORM 5720-ONE-BEST-RATED THRU 5720-EXIT
               VARYING WS-TOP-POS FROM 6 BY 1
               UNTIL WS-TOP-POS > 5 + WS-TOP-SIZE.
           IF WS-TOP-FILLED = 0
               MOVE "     (no rating in the closed months)"
                   TO WS-OUT-TEXT
               PERFORM 6000-PUT-LINE THRU 6000-EXIT
           END-IF.
       5700-EXIT.
           EXIT.

       5710-ONE-MOST-READ.
           IF WS-TOP-PATH (WS-TOP-POS) = SPACES
               GO TO 5710-EXIT
           END-IF.
           ADD 1 TO WS-TOP-FILLED.
           MOVE WS-TOP-FILLED TO WS-RANK-ED.
           MOVE WS-TOP-FIGURE (WS-TOP-POS) TO WS-NUM-ED.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "   " WS-RANK-ED ". " WS-NUM-ED " reads  "
                  FUNCTION TRIM(WS-TOP-TOPIC (WS-TOP-POS))
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           PERFORM 5730-PATH-LINE THRU 5730-EXIT.
       5710-EXIT.
           EXIT.

       5720-ONE-BEST-RATED.
           IF WS-TOP-PATH (WS-TOP-POS) = SPACES
               GO TO 5720-EXIT
           END-IF.
           ADD 1 TO WS-TOP-FILLED.
           MOVE WS-TOP-FILLED TO WS-RANK-ED.
           COMPUTE WS-AVG-X100-ED = WS-TOP-FIGURE (WS-TOP-POS) / 100.
           MOVE WS-TOP-RATERS (WS-TOP-POS) TO WS-NUM-ED.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "   " WS-RANK-ED ". avg " WS-AVG-X100-ED
                  " over " FUNCTION TRIM(WS-NUM-ED) " reviewer(s)  "
                  FUNCTION TRIM(WS-TOP-TOPIC (WS-TOP-POS))
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
           PERFORM 5730-PATH-LINE THRU 5730-EXIT.
       5720-EXIT.
           EXIT.

       5730-PATH-LINE.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "         " WS-TOP-PATH (WS-TOP-POS)
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
       5730-EXIT.
           EXIT.

      *> One paginated print line - a new page every WS-PAGE-SIZE
      *> lines with a numbered page header, the anthology's rule.
       6000-PUT-LINE.
           IF WS-LINE-ON-PAGE >= WS-PAGE-SIZE
               ADD 1 TO WS-PAGE-NUM
               MOVE SPACES TO REPORT-LINE
               STRING "- ANNUAL REPORT " WS-ARG-YEAR
                      " - PAGE " WS-PAGE-NUM " -"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE 1 TO WS-LINE-ON-PAGE
           END-IF.
           MOVE WS-OUT-TEXT TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-ON-PAGE.
       6000-EXIT.
           EXIT.

      *> label, this year, last year, the change and its percent;
      *> no percent without a prior-year base.
       6100-YOY-LINE.
           COMPUTE WS-YOY-DELTA = WS-YOY-CUR - WS-YOY-PRI.
           MOVE WS-YOY-CUR TO WS-YOY-CUR-ED.
           MOVE WS-YOY-PRI TO WS-YOY-PRI-ED.
           MOVE WS-YOY-DELTA TO WS-YOY-DELTA-ED.
           MOVE SPACES TO WS-OUT-TEXT.
           IF WS-YOY-PRI = 0 OR WS-YR-MONTHS (1) = 0
               STRING "   " WS-YOY-LABEL WS-YOY-CUR-ED " "
                      WS-YOY-PRI-ED " " WS-YOY-DELTA-ED
                   DELIMITED BY SIZE INTO WS-OUT-TEXT
               END-STRING
           ELSE
               COMPUTE WS-YOY-PCT-X10 ROUNDED =
                   WS-YOY-DELTA * 1000 / WS-YOY-PRI
               COMPUTE WS-YOY-PCT-ED = WS-YOY-PCT-X10 / 10
               STRING "   " WS-YOY-LABEL WS-YOY-CUR-ED " "
                      WS-YOY-PRI-ED " " WS-YOY-DELTA-ED " "
                      WS-YOY-PCT-ED "%"
                   DELIMITED BY SIZE INTO WS-OUT-TEXT
               END-STRING
           END-IF.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
       6100-EXIT.
           EXIT.

       6200-YOY-HEADING.
           MOVE SPACES TO WS-OUT-TEXT.
           STRING "   " "                      " "    " WS-ARG-YEAR
                  "     " WS-PRIOR-YEAR "   change        %"
               DELIMITED BY SIZE INTO WS-OUT-TEXT
           END-STRING.
           PERFORM 6000-PUT-LINE THRU 6000-EXIT.
       6200-EXIT.
           EXIT.

      *> A blank line between sections, unless the page is about
      *> to turn anyway.
       6300-SECTION-GAP.
           IF WS-LINE-ON-PAGE < WS-PAGE-SIZE
               MOVE SPACES TO WS-OUT-TEXT
               PERFORM 6000-PUT-LINE THRU 6000-EXIT
           END-IF.
       6300-EXIT.
           EXIT.

      *> Which of the 24 months in view a dated record falls in:
      *> slot 0 unless the month is closed.
       7000-PLACE-MONTH.
           MOVE 0 TO WS-PROBE-SLOT.
           IF WS-PROBE-STAMP(1:6) IS NOT NUMERIC
               GO TO 7000-EXIT
           END-IF.
           MOVE WS-PROBE-STAMP(5:2) TO WS-PROBE-MM.
           IF WS-PROBE-MM < 1 OR WS-PROBE-MM > 12
               GO TO 7000-EXIT
           END-IF.
           EVALUATE WS-PROBE-STAMP(1:4)
               WHEN WS-ARG-YEAR
                   COMPUTE WS-PROBE-SLOT = WS-PROBE-MM + 12
               WHEN WS-PRIOR-YEAR
                   MOVE WS-PROBE-MM TO WS-PROBE-SLOT
               WHEN OTHER
                   GO TO 7000-EXIT
           END-EVALUATE.
           IF WS-MON-STATE (WS-PROBE-SLOT) NOT = "K"
               MOVE 0 TO WS-PROBE-SLOT
           END-IF.
       7000-EXIT.
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
           MOVE "period_close.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "catalog.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "question_box.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE "circulation_feedback.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
           MOVE "issue_contents.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-05.
           MOVE "moderation_queue.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-06.
           MOVE "appeals.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-07.
           MOVE "incidents.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-08.
           MOVE "run_control.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-09.
           MOVE "kiosk_tally.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-10.
           MOVE "ratings.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-11.
           MOVE "annual_report.txt" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-12.
       0900-EXIT.
           EXIT.
