      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> STORAGE-FORECAST
      *>
      *> When does each managed area of the batch tree run out of
      *> room? Reads the nightly census points STORAGE-CENSUS
      *> keeps on batch/storage_history.dat
      *>
      *>     S|YYYYMMDD|area|bytes|files|stamp
      *>
      *> (the latest record of a day wins), fits a least-squares
      *> line of bytes against day over the lookback window, the
      *> same fit WINDOW-FORECAST makes of sweep time, and projects
      *> the days until the line crosses the area's quota in
      *> batch/storage_quota.ref. Per area the report shows the
      *> last census, the quota used, the growth per day and the
      *> projected full date, with a status of
      *>
      *>     OK          growing, but outside the warning horizon
      *>     WARNING     days-to-full at or inside the horizon
      *>     FULL        already at or over quota
      *>     FLAT        fewer than two points, or not growing
      *>     NO CENSUS   no history in the lookback window
      *>
      *> WARNING and FULL each raise a STORAGE-FORECAST finding
      *> (HIGH) through DLGEXC, so they land in the exception
      *> review. The forecast is also rewritten to
      *> batch/storage_forecast.dat for ALERT-ENGINE, whose
      *> STORAGE-DAYS threshold then pages intraday before
      *> ARCHIVE-SWEEP or BACKUP-GENERATIONS runs a disk dry:
      *>
      *>     D|area|census-date|bytes|files|quota|bytes-per-day|
      *>       days-to-full|warn-days|stamp
      *>
      *> (one line; days-to-full 99999 means no projected end).
      *> Report lines write through the spool (DLGSPOOL, class
      *> DAILY) as well as the console.
      *>
      *> Usage:
      *>     storage_forecast [lookback-days]      default 30
      *>
      *> RETURN-CODE 0 clear, 4 an area inside its warning
      *> horizon or full, 8 no quota rows or no history at all.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORAGE-FORECAST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTA-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTA-STATUS.
           SELECT HIST-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT FCST-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTA-FILE.
       01  QUOTA-LINE               PIC X(200).

       FD  HIST-FILE.
       01  HIST-LINE                PIC X(200).

       FD  FCST-FILE.
       01  FCST-LINE                PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-QUOTA-STATUS          PIC X(02) VALUE SPACES.
       01  WS-HIST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-FCST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EOF-QUOTA             PIC X(01) VALUE "N".
           88  NO-MORE-QUOTA                 VALUE "Y".
       01  WS-EOF-HIST              PIC X(01) VALUE "N".
           88  NO-MORE-HIST                  VALUE "Y".
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-TODAY                 PIC 9(08) VALUE 0.
       01  WS-TODAY-INT             PIC 9(08) VALUE 0.
       01  WS-CMD-LINE              PIC X(200) VALUE SPACES.
       01  WS-ARG-DAYS              PIC X(10) VALUE SPACES.
       01  WS-LOOKBACK              PIC 9(04) VALUE 30.
       01  WS-FROM-INT              PIC 9(08) VALUE 0.

      *> The managed areas, their quotas and their projection.
       01  WS-AREA-MAX              PIC 9(02) VALUE 20.
       01  WS-AREA-COUNT            PIC 9(02) VALUE 0.
       01  WS-AREA-TABLE.
           05  WS-AREA-ENTRY        OCCURS 20 TIMES.
               10  WS-AREA-NAME     PIC X(10).
               10  WS-AREA-DIR      PIC X(120).
               10  WS-AREA-QUOTA    PIC 9(15).
               10  WS-AREA-WARN     PIC 9(05).
               10  WS-AREA-LAST-INT PIC 9(08).
               10  WS-AREA-BYTES    PIC 9(15).
               10  WS-AREA-FILES    PIC 9(09).
               10  WS-AREA-RATE     PIC S9(13).
               10  WS-AREA-DAYS     PIC 9(05).
               10  WS-AREA-STATE    PIC X(09).
       01  WS-AREA-POS              PIC 9(02) VALUE 0.
       01  WS-AREA-FOUND            PIC 9(02) VALUE 0.

      *> Census points inside the lookback window, one per area
      *> per day.
       01  WS-PT-MAX                PIC 9(04) VALUE 4000.
       01  WS-PT-COUNT              PIC 9(04) VALUE 0.
       01  WS-PT-TABLE.
           05  WS-PT-ENTRY          OCCURS 4000 TIMES.
               10  WS-PT-AREA       PIC 9(02).
               10  WS-PT-DAY-INT    PIC 9(08).
               10  WS-PT-BYTES      PIC 9(15).
               10  WS-PT-FILES      PIC 9(09).
       01  WS-PT-POS                PIC 9(04) VALUE 0.
       01  WS-PT-FOUND              PIC 9(04) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
       01  WS-IN-F4                 PIC X(240).
       01  WS-IN-F5                 PIC X(240).
       01  WS-IN-F6                 PIC X(240).
       01  WS-DATE-NUM              PIC 9(08) VALUE 0.
       01  WS-DAY-INT               PIC 9(08) VALUE 0.
       01  WS-NEW-BYTES             PIC 9(15) VALUE 0.
       01  WS-NEW-FILES             PIC 9(09) VALUE 0.
       01  WS-HIST-READ             PIC 9(07) VALUE 0.

      *> Least-squares accumulators; floating point because the
      *> cross-products overflow any reasonable picture. Each
      *> product is taken on its own before it is summed.
       01  WS-LS-N                  COMP-2 VALUE 0.
       01  WS-LS-SX                 COMP-2 VALUE 0.
       01  WS-LS-SY                 COMP-2 VALUE 0.
       01  WS-LS-SXX                COMP-2 VALUE 0.
       01  WS-LS-SXY                COMP-2 VALUE 0.
       01  WS-LS-X                  COMP-2 VALUE 0.
       01  WS-LS-Y                  COMP-2 VALUE 0.
       01  WS-LS-DENOM              COMP-2 VALUE 0.
       01  WS-LS-SLOPE              COMP-2 VALUE 0.
       01  WS-LS-DAYS               COMP-2 VALUE 0.
       01  WS-LS-PROD               COMP-2 VALUE 0.

       01  WS-FULL-INT              PIC 9(08) VALUE 0.
       01  WS-FULL-DATE             PIC 9(08) VALUE 0.
       01  WS-LAST-DATE             PIC 9(08) VALUE 0.
       01  WS-USED-PCT              PIC 9(03)V9 VALUE 0.
       01  WS-PCT-ED                PIC ZZ9.9.
       01  WS-BYTES-ED              PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-QUOTA-ED              PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-RATE-ED               PIC -ZZZ,ZZZ,ZZ9.
       01  WS-DAYS-ED               PIC ZZZZ9.
       01  WS-DAYS-SHOW             PIC X(05).
       01  WS-WARN-ED               PIC ZZZZ9.
       01  WS-RATE-NUM              PIC -9(13).
       01  WS-FULL-ED               PIC X(10).
       01  WS-LAST-ED               PIC X(10).

       01  WS-AT-RISK               PIC 9(02) VALUE 0.
       01  WS-NO-CENSUS             PIC 9(02) VALUE 0.
       01  WS-MIN-DAYS              PIC 9(05) VALUE 99999.
       01  WS-MIN-AREA              PIC X(10) VALUE SPACES.

       01  WS-EXC-ID                PIC X(20)
           VALUE "STORAGE-FORECAST".
       01  WS-EXC-SEV               PIC X(04) VALUE "HIGH".
       01  WS-EXC-PATH              PIC X(200).
       01  WS-EXC-DETAIL            PIC X(120).

       01  WS-SPL-ACTION            PIC X(04).
       01  WS-SPL-PGM               PIC X(30)
           VALUE "STORAGE-FORECAST".
       01  WS-SPL-CLASS             PIC X(10) VALUE "DAILY".
       01  WS-SPL-TEXT              PIC X(132).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1100-LOAD-AREAS THRU 1100-EXIT
               UNTIL NO-MORE-QUOTA.
           IF WS-AREA-COUNT = 0
               DISPLAY "STORAGE-FORECAST: no Q rows on "
                       FUNCTION TRIM(WS-CFN-01)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
               UNTIL NO-MORE-HIST.
           PERFORM 3000-PROJECT-ONE-AREA THRU 3000-EXIT
               VARYING WS-AREA-POS FROM 1 BY 1
               UNTIL WS-AREA-POS > WS-AREA-COUNT.
           PERFORM 4000-REPORT THRU 4000-EXIT.
           PERFORM 5000-FINISH THRU 5000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY " "
               INTO WS-ARG-DAYS
           END-UNSTRING.
           IF WS-ARG-DAYS(1:1) >= "1" AND WS-ARG-DAYS(1:1) <= "9"
               MOVE FUNCTION NUMVAL(WS-ARG-DAYS) TO WS-LOOKBACK
           END-IF.
           COMPUTE WS-FROM-INT = WS-TODAY-INT - WS-LOOKBACK.
           MOVE "OPEN" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
       1000-EXIT.
           EXIT.

       1100-LOAD-AREAS.
           IF WS-QUOTA-STATUS = SPACES
               OPEN INPUT QUOTA-FILE
               IF WS-QUOTA-STATUS NOT = "00"
                   SET NO-MORE-QUOTA TO TRUE
                   GO TO 1100-EXIT
               END-IF
           END-IF.
           READ QUOTA-FILE
               AT END
                   SET NO-MORE-QUOTA TO TRUE
                   CLOSE QUOTA-FILE
                   GO TO 1100-EXIT
           END-READ.
           IF QUOTA-LINE(1:2) NOT = "Q|"
               GO TO 1100-EXIT
           END-IF.
           IF WS-AREA-COUNT >= WS-AREA-MAX
               GO TO 1100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5.
           UNSTRING QUOTA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
           END-UNSTRING.
           IF WS-IN-F2 = SPACES
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-AREA-COUNT.
           MOVE WS-IN-F2(1:12) TO WS-AREA-NAME (WS-AREA-COUNT).
           MOVE WS-IN-F3(1:120) TO WS-AREA-DIR (WS-AREA-COUNT).
           MOVE 0 TO WS-AREA-QUOTA (WS-AREA-COUNT)
                     WS-AREA-WARN (WS-AREA-COUNT)
                     WS-AREA-LAST-INT (WS-AREA-COUNT)
                     WS-AREA-BYTES (WS-AREA-COUNT)
                     WS-AREA-FILES (WS-AREA-COUNT)
                     WS-AREA-RATE (WS-AREA-COUNT).
           MOVE 99999 TO WS-AREA-DAYS (WS-AREA-COUNT).
           MOVE "NO CENSUS" TO WS-AREA-STATE (WS-AREA-COUNT).
           IF WS-IN-F4(1:1) >= "0" AND WS-IN-F4(1:1) <= "9"
               MOVE FUNCTION NUMVAL(WS-IN-F4(1:15))
                   TO WS-AREA-QUOTA (WS-AREA-COUNT)
           END-IF.
           IF WS-IN-F5(1:1) >= "0" AND WS-IN-F5(1:1) <= "9"
               MOVE FUNCTION NUMVAL(WS-IN-F5(1:5))
                   TO WS-AREA-WARN (WS-AREA-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> History: keep the points inside the lookback window; a
      *> second census on one day replaces the first.
      *>----------------------------------------------------------*>
       2000-LOAD-HISTORY.
           IF WS-HIST-STATUS = SPACES
               OPEN INPUT HIST-FILE
               IF WS-HIST-STATUS NOT = "00"
                   SET NO-MORE-HIST TO TRUE
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           READ HIST-FILE
               AT END
                   SET NO-MORE-HIST TO TRUE
                   CLOSE HIST-FILE
                   GO TO 2000-EXIT
           END-READ.
           IF HIST-LINE(1:2) NOT = "S|"
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-HIST-READ.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5.
           UNSTRING HIST-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
           END-UNSTRING.
           IF WS-IN-F2(1:8) IS NOT NUMERIC
                   OR WS-IN-F4(1:1) < "0" OR WS-IN-F4(1:1) > "9"
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-IN-F2(1:8) TO WS-DATE-NUM.
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) TO WS-DAY-INT.
           IF WS-DAY-INT < WS-FROM-INT OR WS-DAY-INT > WS-TODAY-INT
               GO TO 2000-EXIT
           END-IF.
           MOVE 0 TO WS-AREA-FOUND.
           PERFORM 2100-FIND-AREA THRU 2100-EXIT
               VARYING WS-AREA-POS FROM 1 BY 1
               UNTIL WS-AREA-POS > WS-AREA-COUNT
                  OR WS-AREA-FOUND > 0.
           IF WS-AREA-FOUND = 0
               GO TO 2000-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(WS-IN-F4(1:15)) TO WS-NEW-BYTES.
           MOVE 0 TO WS-NEW-FILES.
           IF WS-IN-F5(1:1) >= "0" AND WS-IN-F5(1:1) <= "9"
               MOVE FUNCTION NUMVAL(WS-IN-F5(1:9)) TO WS-NEW-FILES
           END-IF.
           MOVE 0 TO WS-PT-FOUND.
           PERFORM 2200-FIND-POINT THRU 2200-EXIT
               VARYING WS-PT-POS FROM 1 BY 1
               UNTIL WS-PT-POS > WS-PT-COUNT
                  OR WS-PT-FOUND > 0.
           IF WS-PT-FOUND = 0
               IF WS-PT-COUNT >= WS-PT-MAX
                   GO TO 2000-EXIT
               END-IF
               ADD 1 TO WS-PT-COUNT
               MOVE WS-PT-COUNT TO WS-PT-FOUND
               MOVE WS-AREA-FOUND TO WS-PT-AREA (WS-PT-FOUND)
               MOVE WS-DAY-INT TO WS-PT-DAY-INT (WS-PT-FOUND)
           END-IF.
           MOVE WS-NEW-BYTES TO WS-PT-BYTES (WS-PT-FOUND).
           MOVE WS-NEW-FILES TO WS-PT-FILES (WS-PT-FOUND).
           IF WS-DAY-INT >= WS-AREA-LAST-INT (WS-AREA-FOUND)
               MOVE WS-DAY-INT TO WS-AREA-LAST-INT (WS-AREA-FOUND)
               MOVE WS-NEW-BYTES TO WS-AREA-BYTES (WS-AREA-FOUND)
               MOVE WS-NEW-FILES TO WS-AREA-FILES (WS-AREA-FOUND)
           END-IF.
       2000-EXIT.
           EXIT.

       2100-FIND-AREA.
           IF FUNCTION TRIM(WS-AREA-NAME (WS-AREA-POS))
                   = FUNCTION TRIM(WS-IN-F3(1:12))
               MOVE WS-AREA-POS TO WS-AREA-FOUND
           END-IF.
       2100-EXIT.
           EXIT.

       2200-FIND-POINT.
           IF WS-PT-AREA (WS-PT-POS) = WS-AREA-FOUND
                   AND WS-PT-DAY-INT (WS-PT-POS) = WS-DAY-INT
               MOVE WS-PT-POS TO WS-PT-FOUND
           END-IF.
       2200-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Fit bytes against day for one area and project the day
      *> the line reaches the quota.
      *>----------------------------------------------------------*>
       3000-PROJECT-ONE-AREA.
           IF WS-AREA-LAST-INT (WS-AREA-POS) = 0
               ADD 1 TO WS-NO-CENSUS
               GO TO 3000-EXIT
           END-IF.
           MOVE 0 TO WS-LS-N WS-LS-SX WS-LS-SY WS-LS-SXX WS-LS-SXY.
           PERFORM 3100-ADD-ONE-POINT THRU 3100-EXIT
               VARYING WS-PT-POS FROM 1 BY 1
               UNTIL WS-PT-POS > WS-PT-COUNT.
           MOVE 0 TO WS-LS-SLOPE.
           IF WS-LS-N > 1
               COMPUTE WS-LS-DENOM = WS-LS-N * WS-LS-SXX
               COMPUTE WS-LS-PROD = WS-LS-SX * WS-LS-SX
               SUBTRACT WS-LS-PROD FROM WS-LS-DENOM
               IF WS-LS-DENOM NOT = 0
                   COMPUTE WS-LS-SLOPE = WS-LS-N * WS-LS-SXY
                   COMPUTE WS-LS-PROD = WS-LS-SX * WS-LS-SY
                   SUBTRACT WS-LS-PROD FROM WS-LS-SLOPE
                   DIVIDE WS-LS-DENOM INTO WS-LS-SLOPE
               END-IF
           END-IF.
           COMPUTE WS-AREA-RATE (WS-AREA-POS) ROUNDED = WS-LS-SLOPE.
           IF WS-AREA-BYTES (WS-AREA-POS)
                   >= WS-AREA-QUOTA (WS-AREA-POS)
               MOVE 0 TO WS-AREA-DAYS (WS-AREA-POS)
               MOVE "FULL" TO WS-AREA-STATE (WS-AREA-POS)
               GO TO 3000-EXIT
           END-IF.
           IF WS-LS-SLOPE NOT > 0
               MOVE "FLAT" TO WS-AREA-STATE (WS-AREA-POS)
               GO TO 3000-EXIT
           END-IF.
           COMPUTE WS-LS-DAYS =
               (WS-AREA-QUOTA (WS-AREA-POS)
                - WS-AREA-BYTES (WS-AREA-POS)) / WS-LS-SLOPE.
           IF WS-LS-DAYS >= 99999
               MOVE 99999 TO WS-AREA-DAYS (WS-AREA-POS)
           ELSE
               COMPUTE WS-AREA-DAYS (WS-AREA-POS) = WS-LS-DAYS
           END-IF.
           IF WS-AREA-DAYS (WS-AREA-POS)
                   <= WS-AREA-WARN (WS-AREA-POS)
               MOVE "WARNING" TO WS-AREA-STATE (WS-AREA-POS)
           ELSE
               MOVE "OK" TO WS-AREA-STATE (WS-AREA-POS)
           END-IF.
       3000-EXIT.
           EXIT.

      *> x is days back from today, so the fit stays well inside
      *> the precision of the floating accumulators.
       3100-ADD-ONE-POINT.
           IF WS-PT-AREA (WS-PT-POS) NOT = WS-AREA-POS
               GO TO 3100-EXIT
           END-IF.
           COMPUTE WS-LS-X =
               WS-PT-DAY-INT (WS-PT-POS) - WS-FROM-INT.
           MOVE WS-PT-BYTES (WS-PT-POS) TO WS-LS-Y.
           ADD 1 TO WS-LS-N.
           ADD WS-LS-X TO WS-LS-SX.
           ADD WS-LS-Y TO WS-LS-SY.
           COMPUTE WS-LS-PROD = WS-LS-X * WS-LS-X.
           ADD WS-LS-PROD TO WS-LS-SXX.
           COMPUTE WS-LS-PROD = WS-LS-X * WS-LS-Y.
           ADD WS-LS-PROD TO WS-LS-SXY.
       3100-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> One report line, one forecast row and - inside the
      *> horizon - one finding per area.
      *>----------------------------------------------------------*>
       4000-REPORT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "STORAGE-FORECAST: days-to-full per managed area, "
                  "as of "               DELIMITED BY SIZE
                  WS-TODAY               DELIMITED BY SIZE
                  ", "                   DELIMITED BY SIZE
                  WS-LOOKBACK            DELIMITED BY SIZE
                  "-day lookback"        DELIMITED BY SIZE
                  INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "AREA       CENSUS               BYTES"
                  "           QUOTA USED%    BYTES/DAY  DAYS"
                  " FULL-DATE  STATUS"
                  DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           OPEN OUTPUT FCST-FILE.
           PERFORM 4100-REPORT-ONE-AREA THRU 4100-EXIT
               VARYING WS-AREA-POS FROM 1 BY 1
               UNTIL WS-AREA-POS > WS-AREA-COUNT.
           CLOSE FCST-FILE.
       4000-EXIT.
           EXIT.

       4100-REPORT-ONE-AREA.
           MOVE "-" TO WS-LAST-ED WS-FULL-ED.
           MOVE 0 TO WS-LAST-DATE.
           IF WS-AREA-LAST-INT (WS-AREA-POS) > 0
               MOVE FUNCTION DATE-OF-INTEGER(
                        WS-AREA-LAST-INT (WS-AREA-POS))
                   TO WS-LAST-DATE
               MOVE SPACES TO WS-LAST-ED
               STRING WS-LAST-DATE(1:4) "-" WS-LAST-DATE(5:2) "-"
                      WS-LAST-DATE(7:2)
                   DELIMITED BY SIZE INTO WS-LAST-ED
               END-STRING
           END-IF.
           IF WS-AREA-DAYS (WS-AREA-POS) < 99999
                   AND WS-AREA-LAST-INT (WS-AREA-POS) > 0
               COMPUTE WS-FULL-INT = WS-AREA-LAST-INT (WS-AREA-POS)
                   + WS-AREA-DAYS (WS-AREA-POS)
               MOVE FUNCTION DATE-OF-INTEGER(WS-FULL-INT)
                   TO WS-FULL-DATE
               MOVE SPACES TO WS-FULL-ED
               STRING WS-FULL-DATE(1:4) "-" WS-FULL-DATE(5:2) "-"
                      WS-FULL-DATE(7:2)
                   DELIMITED BY SIZE INTO WS-FULL-ED
               END-STRING
           END-IF.
           MOVE 999.9 TO WS-USED-PCT.
           IF WS-AREA-QUOTA (WS-AREA-POS) > 0
                   AND WS-AREA-BYTES (WS-AREA-POS)
                       < WS-AREA-QUOTA (WS-AREA-POS) * 9
               COMPUTE WS-USED-PCT ROUNDED =
                   WS-AREA-BYTES (WS-AREA-POS) * 100
                   / WS-AREA-QUOTA (WS-AREA-POS)
           END-IF.
           MOVE WS-USED-PCT TO WS-PCT-ED.
           MOVE WS-AREA-BYTES (WS-AREA-POS) TO WS-BYTES-ED.
           MOVE WS-AREA-QUOTA (WS-AREA-POS) TO WS-QUOTA-ED.
           MOVE WS-AREA-RATE (WS-AREA-POS) TO WS-RATE-ED.
           MOVE WS-AREA-DAYS (WS-AREA-POS) TO WS-DAYS-ED.
           MOVE WS-DAYS-ED TO WS-DAYS-SHOW.
           IF WS-AREA-DAYS (WS-AREA-POS) = 99999
               MOVE "    -" TO WS-DAYS-SHOW
           END-IF.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING WS-AREA-NAME (WS-AREA-POS) " "
                  WS-LAST-ED " "
                  WS-BYTES-ED " "
                  WS-QUOTA-ED " "
                  WS-PCT-ED " "
                  WS-RATE-ED " "
                  WS-DAYS-SHOW " "
                  WS-FULL-ED " "
                  WS-AREA-STATE (WS-AREA-POS)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           IF WS-AREA-LAST-INT (WS-AREA-POS) > 0
               PERFORM 4200-WRITE-FORECAST THRU 4200-EXIT
           END-IF.
           IF WS-AREA-DAYS (WS-AREA-POS) < WS-MIN-DAYS
               MOVE WS-AREA-DAYS (WS-AREA-POS) TO WS-MIN-DAYS
               MOVE WS-AREA-NAME (WS-AREA-POS) TO WS-MIN-AREA
           END-IF.
           IF WS-AREA-STATE (WS-AREA-POS) = "WARNING"
                   OR WS-AREA-STATE (WS-AREA-POS) = "FULL"
               ADD 1 TO WS-AT-RISK
               PERFORM 4300-RAISE-FINDING THRU 4300-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

       4200-WRITE-FORECAST.
           MOVE WS-AREA-RATE (WS-AREA-POS) TO WS-RATE-NUM.
           MOVE SPACES TO FCST-LINE.
           STRING "D|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(
                      WS-AREA-NAME (WS-AREA-POS)) DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-LAST-DATE                    DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-AREA-BYTES (WS-AREA-POS)     DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-AREA-FILES (WS-AREA-POS)     DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-AREA-QUOTA (WS-AREA-POS)     DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RATE-NUM)      DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-AREA-DAYS (WS-AREA-POS)      DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-AREA-WARN (WS-AREA-POS)      DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP(1:14)          DELIMITED BY SIZE
                  INTO FCST-LINE
           END-STRING.
           WRITE FCST-LINE.
       4200-EXIT.
           EXIT.

       4300-RAISE-FINDING.
           MOVE WS-AREA-WARN (WS-AREA-POS) TO WS-WARN-ED.
           MOVE WS-AREA-DIR (WS-AREA-POS) TO WS-EXC-PATH.
           MOVE SPACES TO WS-EXC-DETAIL.
           IF WS-AREA-STATE (WS-AREA-POS) = "FULL"
               STRING FUNCTION TRIM(WS-AREA-NAME (WS-AREA-POS))
                      " at or over quota: "
                      FUNCTION TRIM(WS-BYTES-ED)
                      " of "
                      FUNCTION TRIM(WS-QUOTA-ED)
                      " bytes"
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-AREA-NAME (WS-AREA-POS))
                      " full in "
                      FUNCTION TRIM(WS-DAYS-ED)
                      " day(s), around "
                      WS-FULL-ED
                      ", growing "
                      FUNCTION TRIM(WS-RATE-ED)
                      " bytes/day, warning horizon "
                      FUNCTION TRIM(WS-WARN-ED)
                      " day(s)"
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               END-STRING
           END-IF.
           CALL "DLGEXC" USING WS-EXC-ID WS-EXC-SEV
                               WS-EXC-PATH WS-EXC-DETAIL.
       4300-EXIT.
           EXIT.

       5000-FINISH.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "STORAGE-FORECAST: " DELIMITED BY SIZE
                  WS-AREA-COUNT        DELIMITED BY SIZE
                  " area(s), "         DELIMITED BY SIZE
                  WS-AT-RISK           DELIMITED BY SIZE
                  " inside the warning horizon or full, "
                                       DELIMITED BY SIZE
                  WS-NO-CENSUS         DELIMITED BY SIZE
                  " with no census"    DELIMITED BY SIZE
                  INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           IF WS-MIN-DAYS < 99999
               MOVE WS-MIN-DAYS TO WS-DAYS-ED
               MOVE SPACES TO WS-SPL-TEXT
               STRING "STORAGE-FORECAST: nearest to full is "
                                       DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MIN-AREA)
                                       DELIMITED BY SIZE
                      ", "             DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DAYS-ED)
                                       DELIMITED BY SIZE
                      " day(s)"        DELIMITED BY SIZE
                      INTO WS-SPL-TEXT
               END-STRING
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
           END-IF.
           MOVE "CLOS" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           EVALUATE TRUE
               WHEN WS-HIST-READ = 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-AT-RISK > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       5000-EXIT.
           EXIT.

       8000-SPOOL-LINE.
           MOVE "LINE" TO WS-SPL-ACTION.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
       8000-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "storage_quota.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "storage_history.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "storage_forecast.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
       0900-EXIT.
           EXIT.
