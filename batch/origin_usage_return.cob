      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> ORIGIN-USAGE-RETURN
      *>
      *> The quarterly usage statement the diocesan sharing
      *> agreement asks of every parish that reprints another's
      *> dialogues. For each origin parish whose records we hold
      *> (the H record's trailing origin column, stamped by
      *> INTERCHANGE-IMPORT and SYNC-IMPORT) it states which of
      *> those records we used in the quarter, in which issues
      *> (batch/issue_contents.dat, the register the bulletin and
      *> the anthology keep) and how many times each was read at
      *> the parish-hall kiosk (batch/kiosk_tally.dat). The
      *> statement goes back to the data center as
      *> batch/usage_return.dat, fixed-length SEQUENTIAL records in
      *> the interchange discipline - every record exactly 400
      *> bytes, space padded, no record separators - with the
      *> record type in column 1:
      *>
      *>   0  file header   2-9     file date YYYYMMDD
      *>                    10-39   constant PARISH-ORIGIN-USAGE-RETURN
      *>                    40-41   layout version 01
      *>                    42-48   quarter YYYY-Qn
      *>                    49-56   quarter from   57-64 quarter to
      *>                    65-76   our origin code (sync_origin.ref)
      *>   1  record used   2-13    origin         14-213 path
      *>                    214-293 topic
      *>                    294-298 issue appearances
      *>                    299-305 kiosk views
      *>   2  appearance    2-13    origin         14-213 path
      *>                    214-221 issue          222-229 issue date
      *>   3  origin total  2-13    origin
      *>                    14-19   records held   20-25 records used
      *>                    26-31   issue appearances
      *>                    32-38   kiosk views
      *>   9  file trailer  2-7     type-1 count   8-13  type-2 count
      *>                    14-19   type-3 count   20-25 total
      *>                    26-33   file date
      *>
      *> Records go out grouped by origin, each used record
      *> followed by its appearances and each origin closed by its
      *> total - an origin whose records we hold but did not use
      *> still gets its total, so the statement is a nil return
      *> rather than a silence. An issue is in the quarter by its
      *> register date; a kiosk view by its tally date. A blank or
      *> LOCAL origin, or our own code coming back from a peer, is
      *> ours and is not reported.
      *>
      *> Usage:
      *>     origin_usage_return              the quarter just closed
      *>     origin_usage_return 2026-Q3      a named quarter
      *>
      *> RETURN-CODE 0 statement written, 4 written but our origin
      *> code is not on file or a table filled, 8 bad quarter
      *> argument, 16 the extract failed its control check.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORIGIN-USAGE-RETURN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT ISSUE-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISSUE-STATUS.
           SELECT TALLY-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TALLY-STATUS.
           SELECT ORIGIN-FILE ASSIGN DYNAMIC WS-CFN-04
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORIGIN-STATUS.
           SELECT OUT-FILE ASSIGN DYNAMIC WS-CFN-05
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).

       FD  ISSUE-FILE.
       01  ISSUE-LINE               PIC X(300).

       FD  TALLY-FILE.
       01  TALLY-LINE               PIC X(300).

       FD  ORIGIN-FILE.
       01  ORIGIN-LINE              PIC X(200).

       FD  OUT-FILE
           RECORD CONTAINS 400 CHARACTERS.
       01  OUT-REC                  PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CFN-04                PIC X(200).
       01  WS-CFN-05                PIC X(200).
       01  WS-DATA-STATUS           PIC X(02) VALUE SPACES.
       01  WS-ISSUE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-TALLY-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ORIGIN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).
       01  WS-EOF-DATA              PIC X(01) VALUE "N".
           88  NO-MORE-DATA                  VALUE "Y".
       01  WS-EOF-ISSUE             PIC X(01) VALUE "N".
           88  NO-MORE-ISSUES                VALUE "Y".
       01  WS-EOF-TALLY             PIC X(01) VALUE "N".
           88  NO-MORE-TALLY                 VALUE "Y".
       01  WS-EOF-ORIGIN            PIC X(01) VALUE "N".
           88  NO-MORE-ORIGIN                VALUE "Y".

       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-FILE-DATE             PIC X(08).
       01  WS-MONTH                 PIC 9(02) VALUE 0.
       01  WS-COMMAND               PIC X(40) VALUE SPACES.
       01  WS-QTR-YEAR              PIC 9(04) VALUE 0.
       01  WS-QTR-NUM               PIC 9(01) VALUE 0.
       01  WS-QTR-LABEL             PIC X(07).
       01  WS-QTR-FROM              PIC 9(08) VALUE 0.
       01  WS-QTR-TO                PIC 9(08) VALUE 0.
       01  WS-IN-DATE               PIC 9(08) VALUE 0.
       01  WS-RETURN-CODE           PIC 9(02) VALUE 0.

       01  WS-OWN-ORIGIN            PIC X(12) VALUE SPACES.

      *> Every origin parish whose records we hold.
       01  WS-ORG-MAX               PIC 9(03) VALUE 100.
       01  WS-ORG-COUNT             PIC 9(03) VALUE 0.
       01  WS-ORG-TABLE.
           05  WS-ORG-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-ORG-IDX.
               10  WS-ORG-CODE      PIC X(12).
               10  WS-ORG-HELD      PIC 9(06).
               10  WS-ORG-USED      PIC 9(06).
               10  WS-ORG-APPEARS   PIC 9(06).
               10  WS-ORG-VIEWS     PIC 9(07).
       01  WS-ORG-POS               PIC 9(03) VALUE 0.

      *> Every foreign-origin record on the extract.
       01  WS-REC-MAX               PIC 9(04) VALUE 6000.
       01  WS-REC-COUNT             PIC 9(04) VALUE 0.
       01  WS-REC-TABLE.
           05  WS-REC-ENTRY OCCURS 6000 TIMES
                   INDEXED BY WS-REC-IDX.
               10  WS-REC-PATH      PIC X(200).
               10  WS-REC-ORG       PIC 9(03).
               10  WS-REC-TOPIC     PIC X(80).
               10  WS-REC-APPEARS   PIC 9(05).
               10  WS-REC-VIEWS     PIC 9(07).
       01  WS-REC-POS               PIC 9(04) VALUE 0.

      *> Each issue a foreign record appeared in this quarter.
       01  WS-APP-MAX               PIC 9(04) VALUE 5000.
       01  WS-APP-COUNT             PIC 9(04) VALUE 0.
       01  WS-APP-TABLE.
           05  WS-APP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-APP-IDX.
               10  WS-APP-REC       PIC 9(04).
               10  WS-APP-ISSUE     PIC X(08).
               10  WS-APP-DATE      PIC X(08).
       01  WS-APP-POS               PIC 9(04) VALUE 0.
       01  WS-APP-FOUND             PIC 9(04) VALUE 0.

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
       01  WS-IN-F11                PIC X(240).
       01  WS-IN-F12                PIC X(240).
       01  WS-IN-F13                PIC X(240).
       01  WS-CUR-ORIGIN            PIC X(12).
       01  WS-WANT-PATH             PIC X(200).
       01  WS-IN-ISSUE              PIC X(08).
       01  WS-IN-ISSUE-DATE         PIC X(08).

       01  WS-BUILD                 PIC X(400).
       01  WS-T1-COUNT              PIC 9(06) VALUE 0.
       01  WS-T2-COUNT              PIC 9(06) VALUE 0.
       01  WS-T3-COUNT              PIC 9(06) VALUE 0.
       01  WS-TOTAL                 PIC 9(06) VALUE 0.
       01  WS-ISSUES-SKIPPED        PIC 9(06) VALUE 0.
       01  WS-VIEWS-SKIPPED         PIC 9(06) VALUE 0.
       01  WS-TABLE-FULL            PIC X(01) VALUE "N".
           88  A-TABLE-FILLED                VALUE "Y".

       01  WS-UTF-ACTION            PIC X(03).
       01  WS-UTF-TEXT              PIC X(240).
       01  WS-UTF-BYTE-POS          PIC 9(04).
       01  WS-UTF-RESULT            PIC 9(04).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF RETURN-CODE = 8
               STOP RUN
           END-IF.
           MOVE WS-CFN-01 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-OWN-ORIGIN THRU 1100-EXIT.
           PERFORM 1200-LOAD-FOREIGN-RECORDS THRU 1200-EXIT.
           PERFORM 2000-COUNT-ISSUES THRU 2000-EXIT.
           PERFORM 2500-COUNT-VIEWS THRU 2500-EXIT.
           PERFORM 3000-WRITE-RETURN THRU 3000-EXIT.
           PERFORM 5000-FINISH THRU 5000-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *>----------------------------------------------------------*>
      *> The quarter: named on the command line, or the one that
      *> closed before the current one began.
      *>----------------------------------------------------------*>
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-FILE-DATE.
           MOVE SPACES TO WS-COMMAND.
           ACCEPT WS-COMMAND FROM COMMAND-LINE.
           IF WS-COMMAND = SPACES
               MOVE WS-RUN-TIMESTAMP(1:4) TO WS-QTR-YEAR
               MOVE WS-RUN-TIMESTAMP(5:2) TO WS-MONTH
               COMPUTE WS-QTR-NUM = (WS-MONTH + 2) / 3
               IF WS-QTR-NUM = 1
                   SUBTRACT 1 FROM WS-QTR-YEAR
                   MOVE 4 TO WS-QTR-NUM
               ELSE
                   SUBTRACT 1 FROM WS-QTR-NUM
               END-IF
           ELSE
               IF WS-COMMAND(1:4) IS NOT NUMERIC
                       OR WS-COMMAND(5:2) NOT = "-Q"
                       OR WS-COMMAND(7:1) < "1"
                       OR WS-COMMAND(7:1) > "4"
                   DISPLAY "Usage: origin_usage_return [YYYY-Qn]"
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
               MOVE WS-COMMAND(1:4) TO WS-QTR-YEAR
               MOVE WS-COMMAND(7:1) TO WS-QTR-NUM
           END-IF.
           MOVE SPACES TO WS-QTR-LABEL.
           STRING WS-QTR-YEAR "-Q" WS-QTR-NUM
               DELIMITED BY SIZE INTO WS-QTR-LABEL
           END-STRING.
           COMPUTE WS-QTR-FROM = WS-QTR-YEAR * 10000
                               + WS-QTR-NUM * 300 - 199.
           COMPUTE WS-QTR-TO = WS-QTR-YEAR * 10000
                             + WS-QTR-NUM * 300 + 31.
       1000-EXIT.
           EXIT.

      *> Our own code: it heads the statement, and a record of ours
      *> a peer sends back is not reported to anyone.
       1100-LOAD-OWN-ORIGIN.
           OPEN INPUT ORIGIN-FILE.
           IF WS-ORIGIN-STATUS = "00"
               MOVE "N" TO WS-EOF-ORIGIN
               PERFORM 1110-READ-ONE-ORIGIN THRU 1110-EXIT
                   UNTIL NO-MORE-ORIGIN
               CLOSE ORIGIN-FILE
           END-IF.
           IF WS-OWN-ORIGIN = SPACES
               DISPLAY "ORIGIN-USAGE-RETURN: no origin code in "
                       FUNCTION TRIM(WS-CFN-04)
                       " - the statement goes out unsigned"
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
       1100-EXIT.
           EXIT.

       1110-READ-ONE-ORIGIN.
           READ ORIGIN-FILE
               AT END
                   SET NO-MORE-ORIGIN TO TRUE
                   GO TO 1110-EXIT
           END-READ.
           IF ORIGIN-LINE(1:2) = "O|"
               MOVE FUNCTION UPPER-CASE(
                        FUNCTION TRIM(ORIGIN-LINE(3:12)))
                   TO WS-OWN-ORIGIN
               SET NO-MORE-ORIGIN TO TRUE
           END-IF.
       1110-EXIT.
           EXIT.

       1200-LOAD-FOREIGN-RECORDS.
           OPEN INPUT DATA-FILE.
           MOVE "N" TO WS-EOF-DATA.
           PERFORM 1210-LOAD-ONE-HEADER THRU 1210-EXIT
               UNTIL NO-MORE-DATA.
           CLOSE DATA-FILE.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-HEADER.
           READ DATA-FILE
               AT END
                   SET NO-MORE-DATA TO TRUE
                   GO TO 1210-EXIT
           END-READ.
           IF DATA-LINE(1:2) NOT = "H|"
               GO TO 1210-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F13.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-IN-F7 WS-IN-F8 WS-IN-F9 WS-IN-F10
                    WS-IN-F11 WS-IN-F12 WS-IN-F13
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-F13(1:12)))
               TO WS-CUR-ORIGIN.
           IF WS-CUR-ORIGIN = SPACES OR WS-CUR-ORIGIN = "LOCAL"
               GO TO 1210-EXIT
           END-IF.
           IF WS-OWN-ORIGIN NOT = SPACES
                   AND WS-CUR-ORIGIN = WS-OWN-ORIGIN
               GO TO 1210-EXIT
           END-IF.
           MOVE WS-IN-F2(1:200) TO WS-WANT-PATH.
           PERFORM 8000-FIND-PATH THRU 8000-EXIT.
           IF WS-REC-POS > 0
               GO TO 1210-EXIT
           END-IF.
           PERFORM 1220-FIND-ORIGIN THRU 1220-EXIT.
           IF WS-ORG-POS = 0
               GO TO 1210-EXIT
           END-IF.
           IF WS-REC-COUNT >= WS-REC-MAX
               DISPLAY "ORIGIN-USAGE-RETURN: more than " WS-REC-MAX
                       " foreign-origin records - the rest are "
                       "not reported"
               SET A-TABLE-FILLED TO TRUE
               SET NO-MORE-DATA TO TRUE
               GO TO 1210-EXIT
           END-IF.
           ADD 1 TO WS-REC-COUNT.
           MOVE WS-WANT-PATH TO WS-REC-PATH (WS-REC-COUNT).
           MOVE WS-ORG-POS TO WS-REC-ORG (WS-REC-COUNT).
           MOVE 0 TO WS-REC-APPEARS (WS-REC-COUNT)
                     WS-REC-VIEWS (WS-REC-COUNT).
      *> The topic column backs off to a character boundary
      *> (DLGUTF8), as the interchange feed's does.
           MOVE "CUT" TO WS-UTF-ACTION.
           MOVE WS-IN-F3 TO WS-UTF-TEXT.
           MOVE 80 TO WS-UTF-BYTE-POS.
           CALL "DLGUTF8" USING WS-UTF-ACTION WS-UTF-TEXT
                   WS-UTF-BYTE-POS WS-UTF-RESULT.
           IF WS-UTF-RESULT > 0 AND WS-UTF-RESULT < 80
               MOVE SPACES TO
                   WS-IN-F3(WS-UTF-RESULT + 1:80 - WS-UTF-RESULT)
           END-IF.
           MOVE WS-IN-F3(1:80) TO WS-REC-TOPIC (WS-REC-COUNT).
           ADD 1 TO WS-ORG-HELD (WS-ORG-POS).
       1210-EXIT.
           EXIT.

       1220-FIND-ORIGIN.
           MOVE 0 TO WS-ORG-POS.
           SET WS-ORG-IDX TO 1.
           IF WS-ORG-COUNT > 0
               SEARCH WS-ORG-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ORG-IDX > WS-ORG-COUNT
                       CONTINUE
                   WHEN WS-ORG-CODE (WS-ORG-IDX) = WS-CUR-ORIGIN
                       SET WS-ORG-POS TO WS-ORG-IDX
               END-SEARCH
           END-IF.
           IF WS-ORG-POS > 0
               GO TO 1220-EXIT
           END-IF.
           IF WS-ORG-COUNT >= WS-ORG-MAX
               DISPLAY "ORIGIN-USAGE-RETURN: more than " WS-ORG-MAX
                       " origin parishes - "
                       FUNCTION TRIM(WS-CUR-ORIGIN)
                       " is not reported"
               SET A-TABLE-FILLED TO TRUE
               GO TO 1220-EXIT
           END-IF.
           ADD 1 TO WS-ORG-COUNT.
           MOVE WS-ORG-COUNT TO WS-ORG-POS.
           MOVE WS-CUR-ORIGIN TO WS-ORG-CODE (WS-ORG-POS).
           MOVE 0 TO WS-ORG-HELD (WS-ORG-POS)
                     WS-ORG-USED (WS-ORG-POS)
                     WS-ORG-APPEARS (WS-ORG-POS)
                     WS-ORG-VIEWS (WS-ORG-POS).
       1220-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Issues: every register line dated in the quarter that
      *> names a foreign record, once per record per issue (a
      *> re-run FINAL registers the same contents again).
      *>----------------------------------------------------------*>
       2000-COUNT-ISSUES.
           OPEN INPUT ISSUE-FILE.
           IF WS-ISSUE-STATUS NOT = "00"
               DISPLAY "ORIGIN-USAGE-RETURN: no issue register at "
                       FUNCTION TRIM(WS-CFN-02)
                       " - no issue appearances reported"
               GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-ISSUE.
           PERFORM 2100-COUNT-ONE-ISSUE-LINE THRU 2100-EXIT
               UNTIL NO-MORE-ISSUES.
           CLOSE ISSUE-FILE.
       2000-EXIT.
           EXIT.

       2100-COUNT-ONE-ISSUE-LINE.
           READ ISSUE-FILE
               AT END
                   SET NO-MORE-ISSUES TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF ISSUE-LINE(1:2) NOT = "I|"
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4.
           UNSTRING ISSUE-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
           END-UNSTRING.
           MOVE WS-IN-F2(1:8) TO WS-IN-ISSUE.
           MOVE WS-IN-F4(1:8) TO WS-IN-ISSUE-DATE.
           IF WS-IN-ISSUE-DATE = SPACES
               MOVE WS-IN-ISSUE TO WS-IN-ISSUE-DATE
           END-IF.
           IF WS-IN-ISSUE-DATE IS NOT NUMERIC
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-IN-ISSUE-DATE TO WS-IN-DATE.
           IF WS-IN-DATE < WS-QTR-FROM OR WS-IN-DATE > WS-QTR-TO
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-IN-F3(1:200) TO WS-WANT-PATH.
           PERFORM 8000-FIND-PATH THRU 8000-EXIT.
           IF WS-REC-POS = 0
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-FIND-APPEARANCE THRU 2200-EXIT.
           IF WS-APP-FOUND > 0
               GO TO 2100-EXIT
           END-IF.
           IF WS-APP-COUNT >= WS-APP-MAX
               ADD 1 TO WS-ISSUES-SKIPPED
               SET A-TABLE-FILLED TO TRUE
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-APP-COUNT.
           MOVE WS-REC-POS TO WS-APP-REC (WS-APP-COUNT).
           MOVE WS-IN-ISSUE TO WS-APP-ISSUE (WS-APP-COUNT).
           MOVE WS-IN-ISSUE-DATE TO WS-APP-DATE (WS-APP-COUNT).
           ADD 1 TO WS-REC-APPEARS (WS-REC-POS).
           MOVE WS-REC-ORG (WS-REC-POS) TO WS-ORG-POS.
           ADD 1 TO WS-ORG-APPEARS (WS-ORG-POS).
       2100-EXIT.
           EXIT.

       2200-FIND-APPEARANCE.
           MOVE 0 TO WS-APP-FOUND.
           SET WS-APP-IDX TO 1.
           IF WS-APP-COUNT > 0
               SEARCH WS-APP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-APP-IDX > WS-APP-COUNT
                       CONTINUE
                   WHEN WS-APP-REC (WS-APP-IDX) = WS-REC-POS
                           AND WS-APP-ISSUE (WS-APP-IDX) = WS-IN-ISSUE
                       SET WS-APP-FOUND TO WS-APP-IDX
               END-SEARCH
           END-IF.
       2200-EXIT.
           EXIT.

      *> Kiosk views: every tally line dated in the quarter.
       2500-COUNT-VIEWS.
           OPEN INPUT TALLY-FILE.
           IF WS-TALLY-STATUS NOT = "00"
               DISPLAY "ORIGIN-USAGE-RETURN: no kiosk tally at "
                       FUNCTION TRIM(WS-CFN-03)
                       " - no kiosk views reported"
               GO TO 2500-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-TALLY.
           PERFORM 2600-COUNT-ONE-VIEW THRU 2600-EXIT
               UNTIL NO-MORE-TALLY.
           CLOSE TALLY-FILE.
       2500-EXIT.
           EXIT.

       2600-COUNT-ONE-VIEW.
           READ TALLY-FILE
               AT END
                   SET NO-MORE-TALLY TO TRUE
                   GO TO 2600-EXIT
           END-READ.
           IF TALLY-LINE(1:2) NOT = "K|"
               GO TO 2600-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING TALLY-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           IF WS-IN-F3(1:8) IS NOT NUMERIC
               GO TO 2600-EXIT
           END-IF.
           MOVE WS-IN-F3(1:8) TO WS-IN-DATE.
           IF WS-IN-DATE < WS-QTR-FROM OR WS-IN-DATE > WS-QTR-TO
               GO TO 2600-EXIT
           END-IF.
           MOVE WS-IN-F2(1:200) TO WS-WANT-PATH.
           PERFORM 8000-FIND-PATH THRU 8000-EXIT.
           IF WS-REC-POS = 0
               GO TO 2600-EXIT
           END-IF.
           IF WS-REC-VIEWS (WS-REC-POS) >= 9999999
               ADD 1 TO WS-VIEWS-SKIPPED
               GO TO 2600-EXIT
           END-IF.
           ADD 1 TO WS-REC-VIEWS (WS-REC-POS).
           MOVE WS-REC-ORG (WS-REC-POS) TO WS-ORG-POS.
           ADD 1 TO WS-ORG-VIEWS (WS-ORG-POS).
       2600-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The return file, origin by origin.
      *>----------------------------------------------------------*>
       3000-WRITE-RETURN.
           OPEN OUTPUT OUT-FILE.
           MOVE SPACES TO WS-BUILD.
           MOVE "0" TO WS-BUILD(1:1).
           MOVE WS-FILE-DATE TO WS-BUILD(2:8).
           MOVE "PARISH-ORIGIN-USAGE-RETURN" TO WS-BUILD(10:30).
           MOVE "01" TO WS-BUILD(40:2).
           MOVE WS-QTR-LABEL TO WS-BUILD(42:7).
           MOVE WS-QTR-FROM TO WS-BUILD(49:8).
           MOVE WS-QTR-TO TO WS-BUILD(57:8).
           MOVE WS-OWN-ORIGIN TO WS-BUILD(65:12).
           MOVE WS-BUILD TO OUT-REC.
           WRITE OUT-REC.
           PERFORM 3100-WRITE-ONE-ORIGIN THRU 3100-EXIT
               VARYING WS-ORG-POS FROM 1 BY 1
               UNTIL WS-ORG-POS > WS-ORG-COUNT.
           COMPUTE WS-TOTAL = WS-T1-COUNT + WS-T2-COUNT + WS-T3-COUNT.
           MOVE SPACES TO WS-BUILD.
           MOVE "9" TO WS-BUILD(1:1).
           MOVE WS-T1-COUNT TO WS-BUILD(2:6).
           MOVE WS-T2-COUNT TO WS-BUILD(8:6).
           MOVE WS-T3-COUNT TO WS-BUILD(14:6).
           MOVE WS-TOTAL TO WS-BUILD(20:6).
           MOVE WS-FILE-DATE TO WS-BUILD(26:8).
           MOVE WS-BUILD TO OUT-REC.
           WRITE OUT-REC.
           CLOSE OUT-FILE.
       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-ORIGIN.
           PERFORM 3200-WRITE-ONE-RECORD THRU 3200-EXIT
               VARYING WS-REC-POS FROM 1 BY 1
               UNTIL WS-REC-POS > WS-REC-COUNT.
           MOVE SPACES TO WS-BUILD.
           MOVE "3" TO WS-BUILD(1:1).
           MOVE WS-ORG-CODE (WS-ORG-POS) TO WS-BUILD(2:12).
           MOVE WS-ORG-HELD (WS-ORG-POS) TO WS-BUILD(14:6).
           MOVE WS-ORG-USED (WS-ORG-POS) TO WS-BUILD(20:6).
           MOVE WS-ORG-APPEARS (WS-ORG-POS) TO WS-BUILD(26:6).
           MOVE WS-ORG-VIEWS (WS-ORG-POS) TO WS-BUILD(32:7).
           MOVE WS-BUILD TO OUT-REC.
           WRITE OUT-REC.
           ADD 1 TO WS-T3-COUNT.
           DISPLAY "  " WS-ORG-CODE (WS-ORG-POS)
                   " held " WS-ORG-HELD (WS-ORG-POS)
                   " used " WS-ORG-USED (WS-ORG-POS)
                   " issue appearances " WS-ORG-APPEARS (WS-ORG-POS)
                   " kiosk views " WS-ORG-VIEWS (WS-ORG-POS).
       3100-EXIT.
           EXIT.

      *> A record is used when it appeared in an issue or was read
      *> at the kiosk in the quarter.
       3200-WRITE-ONE-RECORD.
           IF WS-REC-ORG (WS-REC-POS) NOT = WS-ORG-POS
               GO TO 3200-EXIT
           END-IF.
           IF WS-REC-APPEARS (WS-REC-POS) = 0
                   AND WS-REC-VIEWS (WS-REC-POS) = 0
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WS-ORG-USED (WS-ORG-POS).
           MOVE SPACES TO WS-BUILD.
           MOVE "1" TO WS-BUILD(1:1).
           MOVE WS-ORG-CODE (WS-ORG-POS) TO WS-BUILD(2:12).
           MOVE WS-REC-PATH (WS-REC-POS) TO WS-BUILD(14:200).
           MOVE WS-REC-TOPIC (WS-REC-POS) TO WS-BUILD(214:80).
           MOVE WS-REC-APPEARS (WS-REC-POS) TO WS-BUILD(294:5).
           MOVE WS-REC-VIEWS (WS-REC-POS) TO WS-BUILD(299:7).
           MOVE WS-BUILD TO OUT-REC.
           WRITE OUT-REC.
           ADD 1 TO WS-T1-COUNT.
           IF WS-REC-APPEARS (WS-REC-POS) > 0
               PERFORM 3300-WRITE-ONE-APPEARANCE THRU 3300-EXIT
                   VARYING WS-APP-POS FROM 1 BY 1
                   UNTIL WS-APP-POS > WS-APP-COUNT
           END-IF.
       3200-EXIT.
           EXIT.

       3300-WRITE-ONE-APPEARANCE.
           IF WS-APP-REC (WS-APP-POS) NOT = WS-REC-POS
               GO TO 3300-EXIT
           END-IF.
           MOVE SPACES TO WS-BUILD.
           MOVE "2" TO WS-BUILD(1:1).
           MOVE WS-ORG-CODE (WS-ORG-POS) TO WS-BUILD(2:12).
           MOVE WS-REC-PATH (WS-REC-POS) TO WS-BUILD(14:200).
           MOVE WS-APP-ISSUE (WS-APP-POS) TO WS-BUILD(214:8).
           MOVE WS-APP-DATE (WS-APP-POS) TO WS-BUILD(222:8).
           MOVE WS-BUILD TO OUT-REC.
           WRITE OUT-REC.
           ADD 1 TO WS-T2-COUNT.
       3300-EXIT.
           EXIT.

       5000-FINISH.
           IF WS-ISSUES-SKIPPED > 0
               DISPLAY "ORIGIN-USAGE-RETURN: " WS-ISSUES-SKIPPED
                       " issue appearance(s) beyond the table - "
                       "not reported"
           END-IF.
           IF WS-VIEWS-SKIPPED > 0
               DISPLAY "ORIGIN-USAGE-RETURN: " WS-VIEWS-SKIPPED
                       " kiosk view(s) beyond a record's counter - "
                       "not reported"
           END-IF.
           IF A-TABLE-FILLED
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           DISPLAY "ORIGIN-USAGE-RETURN: " WS-QTR-LABEL " "
                   WS-ORG-COUNT " origin parish(es), "
                   WS-T1-COUNT " record(s) used, "
                   WS-T2-COUNT " issue appearance(s) written to "
                   FUNCTION TRIM(WS-CFN-05).
       5000-EXIT.
           EXIT.

       8000-FIND-PATH.
           MOVE 0 TO WS-REC-POS.
           SET WS-REC-IDX TO 1.
           IF WS-REC-COUNT > 0
               SEARCH WS-REC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-REC-IDX > WS-REC-COUNT
                       CONTINUE
                   WHEN WS-REC-PATH (WS-REC-IDX) = WS-WANT-PATH
                       SET WS-REC-POS TO WS-REC-IDX
               END-SEARCH
           END-IF.
       8000-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "dialogue_data.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "issue_contents.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "kiosk_tally.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE "sync_origin.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
           MOVE "usage_return.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-05.
       0900-EXIT.
           EXIT.
