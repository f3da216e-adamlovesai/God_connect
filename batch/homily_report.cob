      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> HOMILY-REPORT
      *>
      *> The pulpit register HOMILY-CAPTURE keeps in
      *> batch/homily_usage.dat, reported three ways through the
      *> spool (DLGSPOOL, class DAILY):
      *>
      *>     BY PREACHER    each preacher's uses in service-date
      *>                    order - date, season, passage, path
      *>     BY SEASON      uses and distinct dialogues per
      *>                    liturgical season, in the order
      *>                    batch/homily_policy.ref lists them
      *>     NEVER PREACHED every record on batch/dialogue_data.dat
      *>                    with no use at all, grouped by
      *>                    tradition (the top-level folder;
      *>                    forum, judgment and reenactment group
      *>                    under their mode folder as in
      *>                    TRADITION-GAP-REPORT), leaving out
      *>                    what the shared eligibility rule
      *>                    (DLGELIG) refuses - no one should be
      *>                    steered to preach from those
      *>
      *> A planned use counts as a use: the register is what the
      *> pulpit has had or is about to have. Uses of another
      *> parish's dialogues are passed over (DLGPRSH CODE on the
      *> path).
      *>
      *> Usage:
      *>     homily_report
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>     2026-10-15  DO   Uses outside the run's parish view
      *>                      are passed over (DLGPRSH CODE).
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOMILY-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USAGE-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT POLICY-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USAGE-FILE.
       01  USAGE-LINE               PIC X(500).

       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).

       FD  POLICY-FILE.
       01  POLICY-LINE              PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).
       01  WS-USAGE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-DATA-STATUS           PIC X(02) VALUE SPACES.
       01  WS-POLICY-STATUS         PIC X(02) VALUE SPACES.
       01  WS-EOF-FLAG              PIC X(01) VALUE "N".
           88  NO-MORE-INPUT                 VALUE "Y".

      *> The register.
       01  WS-USE-MAX               PIC 9(04) VALUE 2000.
       01  WS-USE-COUNT             PIC 9(04) VALUE 0.
       01  WS-USE-TABLE.
           05  WS-USE-ENTRY OCCURS 2000 TIMES.
               10  WS-USE-PATH      PIC X(200).
               10  WS-USE-PREACHER  PIC X(30).
               10  WS-USE-DATE      PIC X(10).
               10  WS-USE-SEASON    PIC X(20).
               10  WS-USE-PASSAGE   PIC X(60).
               10  WS-USE-LISTED    PIC X(01).
       01  WS-USE-POS               PIC 9(04) VALUE 0.
       01  WS-USE-POS-2             PIC 9(04) VALUE 0.
       01  WS-BEST-USE              PIC 9(04) VALUE 0.

       01  WS-PRE-MAX               PIC 9(03) VALUE 200.
       01  WS-PRE-COUNT             PIC 9(03) VALUE 0.
       01  WS-PRE-TABLE.
           05  WS-PRE-ENTRY OCCURS 200 TIMES.
               10  WS-PRE-NAME      PIC X(30).
               10  WS-PRE-USES      PIC 9(04).
               10  WS-PRE-LISTED    PIC X(01).
       01  WS-PRE-POS               PIC 9(03) VALUE 0.
       01  WS-PRE-FOUND             PIC 9(03) VALUE 0.
       01  WS-BEST-PRE              PIC 9(03) VALUE 0.

      *> Seasons as homily_policy.ref lists them; a season met in
      *> the register but no longer listed is added at the end.
       01  WS-SEA-MAX               PIC 9(02) VALUE 30.
       01  WS-SEA-COUNT             PIC 9(02) VALUE 0.
       01  WS-SEA-TABLE.
           05  WS-SEA-ENTRY OCCURS 30 TIMES.
               10  WS-SEA-NAME      PIC X(20).
               10  WS-SEA-USES      PIC 9(04).
               10  WS-SEA-DIALOGUES PIC 9(04).
               10  WS-SEA-PREACHERS PIC 9(04).
       01  WS-SEA-POS               PIC 9(02) VALUE 0.
       01  WS-SEA-FOUND             PIC 9(02) VALUE 0.
       01  WS-FIRST-SEEN            PIC X(01).

      *> Records never preached, with their tradition.
       01  WS-NP-MAX                PIC 9(04) VALUE 2000.
       01  WS-NP-COUNT              PIC 9(04) VALUE 0.
       01  WS-NP-TABLE.
           05  WS-NP-ENTRY OCCURS 2000 TIMES.
               10  WS-NP-TRADITION  PIC X(40).
               10  WS-NP-PATH       PIC X(200).
               10  WS-NP-TOPIC      PIC X(60).
               10  WS-NP-LISTED     PIC X(01).
       01  WS-NP-POS                PIC 9(04) VALUE 0.
       01  WS-NP-POS-2              PIC 9(04) VALUE 0.
       01  WS-TRAD-NOW              PIC X(40).
       01  WS-TRAD-COUNT            PIC 9(04) VALUE 0.
       01  WS-RECORDS               PIC 9(04) VALUE 0.
       01  WS-PREACHED              PIC 9(04) VALUE 0.
       01  WS-EXCLUDED              PIC 9(04) VALUE 0.
       01  WS-USED                  PIC X(01).

       01  WS-ELIG-PATH             PIC X(200).
       01  WS-ELIG-RC               PIC X(02).
       01  WS-ELIG-REASON           PIC X(10).

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
       01  WS-IN-F4                 PIC X(240).
       01  WS-IN-F5                 PIC X(240).
       01  WS-IN-F6                 PIC X(240).

       01  WS-COUNT-ED              PIC ZZZ9.
       01  WS-COUNT-ED-2            PIC ZZZ9.
       01  WS-COUNT-ED-3            PIC ZZZ9.

       01  WS-SPL-ACTION            PIC X(04).
       01  WS-SPL-PGM               PIC X(30) VALUE "HOMILY-REPORT".
       01  WS-SPL-CLASS             PIC X(10) VALUE "DAILY".
       01  WS-SPL-TEXT              PIC X(132).

      *> Whose a side-file record is (DLGPRSH CODE).
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "HOMILY-REPORT".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           PERFORM 1000-LOAD-SEASONS THRU 1000-EXIT
               UNTIL NO-MORE-INPUT.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 1100-LOAD-USES THRU 1100-EXIT
               UNTIL NO-MORE-INPUT.
           MOVE WS-CFN-02 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 1200-LOAD-RECORDS THRU 1200-EXIT
               UNTIL NO-MORE-INPUT.
           MOVE "OPEN" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           PERFORM 2000-BY-PREACHER THRU 2000-EXIT.
           PERFORM 3000-BY-SEASON THRU 3000-EXIT.
           PERFORM 4000-NEVER-PREACHED THRU 4000-EXIT.
           MOVE WS-USE-COUNT TO WS-COUNT-ED.
           MOVE WS-PREACHED TO WS-COUNT-ED-2.
           MOVE WS-RECORDS TO WS-COUNT-ED-3.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "HOMILY-REPORT: " FUNCTION TRIM(WS-COUNT-ED)
                  " use(s); " FUNCTION TRIM(WS-COUNT-ED-2) " of "
                  FUNCTION TRIM(WS-COUNT-ED-3)
                  " record(s) ever preached"
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           MOVE "CLOS" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *>----------------------------------------------------------*>
      *> Loading.
      *>----------------------------------------------------------*>
       1000-LOAD-SEASONS.
           IF WS-POLICY-STATUS = SPACES
               OPEN INPUT POLICY-FILE
               IF WS-POLICY-STATUS NOT = "00"
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           READ POLICY-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   CLOSE POLICY-FILE
                   GO TO 1000-EXIT
           END-READ.
           IF POLICY-LINE(1:2) NOT = "S|"
                   OR WS-SEA-COUNT NOT < WS-SEA-MAX
               GO TO 1000-EXIT
           END-IF.
           ADD 1 TO WS-SEA-COUNT.
           INITIALIZE WS-SEA-ENTRY (WS-SEA-COUNT).
           MOVE FUNCTION UPPER-CASE(POLICY-LINE(3:20))
               TO WS-SEA-NAME (WS-SEA-COUNT).
       1000-EXIT.
           EXIT.

      *> U|path|preacher|date|season|passage|operator|stamp
       1100-LOAD-USES.
           IF WS-USAGE-STATUS = SPACES
               OPEN INPUT USAGE-FILE
               IF WS-USAGE-STATUS NOT = "00"
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 1100-EXIT
               END-IF
           END-IF.
           READ USAGE-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   CLOSE USAGE-FILE
                   GO TO 1100-EXIT
           END-READ.
           IF USAGE-LINE(1:2) NOT = "U|"
                   OR WS-USE-COUNT NOT < WS-USE-MAX
               GO TO 1100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6.
           UNSTRING USAGE-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6
           END-UNSTRING.
           MOVE WS-IN-F2 TO WS-PRS-TEXT.
           MOVE SPACES TO WS-PRS-PARISH.
           PERFORM 8950-JUDGE-PARISH THRU 8950-EXIT.
           IF WS-PRS-RC NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-USE-COUNT.
           MOVE WS-IN-F2(1:200) TO WS-USE-PATH (WS-USE-COUNT).
           MOVE WS-IN-F3(1:30) TO WS-USE-PREACHER (WS-USE-COUNT).
           MOVE WS-IN-F4(1:10) TO WS-USE-DATE (WS-USE-COUNT).
           MOVE WS-IN-F5(1:20) TO WS-USE-SEASON (WS-USE-COUNT).
           MOVE WS-IN-F6(1:60) TO WS-USE-PASSAGE (WS-USE-COUNT).
           MOVE "N" TO WS-USE-LISTED (WS-USE-COUNT).
           PERFORM 1110-POST-PREACHER THRU 1110-EXIT.
           PERFORM 1120-POST-SEASON THRU 1120-EXIT.
       1100-EXIT.
           EXIT.

       1110-POST-PREACHER.
           MOVE 0 TO WS-PRE-FOUND.
           PERFORM 1111-PROBE-ONE-PREACHER THRU 1111-EXIT
               VARYING WS-PRE-POS FROM 1 BY 1
               UNTIL WS-PRE-POS > WS-PRE-COUNT
                  OR WS-PRE-FOUND > 0.
           IF WS-PRE-FOUND = 0
               IF WS-PRE-COUNT NOT < WS-PRE-MAX
                   GO TO 1110-EXIT
               END-IF
               ADD 1 TO WS-PRE-COUNT
               MOVE WS-PRE-COUNT TO WS-PRE-FOUND
               MOVE WS-USE-PREACHER (WS-USE-COUNT)
                   TO WS-PRE-NAME (WS-PRE-FOUND)
               MOVE 0 TO WS-PRE-USES (WS-PRE-FOUND)
               MOVE "N" TO WS-PRE-LISTED (WS-PRE-FOUND)
           END-IF.
           ADD 1 TO WS-PRE-USES (WS-PRE-FOUND).
       1110-EXIT.
           EXIT.

       1111-PROBE-ONE-PREACHER.
           IF WS-PRE-NAME (WS-PRE-POS) = WS-USE-PREACHER (WS-USE-COUNT)
               MOVE WS-PRE-POS TO WS-PRE-FOUND
           END-IF.
       1111-EXIT.
           EXIT.

      *> Per season: uses, and dialogues and preachers counted at
      *> their first use in that season.
       1120-POST-SEASON.
           MOVE 0 TO WS-SEA-FOUND.
           PERFORM 1121-PROBE-ONE-SEASON THRU 1121-EXIT
               VARYING WS-SEA-POS FROM 1 BY 1
               UNTIL WS-SEA-POS > WS-SEA-COUNT
                  OR WS-SEA-FOUND > 0.
           IF WS-SEA-FOUND = 0
               IF WS-SEA-COUNT NOT < WS-SEA-MAX
                   GO TO 1120-EXIT
               END-IF
               ADD 1 TO WS-SEA-COUNT
               MOVE WS-SEA-COUNT TO WS-SEA-FOUND
               INITIALIZE WS-SEA-ENTRY (WS-SEA-FOUND)
               MOVE WS-USE-SEASON (WS-USE-COUNT)
                   TO WS-SEA-NAME (WS-SEA-FOUND)
           END-IF.
           ADD 1 TO WS-SEA-USES (WS-SEA-FOUND).
           MOVE "Y" TO WS-FIRST-SEEN.
           PERFORM 1122-PROBE-PATH-IN-SEASON THRU 1122-EXIT
               VARYING WS-USE-POS FROM 1 BY 1
               UNTIL WS-USE-POS NOT < WS-USE-COUNT.
           IF WS-FIRST-SEEN = "Y"
               ADD 1 TO WS-SEA-DIALOGUES (WS-SEA-FOUND)
           END-IF.
           MOVE "Y" TO WS-FIRST-SEEN.
           PERFORM 1123-PROBE-PREACHER-IN-SEASON THRU 1123-EXIT
               VARYING WS-USE-POS FROM 1 BY 1
               UNTIL WS-USE-POS NOT < WS-USE-COUNT.
           IF WS-FIRST-SEEN = "Y"
               ADD 1 TO WS-SEA-PREACHERS (WS-SEA-FOUND)
           END-IF.
       1120-EXIT.
           EXIT.

       1121-PROBE-ONE-SEASON.
           IF WS-SEA-NAME (WS-SEA-POS) = WS-USE-SEASON (WS-USE-COUNT)
               MOVE WS-SEA-POS TO WS-SEA-FOUND
           END-IF.
       1121-EXIT.
           EXIT.

       1122-PROBE-PATH-IN-SEASON.
           IF WS-USE-SEASON (WS-USE-POS) = WS-USE-SEASON (WS-USE-COUNT)
                   AND WS-USE-PATH (WS-USE-POS)
                       = WS-USE-PATH (WS-USE-COUNT)
               MOVE "N" TO WS-FIRST-SEEN
           END-IF.
       1122-EXIT.
           EXIT.

       1123-PROBE-PREACHER-IN-SEASON.
           IF WS-USE-SEASON (WS-USE-POS) = WS-USE-SEASON (WS-USE-COUNT)
                   AND WS-USE-PREACHER (WS-USE-POS)
                       = WS-USE-PREACHER (WS-USE-COUNT)
               MOVE "N" TO WS-FIRST-SEEN
           END-IF.
       1123-EXIT.
           EXIT.

      *> H|path|topic|... - every record, preached or not.
       1200-LOAD-RECORDS.
           IF WS-DATA-STATUS = SPACES
               OPEN INPUT DATA-FILE
               IF WS-DATA-STATUS NOT = "00"
                   DISPLAY "HOMILY-REPORT: no extract at "
                           FUNCTION TRIM(WS-CFN-02)
                           " - run BUILD-DIALOGUE-DATA first"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ DATA-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   CLOSE DATA-FILE
                   GO TO 1200-EXIT
           END-READ.
           IF DATA-LINE(1:2) NOT = "H|"
               GO TO 1200-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           ADD 1 TO WS-RECORDS.
           MOVE "N" TO WS-USED.
           PERFORM 1210-PROBE-ONE-USE THRU 1210-EXIT
               VARYING WS-USE-POS FROM 1 BY 1
               UNTIL WS-USE-POS > WS-USE-COUNT
                  OR WS-USED = "Y".
           IF WS-USED = "Y"
               ADD 1 TO WS-PREACHED
               GO TO 1200-EXIT
           END-IF.
           MOVE WS-IN-F2(1:200) TO WS-ELIG-PATH.
           CALL "DLGELIG" USING WS-ELIG-PATH WS-ELIG-RC
                                WS-ELIG-REASON.
           IF WS-ELIG-RC = "12"
               ADD 1 TO WS-EXCLUDED
               GO TO 1200-EXIT
           END-IF.
           IF WS-NP-COUNT NOT < WS-NP-MAX
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-NP-COUNT.
           MOVE SPACES TO WS-NP-TRADITION (WS-NP-COUNT).
           UNSTRING WS-IN-F2 DELIMITED BY "/"
               INTO WS-NP-TRADITION (WS-NP-COUNT)
           END-UNSTRING.
           MOVE WS-IN-F2(1:200) TO WS-NP-PATH (WS-NP-COUNT).
           MOVE WS-IN-F3(1:60) TO WS-NP-TOPIC (WS-NP-COUNT).
           MOVE "N" TO WS-NP-LISTED (WS-NP-COUNT).
       1200-EXIT.
           EXIT.

       1210-PROBE-ONE-USE.
           IF WS-USE-PATH (WS-USE-POS) = WS-IN-F2(1:200)
               MOVE "Y" TO WS-USED
           END-IF.
       1210-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> BY PREACHER - preachers alphabetically, each one's uses
      *> in service-date order.
      *>----------------------------------------------------------*>
       2000-BY-PREACHER.
           MOVE "HOMILY USAGE - BY PREACHER" TO WS-SPL-TEXT.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           MOVE "==========================" TO WS-SPL-TEXT.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           IF WS-PRE-COUNT = 0
               MOVE "  (no uses registered)" TO WS-SPL-TEXT
               PERFORM 8900-SPOOL-LINE THRU 8900-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE 1 TO WS-BEST-PRE.
           PERFORM 2100-NEXT-PREACHER THRU 2100-EXIT
               UNTIL WS-BEST-PRE = 0.
       2000-EXIT.
           EXIT.

       2100-NEXT-PREACHER.
           MOVE 0 TO WS-BEST-PRE.
           PERFORM 2110-PROBE-FIRST-NAME THRU 2110-EXIT
               VARYING WS-PRE-POS FROM 1 BY 1
               UNTIL WS-PRE-POS > WS-PRE-COUNT.
           IF WS-BEST-PRE = 0
               GO TO 2100-EXIT
           END-IF.
           MOVE "Y" TO WS-PRE-LISTED (WS-BEST-PRE).
           MOVE WS-PRE-USES (WS-BEST-PRE) TO WS-COUNT-ED.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           STRING FUNCTION TRIM(WS-PRE-NAME (WS-BEST-PRE)) " - "
                  FUNCTION TRIM(WS-COUNT-ED) " use(s)"
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           MOVE 1 TO WS-BEST-USE.
           PERFORM 2200-NEXT-USE THRU 2200-EXIT
               UNTIL WS-BEST-USE = 0.
       2100-EXIT.
           EXIT.

       2110-PROBE-FIRST-NAME.
           IF WS-PRE-LISTED (WS-PRE-POS) = "Y"
               GO TO 2110-EXIT
           END-IF.
           IF WS-BEST-PRE = 0
               MOVE WS-PRE-POS TO WS-BEST-PRE
               GO TO 2110-EXIT
           END-IF.
           IF WS-PRE-NAME (WS-PRE-POS) < WS-PRE-NAME (WS-BEST-PRE)
               MOVE WS-PRE-POS TO WS-BEST-PRE
           END-IF.
       2110-EXIT.
           EXIT.

       2200-NEXT-USE.
           MOVE 0 TO WS-BEST-USE.
           PERFORM 2210-PROBE-EARLIEST-USE THRU 2210-EXIT
               VARYING WS-USE-POS FROM 1 BY 1
               UNTIL WS-USE-POS > WS-USE-COUNT.
           IF WS-BEST-USE = 0
               GO TO 2200-EXIT
           END-IF.
           MOVE "Y" TO WS-USE-LISTED (WS-BEST-USE).
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "  " WS-USE-DATE (WS-BEST-USE) "  "
                  WS-USE-SEASON (WS-BEST-USE)(1:14) " "
                  WS-USE-PASSAGE (WS-BEST-USE)(1:40)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "              " WS-USE-PATH (WS-BEST-USE)(1:86)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
       2200-EXIT.
           EXIT.

       2210-PROBE-EARLIEST-USE.
           IF WS-USE-LISTED (WS-USE-POS) = "Y"
                   OR WS-USE-PREACHER (WS-USE-POS)
                       NOT = WS-PRE-NAME (WS-BEST-PRE)
               GO TO 2210-EXIT
           END-IF.
           IF WS-BEST-USE = 0
               MOVE WS-USE-POS TO WS-BEST-USE
               GO TO 2210-EXIT
           END-IF.
           IF WS-USE-DATE (WS-USE-POS) < WS-USE-DATE (WS-BEST-USE)
               MOVE WS-USE-POS TO WS-BEST-USE
           END-IF.
       2210-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> BY SEASON.
      *>----------------------------------------------------------*>
       3000-BY-SEASON.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           MOVE "HOMILY USAGE - BY SEASON" TO WS-SPL-TEXT.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           MOVE "========================" TO WS-SPL-TEXT.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           MOVE "SEASON                USES  DIALOGUES  PREACHERS"
               TO WS-SPL-TEXT.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           PERFORM 3100-ONE-SEASON THRU 3100-EXIT
               VARYING WS-SEA-POS FROM 1 BY 1
               UNTIL WS-SEA-POS > WS-SEA-COUNT.
       3000-EXIT.
           EXIT.

       3100-ONE-SEASON.
           MOVE WS-SEA-USES (WS-SEA-POS) TO WS-COUNT-ED.
           MOVE WS-SEA-DIALOGUES (WS-SEA-POS) TO WS-COUNT-ED-2.
           MOVE WS-SEA-PREACHERS (WS-SEA-POS) TO WS-COUNT-ED-3.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING WS-SEA-NAME (WS-SEA-POS) "  " WS-COUNT-ED
                  "       " WS-COUNT-ED-2 "       " WS-COUNT-ED-3
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
       3100-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> NEVER PREACHED - by tradition, in path order within it.
      *>----------------------------------------------------------*>
       4000-NEVER-PREACHED.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           MOVE "NEVER PREACHED - BY TRADITION" TO WS-SPL-TEXT.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           MOVE "=============================" TO WS-SPL-TEXT.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           PERFORM 4100-ONE-TRADITION THRU 4100-EXIT
               VARYING WS-NP-POS FROM 1 BY 1
               UNTIL WS-NP-POS > WS-NP-COUNT.
           IF WS-EXCLUDED > 0
               MOVE WS-EXCLUDED TO WS-COUNT-ED
               MOVE SPACES TO WS-SPL-TEXT
               PERFORM 8900-SPOOL-LINE THRU 8900-EXIT
               STRING "  (" FUNCTION TRIM(WS-COUNT-ED)
                      " unpreached record(s) left out as "
                      "ineligible for publication)"
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 8900-SPOOL-LINE THRU 8900-EXIT
           END-IF.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
       4000-EXIT.
           EXIT.

      *> The first unlisted record of a tradition lists the whole
      *> tradition.
       4100-ONE-TRADITION.
           IF WS-NP-LISTED (WS-NP-POS) = "Y"
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-NP-TRADITION (WS-NP-POS) TO WS-TRAD-NOW.
           MOVE 0 TO WS-TRAD-COUNT.
           PERFORM 4110-COUNT-ONE THRU 4110-EXIT
               VARYING WS-NP-POS-2 FROM WS-NP-POS BY 1
               UNTIL WS-NP-POS-2 > WS-NP-COUNT.
           MOVE WS-TRAD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           STRING FUNCTION TRIM(WS-TRAD-NOW) " - "
                  FUNCTION TRIM(WS-COUNT-ED) " never preached"
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           PERFORM 4120-LIST-ONE THRU 4120-EXIT
               VARYING WS-NP-POS-2 FROM WS-NP-POS BY 1
               UNTIL WS-NP-POS-2 > WS-NP-COUNT.
       4100-EXIT.
           EXIT.

       4110-COUNT-ONE.
           IF WS-NP-TRADITION (WS-NP-POS-2) = WS-TRAD-NOW
               ADD 1 TO WS-TRAD-COUNT
           END-IF.
       4110-EXIT.
           EXIT.

       4120-LIST-ONE.
           IF WS-NP-TRADITION (WS-NP-POS-2) NOT = WS-TRAD-NOW
               GO TO 4120-EXIT
           END-IF.
           MOVE "Y" TO WS-NP-LISTED (WS-NP-POS-2).
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "  " WS-NP-TOPIC (WS-NP-POS-2)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "    " WS-NP-PATH (WS-NP-POS-2)(1:96)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
       4120-EXIT.
           EXIT.

      *> One report line to the console and the spool member alike.
       8900-SPOOL-LINE.
           MOVE "LINE" TO WS-SPL-ACTION.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           MOVE SPACES TO WS-SPL-TEXT.
       8900-EXIT.
           EXIT.

      *> The record's parish column in WS-PRS-PARISH (blank
      *> falls back to the path in WS-PRS-TEXT) against the run's
      *> view; WS-PRS-RC "04" is another parish's record.
       8950-JUDGE-PARISH.
           MOVE "CODE" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
       8950-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "homily_usage.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "dialogue_data.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "homily_policy.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
       0900-EXIT.
           EXIT.
