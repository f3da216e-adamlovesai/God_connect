      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> HOMILY-CAPTURE
      *>
      *> Pulpit use as data. Records that a dialogue was - or is
      *> planned to be - preached from, appending one record to
      *> batch/homily_usage.dat:
      *>
      *>     U|path|preacher|service-date|season|passage|operator|
      *>       timestamp
      *>
      *> The path may be given as a dialogue number (DLGNUM) and is
      *> verified against batch/dialogue_data.dat; the season must
      *> be one listed in batch/homily_policy.ref; the passage is
      *> free text naming the part used ("msgs 4-7", "the ruling").
      *> Before the record is written, every earlier use of the
      *> same dialogue whose service date falls within REUSE-WEEKS
      *> (homily_policy.ref) either side of this one is shown as a
      *> REUSE WARNING - two priests preaching one forum debate in
      *> consecutive Lenten weeks is what this is for. The use is
      *> still recorded; the warning is for the preacher to weigh.
      *> HOMILY-REPORT reports the register.
      *>
      *> Usage:
      *>     homily_capture "path|preacher|YYYY-MM-DD|season|passage"
      *>
      *> RETURN-CODE 0 recorded, 4 recorded with a reuse warning,
      *> 8 refused (usage, unknown path or season).
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOMILY-CAPTURE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USAGE-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL.
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
       01  WS-POLICY-STATUS         PIC X(02) VALUE SPACES.
       01  WS-EOF-FLAG              PIC X(01) VALUE "N".
           88  NO-MORE-INPUT                 VALUE "Y".

       01  WS-CMD-LINE              PIC X(400) VALUE SPACES.
       01  WS-ARG-PATH              PIC X(200) VALUE SPACES.
       01  WS-ARG-PREACHER          PIC X(30) VALUE SPACES.
       01  WS-ARG-DATE              PIC X(10) VALUE SPACES.
       01  WS-ARG-SEASON            PIC X(20) VALUE SPACES.
       01  WS-ARG-PASSAGE           PIC X(120) VALUE SPACES.
       01  WS-ARG-DATE-NUM          PIC X(08).
       01  WS-ARG-DATE-9 REDEFINES WS-ARG-DATE-NUM
                                    PIC 9(08).

       01  WS-RECORD-TYPE           PIC X(01).
       01  WS-CUR-PATH              PIC X(200).
       01  WS-PATH-OK               PIC X(01) VALUE "N".
           88  PATH-IS-ON-FILE               VALUE "Y".

      *> Policy, with the delivered default should the reuse line
      *> be missing.
       01  WS-REUSE-WEEKS           PIC 9(03) VALUE 8.
       01  WS-REUSE-DAYS            PIC 9(04) VALUE 0.
       01  WS-SEASON-MAX            PIC 9(02) VALUE 20.
       01  WS-SEASON-COUNT          PIC 9(02) VALUE 0.
       01  WS-SEASON-TABLE.
           05  WS-SEASON-NAME       PIC X(20) OCCURS 20 TIMES.
       01  WS-SEASON-POS            PIC 9(02) VALUE 0.
       01  WS-SEASON-OK             PIC X(01) VALUE "N".

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(200).
       01  WS-IN-F3                 PIC X(200).
       01  WS-IN-F4                 PIC X(40).
       01  WS-IN-F5                 PIC X(40).
       01  WS-IN-F6                 PIC X(200).

       01  WS-THIS-INT              PIC 9(08) VALUE 0.
       01  WS-THAT-INT              PIC 9(08) VALUE 0.
       01  WS-THAT-NUM              PIC X(08).
       01  WS-GAP-DAYS              PIC S9(06) VALUE 0.
       01  WS-GAP-WEEKS             PIC 9(03) VALUE 0.
       01  WS-GAP-ED                PIC ZZ9.
       01  WS-WEEKS-ED              PIC ZZ9.
       01  WS-WARNINGS              PIC 9(03) VALUE 0.
       01  WS-WHEN                  PIC X(06).

       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).

       01  WS-ENQ-ACTION            PIC X(03).
       01  WS-ENQ-RESOURCE          PIC X(20).
       01  WS-ENQ-RC                PIC X(02).
       01  WS-SAVE-RC               PIC S9(04) VALUE 0.
       01  WS-AUDIT-TEXT            PIC X(200).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           INSPECT WS-CMD-LINE REPLACING ALL '"' BY SPACE.
           MOVE FUNCTION TRIM(WS-CMD-LINE) TO WS-CMD-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY "|"
               INTO WS-ARG-PATH WS-ARG-PREACHER WS-ARG-DATE
                    WS-ARG-SEASON WS-ARG-PASSAGE
           END-UNSTRING.
      *> A dialogue number in the path position resolves through
      *> the registry (DLGNUM); a real path passes through.
           CALL "DLGNUM" USING WS-ARG-PATH.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG-PREACHER))
               TO WS-ARG-PREACHER.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG-SEASON))
               TO WS-ARG-SEASON.
           MOVE SPACES TO WS-ARG-DATE-NUM.
           STRING WS-ARG-DATE(1:4) WS-ARG-DATE(6:2) WS-ARG-DATE(9:2)
               DELIMITED BY SIZE INTO WS-ARG-DATE-NUM
           END-STRING.
           IF WS-ARG-PATH = SPACES OR WS-ARG-PREACHER = SPACES
                   OR WS-ARG-SEASON = SPACES
                   OR WS-ARG-PASSAGE = SPACES
                   OR WS-ARG-DATE-NUM IS NOT NUMERIC
                   OR WS-ARG-DATE(5:1) NOT = "-"
                   OR WS-ARG-DATE(8:1) NOT = "-"
               DISPLAY "HOMILY-CAPTURE: usage: homily_capture "
                       """path|preacher|YYYY-MM-DD|season|passage"""
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ARG-DATE-9) NOT = 0
               DISPLAY "HOMILY-CAPTURE: " WS-ARG-DATE
                       " is not a calendar date"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1000-LOAD-POLICY THRU 1000-EXIT
               UNTIL NO-MORE-INPUT.
           PERFORM 1100-PROBE-ONE-SEASON THRU 1100-EXIT
               VARYING WS-SEASON-POS FROM 1 BY 1
               UNTIL WS-SEASON-POS > WS-SEASON-COUNT
                  OR WS-SEASON-OK = "Y".
           IF WS-SEASON-OK NOT = "Y"
               DISPLAY "HOMILY-CAPTURE: season "
                       FUNCTION TRIM(WS-ARG-SEASON)
                       " is not listed in " FUNCTION TRIM(WS-CFN-03)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1500-VERIFY-PATH THRU 1500-EXIT.
           IF NOT PATH-IS-ON-FILE
               DISPLAY "HOMILY-CAPTURE: no record on file for "
                       FUNCTION TRIM(WS-ARG-PATH)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
      *> The reuse check and the append run under the shared
      *> enqueue (DLGENQ), so two registrations of one dialogue
      *> cannot both miss each other.
           MOVE "ENQ" TO WS-ENQ-ACTION.
           MOVE "homily_usage" TO WS-ENQ-RESOURCE.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           IF WS-ENQ-RC = "12"
               DISPLAY "HOMILY-CAPTURE: could not take the "
                       "enqueue - try again or see ENQ-CONSOLE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-REUSE-DAYS = WS-REUSE-WEEKS * 7.
           MOVE FUNCTION INTEGER-OF-DATE(
               WS-ARG-DATE-9) TO WS-THIS-INT.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 2000-CHECK-ONE-USE THRU 2000-EXIT
               UNTIL NO-MORE-INPUT.
           PERFORM 3000-APPEND-USE THRU 3000-EXIT.
           DISPLAY "HOMILY-CAPTURE: recorded "
                   FUNCTION TRIM(WS-ARG-PREACHER) " on "
                   WS-ARG-DATE " (" FUNCTION TRIM(WS-ARG-SEASON)
                   ") from " FUNCTION TRIM(WS-ARG-PATH).
           IF WS-WARNINGS > 0
               MOVE 4 TO WS-SAVE-RC
           ELSE
               MOVE 0 TO WS-SAVE-RC
           END-IF.
           MOVE "DEQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           MOVE WS-SAVE-RC TO RETURN-CODE.
           STOP RUN.

       1000-LOAD-POLICY.
           IF WS-POLICY-STATUS = SPACES
               OPEN INPUT POLICY-FILE
               IF WS-POLICY-STATUS NOT = "00"
                   DISPLAY "HOMILY-CAPTURE: no homily policy at "
                           FUNCTION TRIM(WS-CFN-03)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ POLICY-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   CLOSE POLICY-FILE
                   GO TO 1000-EXIT
           END-READ.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING POLICY-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           EVALUATE TRUE
               WHEN POLICY-LINE(1:2) = "S|"
                   IF WS-SEASON-COUNT < WS-SEASON-MAX
                       ADD 1 TO WS-SEASON-COUNT
                       MOVE FUNCTION UPPER-CASE(WS-IN-F2(1:20))
                           TO WS-SEASON-NAME (WS-SEASON-COUNT)
                   END-IF
               WHEN POLICY-LINE(1:2) = "P|"
                       AND WS-IN-F2 = "REUSE-WEEKS"
                   IF FUNCTION TRIM(WS-IN-F3) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-IN-F3)
                           TO WS-REUSE-WEEKS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1000-EXIT.
           EXIT.

       1100-PROBE-ONE-SEASON.
           IF WS-SEASON-NAME (WS-SEASON-POS) = WS-ARG-SEASON
               MOVE "Y" TO WS-SEASON-OK
           END-IF.
       1100-EXIT.
           EXIT.

       1500-VERIFY-PATH.
           MOVE WS-CFN-02 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT DATA-FILE.
           PERFORM 1600-SCAN-ONE-HEADER THRU 1600-EXIT
               UNTIL NO-MORE-INPUT.
           CLOSE DATA-FILE.
       1500-EXIT.
           EXIT.

       1600-SCAN-ONE-HEADER.
           READ DATA-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
               NOT AT END
                   IF DATA-LINE(1:2) = "H|"
                       UNSTRING DATA-LINE DELIMITED BY "|"
                           INTO WS-RECORD-TYPE WS-CUR-PATH
                       END-UNSTRING
                       IF WS-CUR-PATH = WS-ARG-PATH
                           SET PATH-IS-ON-FILE TO TRUE
                           SET NO-MORE-INPUT TO TRUE
                       END-IF
                   END-IF
           END-READ.
       1600-EXIT.
           EXIT.

      *> Every earlier use of this dialogue within the reuse
      *> window of the new service date, before or after it.
       2000-CHECK-ONE-USE.
           IF WS-USAGE-STATUS = SPACES
               OPEN INPUT USAGE-FILE
               IF WS-USAGE-STATUS NOT = "00"
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           READ USAGE-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   CLOSE USAGE-FILE
                   GO TO 2000-EXIT
           END-READ.
           IF USAGE-LINE(1:2) NOT = "U|"
               GO TO 2000-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6.
           UNSTRING USAGE-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6
           END-UNSTRING.
           IF WS-IN-F2 NOT = WS-ARG-PATH
               GO TO 2000-EXIT
           END-IF.
           MOVE SPACES TO WS-THAT-NUM.
           STRING WS-IN-F4(1:4) WS-IN-F4(6:2) WS-IN-F4(9:2)
               DELIMITED BY SIZE INTO WS-THAT-NUM
           END-STRING.
           IF WS-THAT-NUM IS NOT NUMERIC
               GO TO 2000-EXIT
           END-IF.
           MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-THAT-NUM))
               TO WS-THAT-INT.
           COMPUTE WS-GAP-DAYS = WS-THIS-INT - WS-THAT-INT.
           IF WS-GAP-DAYS < 0
               MOVE "after" TO WS-WHEN
               COMPUTE WS-GAP-DAYS = 0 - WS-GAP-DAYS
           ELSE
               MOVE "before" TO WS-WHEN
           END-IF.
           IF WS-GAP-DAYS >= WS-REUSE-DAYS
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-WARNINGS.
           IF WS-WARNINGS = 1
               MOVE WS-REUSE-WEEKS TO WS-WEEKS-ED
               DISPLAY "HOMILY-CAPTURE: REUSE WARNING - preached or "
                       "planned within " FUNCTION TRIM(WS-WEEKS-ED)
                       " week(s) of " WS-ARG-DATE ":"
           END-IF.
           DIVIDE WS-GAP-DAYS BY 7 GIVING WS-GAP-WEEKS.
           MOVE WS-GAP-WEEKS TO WS-GAP-ED.
           DISPLAY "  " WS-IN-F4(1:10) "  "
                   FUNCTION TRIM(WS-IN-F3) " ("
                   FUNCTION TRIM(WS-IN-F5) "), "
                   FUNCTION TRIM(WS-GAP-ED) " week(s) " WS-WHEN
                   " - " FUNCTION TRIM(WS-IN-F6).
       2000-EXIT.
           EXIT.

       3000-APPEND-USE.
           OPEN EXTEND USAGE-FILE.
           IF WS-USAGE-STATUS = "35"
               OPEN OUTPUT USAGE-FILE
           END-IF.
           MOVE SPACES TO USAGE-LINE.
           STRING "U|" FUNCTION TRIM(WS-ARG-PATH) "|"
                  FUNCTION TRIM(WS-ARG-PREACHER) "|"
                  WS-ARG-DATE "|"
                  FUNCTION TRIM(WS-ARG-SEASON) "|"
                  FUNCTION TRIM(WS-ARG-PASSAGE) "|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO USAGE-LINE
           END-STRING.
           WRITE USAGE-LINE.
           CLOSE USAGE-FILE.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "HOMILY-USE " WS-ARG-DATE " "
                  FUNCTION TRIM(WS-ARG-PREACHER) " "
                  FUNCTION TRIM(WS-ARG-PATH)
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
       3000-EXIT.
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
