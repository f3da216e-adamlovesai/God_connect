      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> GEN-ORDER-REPORT
      *>
      *> Holds the generation order ledger (batch/gen_orders.dat,
      *> see GEN-ORDER-ISSUE) to account against what is actually on
      *> batch/dialogue_data.dat. Lists, as of today or a given date:
      *>
      *>     OVERDUE      an order still open past its due date, and
      *>                  how many days late
      *>     MODE         an order filled by a record of a different
      *>                  mode than was ordered
      *>     CAST         an order filled by a record that does not
      *>                  carry every tradition / persona ordered -
      *>                  each comma element of the ordered cast must
      *>                  appear in the record's path or in one of
      *>                  its speakers' names or traditions (compared
      *>                  upper-cased, "_" read as a space)
      *>     UNSOLICITED  a live record no order is filled by - it
      *>                  was generated with nobody asking for it
      *>
      *> and closes with the ledger totals and the unsolicited share
      *> of the corpus the board asks about. Lines write through the
      *> spool (DLGSPOOL, class BOARD) as well as the console.
      *>
      *> A by-month section counts the generations avoided: questions
      *> in batch/question_box.dat whose standing ruling is FULFILLED
      *> from the corpus (QUESTION-TRIAGE C, source CORPUS) - each
      *> one an order that never had to be issued. The month is the
      *> ruling's; months after the as-of date are left out. Only
      *> questions filed in the run's parish view count (DLGPRSH
      *> CODE on the Q record's parish column).
      *>
      *> Usage:
      *>     gen_order_report [YYYY-MM-DD]
      *>
      *> RETURN-CODE 0 clean, 4 an overdue or mismatched order
      *> listed, 16 framing mismatch on the extract.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>     2026-10-15  DO   Generations avoided by month, from the
      *>                      questions answered from the corpus.
      *>     2026-10-15  DO   Generations avoided counts only the
      *>                      questions in the run's parish view
      *>                      (DLGPRSH CODE).
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEN-ORDER-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT QBOX-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QBOX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
       01  ORDER-LINE               PIC X(500).

       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).

       FD  QBOX-FILE.
       01  QBOX-LINE                PIC X(500).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-ORDER-STATUS          PIC X(02).
       01  WS-DATA-STATUS           PIC X(02).
       01  WS-CFN-03                PIC X(200).
       01  WS-QBOX-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EOF-QBOX              PIC X(01) VALUE "N".
           88  NO-MORE-QBOX                  VALUE "Y".
       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).
       01  WS-EOF-ORDER             PIC X(01) VALUE "N".
           88  NO-MORE-ORDER                 VALUE "Y".
       01  WS-EOF-DATA              PIC X(01) VALUE "N".
           88  NO-MORE-DATA                  VALUE "Y".

       01  WS-CMD-LINE              PIC X(200) VALUE SPACES.
       01  WS-AS-OF-DATE            PIC X(10) VALUE SPACES.
       01  WS-AS-OF-NUM             PIC 9(08) VALUE 0.
       01  WS-AS-OF-INT             PIC 9(08) VALUE 0.
       01  WS-TODAY                 PIC X(08).
       01  WS-DUE-INT               PIC 9(08) VALUE 0.
       01  WS-DAYS-LATE             PIC 9(05) VALUE 0.

      *> The ledger: one entry per order with its fill, and - once
      *> the extract has been read - what the filling record is.
       01  WS-ORD-MAX               PIC 9(04) VALUE 3000.
       01  WS-ORD-COUNT             PIC 9(04) VALUE 0.
       01  WS-ORD-TABLE.
           05  WS-ORD-ENTRY         OCCURS 3000 TIMES
                   INDEXED BY WS-ORD-IDX.
               10  WS-ORD-NUM       PIC X(06).
               10  WS-ORD-SOURCE    PIC X(08).
               10  WS-ORD-TOPIC     PIC X(80).
               10  WS-ORD-MODE      PIC X(20).
               10  WS-ORD-CAST      PIC X(90).
               10  WS-ORD-DUE       PIC X(08).
               10  WS-ORD-STATE     PIC X(01).
                   88  ORD-IS-OPEN           VALUE "O".
                   88  ORD-IS-FILLED         VALUE "F".
                   88  ORD-IS-CANCELLED      VALUE "X".
               10  WS-ORD-PATH      PIC X(200).
               10  WS-ORD-LIVE      PIC X(01).
                   88  ORD-FILL-IS-LIVE      VALUE "Y".
               10  WS-ORD-GOT-MODE  PIC X(20).
               10  WS-ORD-HAY       PIC X(1000).
               10  WS-ORD-HAY-PTR   PIC 9(04).
       01  WS-ORD-POS               PIC 9(04) VALUE 0.
       01  WS-ORD-FOUND             PIC 9(04) VALUE 0.
       01  WS-CUR-ORD               PIC 9(04) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
       01  WS-IN-F4                 PIC X(240).
       01  WS-IN-F5                 PIC X(240).
       01  WS-IN-F6                 PIC X(240).
       01  WS-IN-F7                 PIC X(240).
       01  WS-IN-F8                 PIC X(240).
       01  WS-M-NAME                PIC X(40).
       01  WS-M-TRADITION           PIC X(60).

       01  WS-CAST-LIST.
           05  WS-CAST-ELEM         PIC X(60) OCCURS 8 TIMES.
       01  WS-CAST-POS              PIC 9(02) VALUE 0.
       01  WS-CAST-KEY              PIC X(60).
       01  WS-CAST-LEN              PIC 9(03) VALUE 0.
       01  WS-CAST-HITS             PIC 9(04) VALUE 0.
       01  WS-CAST-MISSING          PIC X(60).

       01  WS-ISSUED                PIC 9(05) VALUE 0.
       01  WS-OPEN                  PIC 9(05) VALUE 0.
       01  WS-OVERDUE               PIC 9(05) VALUE 0.
       01  WS-FILLED                PIC 9(05) VALUE 0.
       01  WS-CANCELLED             PIC 9(05) VALUE 0.
       01  WS-MODE-MISS             PIC 9(05) VALUE 0.
       01  WS-CAST-MISS             PIC 9(05) VALUE 0.
       01  WS-CORPUS                PIC 9(05) VALUE 0.
       01  WS-UNSOLICITED           PIC 9(05) VALUE 0.
       01  WS-PCT                   PIC 9(03)V9 VALUE 0.
       01  WS-PCT-ED                PIC ZZ9.9.

      *> Question box folded to each question's standing ruling, and
      *> the corpus answers among them counted by month.
       01  WS-QB-MAX                PIC 9(04) VALUE 2000.
       01  WS-QB-COUNT              PIC 9(04) VALUE 0.
       01  WS-QB-TABLE.
           05  WS-QB-ENTRY          OCCURS 2000 TIMES
                   INDEXED BY WS-QB-IDX.
               10  WS-QB-NUM        PIC X(04).
               10  WS-QB-STATUS     PIC X(10).
               10  WS-QB-SOURCE     PIC X(10).
               10  WS-QB-MONTH      PIC X(06).
               10  WS-QB-KEEP       PIC X(01).
       01  WS-QB-POS                PIC 9(04) VALUE 0.
       01  WS-QB-FOUND              PIC 9(04) VALUE 0.
       01  WS-AS-OF-MONTH           PIC X(06).
       01  WS-MON-MAX               PIC 9(03) VALUE 120.
       01  WS-MON-COUNT             PIC 9(03) VALUE 0.
       01  WS-MON-TABLE.
           05  WS-MON-ENTRY         OCCURS 120 TIMES.
               10  WS-MON-MONTH     PIC X(06).
               10  WS-MON-AVOIDED   PIC 9(05).
       01  WS-MON-POS               PIC 9(03) VALUE 0.
       01  WS-MON-FOUND             PIC 9(03) VALUE 0.
       01  WS-AVOIDED               PIC 9(05) VALUE 0.
       01  WS-AVOIDED-MONTH         PIC 9(05) VALUE 0.

       01  WS-SPL-ACTION            PIC X(04).
       01  WS-SPL-PGM               PIC X(30)
           VALUE "GEN-ORDER-REPORT".
       01  WS-SPL-CLASS             PIC X(10) VALUE "BOARD".
       01  WS-SPL-TEXT              PIC X(132).

      *> Whose a side-file record is (DLGPRSH CODE).
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "GEN-ORDER-REPORT".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-LEDGER THRU 2000-EXIT.
           PERFORM 3000-SCAN-EXTRACT THRU 3000-EXIT.
           PERFORM 4000-REPORT-ORDERS THRU 4000-EXIT.
           PERFORM 6000-GENERATIONS-AVOIDED THRU 6000-EXIT.
           PERFORM 5000-FINISH THRU 5000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY " "
               INTO WS-AS-OF-DATE
           END-UNSTRING.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF WS-AS-OF-DATE = SPACES
               MOVE WS-TODAY TO WS-AS-OF-NUM
           ELSE
               MOVE SPACES TO WS-AS-OF-DATE(5:1)
                              WS-AS-OF-DATE(8:1)
               COMPUTE WS-AS-OF-NUM =
                   FUNCTION NUMVAL(WS-AS-OF-DATE(1:4)) * 10000
                   + FUNCTION NUMVAL(WS-AS-OF-DATE(6:2)) * 100
                   + FUNCTION NUMVAL(WS-AS-OF-DATE(9:2))
           END-IF.
           MOVE FUNCTION INTEGER-OF-DATE(WS-AS-OF-NUM)
               TO WS-AS-OF-INT.
           MOVE WS-CFN-02 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "OPEN" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           MOVE "LINE" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "GEN-ORDER-REPORT: generation orders against "
                  "the corpus as of "   DELIMITED BY SIZE
                  WS-AS-OF-NUM          DELIMITED BY SIZE
                  INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Ledger: G opens an order, F records its fill, X cancels.
      *>----------------------------------------------------------*>
       2000-LOAD-LEDGER.
           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-READ-ONE-ENTRY THRU 2100-EXIT
               UNTIL NO-MORE-ORDER.
           CLOSE ORDER-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-ONE-ENTRY.
           READ ORDER-FILE
               AT END
                   SET NO-MORE-ORDER TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6 WS-IN-F7 WS-IN-F8.
           UNSTRING ORDER-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-IN-F7 WS-IN-F8
           END-UNSTRING.
           EVALUATE ORDER-LINE(1:2)
               WHEN "G|"
                   IF WS-ORD-COUNT < WS-ORD-MAX
                       ADD 1 TO WS-ORD-COUNT
                       MOVE WS-ORD-COUNT TO WS-ORD-POS
                       INITIALIZE WS-ORD-ENTRY (WS-ORD-POS)
                       MOVE WS-IN-F2(1:6) TO WS-ORD-NUM (WS-ORD-POS)
                       MOVE WS-IN-F3(1:8) TO WS-ORD-SOURCE (WS-ORD-POS)
                       MOVE WS-IN-F5(1:80) TO WS-ORD-TOPIC (WS-ORD-POS)
                       MOVE WS-IN-F6(1:20) TO WS-ORD-MODE (WS-ORD-POS)
                       MOVE WS-IN-F7(1:90) TO WS-ORD-CAST (WS-ORD-POS)
                       MOVE WS-IN-F8(1:8) TO WS-ORD-DUE (WS-ORD-POS)
                       SET ORD-IS-OPEN (WS-ORD-POS) TO TRUE
                       MOVE 1 TO WS-ORD-HAY-PTR (WS-ORD-POS)
                   END-IF
               WHEN "F|"
                   PERFORM 2200-FIND-ORDER THRU 2200-EXIT
                   IF WS-ORD-FOUND > 0
                       SET ORD-IS-FILLED (WS-ORD-FOUND) TO TRUE
                       MOVE WS-IN-F3(1:200)
                           TO WS-ORD-PATH (WS-ORD-FOUND)
                   END-IF
               WHEN "X|"
                   PERFORM 2200-FIND-ORDER THRU 2200-EXIT
                   IF WS-ORD-FOUND > 0
                       SET ORD-IS-CANCELLED (WS-ORD-FOUND) TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2200-FIND-ORDER.
           MOVE 0 TO WS-ORD-FOUND.
           SET WS-ORD-IDX TO 1.
           SEARCH WS-ORD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ORD-IDX > WS-ORD-COUNT
                   CONTINUE
               WHEN WS-ORD-NUM (WS-ORD-IDX) = WS-IN-F2(1:6)
                   SET WS-ORD-FOUND TO WS-ORD-IDX
           END-SEARCH.
       2200-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Extract: every live H is either the fill of an order or
      *> unsolicited; a filled order's record gathers its mode and
      *> the text its cast is looked for in.
      *>----------------------------------------------------------*>
       3000-SCAN-EXTRACT.
           OPEN INPUT DATA-FILE.
           IF WS-DATA-STATUS NOT = "00"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-READ-ONE-RECORD THRU 3100-EXIT
               UNTIL NO-MORE-DATA.
           CLOSE DATA-FILE.
       3000-EXIT.
           EXIT.

       3100-READ-ONE-RECORD.
           READ DATA-FILE
               AT END
                   SET NO-MORE-DATA TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           EVALUATE DATA-LINE(1:2)
               WHEN "H|"
                   PERFORM 3200-TAKE-HEADER THRU 3200-EXIT
               WHEN "M|"
                   IF WS-CUR-ORD > 0
                       PERFORM 3300-TAKE-MESSAGE THRU 3300-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3100-EXIT.
           EXIT.

       3200-TAKE-HEADER.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
           END-UNSTRING.
           ADD 1 TO WS-CORPUS.
           MOVE 0 TO WS-CUR-ORD.
           PERFORM 3210-PROBE-FILL THRU 3210-EXIT
               VARYING WS-ORD-POS FROM 1 BY 1
               UNTIL WS-ORD-POS > WS-ORD-COUNT
                  OR WS-CUR-ORD > 0.
           IF WS-CUR-ORD = 0
               ADD 1 TO WS-UNSOLICITED
               MOVE SPACES TO WS-SPL-TEXT
               STRING "  UNSOLICITED  "        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IN-F2)  DELIMITED BY SIZE
                      INTO WS-SPL-TEXT
               END-STRING
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
               GO TO 3200-EXIT
           END-IF.
           SET ORD-FILL-IS-LIVE (WS-CUR-ORD) TO TRUE.
           MOVE WS-IN-F4(1:20) TO WS-ORD-GOT-MODE (WS-CUR-ORD).
           MOVE WS-IN-F2 TO WS-M-TRADITION.
           MOVE SPACES TO WS-M-NAME.
           PERFORM 3400-ADD-TO-HAY THRU 3400-EXIT.
       3200-EXIT.
           EXIT.

       3210-PROBE-FILL.
           IF ORD-IS-FILLED (WS-ORD-POS)
                   AND WS-ORD-PATH (WS-ORD-POS) = WS-IN-F2(1:200)
               MOVE WS-ORD-POS TO WS-CUR-ORD
           END-IF.
       3210-EXIT.
           EXIT.

      *> M|path|seq|speaker|name|tradition|...
       3300-TAKE-MESSAGE.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6
           END-UNSTRING.
           MOVE WS-IN-F5(1:40) TO WS-M-NAME.
           MOVE WS-IN-F6(1:60) TO WS-M-TRADITION.
           PERFORM 3400-ADD-TO-HAY THRU 3400-EXIT.
       3300-EXIT.
           EXIT.

      *> Haystack text is held upper-cased with "_" as a space, the
      *> form the ordered cast elements are compared in.
       3400-ADD-TO-HAY.
           MOVE FUNCTION UPPER-CASE(WS-M-NAME) TO WS-M-NAME.
           MOVE FUNCTION UPPER-CASE(WS-M-TRADITION) TO WS-M-TRADITION.
           INSPECT WS-M-NAME CONVERTING "_" TO " ".
           INSPECT WS-M-TRADITION CONVERTING "_/" TO "  ".
           IF WS-ORD-HAY-PTR (WS-CUR-ORD) > 850
               GO TO 3400-EXIT
           END-IF.
           STRING FUNCTION TRIM(WS-M-NAME)      DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-M-TRADITION) DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  INTO WS-ORD-HAY (WS-CUR-ORD)
                  WITH POINTER WS-ORD-HAY-PTR (WS-CUR-ORD)
           END-STRING.
       3400-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Orders: overdue, then filled-but-not-as-ordered.
      *>----------------------------------------------------------*>
       4000-REPORT-ORDERS.
           PERFORM 4100-CHECK-ONE-ORDER THRU 4100-EXIT
               VARYING WS-ORD-POS FROM 1 BY 1
               UNTIL WS-ORD-POS > WS-ORD-COUNT.
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-ORDER.
           ADD 1 TO WS-ISSUED.
           EVALUATE TRUE
               WHEN ORD-IS-CANCELLED (WS-ORD-POS)
                   ADD 1 TO WS-CANCELLED
               WHEN ORD-IS-OPEN (WS-ORD-POS)
                   ADD 1 TO WS-OPEN
                   PERFORM 4200-CHECK-OVERDUE THRU 4200-EXIT
               WHEN ORD-IS-FILLED (WS-ORD-POS)
                   ADD 1 TO WS-FILLED
                   IF ORD-FILL-IS-LIVE (WS-ORD-POS)
                       PERFORM 4300-CHECK-MODE THRU 4300-EXIT
                       PERFORM 4400-CHECK-CAST THRU 4400-EXIT
                   END-IF
           END-EVALUATE.
       4100-EXIT.
           EXIT.

       4200-CHECK-OVERDUE.
           IF WS-ORD-DUE (WS-ORD-POS) IS NOT NUMERIC
               GO TO 4200-EXIT
           END-IF.
           MOVE FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-ORD-DUE (WS-ORD-POS)))
               TO WS-DUE-INT.
           IF WS-DUE-INT >= WS-AS-OF-INT
               GO TO 4200-EXIT
           END-IF.
           COMPUTE WS-DAYS-LATE = WS-AS-OF-INT - WS-DUE-INT.
           ADD 1 TO WS-OVERDUE.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "  OVERDUE      "          DELIMITED BY SIZE
                  WS-ORD-NUM (WS-ORD-POS)    DELIMITED BY SIZE
                  " due "                    DELIMITED BY SIZE
                  WS-ORD-DUE (WS-ORD-POS)    DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-DAYS-LATE               DELIMITED BY SIZE
                  " day(s) late  "           DELIMITED BY SIZE
                  WS-ORD-SOURCE (WS-ORD-POS) DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  FUNCTION TRIM(
                      WS-ORD-TOPIC (WS-ORD-POS)) DELIMITED BY SIZE
                  INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
       4200-EXIT.
           EXIT.

       4300-CHECK-MODE.
           IF WS-ORD-MODE (WS-ORD-POS) = SPACES
               GO TO 4300-EXIT
           END-IF.
           IF FUNCTION UPPER-CASE(WS-ORD-MODE (WS-ORD-POS)) =
                   FUNCTION UPPER-CASE(WS-ORD-GOT-MODE (WS-ORD-POS))
               GO TO 4300-EXIT
           END-IF.
           ADD 1 TO WS-MODE-MISS.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "  MODE         "          DELIMITED BY SIZE
                  WS-ORD-NUM (WS-ORD-POS)    DELIMITED BY SIZE
                  " ordered "                DELIMITED BY SIZE
                  FUNCTION TRIM(
                      WS-ORD-MODE (WS-ORD-POS)) DELIMITED BY SIZE
                  ", filled "                DELIMITED BY SIZE
                  FUNCTION TRIM(
                      WS-ORD-GOT-MODE (WS-ORD-POS)) DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  FUNCTION TRIM(
                      WS-ORD-PATH (WS-ORD-POS)) DELIMITED BY SIZE
                  INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
       4300-EXIT.
           EXIT.

       4400-CHECK-CAST.
           MOVE SPACES TO WS-CAST-LIST WS-CAST-MISSING.
           UNSTRING WS-ORD-CAST (WS-ORD-POS) DELIMITED BY ","
               INTO WS-CAST-ELEM (1) WS-CAST-ELEM (2)
                    WS-CAST-ELEM (3) WS-CAST-ELEM (4)
                    WS-CAST-ELEM (5) WS-CAST-ELEM (6)
                    WS-CAST-ELEM (7) WS-CAST-ELEM (8)
           END-UNSTRING.
           PERFORM 4410-CHECK-ONE-ELEM THRU 4410-EXIT
               VARYING WS-CAST-POS FROM 1 BY 1
               UNTIL WS-CAST-POS > 8
                  OR WS-CAST-MISSING NOT = SPACES.
           IF WS-CAST-MISSING = SPACES
               GO TO 4400-EXIT
           END-IF.
           ADD 1 TO WS-CAST-MISS.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "  CAST         "          DELIMITED BY SIZE
                  WS-ORD-NUM (WS-ORD-POS)    DELIMITED BY SIZE
                  " ordered "                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAST-MISSING) DELIMITED BY SIZE
                  ", not in  "               DELIMITED BY SIZE
                  FUNCTION TRIM(
                      WS-ORD-PATH (WS-ORD-POS)) DELIMITED BY SIZE
                  INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
       4400-EXIT.
           EXIT.

       4410-CHECK-ONE-ELEM.
           IF WS-CAST-ELEM (WS-CAST-POS) = SPACES
               GO TO 4410-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(
               FUNCTION TRIM(WS-CAST-ELEM (WS-CAST-POS)))
               TO WS-CAST-KEY.
           INSPECT WS-CAST-KEY CONVERTING "_" TO " ".
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CAST-KEY))
               TO WS-CAST-LEN.
           MOVE 0 TO WS-CAST-HITS.
           INSPECT WS-ORD-HAY (WS-ORD-POS) TALLYING WS-CAST-HITS
               FOR ALL WS-CAST-KEY(1:WS-CAST-LEN).
           IF WS-CAST-HITS = 0
               MOVE WS-CAST-ELEM (WS-CAST-POS) TO WS-CAST-MISSING
           END-IF.
       4410-EXIT.
           EXIT.

       5000-FINISH.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "GEN-ORDER-REPORT: " DELIMITED BY SIZE
                  WS-ISSUED            DELIMITED BY SIZE
                  " order(s): "        DELIMITED BY SIZE
                  WS-OPEN              DELIMITED BY SIZE
                  " open, "            DELIMITED BY SIZE
                  WS-OVERDUE           DELIMITED BY SIZE
                  " overdue, "         DELIMITED BY SIZE
                  WS-FILLED            DELIMITED BY SIZE
                  " filled, "          DELIMITED BY SIZE
                  WS-CANCELLED         DELIMITED BY SIZE
                  " cancelled"         DELIMITED BY SIZE
                  INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "GEN-ORDER-REPORT: " DELIMITED BY SIZE
                  WS-AVOIDED-MONTH     DELIMITED BY SIZE
                  " generation(s) avoided in "
                                       DELIMITED BY SIZE
                  WS-AS-OF-MONTH(1:4)  DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  WS-AS-OF-MONTH(5:2)  DELIMITED BY SIZE
                  " ("                 DELIMITED BY SIZE
                  WS-AVOIDED           DELIMITED BY SIZE
                  " to date) from the corpus"
                                       DELIMITED BY SIZE
                  INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "GEN-ORDER-REPORT: " DELIMITED BY SIZE
                  WS-MODE-MISS         DELIMITED BY SIZE
                  " filled in the wrong mode, "
                                       DELIMITED BY SIZE
                  WS-CAST-MISS         DELIMITED BY SIZE
                  " with the wrong cast"
                                       DELIMITED BY SIZE
                  INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           IF WS-CORPUS > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-UNSOLICITED * 100 / WS-CORPUS
           END-IF.
           MOVE WS-PCT TO WS-PCT-ED.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "GEN-ORDER-REPORT: " DELIMITED BY SIZE
                  WS-UNSOLICITED       DELIMITED BY SIZE
                  " of "               DELIMITED BY SIZE
                  WS-CORPUS            DELIMITED BY SIZE
                  " live record(s) unsolicited ("
                                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PCT-ED) DELIMITED BY SIZE
                  "% of the corpus)"   DELIMITED BY SIZE
                  INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "CLOS" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           IF WS-OVERDUE + WS-MODE-MISS + WS-CAST-MISS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Generations avoided: the last S record per question wins;
      *> FULFILLED with source CORPUS counts in its ruling's month.
      *>----------------------------------------------------------*>
       6000-GENERATIONS-AVOIDED.
           MOVE WS-AS-OF-NUM(1:6) TO WS-AS-OF-MONTH.
           OPEN INPUT QBOX-FILE.
           IF WS-QBOX-STATUS NOT = "00"
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6100-READ-ONE-RULING THRU 6100-EXIT
               UNTIL NO-MORE-QBOX.
           CLOSE QBOX-FILE.
           PERFORM 6200-COUNT-ONE-QUESTION THRU 6200-EXIT
               VARYING WS-QB-POS FROM 1 BY 1
               UNTIL WS-QB-POS > WS-QB-COUNT.
           IF WS-MON-COUNT = 0
               GO TO 6000-EXIT
           END-IF.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "  GENERATIONS AVOIDED - questions answered from "
                  "the corpus, by month" DELIMITED BY SIZE
                  INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           PERFORM 6400-SPOOL-ONE-MONTH THRU 6400-EXIT
               VARYING WS-MON-POS FROM 1 BY 1
               UNTIL WS-MON-POS > WS-MON-COUNT.
       6000-EXIT.
           EXIT.

      *> Q|number|question|target|submitter|date|parish and
      *> S|number|status|detail|operator|timestamp[|source]; the Q
      *> record settles whether the question is in the run's view,
      *> its S records carry the ruling.
       6100-READ-ONE-RULING.
           READ QBOX-FILE
               AT END
                   SET NO-MORE-QBOX TO TRUE
                   GO TO 6100-EXIT
           END-READ.
           IF QBOX-LINE(1:2) NOT = "S|" AND QBOX-LINE(1:2) NOT = "Q|"
               GO TO 6100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6 WS-IN-F7 WS-PRS-PARISH.
           IF QBOX-LINE(1:2) = "Q|"
               UNSTRING QBOX-LINE DELIMITED BY "|"
                   INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                        WS-IN-F6 WS-PRS-PARISH
               END-UNSTRING
           ELSE
               UNSTRING QBOX-LINE DELIMITED BY "|"
                   INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                        WS-IN-F6 WS-IN-F7
               END-UNSTRING
           END-IF.
           MOVE 0 TO WS-QB-FOUND.
           SET WS-QB-IDX TO 1.
           IF WS-QB-COUNT > 0
               SEARCH WS-QB-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-QB-IDX > WS-QB-COUNT
                       CONTINUE
                   WHEN WS-QB-NUM (WS-QB-IDX) = WS-IN-F2(1:4)
                       SET WS-QB-FOUND TO WS-QB-IDX
               END-SEARCH
           END-IF.
           IF WS-QB-FOUND = 0
               IF WS-QB-COUNT >= WS-QB-MAX
                   GO TO 6100-EXIT
               END-IF
               ADD 1 TO WS-QB-COUNT
               MOVE WS-QB-COUNT TO WS-QB-FOUND
               MOVE SPACES TO WS-QB-ENTRY (WS-QB-FOUND)
               MOVE WS-IN-F2(1:4) TO WS-QB-NUM (WS-QB-FOUND)
           END-IF.
           IF QBOX-LINE(1:2) = "Q|"
               MOVE SPACES TO WS-PRS-TEXT
               PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT
               IF WS-PRS-RC = "00"
                   MOVE "Y" TO WS-QB-KEEP (WS-QB-FOUND)
               ELSE
                   MOVE "N" TO WS-QB-KEEP (WS-QB-FOUND)
               END-IF
               GO TO 6100-EXIT
           END-IF.
           MOVE WS-IN-F3(1:10) TO WS-QB-STATUS (WS-QB-FOUND).
           MOVE WS-IN-F7(1:10) TO WS-QB-SOURCE (WS-QB-FOUND).
           MOVE WS-IN-F6(1:6) TO WS-QB-MONTH (WS-QB-FOUND).
       6100-EXIT.
           EXIT.

       6200-COUNT-ONE-QUESTION.
           IF WS-QB-KEEP (WS-QB-POS) NOT = "Y"
                   OR WS-QB-STATUS (WS-QB-POS) NOT = "FULFILLED"
                   OR WS-QB-SOURCE (WS-QB-POS) NOT = "CORPUS"
                   OR WS-QB-MONTH (WS-QB-POS) > WS-AS-OF-MONTH
               GO TO 6200-EXIT
           END-IF.
           ADD 1 TO WS-AVOIDED.
           IF WS-QB-MONTH (WS-QB-POS) = WS-AS-OF-MONTH
               ADD 1 TO WS-AVOIDED-MONTH
           END-IF.
           MOVE 0 TO WS-MON-FOUND.
           PERFORM 6210-PROBE-ONE-MONTH THRU 6210-EXIT
               VARYING WS-MON-POS FROM 1 BY 1
               UNTIL WS-MON-POS > WS-MON-COUNT
                  OR WS-MON-FOUND > 0.
           IF WS-MON-FOUND > 0
               ADD 1 TO WS-MON-AVOIDED (WS-MON-FOUND)
               GO TO 6200-EXIT
           END-IF.
           IF WS-MON-COUNT >= WS-MON-MAX
               GO TO 6200-EXIT
           END-IF.
      *> New month: shift the later months down to keep the table
      *> in month order.
           ADD 1 TO WS-MON-COUNT.
           MOVE WS-MON-COUNT TO WS-MON-POS.
           PERFORM 6300-SHIFT-ONE-MONTH THRU 6300-EXIT
               UNTIL WS-MON-POS = 1
                  OR WS-MON-MONTH (WS-MON-POS - 1)
                         < WS-QB-MONTH (WS-QB-POS).
           MOVE WS-QB-MONTH (WS-QB-POS) TO WS-MON-MONTH (WS-MON-POS).
           MOVE 1 TO WS-MON-AVOIDED (WS-MON-POS).
       6200-EXIT.
           EXIT.

       6210-PROBE-ONE-MONTH.
           IF WS-MON-MONTH (WS-MON-POS) = WS-QB-MONTH (WS-QB-POS)
               MOVE WS-MON-POS TO WS-MON-FOUND
           END-IF.
       6210-EXIT.
           EXIT.

       6300-SHIFT-ONE-MONTH.
           MOVE WS-MON-ENTRY (WS-MON-POS - 1)
               TO WS-MON-ENTRY (WS-MON-POS).
           SUBTRACT 1 FROM WS-MON-POS.
       6300-EXIT.
           EXIT.

       6400-SPOOL-ONE-MONTH.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "    "                           DELIMITED BY SIZE
                  WS-MON-MONTH (WS-MON-POS)(1:4)   DELIMITED BY SIZE
                  "-"                              DELIMITED BY SIZE
                  WS-MON-MONTH (WS-MON-POS)(5:2)   DELIMITED BY SIZE
                  "  "                             DELIMITED BY SIZE
                  WS-MON-AVOIDED (WS-MON-POS)      DELIMITED BY SIZE
                  " generation(s) avoided"         DELIMITED BY SIZE
                  INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
       6400-EXIT.
           EXIT.

       8000-SPOOL-LINE.
           MOVE "LINE" TO WS-SPL-ACTION.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
       8000-EXIT.
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
           MOVE "gen_orders.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "dialogue_data.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "question_box.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
       0900-EXIT.
           EXIT.
