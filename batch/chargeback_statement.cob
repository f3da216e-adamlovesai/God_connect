      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> CHARGEBACK-STATEMENT
      *>
      *> Month-end chargeback: turns the data centre's own usage
      *> records into money and bills each ministry its share. The
      *> rates, cost centres and assignment rules are hand-kept in
      *> batch/chargeback.ref (see its header). Usage drawn on:
      *>
      *>     batch/job_accounting.dat  (DLGACCT) elapsed seconds of
      *>         each run started in the month, charged to the
      *>         program's centre, else the operator's
      *>     batch/perf_log.dat        the sweep's compile + run
      *>         milliseconds per source in the month, charged to
      *>         the source's tradition
      *>     the per-mode partitions   (DLGPART) bytes held per
      *>         record at month end, charged to its tradition,
      *>         plus one DIALOGUE unit for each record whose path
      *>         date falls in the month
      *>     batch/spool_index.dat     (DLGSPOOL) size of every
      *>         member still retained, charged to the producing
      *>         program's centre, else the operator's
      *>
      *> One statement per cost centre (units, rate and amount per
      *> line, and the centre total), then the reconciliation: the
      *> pool priced from the grand units counted as the sources
      *> are read, against the sum of the centre amounts. Every
      *> unit lands on exactly one centre, so the two differ only
      *> by per-centre rounding, which is posted to the DEFAULT
      *> centre as a ROUNDING line - the statements then add to
      *> the pool to the cent. Lines write through the spool
      *> (DLGSPOOL, class BOARD) as well as the console.
      *>
      *> Usage:
      *>     chargeback_statement [YYYYMM]    (default: last month)
      *>
      *> RETURN-CODE 0 balanced, 4 out of balance, 8 no rates or
      *> a bad period.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGEBACK-STATEMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REF-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           SELECT ACCT-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT PERF-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERF-STATUS.
           SELECT SPIDX-FILE ASSIGN DYNAMIC WS-CFN-04
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPIDX-STATUS.
           SELECT PART-FILE ASSIGN DYNAMIC WS-PART-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REF-FILE.
       01  REF-LINE                 PIC X(300).

       FD  ACCT-FILE.
       01  ACCT-LINE                PIC X(300).

       FD  PERF-FILE.
       01  PERF-LINE                PIC X(300).

       FD  SPIDX-FILE.
       01  SPIDX-LINE               PIC X(400).

       FD  PART-FILE.
       01  PART-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CFN-04                PIC X(200).
       01  WS-PART-NAME             PIC X(200).
       01  WS-REF-STATUS            PIC X(02).
       01  WS-ACCT-STATUS           PIC X(02).
       01  WS-PERF-STATUS           PIC X(02).
       01  WS-SPIDX-STATUS          PIC X(02).
       01  WS-PART-STATUS           PIC X(02).
       01  WS-EOF-FLAG              PIC X(01) VALUE "N".
           88  NO-MORE-INPUT                 VALUE "Y".

       01  WS-CMD-LINE              PIC X(200) VALUE SPACES.
       01  WS-ARG-PERIOD            PIC X(06) VALUE SPACES.
       01  WS-PERIOD                PIC X(06).
       01  WS-PERIOD-NUM REDEFINES WS-PERIOD PIC 9(06).
       01  WS-TODAY                 PIC 9(08).
       01  WS-TODAY-X REDEFINES WS-TODAY PIC X(08).
       01  WS-PREV-YEAR             PIC 9(04).
       01  WS-PREV-MONTH            PIC 9(02).

      *> Rates, per unit.
       01  WS-RATE-SECOND           PIC 9(03)V9(04) VALUE 0.
       01  WS-RATE-KB               PIC 9(03)V9(04) VALUE 0.
       01  WS-RATE-DIALOGUE         PIC 9(03)V9(04) VALUE 0.
       01  WS-RATES-SEEN            PIC 9(01) VALUE 0.

      *> Cost centres and what each has used and owes.
       01  WS-CC-MAX                PIC 9(02) VALUE 40.
       01  WS-CC-COUNT              PIC 9(02) VALUE 0.
       01  WS-CC-TABLE.
           05  WS-CC-ENTRY          OCCURS 40 TIMES
                   INDEXED BY WS-CC-IDX.
               10  WS-CC-CODE       PIC X(12).
               10  WS-CC-DESC       PIC X(50).
               10  WS-CC-SECS       PIC 9(09)V9(03).
               10  WS-CC-BYTES      PIC 9(12).
               10  WS-CC-KB         PIC 9(09)V9(03).
               10  WS-CC-DLG        PIC 9(07).
               10  WS-CC-AMT-TIME   PIC S9(09)V99.
               10  WS-CC-AMT-STORE  PIC S9(09)V99.
               10  WS-CC-AMT-DLG    PIC S9(09)V99.
               10  WS-CC-AMT-ROUND  PIC S9(09)V99.
               10  WS-CC-AMT-TOTAL  PIC S9(09)V99.
       01  WS-CC-POS                PIC 9(02) VALUE 0.
       01  WS-CC-FOUND              PIC 9(02) VALUE 0.
       01  WS-CC-DEFAULT            PIC 9(02) VALUE 0.
       01  WS-CC-KEY                PIC X(12).

      *> Assignment rules.
       01  WS-RULE-MAX              PIC 9(03) VALUE 300.
       01  WS-RULE-COUNT            PIC 9(03) VALUE 0.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY        OCCURS 300 TIMES
                   INDEXED BY WS-RULE-IDX.
               10  WS-RULE-KIND     PIC X(10).
               10  WS-RULE-KEY      PIC X(40).
               10  WS-RULE-CENTRE   PIC X(12).
       01  WS-RULE-FOUND            PIC 9(03) VALUE 0.
       01  WS-LOOK-KIND             PIC X(10).
       01  WS-LOOK-KEY              PIC X(40).

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(200).
       01  WS-IN-F3                 PIC X(200).
       01  WS-IN-F4                 PIC X(200).
       01  WS-IN-F5                 PIC X(200).
       01  WS-IN-F6                 PIC X(200).
       01  WS-IN-F7                 PIC X(200).
       01  WS-IN-F8                 PIC X(200).

      *> The use being charged.
       01  WS-USE-PGM               PIC X(40).
       01  WS-USE-OPERATOR          PIC X(40).
       01  WS-USE-TRADITION         PIC X(40).
       01  WS-USE-SECS              PIC 9(09)V9(03).
       01  WS-USE-MS                PIC 9(09).
       01  WS-USE-BYTES             PIC 9(09).

      *> Grand units, counted as read - the reconciliation's pool.
       01  WS-TOT-SECS              PIC 9(09)V9(03) VALUE 0.
       01  WS-TOT-BYTES             PIC 9(12) VALUE 0.
       01  WS-TOT-KB                PIC 9(09)V9(03) VALUE 0.
       01  WS-TOT-DLG               PIC 9(07) VALUE 0.
       01  WS-POOL-AMT              PIC S9(09)V99 VALUE 0.
       01  WS-POOL-PART             PIC S9(09)V99 VALUE 0.
       01  WS-ALLOC-AMT             PIC S9(09)V99 VALUE 0.
       01  WS-ROUND-AMT             PIC S9(09)V99 VALUE 0.
       01  WS-DIFF-AMT              PIC S9(09)V99 VALUE 0.

      *> Partition scan: the record a line belongs to.
       01  WS-MODE-LIST.
           05  FILLER               PIC X(12) VALUE "conversation".
           05  FILLER               PIC X(12) VALUE "forum".
           05  FILLER               PIC X(12) VALUE "judgment".
           05  FILLER               PIC X(12) VALUE "reenactment".
       01  WS-MODE-TABLE REDEFINES WS-MODE-LIST.
           05  WS-MODE-NAME         PIC X(12) OCCURS 4 TIMES.
       01  WS-MODE-POS              PIC 9(01) VALUE 0.
       01  WS-REC-CENTRE            PIC 9(02) VALUE 0.
       01  WS-LINE-LEN              PIC 9(04) VALUE 0.
       01  WS-SEG-TABLE.
           05  WS-SEG               PIC X(80) OCCURS 8 TIMES.
       01  WS-SEG-COUNT             PIC 9(02) VALUE 0.
       01  WS-SLUG                  PIC X(80).

      *> Spool member size (CBL_CHECK_FILE_EXIST).
       01  WS-MEMBER-NAME           PIC X(200).
       01  WS-FILE-INFO.
           05  WS-FILE-SIZE         PIC X(08) COMP-X.
           05  FILLER               PIC X(08).

       01  WS-ED-UNITS              PIC ZZZ,ZZZ,ZZ9.999.
       01  WS-ED-UNITS-2            PIC ZZZ,ZZZ,ZZ9.999.
       01  WS-ED-COUNT              PIC ZZZ,ZZZ,ZZ9.
       01  WS-RECON-WORD            PIC X(14).
       01  WS-ED-RATE               PIC ZZ9.9999.
       01  WS-ED-AMT                PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-ED-AMT-2              PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-ED-AMT-3              PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  WS-SPL-ACTION            PIC X(04).
       01  WS-SPL-PGM               PIC X(30)
           VALUE "CHARGEBACK-STATEMENT".
       01  WS-SPL-CLASS             PIC X(10) VALUE "BOARD".
       01  WS-SPL-TEXT              PIC X(132).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CHARGE-JOB-TIME THRU 2000-EXIT.
           PERFORM 2100-CHARGE-SWEEP-TIME THRU 2100-EXIT.
           PERFORM 3000-CHARGE-PARTITIONS THRU 3000-EXIT
               VARYING WS-MODE-POS FROM 1 BY 1
               UNTIL WS-MODE-POS > 4.
           PERFORM 4000-CHARGE-SPOOL THRU 4000-EXIT.
           PERFORM 5000-PRICE-CENTRES THRU 5000-EXIT.
           PERFORM 6000-PRINT-STATEMENTS THRU 6000-EXIT.
           PERFORM 7000-RECONCILE THRU 7000-EXIT.
           STOP RUN.

      *>----------------------------------------------------------*>
      *> Period and allocation reference.
      *>----------------------------------------------------------*>
       1000-INITIALIZE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY " "
               INTO WS-ARG-PERIOD
           END-UNSTRING.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF WS-ARG-PERIOD = SPACES
               MOVE WS-TODAY-X(1:4) TO WS-PREV-YEAR
               MOVE WS-TODAY-X(5:2) TO WS-PREV-MONTH
               IF WS-PREV-MONTH = 1
                   MOVE 12 TO WS-PREV-MONTH
                   SUBTRACT 1 FROM WS-PREV-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-PREV-MONTH
               END-IF
               MOVE WS-PREV-YEAR TO WS-PERIOD(1:4)
               MOVE WS-PREV-MONTH TO WS-PERIOD(5:2)
           ELSE
               MOVE WS-ARG-PERIOD TO WS-PERIOD
           END-IF.
           IF WS-PERIOD IS NOT NUMERIC
                   OR WS-PERIOD(5:2) < "01" OR WS-PERIOD(5:2) > "12"
               DISPLAY "CHARGEBACK-STATEMENT: period must be YYYYMM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT REF-FILE.
           IF WS-REF-STATUS NOT = "00"
               DISPLAY "CHARGEBACK-STATEMENT: no allocation file at "
                       FUNCTION TRIM(WS-CFN-01)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 1100-READ-ONE-REF THRU 1100-EXIT
               UNTIL NO-MORE-INPUT.
           CLOSE REF-FILE.
           IF WS-RATES-SEEN = 0
               DISPLAY "CHARGEBACK-STATEMENT: no R| rate lines in "
                       FUNCTION TRIM(WS-CFN-01)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> The catch-all centre: DEFAULT's, else UNALLOCATED.
           MOVE "DEFAULT" TO WS-LOOK-KIND.
           MOVE "-" TO WS-LOOK-KEY.
           PERFORM 1300-FIND-RULE THRU 1300-EXIT.
           IF WS-RULE-FOUND > 0
               MOVE WS-RULE-CENTRE (WS-RULE-FOUND) TO WS-CC-KEY
           ELSE
               MOVE "UNALLOCATED" TO WS-CC-KEY
           END-IF.
           PERFORM 1200-FIND-CENTRE THRU 1200-EXIT.
           MOVE WS-CC-FOUND TO WS-CC-DEFAULT.
           MOVE "OPEN" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "CHARGEBACK-STATEMENT: data centre chargeback "
                  "for period "        DELIMITED BY SIZE
                  WS-PERIOD            DELIMITED BY SIZE
                  INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

       1100-READ-ONE-REF.
           READ REF-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4.
           UNSTRING REF-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
           END-UNSTRING.
           EVALUATE REF-LINE(1:2)
               WHEN "R|"
                   ADD 1 TO WS-RATES-SEEN
                   EVALUATE FUNCTION UPPER-CASE(WS-IN-F2)
                       WHEN "SECOND"
                           MOVE FUNCTION NUMVAL(WS-IN-F3)
                               TO WS-RATE-SECOND
                       WHEN "KB"
                           MOVE FUNCTION NUMVAL(WS-IN-F3)
                               TO WS-RATE-KB
                       WHEN "DIALOGUE"
                           MOVE FUNCTION NUMVAL(WS-IN-F3)
                               TO WS-RATE-DIALOGUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN "N|"
                   MOVE WS-IN-F2(1:12) TO WS-CC-KEY
                   PERFORM 1200-FIND-CENTRE THRU 1200-EXIT
                   IF WS-CC-FOUND > 0
                       MOVE WS-IN-F3(1:50) TO WS-CC-DESC (WS-CC-FOUND)
                   END-IF
               WHEN "A|"
                   IF WS-RULE-COUNT < WS-RULE-MAX
                       ADD 1 TO WS-RULE-COUNT
                       MOVE FUNCTION UPPER-CASE(WS-IN-F2(1:10))
                           TO WS-RULE-KIND (WS-RULE-COUNT)
                       MOVE WS-IN-F3(1:40)
                           TO WS-RULE-KEY (WS-RULE-COUNT)
                       MOVE WS-IN-F4(1:12)
                           TO WS-RULE-CENTRE (WS-RULE-COUNT)
                       MOVE WS-IN-F4(1:12) TO WS-CC-KEY
                       PERFORM 1200-FIND-CENTRE THRU 1200-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1100-EXIT.
           EXIT.

      *> Find the centre WS-CC-KEY, adding it if new.
       1200-FIND-CENTRE.
           MOVE 0 TO WS-CC-FOUND.
           SET WS-CC-IDX TO 1.
           SEARCH WS-CC-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CC-IDX > WS-CC-COUNT
                   CONTINUE
               WHEN WS-CC-CODE (WS-CC-IDX) = WS-CC-KEY
                   SET WS-CC-FOUND TO WS-CC-IDX
           END-SEARCH.
           IF WS-CC-FOUND > 0 OR WS-CC-COUNT >= WS-CC-MAX
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-CC-COUNT.
           MOVE WS-CC-COUNT TO WS-CC-FOUND.
           INITIALIZE WS-CC-ENTRY (WS-CC-FOUND).
           MOVE WS-CC-KEY TO WS-CC-CODE (WS-CC-FOUND).
       1200-EXIT.
           EXIT.

       1300-FIND-RULE.
           MOVE 0 TO WS-RULE-FOUND.
           IF WS-LOOK-KEY = SPACES
               GO TO 1300-EXIT
           END-IF.
           SET WS-RULE-IDX TO 1.
           SEARCH WS-RULE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RULE-IDX > WS-RULE-COUNT
                   CONTINUE
               WHEN WS-RULE-KIND (WS-RULE-IDX) = WS-LOOK-KIND
                   AND FUNCTION UPPER-CASE(WS-RULE-KEY (WS-RULE-IDX))
                       = FUNCTION UPPER-CASE(WS-LOOK-KEY)
                   SET WS-RULE-FOUND TO WS-RULE-IDX
           END-SEARCH.
       1300-EXIT.
           EXIT.

      *> Program, else operator, else the catch-all.
       1400-CENTRE-FOR-JOB.
           MOVE "PROGRAM" TO WS-LOOK-KIND.
           MOVE WS-USE-PGM TO WS-LOOK-KEY.
           PERFORM 1300-FIND-RULE THRU 1300-EXIT.
           IF WS-RULE-FOUND = 0
               MOVE "OPERATOR" TO WS-LOOK-KIND
               MOVE WS-USE-OPERATOR TO WS-LOOK-KEY
               PERFORM 1300-FIND-RULE THRU 1300-EXIT
           END-IF.
           PERFORM 1450-RULE-TO-CENTRE THRU 1450-EXIT.
       1400-EXIT.
           EXIT.

      *> Tradition (the first path segment), else the catch-all.
       1420-CENTRE-FOR-PATH.
           MOVE SPACES TO WS-USE-TRADITION.
           UNSTRING WS-IN-F2 DELIMITED BY "/"
               INTO WS-USE-TRADITION
           END-UNSTRING.
           MOVE "TRADITION" TO WS-LOOK-KIND.
           MOVE WS-USE-TRADITION TO WS-LOOK-KEY.
           PERFORM 1300-FIND-RULE THRU 1300-EXIT.
           PERFORM 1450-RULE-TO-CENTRE THRU 1450-EXIT.
       1420-EXIT.
           EXIT.

       1450-RULE-TO-CENTRE.
           IF WS-RULE-FOUND = 0
               MOVE WS-CC-DEFAULT TO WS-CC-FOUND
           ELSE
               MOVE WS-RULE-CENTRE (WS-RULE-FOUND) TO WS-CC-KEY
               PERFORM 1200-FIND-CENTRE THRU 1200-EXIT
               IF WS-CC-FOUND = 0
                   MOVE WS-CC-DEFAULT TO WS-CC-FOUND
               END-IF
           END-IF.
       1450-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Batch time.
      *> J|program|operator|run-id|start|end|elapsed|in|out|rc
      *> perf: path|compile-ms|run-ms|stamp
      *>----------------------------------------------------------*>
       2000-CHARGE-JOB-TIME.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 2010-CHARGE-ONE-RUN THRU 2010-EXIT
               UNTIL NO-MORE-INPUT.
           CLOSE ACCT-FILE.
       2000-EXIT.
           EXIT.

       2010-CHARGE-ONE-RUN.
           READ ACCT-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 2010-EXIT
           END-READ.
           IF ACCT-LINE(1:2) NOT = "J|"
               GO TO 2010-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6 WS-IN-F7.
           UNSTRING ACCT-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-IN-F7
           END-UNSTRING.
           IF WS-IN-F5(1:6) NOT = WS-PERIOD
                   OR WS-IN-F7(1:7) IS NOT NUMERIC
               GO TO 2010-EXIT
           END-IF.
           MOVE WS-IN-F2(1:40) TO WS-USE-PGM.
           MOVE WS-IN-F3(1:40) TO WS-USE-OPERATOR.
           MOVE WS-IN-F7(1:7) TO WS-USE-SECS.
           PERFORM 1400-CENTRE-FOR-JOB THRU 1400-EXIT.
           PERFORM 2900-POST-TIME THRU 2900-EXIT.
       2010-EXIT.
           EXIT.

       2100-CHARGE-SWEEP-TIME.
           OPEN INPUT PERF-FILE.
           IF WS-PERF-STATUS NOT = "00"
               GO TO 2100-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 2110-CHARGE-ONE-SOURCE THRU 2110-EXIT
               UNTIL NO-MORE-INPUT.
           CLOSE PERF-FILE.
       2100-EXIT.
           EXIT.

       2110-CHARGE-ONE-SOURCE.
           READ PERF-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 2110-EXIT
           END-READ.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5.
           UNSTRING PERF-LINE DELIMITED BY "|"
               INTO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
           END-UNSTRING.
           IF WS-IN-F5(1:6) NOT = WS-PERIOD
               GO TO 2110-EXIT
           END-IF.
           COMPUTE WS-USE-MS = FUNCTION NUMVAL(WS-IN-F3)
                             + FUNCTION NUMVAL(WS-IN-F4).
           COMPUTE WS-USE-SECS = WS-USE-MS / 1000.
           PERFORM 1420-CENTRE-FOR-PATH THRU 1420-EXIT.
           PERFORM 2900-POST-TIME THRU 2900-EXIT.
       2110-EXIT.
           EXIT.

       2900-POST-TIME.
           IF WS-CC-FOUND = 0
               GO TO 2900-EXIT
           END-IF.
           ADD WS-USE-SECS TO WS-CC-SECS (WS-CC-FOUND).
           ADD WS-USE-SECS TO WS-TOT-SECS.
       2900-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Storage and generation off the per-mode partitions. A
      *> record's H, M and companion lines are charged to the
      *> tradition of the H that heads them.
      *>----------------------------------------------------------*>
       3000-CHARGE-PARTITIONS.
           MOVE SPACES TO WS-CFG-LOGICAL.
           STRING "dialogue_data.dat("                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MODE-NAME (WS-MODE-POS))
                                                       DELIMITED BY SIZE
                  ")"                                  DELIMITED BY SIZE
                  INTO WS-CFG-LOGICAL
           END-STRING.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-PART-NAME.
           OPEN INPUT PART-FILE.
           IF WS-PART-STATUS NOT = "00"
               GO TO 3000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE WS-CC-DEFAULT TO WS-REC-CENTRE.
           PERFORM 3100-CHARGE-ONE-LINE THRU 3100-EXIT
               UNTIL NO-MORE-INPUT.
           CLOSE PART-FILE.
       3000-EXIT.
           EXIT.

       3100-CHARGE-ONE-LINE.
           READ PART-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF PART-LINE(1:2) = "H|"
               MOVE SPACES TO WS-IN-F2
               UNSTRING PART-LINE DELIMITED BY "|"
                   INTO WS-IN-TAG WS-IN-F2
               END-UNSTRING
               PERFORM 1420-CENTRE-FOR-PATH THRU 1420-EXIT
               MOVE WS-CC-FOUND TO WS-REC-CENTRE
               PERFORM 3200-COUNT-GENERATION THRU 3200-EXIT
           END-IF.
      *> Bytes on disk: the line as stored plus its newline.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(PART-LINE TRAILING))
               TO WS-LINE-LEN.
           COMPUTE WS-USE-BYTES = WS-LINE-LEN + 1.
           MOVE WS-REC-CENTRE TO WS-CC-FOUND.
           PERFORM 4900-POST-STORAGE THRU 4900-EXIT.
       3100-EXIT.
           EXIT.

      *> The generation date is the record directory's slug,
      *> YYYY-MM-DD_..., the segment before the file name.
       3200-COUNT-GENERATION.
           MOVE SPACES TO WS-SEG-TABLE.
           MOVE 0 TO WS-SEG-COUNT.
           UNSTRING WS-IN-F2 DELIMITED BY "/"
               INTO WS-SEG (1) WS-SEG (2) WS-SEG (3) WS-SEG (4)
                    WS-SEG (5) WS-SEG (6) WS-SEG (7) WS-SEG (8)
               TALLYING IN WS-SEG-COUNT
           END-UNSTRING.
           IF WS-SEG-COUNT < 2
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-SEG (WS-SEG-COUNT - 1) TO WS-SLUG.
           IF WS-SLUG(1:4) NOT = WS-PERIOD(1:4)
                   OR WS-SLUG(6:2) NOT = WS-PERIOD(5:2)
                   OR WS-SLUG(5:1) NOT = "-"
               GO TO 3200-EXIT
           END-IF.
           IF WS-REC-CENTRE = 0
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WS-CC-DLG (WS-REC-CENTRE).
           ADD 1 TO WS-TOT-DLG.
       3200-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Spool members still retained.
      *> M|member|program|class|operator|stamp|pages
      *>----------------------------------------------------------*>
       4000-CHARGE-SPOOL.
           OPEN INPUT SPIDX-FILE.
           IF WS-SPIDX-STATUS NOT = "00"
               GO TO 4000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 4100-CHARGE-ONE-MEMBER THRU 4100-EXIT
               UNTIL NO-MORE-INPUT.
           CLOSE SPIDX-FILE.
       4000-EXIT.
           EXIT.

       4100-CHARGE-ONE-MEMBER.
           READ SPIDX-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           IF SPIDX-LINE(1:2) NOT = "M|"
               GO TO 4100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5.
           UNSTRING SPIDX-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
           END-UNSTRING.
           MOVE WS-IN-F2 TO WS-MEMBER-NAME.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-MEMBER-NAME
                                             WS-FILE-INFO.
           IF RETURN-CODE NOT = 0
      *> Purged since it was indexed: nothing held, nothing owed.
               MOVE 0 TO RETURN-CODE
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-FILE-SIZE TO WS-USE-BYTES.
           MOVE WS-IN-F3(1:40) TO WS-USE-PGM.
           MOVE WS-IN-F5(1:40) TO WS-USE-OPERATOR.
           PERFORM 1400-CENTRE-FOR-JOB THRU 1400-EXIT.
           PERFORM 4900-POST-STORAGE THRU 4900-EXIT.
       4100-EXIT.
           EXIT.

       4900-POST-STORAGE.
           IF WS-CC-FOUND = 0
               GO TO 4900-EXIT
           END-IF.
           ADD WS-USE-BYTES TO WS-CC-BYTES (WS-CC-FOUND).
           ADD WS-USE-BYTES TO WS-TOT-BYTES.
       4900-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Price each centre; the pool is priced from the grand
      *> units and any rounding lands on the catch-all centre.
      *>----------------------------------------------------------*>
       5000-PRICE-CENTRES.
           MOVE 0 TO WS-ALLOC-AMT.
           PERFORM 5100-PRICE-ONE-CENTRE THRU 5100-EXIT
               VARYING WS-CC-POS FROM 1 BY 1
               UNTIL WS-CC-POS > WS-CC-COUNT.
           COMPUTE WS-TOT-KB = WS-TOT-BYTES / 1024.
           MOVE 0 TO WS-POOL-AMT.
           COMPUTE WS-POOL-PART ROUNDED = WS-TOT-SECS * WS-RATE-SECOND.
           ADD WS-POOL-PART TO WS-POOL-AMT.
           COMPUTE WS-POOL-PART ROUNDED = WS-TOT-KB * WS-RATE-KB.
           ADD WS-POOL-PART TO WS-POOL-AMT.
           COMPUTE WS-POOL-PART ROUNDED =
               WS-TOT-DLG * WS-RATE-DIALOGUE.
           ADD WS-POOL-PART TO WS-POOL-AMT.
           COMPUTE WS-ROUND-AMT = WS-POOL-AMT - WS-ALLOC-AMT.
           IF WS-ROUND-AMT NOT = 0 AND WS-CC-DEFAULT > 0
               MOVE WS-ROUND-AMT TO WS-CC-AMT-ROUND (WS-CC-DEFAULT)
               ADD WS-ROUND-AMT TO WS-CC-AMT-TOTAL (WS-CC-DEFAULT)
               ADD WS-ROUND-AMT TO WS-ALLOC-AMT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-PRICE-ONE-CENTRE.
           COMPUTE WS-CC-KB (WS-CC-POS) =
               WS-CC-BYTES (WS-CC-POS) / 1024.
           COMPUTE WS-CC-AMT-TIME (WS-CC-POS) ROUNDED =
               WS-CC-SECS (WS-CC-POS) * WS-RATE-SECOND.
           COMPUTE WS-CC-AMT-STORE (WS-CC-POS) ROUNDED =
               WS-CC-KB (WS-CC-POS) * WS-RATE-KB.
           COMPUTE WS-CC-AMT-DLG (WS-CC-POS) ROUNDED =
               WS-CC-DLG (WS-CC-POS) * WS-RATE-DIALOGUE.
           COMPUTE WS-CC-AMT-TOTAL (WS-CC-POS) =
               WS-CC-AMT-TIME (WS-CC-POS)
               + WS-CC-AMT-STORE (WS-CC-POS)
               + WS-CC-AMT-DLG (WS-CC-POS).
           ADD WS-CC-AMT-TOTAL (WS-CC-POS) TO WS-ALLOC-AMT.
       5100-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> One statement per centre.
      *>----------------------------------------------------------*>
       6000-PRINT-STATEMENTS.
           PERFORM 6100-PRINT-ONE-STATEMENT THRU 6100-EXIT
               VARYING WS-CC-POS FROM 1 BY 1
               UNTIL WS-CC-POS > WS-CC-COUNT.
       6000-EXIT.
           EXIT.

       6100-PRINT-ONE-STATEMENT.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           STRING "STATEMENT  "                DELIMITED BY SIZE
                  WS-CC-CODE (WS-CC-POS)       DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-CC-DESC (WS-CC-POS)       DELIMITED BY SIZE
                  " period "                   DELIMITED BY SIZE
                  WS-PERIOD                    DELIMITED BY SIZE
                  INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE WS-CC-SECS (WS-CC-POS) TO WS-ED-UNITS.
           MOVE WS-RATE-SECOND TO WS-ED-RATE.
           MOVE WS-CC-AMT-TIME (WS-CC-POS) TO WS-ED-AMT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "  BATCH TIME  " WS-ED-UNITS " sec  @ "
                  WS-ED-RATE " = " WS-ED-AMT
                  DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE WS-CC-KB (WS-CC-POS) TO WS-ED-UNITS.
           MOVE WS-RATE-KB TO WS-ED-RATE.
           MOVE WS-CC-AMT-STORE (WS-CC-POS) TO WS-ED-AMT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "  STORAGE     " WS-ED-UNITS " KB   @ "
                  WS-ED-RATE " = " WS-ED-AMT
                  DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE WS-CC-DLG (WS-CC-POS) TO WS-ED-COUNT.
           MOVE WS-RATE-DIALOGUE TO WS-ED-RATE.
           MOVE WS-CC-AMT-DLG (WS-CC-POS) TO WS-ED-AMT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "  DIALOGUES   " WS-ED-COUNT "          @ "
                  WS-ED-RATE " = " WS-ED-AMT
                  DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           IF WS-CC-AMT-ROUND (WS-CC-POS) NOT = 0
               MOVE WS-CC-AMT-ROUND (WS-CC-POS) TO WS-ED-AMT
               MOVE SPACES TO WS-SPL-TEXT
               STRING "  ROUNDING    "
                      "                                = "
                      WS-ED-AMT
                      DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
           END-IF.
           MOVE WS-CC-AMT-TOTAL (WS-CC-POS) TO WS-ED-AMT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "  TOTAL       "
                  "                                = "
                  WS-ED-AMT
                  DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
       6100-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Reconciliation: the statements must add to the pool.
      *>----------------------------------------------------------*>
       7000-RECONCILE.
           COMPUTE WS-DIFF-AMT = WS-POOL-AMT - WS-ALLOC-AMT.
           IF WS-DIFF-AMT = 0
               MOVE "BALANCED" TO WS-RECON-WORD
           ELSE
               MOVE "OUT OF BALANCE" TO WS-RECON-WORD
           END-IF.
           MOVE WS-POOL-AMT TO WS-ED-AMT.
           MOVE WS-ALLOC-AMT TO WS-ED-AMT-2.
           MOVE WS-DIFF-AMT TO WS-ED-AMT-3.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           STRING "RECONCILIATION "             DELIMITED BY SIZE
                  WS-PERIOD                     DELIMITED BY SIZE
                  "  pool "                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ED-AMT)      DELIMITED BY SIZE
                  "  allocated "                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ED-AMT-2)    DELIMITED BY SIZE
                  "  difference "               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ED-AMT-3)    DELIMITED BY SIZE
                  "  - "                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RECON-WORD)  DELIMITED BY SIZE
                  INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE WS-TOT-SECS TO WS-ED-UNITS.
           MOVE WS-TOT-KB TO WS-ED-UNITS-2.
           MOVE WS-TOT-DLG TO WS-ED-COUNT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "  units priced: "            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ED-UNITS)    DELIMITED BY SIZE
                  " sec, "                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ED-UNITS-2)  DELIMITED BY SIZE
                  " KB, "                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ED-COUNT)    DELIMITED BY SIZE
                  " dialogue(s)"                DELIMITED BY SIZE
                  INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "CLOS" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           IF WS-DIFF-AMT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
       7000-EXIT.
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
           MOVE "chargeback.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "job_accounting.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "perf_log.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE "spool_index.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
       0900-EXIT.
           EXIT.
