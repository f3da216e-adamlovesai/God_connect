      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> GEN-ORDER-ISSUE
      *>
      *> The generation order ledger. SLATE-PLANNER decides what
      *> ought to be generated and CASTING-PROPOSAL pre-clears who
      *> answers an approved question, but nothing recorded that a
      *> request was actually sent to the generator - or matched
      *> what came back against what was asked for. This job issues
      *> numbered generation orders into batch/gen_orders.dat, an
      *> append-only ledger:
      *>
      *>     G|order|source|ref|topic|mode|cast|due|operator|stamp
      *>         an order issued; source SLATE (ref = slate rank)
      *>         or QUESTION (ref = question number); cast is the
      *>         comma list of traditions / personas ordered; due
      *>         is YYYYMMDD
      *>     F|order|path|mode|filled-by|operator|stamp
      *>         the order filled by the record at path
      *>     X|order|reason|operator|stamp
      *>         the order cancelled
      *>
      *> Issuing reads every APPROVED question in
      *> batch/question_box.dat not already on order (cast: the
      *> CLEARED persona of its CASTING-PROPOSAL, the first
      *> alternate of a BLOCKED one, otherwise the requested
      *> persona or tradition), then every S line of the current
      *> batch/slate.dat whose topic is not already on an open or
      *> filled order. INTAKE-LOAD refuses a staged set that does
      *> not cite an open order (staged line G|order after its H)
      *> and writes the F record itself; a dialogue generated into
      *> the tree by hand is matched to its order with FILL.
      *> GEN-ORDER-REPORT holds the ledger to account daily.
      *>
      *> Usage:
      *>     gen_order_issue [lead-days]      issue; due date is
      *>                                      today + lead-days
      *>                                      (default 14)
      *>     gen_order_issue "FILL|order|path"
      *>     gen_order_issue "CANCEL|order|reason"
      *>
      *> Requires update authority (DLGAUTH class U). Appends run
      *> under the shared enqueue (DLGENQ, resource gen_orders).
      *> RETURN-CODE 0 orders issued / transaction posted, 4
      *> nothing to issue, 8 bad transaction, 12 denied or the
      *> enqueue could not be taken, 16 framing mismatch.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEN-ORDER-ISSUE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.
           SELECT SLATE-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLATE-STATUS.
           SELECT QBOX-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QBOX-STATUS.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-04
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
       01  ORDER-LINE               PIC X(500).

       FD  SLATE-FILE.
       01  SLATE-LINE               PIC X(500).

       FD  QBOX-FILE.
       01  QBOX-LINE                PIC X(500).

       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CFN-04                PIC X(200).
       01  WS-ORDER-STATUS          PIC X(02).
       01  WS-SLATE-STATUS          PIC X(02).
       01  WS-QBOX-STATUS           PIC X(02).
       01  WS-DATA-STATUS           PIC X(02).
       01  WS-AUTH-PGM              PIC X(30).
       01  WS-AUTH-CLASS            PIC X(01).
       01  WS-AUTH-RC               PIC X(02).
       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).
       01  WS-EOF-ORDER             PIC X(01) VALUE "N".
           88  NO-MORE-ORDER                 VALUE "Y".
       01  WS-EOF-SLATE             PIC X(01) VALUE "N".
           88  NO-MORE-SLATE                 VALUE "Y".
       01  WS-EOF-QBOX              PIC X(01) VALUE "N".
           88  NO-MORE-QBOX                  VALUE "Y".
       01  WS-EOF-DATA              PIC X(01) VALUE "N".
           88  NO-MORE-DATA                  VALUE "Y".

       01  WS-CMD-LINE              PIC X(300) VALUE SPACES.
       01  WS-ARG-VERB              PIC X(10) VALUE SPACES.
       01  WS-ARG-ORDER             PIC X(10) VALUE SPACES.
       01  WS-ARG-REST              PIC X(200) VALUE SPACES.
       01  WS-LEAD-DAYS             PIC 9(03) VALUE 14.

      *> The ledger as it stands: one entry per order, its state
      *> folded from the F and X records that follow it.
       01  WS-ORD-MAX               PIC 9(04) VALUE 3000.
       01  WS-ORD-COUNT             PIC 9(04) VALUE 0.
       01  WS-ORD-TABLE.
           05  WS-ORD-ENTRY         OCCURS 3000 TIMES
                   INDEXED BY WS-ORD-IDX.
               10  WS-ORD-NUM       PIC X(06).
               10  WS-ORD-SOURCE    PIC X(08).
               10  WS-ORD-REF       PIC X(06).
               10  WS-ORD-TOPIC     PIC X(80).
               10  WS-ORD-STATE     PIC X(01).
                   88  ORD-IS-OPEN           VALUE "O".
                   88  ORD-IS-FILLED         VALUE "F".
                   88  ORD-IS-CANCELLED      VALUE "X".
       01  WS-ORD-POS               PIC 9(04) VALUE 0.
       01  WS-ORD-FOUND             PIC 9(04) VALUE 0.
       01  WS-HIGH-NUM              PIC 9(06) VALUE 0.
       01  WS-NEXT-NUM              PIC 9(06) VALUE 0.

      *> Questions: the last status ruling and the last casting
      *> proposal per number win.
       01  WS-QST-MAX               PIC 9(04) VALUE 500.
       01  WS-QST-COUNT             PIC 9(04) VALUE 0.
       01  WS-QST-TABLE.
           05  WS-QST-ENTRY         OCCURS 500 TIMES.
               10  WS-QST-NUM       PIC X(04).
               10  WS-QST-TEXT      PIC X(240).
               10  WS-QST-TARGET    PIC X(60).
               10  WS-QST-STATUS    PIC X(10).
               10  WS-QST-CAST      PIC X(90).
       01  WS-QST-POS               PIC 9(04) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
       01  WS-IN-F4                 PIC X(240).
       01  WS-IN-F5                 PIC X(240).
       01  WS-IN-F6                 PIC X(240).
       01  WS-FIRST-ALT             PIC X(90).

      *> The order being written.
       01  WS-NEW-SOURCE            PIC X(08).
       01  WS-NEW-REF               PIC X(06).
       01  WS-NEW-TOPIC             PIC X(80).
       01  WS-NEW-MODE              PIC X(20).
       01  WS-NEW-CAST              PIC X(90).

       01  WS-TODAY                 PIC X(08).
       01  WS-TODAY-NUM             PIC 9(08) VALUE 0.
       01  WS-DUE-NUM               PIC 9(08) VALUE 0.
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-ISSUED                PIC 9(04) VALUE 0.

       01  WS-FILL-PATH             PIC X(200).
       01  WS-FILL-MODE             PIC X(20).
       01  WS-FILL-FOUND            PIC X(01) VALUE "N".
           88  FILL-PATH-ON-FILE             VALUE "Y".

       01  WS-ENQ-ACTION            PIC X(03).
       01  WS-ENQ-RESOURCE          PIC X(20).
       01  WS-ENQ-RC                PIC X(02).
       01  WS-SAVE-RC               PIC S9(04) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE "GEN-ORDER-ISSUE" TO WS-AUTH-PGM.
           MOVE "U" TO WS-AUTH-CLASS.
           CALL "DLGAUTH" USING WS-AUTH-PGM WS-AUTH-CLASS
                               WS-AUTH-RC.
           IF WS-AUTH-RC = "12"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY "|"
               INTO WS-ARG-VERB WS-ARG-ORDER WS-ARG-REST
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-ARG-VERB) TO WS-ARG-VERB.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-TODAY-NUM.
      *> One issuing run at a time (DLGENQ).
           MOVE "ENQ" TO WS-ENQ-ACTION.
           MOVE "gen_orders" TO WS-ENQ-RESOURCE.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           IF WS-ENQ-RC = "12"
               DISPLAY "GEN-ORDER-ISSUE: could not take the "
                       "enqueue - try again or see ENQ-CONSOLE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1000-LOAD-LEDGER THRU 1000-EXIT.
           EVALUATE TRUE
               WHEN WS-ARG-VERB = "FILL"
                   PERFORM 5000-POST-FILL THRU 5000-EXIT
               WHEN WS-ARG-VERB = "CANCEL"
                   PERFORM 6000-POST-CANCEL THRU 6000-EXIT
               WHEN OTHER
                   PERFORM 2000-ISSUE-ORDERS THRU 2000-EXIT
           END-EVALUATE.
           MOVE RETURN-CODE TO WS-SAVE-RC.
           MOVE "DEQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           MOVE WS-SAVE-RC TO RETURN-CODE.
           STOP RUN.

      *>----------------------------------------------------------*>
      *> Ledger load: G opens an order, F fills it, X cancels it.
      *>----------------------------------------------------------*>
       1000-LOAD-LEDGER.
           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-READ-ONE-ENTRY THRU 1100-EXIT
               UNTIL NO-MORE-ORDER.
           CLOSE ORDER-FILE.
       1000-EXIT.
           EXIT.

       1100-READ-ONE-ENTRY.
           READ ORDER-FILE
               AT END
                   SET NO-MORE-ORDER TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5.
           UNSTRING ORDER-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
           END-UNSTRING.
           EVALUATE ORDER-LINE(1:2)
               WHEN "G|"
                   IF WS-IN-F2(1:6) IS NUMERIC
                       IF FUNCTION NUMVAL(WS-IN-F2(1:6)) > WS-HIGH-NUM
                           MOVE WS-IN-F2(1:6) TO WS-HIGH-NUM
                       END-IF
                   END-IF
                   IF WS-ORD-COUNT < WS-ORD-MAX
                       ADD 1 TO WS-ORD-COUNT
                       MOVE WS-IN-F2(1:6) TO WS-ORD-NUM (WS-ORD-COUNT)
                       MOVE WS-IN-F3(1:8)
                           TO WS-ORD-SOURCE (WS-ORD-COUNT)
                       MOVE WS-IN-F4(1:6) TO WS-ORD-REF (WS-ORD-COUNT)
                       MOVE WS-IN-F5(1:80)
                           TO WS-ORD-TOPIC (WS-ORD-COUNT)
                       SET ORD-IS-OPEN (WS-ORD-COUNT) TO TRUE
                   END-IF
               WHEN "F|"
                   PERFORM 1200-FIND-ORDER THRU 1200-EXIT
                   IF WS-ORD-FOUND > 0
                       SET ORD-IS-FILLED (WS-ORD-FOUND) TO TRUE
                   END-IF
               WHEN "X|"
                   PERFORM 1200-FIND-ORDER THRU 1200-EXIT
                   IF WS-ORD-FOUND > 0
                       SET ORD-IS-CANCELLED (WS-ORD-FOUND) TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1100-EXIT.
           EXIT.

       1200-FIND-ORDER.
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
       1200-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Issue: approved questions first (they carry a cleared
      *> cast), then the slate lines not already on order.
      *>----------------------------------------------------------*>
       2000-ISSUE-ORDERS.
           IF WS-ARG-VERB(1:1) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-ARG-VERB) TO WS-LEAD-DAYS
           END-IF.
           COMPUTE WS-DUE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) + WS-LEAD-DAYS).
           MOVE WS-HIGH-NUM TO WS-NEXT-NUM.
           OPEN EXTEND ORDER-FILE.
           IF WS-ORDER-STATUS = "35"
               OPEN OUTPUT ORDER-FILE
           END-IF.
           OPEN INPUT QBOX-FILE.
           IF WS-QBOX-STATUS = "00"
               PERFORM 2100-LOAD-ONE-QUESTION THRU 2100-EXIT
                   UNTIL NO-MORE-QBOX
               CLOSE QBOX-FILE
           END-IF.
           PERFORM 2200-ORDER-ONE-QUESTION THRU 2200-EXIT
               VARYING WS-QST-POS FROM 1 BY 1
               UNTIL WS-QST-POS > WS-QST-COUNT.
           MOVE WS-CFN-02 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               CLOSE ORDER-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT SLATE-FILE.
           IF WS-SLATE-STATUS = "00"
               PERFORM 2300-ORDER-ONE-SLOT THRU 2300-EXIT
                   UNTIL NO-MORE-SLATE
               CLOSE SLATE-FILE
           END-IF.
           CLOSE ORDER-FILE.
           DISPLAY "GEN-ORDER-ISSUE: " WS-ISSUED " order(s) issued, "
                   "due " WS-DUE-NUM " - ledger "
                   FUNCTION TRIM(WS-CFN-01).
           IF WS-ISSUED = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-QUESTION.
           READ QBOX-FILE
               AT END
                   SET NO-MORE-QBOX TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6.
           UNSTRING QBOX-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6
           END-UNSTRING.
           EVALUATE QBOX-LINE(1:2)
               WHEN "Q|"
                   IF WS-QST-COUNT < WS-QST-MAX
                       ADD 1 TO WS-QST-COUNT
                       MOVE WS-IN-F2(1:4) TO WS-QST-NUM (WS-QST-COUNT)
                       MOVE WS-IN-F3 TO WS-QST-TEXT (WS-QST-COUNT)
                       MOVE WS-IN-F4(1:60)
                           TO WS-QST-TARGET (WS-QST-COUNT)
                       MOVE "NEW" TO WS-QST-STATUS (WS-QST-COUNT)
                       MOVE WS-IN-F4(1:60) TO WS-QST-CAST (WS-QST-COUNT)
                   END-IF
               WHEN "S|"
                   PERFORM 2110-APPLY-RULING THRU 2110-EXIT
                       VARYING WS-QST-POS FROM 1 BY 1
                       UNTIL WS-QST-POS > WS-QST-COUNT
               WHEN "C|"
                   PERFORM 2120-APPLY-PROPOSAL THRU 2120-EXIT
                       VARYING WS-QST-POS FROM 1 BY 1
                       UNTIL WS-QST-POS > WS-QST-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2110-APPLY-RULING.
           IF WS-QST-NUM (WS-QST-POS) = WS-IN-F2(1:4)
               MOVE WS-IN-F3(1:10) TO WS-QST-STATUS (WS-QST-POS)
           END-IF.
       2110-EXIT.
           EXIT.

      *> C|number|status|persona|tradition|alternates|stamp
       2120-APPLY-PROPOSAL.
           IF WS-QST-NUM (WS-QST-POS) NOT = WS-IN-F2(1:4)
               GO TO 2120-EXIT
           END-IF.
           EVALUATE WS-IN-F3(1:7)
               WHEN "CLEARED"
                   MOVE WS-IN-F4(1:90) TO WS-QST-CAST (WS-QST-POS)
               WHEN "BLOCKED"
                   MOVE SPACES TO WS-FIRST-ALT
                   UNSTRING WS-IN-F6 DELIMITED BY ","
                       INTO WS-FIRST-ALT
                   END-UNSTRING
                   IF WS-FIRST-ALT NOT = SPACES
                       MOVE FUNCTION TRIM(WS-FIRST-ALT)
                           TO WS-QST-CAST (WS-QST-POS)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2120-EXIT.
           EXIT.

       2200-ORDER-ONE-QUESTION.
           IF WS-QST-STATUS (WS-QST-POS) NOT = "APPROVED"
               GO TO 2200-EXIT
           END-IF.
           MOVE 0 TO WS-ORD-FOUND.
           PERFORM 2210-PROBE-QUESTION-ORDER THRU 2210-EXIT
               VARYING WS-ORD-POS FROM 1 BY 1
               UNTIL WS-ORD-POS > WS-ORD-COUNT
                  OR WS-ORD-FOUND > 0.
           IF WS-ORD-FOUND > 0
               GO TO 2200-EXIT
           END-IF.
           MOVE "QUESTION" TO WS-NEW-SOURCE.
           MOVE WS-QST-NUM (WS-QST-POS) TO WS-NEW-REF.
           MOVE WS-QST-TEXT (WS-QST-POS) (1:80) TO WS-NEW-TOPIC.
           MOVE "conversation" TO WS-NEW-MODE.
           MOVE WS-QST-CAST (WS-QST-POS) TO WS-NEW-CAST.
           PERFORM 4000-WRITE-ORDER THRU 4000-EXIT.
       2200-EXIT.
           EXIT.

      *> A cancelled order does not count - the question may be
      *> ordered again.
       2210-PROBE-QUESTION-ORDER.
           IF WS-ORD-SOURCE (WS-ORD-POS) = "QUESTION"
                   AND WS-ORD-REF (WS-ORD-POS) =
                       WS-QST-NUM (WS-QST-POS)
                   AND NOT ORD-IS-CANCELLED (WS-ORD-POS)
               MOVE WS-ORD-POS TO WS-ORD-FOUND
           END-IF.
       2210-EXIT.
           EXIT.

      *> S|rank|topic|mode|traditions|evidence|stamp
       2300-ORDER-ONE-SLOT.
           READ SLATE-FILE
               AT END
                   SET NO-MORE-SLATE TO TRUE
                   GO TO 2300-EXIT
           END-READ.
           IF SLATE-LINE(1:2) NOT = "S|"
               GO TO 2300-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5.
           UNSTRING SLATE-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
           END-UNSTRING.
           MOVE WS-IN-F3(1:80) TO WS-NEW-TOPIC.
           MOVE 0 TO WS-ORD-FOUND.
           PERFORM 2310-PROBE-TOPIC-ORDER THRU 2310-EXIT
               VARYING WS-ORD-POS FROM 1 BY 1
               UNTIL WS-ORD-POS > WS-ORD-COUNT
                  OR WS-ORD-FOUND > 0.
           IF WS-ORD-FOUND > 0
               GO TO 2300-EXIT
           END-IF.
           MOVE "SLATE" TO WS-NEW-SOURCE.
           MOVE WS-IN-F2(1:6) TO WS-NEW-REF.
           MOVE WS-IN-F4(1:20) TO WS-NEW-MODE.
           MOVE WS-IN-F5(1:90) TO WS-NEW-CAST.
           PERFORM 4000-WRITE-ORDER THRU 4000-EXIT.
       2300-EXIT.
           EXIT.

      *> The same topic on an open or filled order from either
      *> source is already asked for.
       2310-PROBE-TOPIC-ORDER.
           IF FUNCTION UPPER-CASE(WS-ORD-TOPIC (WS-ORD-POS)) =
                   FUNCTION UPPER-CASE(WS-NEW-TOPIC)
                   AND NOT ORD-IS-CANCELLED (WS-ORD-POS)
               MOVE WS-ORD-POS TO WS-ORD-FOUND
           END-IF.
       2310-EXIT.
           EXIT.

       4000-WRITE-ORDER.
           ADD 1 TO WS-NEXT-NUM.
           MOVE SPACES TO ORDER-LINE.
           STRING "G|"                           DELIMITED BY SIZE
                  WS-NEXT-NUM                    DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-SOURCE)   DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-REF)      DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-TOPIC)    DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-MODE)     DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-CAST)     DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-DUE-NUM                     DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID)  DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP               DELIMITED BY SIZE
                  INTO ORDER-LINE
           END-STRING.
           WRITE ORDER-LINE.
           ADD 1 TO WS-ISSUED.
           IF WS-ORD-COUNT < WS-ORD-MAX
               ADD 1 TO WS-ORD-COUNT
               MOVE WS-NEXT-NUM TO WS-ORD-NUM (WS-ORD-COUNT)
               MOVE WS-NEW-SOURCE TO WS-ORD-SOURCE (WS-ORD-COUNT)
               MOVE WS-NEW-REF TO WS-ORD-REF (WS-ORD-COUNT)
               MOVE WS-NEW-TOPIC TO WS-ORD-TOPIC (WS-ORD-COUNT)
               SET ORD-IS-OPEN (WS-ORD-COUNT) TO TRUE
           END-IF.
           DISPLAY "  ORDER " WS-NEXT-NUM " " WS-NEW-SOURCE " "
                   WS-NEW-TOPIC(1:48).
       4000-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> FILL: a record generated into the tree, matched to its
      *> order by hand. The path must be live on the extract.
      *>----------------------------------------------------------*>
       5000-POST-FILL.
           MOVE WS-ARG-ORDER TO WS-IN-F2.
           PERFORM 1200-FIND-ORDER THRU 1200-EXIT.
           IF WS-ORD-FOUND = 0
               DISPLAY "GEN-ORDER-ISSUE: no order "
                       FUNCTION TRIM(WS-ARG-ORDER) " on the ledger"
               MOVE 8 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.
           IF NOT ORD-IS-OPEN (WS-ORD-FOUND)
               DISPLAY "GEN-ORDER-ISSUE: order "
                       FUNCTION TRIM(WS-ARG-ORDER)
                       " is already filled or cancelled"
               MOVE 8 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.
           MOVE WS-ARG-REST TO WS-FILL-PATH.
           MOVE WS-CFN-04 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               MOVE 16 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.
           OPEN INPUT DATA-FILE.
           IF WS-DATA-STATUS = "00"
               PERFORM 5100-SEEK-PATH THRU 5100-EXIT
                   UNTIL NO-MORE-DATA
               CLOSE DATA-FILE
           END-IF.
           IF NOT FILL-PATH-ON-FILE
               DISPLAY "GEN-ORDER-ISSUE: no live record at "
                       FUNCTION TRIM(WS-FILL-PATH)
               MOVE 8 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.
           OPEN EXTEND ORDER-FILE.
           MOVE SPACES TO ORDER-LINE.
           STRING "F|"                           DELIMITED BY SIZE
                  WS-ORD-NUM (WS-ORD-FOUND)      DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FILL-PATH)    DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FILL-MODE)    DELIMITED BY SIZE
                  "|GEN-ORDER-ISSUE|"            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID)  DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP               DELIMITED BY SIZE
                  INTO ORDER-LINE
           END-STRING.
           WRITE ORDER-LINE.
           CLOSE ORDER-FILE.
           DISPLAY "GEN-ORDER-ISSUE: order " WS-ORD-NUM (WS-ORD-FOUND)
                   " filled by " FUNCTION TRIM(WS-FILL-PATH).
           MOVE 0 TO RETURN-CODE.
       5000-EXIT.
           EXIT.

       5100-SEEK-PATH.
           READ DATA-FILE
               AT END
                   SET NO-MORE-DATA TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           IF DATA-LINE(1:2) NOT = "H|"
               GO TO 5100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
           END-UNSTRING.
           IF WS-IN-F2(1:200) = WS-FILL-PATH
               SET FILL-PATH-ON-FILE TO TRUE
               MOVE WS-IN-F4(1:20) TO WS-FILL-MODE
           END-IF.
       5100-EXIT.
           EXIT.

       6000-POST-CANCEL.
           MOVE WS-ARG-ORDER TO WS-IN-F2.
           PERFORM 1200-FIND-ORDER THRU 1200-EXIT.
           IF WS-ORD-FOUND = 0
               DISPLAY "GEN-ORDER-ISSUE: no order "
                       FUNCTION TRIM(WS-ARG-ORDER) " on the ledger"
               MOVE 8 TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF.
           IF NOT ORD-IS-OPEN (WS-ORD-FOUND)
               DISPLAY "GEN-ORDER-ISSUE: order "
                       FUNCTION TRIM(WS-ARG-ORDER)
                       " is already filled or cancelled"
               MOVE 8 TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF.
           IF WS-ARG-REST = SPACES
               MOVE "CANCELLED" TO WS-ARG-REST
           END-IF.
           OPEN EXTEND ORDER-FILE.
           MOVE SPACES TO ORDER-LINE.
           STRING "X|"                           DELIMITED BY SIZE
                  WS-ORD-NUM (WS-ORD-FOUND)      DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-REST)     DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID)  DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP               DELIMITED BY SIZE
                  INTO ORDER-LINE
           END-STRING.
           WRITE ORDER-LINE.
           CLOSE ORDER-FILE.
           DISPLAY "GEN-ORDER-ISSUE: order " WS-ORD-NUM (WS-ORD-FOUND)
                   " cancelled".
           MOVE 0 TO RETURN-CODE.
       6000-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "gen_orders.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "slate.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "question_box.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE "dialogue_data.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
       0900-EXIT.
           EXIT.
