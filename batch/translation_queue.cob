      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> TRANSLATION-QUEUE
      *>
      *> The translation work queue, driven by what is about to be
      *> published. A record goes out through the reading plan
      *> (batch/reading_plan.dat, READING-PLAN), the anthology
      *> selection (batch/anthology_select.lst, RATING-STANDINGS)
      *> or the coming bulletin (bulletin-flagged in
      *> batch/ratings.dat, not yet carried by an issue in
      *> batch/issue_contents.dat); one that lacks a complete T
      *> record set - its topic (seq 0000) and every message - in
      *> a language the congregation is served in becomes a queue
      *> item, due LEAD-DAYS before it publishes. The languages,
      *> lead time, bulletin weekday, anthology print date and the
      *> translator roster are in batch/translation_policy.ref.
      *> The queue is kept append-only in
      *> batch/translation_queue.dat, the last record per item
      *> ruling:
      *>
      *>     Q|TQnnnn|path|lang|source|publish|due|operator|stamp
      *>     A|TQnnnn|translator|operator|stamp
      *>     D|TQnnnn|operator|stamp
      *>     L|TQnnnn|operator|stamp
      *>
      *> Q opens an item (or re-dates it when its earliest
      *> publication moves), A assigns it, D marks the draft
      *> handed in, L closes it once TRANSLATION-LOAD has the full
      *> set on the extract. Source is PLAN, ANTHOLOGY or
      *> BULLETIN, the earliest publication winning. A record the
      *> shared eligibility rule (DLGELIG) refuses will not publish
      *> and is not queued - except an embargoed one, which will
      *> publish at its release and is wanted translated by then.
      *>
      *> Commands:
      *>     translation_queue REFRESH
      *>         the nightly pass: opens, re-dates and closes items
      *>         as above, then lists the queue
      *>     translation_queue ASSIGN "TQnnnn|translator"
      *>         the coordinator hands an item to a translator on
      *>         the roster for its language; a reassignment
      *>         starts the item over at ASSIGNED
      *>     translation_queue DRAFTED "TQnnnn"
      *>         the assigned translator's draft is in, waiting
      *>         to be staged and loaded
      *>     translation_queue LIST [translator]
      *>         the open items, late ones first and then by due
      *>         date, through the spool (DLGSPOOL, class DAILY)
      *>
      *> REFRESH, ASSIGN and DRAFTED need update authority
      *> (DLGAUTH class U), run under the shared enqueue (DLGENQ)
      *> and are logged to the audit trail.
      *>
      *> RETURN-CODE 0 done, 4 items late, 8 refused (bad command,
      *> unknown item, wrong state, translator not on the roster).
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>     2026-10-15  DO   An embargoed record is still queued
      *>                      for translation (DLGELIG EMBARGOED).
      *>     2026-10-15  DO   Bulletin flags are taken only from
      *>                      ratings in the run's parish view
      *>                      (DLGPRSH CODE).
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSLATION-QUEUE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT QUEUE-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT PLAN-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT SELECT-FILE ASSIGN DYNAMIC WS-CFN-04
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SELECT-STATUS.
           SELECT RATINGS-FILE ASSIGN DYNAMIC WS-CFN-05
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATINGS-STATUS.
           SELECT ISSUE-FILE ASSIGN DYNAMIC WS-CFN-06
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISSUE-STATUS.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-07
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
       01  POLICY-LINE              PIC X(200).

       FD  QUEUE-FILE.
       01  QUEUE-LINE               PIC X(400).

       FD  PLAN-FILE.
       01  PLAN-LINE                PIC X(400).

       FD  SELECT-FILE.
       01  SELECT-LINE              PIC X(200).

       FD  RATINGS-FILE.
       01  RATINGS-LINE             PIC X(400).

       FD  ISSUE-FILE.
       01  ISSUE-LINE               PIC X(300).

       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CFN-04                PIC X(200).
       01  WS-CFN-05                PIC X(200).
       01  WS-CFN-06                PIC X(200).
       01  WS-CFN-07                PIC X(200).
       01  WS-POLICY-STATUS         PIC X(02) VALUE SPACES.
       01  WS-QUEUE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-PLAN-STATUS           PIC X(02) VALUE SPACES.
       01  WS-SELECT-STATUS         PIC X(02) VALUE SPACES.
       01  WS-RATINGS-STATUS        PIC X(02) VALUE SPACES.
       01  WS-ISSUE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-DATA-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EOF-FLAG              PIC X(01) VALUE "N".
           88  NO-MORE-INPUT                 VALUE "Y".

       01  WS-AUTH-PGM              PIC X(30)
               VALUE "TRANSLATION-QUEUE".
       01  WS-AUTH-CLASS            PIC X(01) VALUE "U".
       01  WS-AUTH-RC               PIC X(02).
       01  WS-ENQ-ACTION            PIC X(03).
       01  WS-ENQ-RESOURCE          PIC X(20)
               VALUE "translation_queue".
       01  WS-ENQ-RC                PIC X(02).
       01  WS-SAVE-RC               PIC S9(04) VALUE 0.
       01  WS-AUDIT-TEXT            PIC X(200).

       01  WS-CMD-LINE              PIC X(400) VALUE SPACES.
       01  WS-COMMAND               PIC X(10) VALUE SPACES.
       01  WS-REST                  PIC X(380) VALUE SPACES.
       01  WS-ARG-ITEM              PIC X(10) VALUE SPACES.
       01  WS-ARG-NAME              PIC X(30) VALUE SPACES.

       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-TODAY                 PIC 9(08) VALUE 0.
       01  WS-TODAY-INT             PIC 9(08) VALUE 0.
       01  WS-TODAY-ISO             PIC X(10).
       01  WS-WORK-INT              PIC 9(08) VALUE 0.
       01  WS-WORK-DATE             PIC 9(08) VALUE 0.
       01  WS-DOW                   PIC 9(01) VALUE 0.
       01  WS-AHEAD                 PIC 9(01) VALUE 0.
       01  WS-DATE-ISO              PIC X(10).
       01  WS-DATE-NUM              PIC X(08).

      *> Policy, with the delivered defaults should a line be
      *> missing from the reference file.
       01  WS-POL-LEAD-DAYS         PIC 9(03) VALUE 14.
       01  WS-POL-BULLETIN-DOW      PIC 9(01) VALUE 7.
       01  WS-POL-ANTHOLOGY-DATE    PIC X(10) VALUE SPACES.
       01  WS-BULLETIN-DATE         PIC X(10) VALUE SPACES.
       01  WS-LANG-MAX              PIC 9(02) VALUE 10.
       01  WS-LANG-COUNT            PIC 9(02) VALUE 0.
       01  WS-LANG-TABLE.
           05  WS-LANG-CODE         PIC X(05) OCCURS 10 TIMES.
       01  WS-LANG-POS              PIC 9(02) VALUE 0.
       01  WS-LANG-FOUND            PIC 9(02) VALUE 0.
       01  WS-XLT-MAX               PIC 9(03) VALUE 100.
       01  WS-XLT-COUNT             PIC 9(03) VALUE 0.
       01  WS-XLT-TABLE.
           05  WS-XLT-ENTRY OCCURS 100 TIMES.
               10  WS-XLT-NAME      PIC X(30).
               10  WS-XLT-LANG      PIC X(05).
       01  WS-XLT-POS               PIC 9(03) VALUE 0.
       01  WS-XLT-FOUND             PIC 9(03) VALUE 0.

      *> The queue, folded from its register.
       01  WS-ITM-MAX               PIC 9(04) VALUE 2000.
       01  WS-ITM-COUNT             PIC 9(04) VALUE 0.
       01  WS-ITM-TABLE.
           05  WS-ITM-ENTRY OCCURS 2000 TIMES.
               10  WS-ITM-NUM       PIC 9(04).
               10  WS-ITM-PATH      PIC X(200).
               10  WS-ITM-LANG      PIC X(05).
               10  WS-ITM-SOURCE    PIC X(10).
               10  WS-ITM-PUB       PIC X(10).
               10  WS-ITM-DUE       PIC X(10).
               10  WS-ITM-XLT       PIC X(30).
               10  WS-ITM-STATE     PIC X(01).
      *>             Q queued, A assigned, D drafted, L loaded
               10  WS-ITM-HAVE      PIC 9(04).
               10  WS-ITM-NEED      PIC 9(04).
               10  WS-ITM-LISTED    PIC X(01).
       01  WS-ITM-POS               PIC 9(04) VALUE 0.
       01  WS-ITM-FOUND             PIC 9(04) VALUE 0.
       01  WS-MAX-ITEM              PIC 9(04) VALUE 0.
       01  WS-SEEK-NUM              PIC 9(04) VALUE 0.

      *> Records due to publish, earliest publication per path.
       01  WS-SCH-MAX               PIC 9(04) VALUE 2000.
       01  WS-SCH-COUNT             PIC 9(04) VALUE 0.
       01  WS-SCH-TABLE.
           05  WS-SCH-ENTRY OCCURS 2000 TIMES.
               10  WS-SCH-PATH      PIC X(200).
               10  WS-SCH-PUB       PIC X(10).
               10  WS-SCH-SOURCE    PIC X(10).
               10  WS-SCH-ELIGIBLE  PIC X(01).
               10  WS-SCH-NEED      PIC 9(04).
               10  WS-SCH-HAVE      PIC 9(04) OCCURS 10 TIMES.
       01  WS-SCH-POS               PIC 9(04) VALUE 0.
       01  WS-SCH-FOUND             PIC 9(04) VALUE 0.
       01  WS-SEEK-PATH             PIC X(200).
       01  WS-SEEK-PUB              PIC X(10).
       01  WS-SEEK-SOURCE           PIC X(10).

      *> Reviewers' latest flags per path, for the bulletin.
       01  WS-RAT-MAX               PIC 9(04) VALUE 2000.
       01  WS-RAT-COUNT             PIC 9(04) VALUE 0.
       01  WS-RAT-TABLE.
           05  WS-RAT-ENTRY OCCURS 2000 TIMES.
               10  WS-RAT-PATH      PIC X(200).
               10  WS-RAT-REVIEWER  PIC X(20).
               10  WS-RAT-FLAGS     PIC X(10).
       01  WS-RAT-POS               PIC 9(04) VALUE 0.
       01  WS-RAT-POS-2             PIC 9(04) VALUE 0.
       01  WS-RAT-FOUND             PIC 9(04) VALUE 0.
       01  WS-ISS-MAX               PIC 9(04) VALUE 2000.
       01  WS-ISS-COUNT             PIC 9(04) VALUE 0.
       01  WS-ISS-TABLE.
           05  WS-ISS-PATH          PIC X(200) OCCURS 2000 TIMES.
       01  WS-ISS-POS               PIC 9(04) VALUE 0.
       01  WS-HIT                   PIC X(01).
       01  WS-FLAG-HITS             PIC 9(02) VALUE 0.

       01  WS-ELIG-PATH             PIC X(200).
       01  WS-ELIG-RC               PIC X(02).
       01  WS-ELIG-REASON           PIC X(10).

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(40).
       01  WS-IN-F3                 PIC X(200).
       01  WS-IN-F4                 PIC X(200).
       01  WS-IN-F5                 PIC X(40).
       01  WS-IN-F6                 PIC X(40).
       01  WS-IN-F7                 PIC X(40).
       01  WS-IN-MSGCOUNT           PIC X(04).

       01  WS-OPENED                PIC 9(04) VALUE 0.
       01  WS-REDATED               PIC 9(04) VALUE 0.
       01  WS-CLOSED                PIC 9(04) VALUE 0.
       01  WS-OPEN-ITEMS            PIC 9(04) VALUE 0.
       01  WS-LATE                  PIC 9(04) VALUE 0.
       01  WS-LISTED                PIC 9(04) VALUE 0.
       01  WS-BEST-POS              PIC 9(04) VALUE 0.
       01  WS-ITEM-LABEL            PIC X(06).
       01  WS-STATE-WORD            PIC X(08).
       01  WS-FLAG                  PIC X(04).
       01  WS-HAVE-ED               PIC ZZZ9.
       01  WS-NEED-ED               PIC ZZZ9.
       01  WS-LEAD-ED               PIC ZZ9.

       01  WS-SPL-ACTION            PIC X(04).
       01  WS-SPL-PGM               PIC X(30)
               VALUE "TRANSLATION-QUEUE".
       01  WS-SPL-CLASS             PIC X(10) VALUE "DAILY".
       01  WS-SPL-TEXT              PIC X(132).

      *> Whose a side-file record is (DLGPRSH CODE).
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "TRANSLATION-QUEUE".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT.
           MOVE WS-TODAY TO WS-DATE-NUM.
           PERFORM 8100-ISO-DATE THRU 8100-EXIT.
           MOVE WS-DATE-ISO TO WS-TODAY-ISO.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY " "
               INTO WS-COMMAND WS-REST
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND.
      *> The rest of the line is the quoted payload, spaces and
      *> all.
           IF WS-COMMAND NOT = SPACES
               MOVE SPACES TO WS-REST
               MOVE WS-CMD-LINE(FUNCTION LENGTH(FUNCTION TRIM(
                   WS-COMMAND)) + 2:) TO WS-REST
           END-IF.
           IF WS-COMMAND = "REFRESH" OR "ASSIGN" OR "DRAFTED"
               CALL "DLGAUTH" USING WS-AUTH-PGM WS-AUTH-CLASS
                                   WS-AUTH-RC
               IF WS-AUTH-RC = "12"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "ENQ" TO WS-ENQ-ACTION
               CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                                   WS-ENQ-RC
               IF WS-ENQ-RC = "12"
                   DISPLAY "TRANSLATION-QUEUE: could not take the "
                           "enqueue - try again or see ENQ-CONSOLE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 1000-LOAD-POLICY THRU 1000-EXIT
               UNTIL NO-MORE-INPUT.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 1100-LOAD-QUEUE THRU 1100-EXIT
               UNTIL NO-MORE-INPUT.
           MOVE 0 TO RETURN-CODE.
           EVALUATE WS-COMMAND
               WHEN "REFRESH"
                   PERFORM 2000-REFRESH THRU 2000-EXIT
                   MOVE SPACES TO WS-ARG-NAME
                   PERFORM 5000-LIST THRU 5000-EXIT
               WHEN "ASSIGN"
                   PERFORM 3000-ASSIGN THRU 3000-EXIT
               WHEN "DRAFTED"
                   PERFORM 3500-DRAFTED THRU 3500-EXIT
               WHEN "LIST"
                   MOVE FUNCTION TRIM(WS-REST) TO WS-ARG-NAME
                   INSPECT WS-ARG-NAME REPLACING ALL '"' BY SPACE
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-ARG-NAME)) TO WS-ARG-NAME
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM 2500-COUNT-COVERAGE THRU 2500-EXIT
                       UNTIL NO-MORE-INPUT
                   PERFORM 5000-LIST THRU 5000-EXIT
               WHEN OTHER
                   DISPLAY "TRANSLATION-QUEUE: usage:"
                   DISPLAY "  translation_queue REFRESH"
                   DISPLAY "  translation_queue ASSIGN "
                           """TQnnnn|translator"""
                   DISPLAY "  translation_queue DRAFTED ""TQnnnn"""
                   DISPLAY "  translation_queue LIST [translator]"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
      *> The dequeue CALL resets RETURN-CODE; keep the verdict.
           IF WS-COMMAND = "REFRESH" OR "ASSIGN" OR "DRAFTED"
               MOVE RETURN-CODE TO WS-SAVE-RC
               MOVE "DEQ" TO WS-ENQ-ACTION
               CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                                   WS-ENQ-RC
               MOVE WS-SAVE-RC TO RETURN-CODE
           END-IF.
           STOP RUN.

      *>----------------------------------------------------------*>
      *> Loading: policy and the queue register.
      *>----------------------------------------------------------*>
       1000-LOAD-POLICY.
           IF WS-POLICY-STATUS = SPACES
               OPEN INPUT POLICY-FILE
               IF WS-POLICY-STATUS NOT = "00"
                   DISPLAY "TRANSLATION-QUEUE: no translation policy "
                           "at " FUNCTION TRIM(WS-CFN-01)
                           " - no languages to queue"
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
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING POLICY-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           EVALUATE TRUE
               WHEN POLICY-LINE(1:2) = "L|"
                   IF WS-LANG-COUNT < WS-LANG-MAX
                           AND WS-IN-F2 NOT = SPACES
                       ADD 1 TO WS-LANG-COUNT
                       MOVE FUNCTION UPPER-CASE(WS-IN-F2(1:5))
                           TO WS-LANG-CODE (WS-LANG-COUNT)
                   END-IF
               WHEN POLICY-LINE(1:2) = "X|"
                   IF WS-XLT-COUNT < WS-XLT-MAX
                           AND WS-IN-F2 NOT = SPACES
                       ADD 1 TO WS-XLT-COUNT
                       MOVE FUNCTION UPPER-CASE(WS-IN-F2(1:30))
                           TO WS-XLT-NAME (WS-XLT-COUNT)
                       MOVE FUNCTION UPPER-CASE(WS-IN-F3(1:5))
                           TO WS-XLT-LANG (WS-XLT-COUNT)
                   END-IF
               WHEN POLICY-LINE(1:2) = "P|"
                   PERFORM 1010-POLICY-VALUE THRU 1010-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1000-EXIT.
           EXIT.

       1010-POLICY-VALUE.
           EVALUATE WS-IN-F2
               WHEN "LEAD-DAYS"
                   IF FUNCTION TRIM(WS-IN-F3) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-IN-F3)
                           TO WS-POL-LEAD-DAYS
                   END-IF
               WHEN "BULLETIN-DOW"
                   IF WS-IN-F3(1:1) >= "1" AND WS-IN-F3(1:1) <= "7"
                       MOVE WS-IN-F3(1:1) TO WS-POL-BULLETIN-DOW
                   END-IF
               WHEN "ANTHOLOGY-DATE"
                   MOVE WS-IN-F3(1:10) TO WS-POL-ANTHOLOGY-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1010-EXIT.
           EXIT.

       1100-LOAD-QUEUE.
           IF WS-QUEUE-STATUS = SPACES
               OPEN INPUT QUEUE-FILE
               IF WS-QUEUE-STATUS NOT = "00"
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 1100-EXIT
               END-IF
           END-IF.
           READ QUEUE-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   CLOSE QUEUE-FILE
                   GO TO 1100-EXIT
           END-READ.
           IF QUEUE-LINE(2:3) NOT = "|TQ"
               GO TO 1100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6 WS-IN-F7.
           UNSTRING QUEUE-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-IN-F7
           END-UNSTRING.
           IF WS-IN-F2(3:4) IS NOT NUMERIC
               GO TO 1100-EXIT
           END-IF.
           MOVE WS-IN-F2(3:4) TO WS-SEEK-NUM.
           IF WS-SEEK-NUM > WS-MAX-ITEM
               MOVE WS-SEEK-NUM TO WS-MAX-ITEM
           END-IF.
           PERFORM 8000-FIND-ITEM THRU 8000-EXIT.
           IF WS-ITM-FOUND = 0
               IF WS-IN-TAG NOT = "Q" OR WS-ITM-COUNT NOT < WS-ITM-MAX
                   GO TO 1100-EXIT
               END-IF
               ADD 1 TO WS-ITM-COUNT
               MOVE WS-ITM-COUNT TO WS-ITM-FOUND
               INITIALIZE WS-ITM-ENTRY (WS-ITM-FOUND)
               MOVE WS-SEEK-NUM TO WS-ITM-NUM (WS-ITM-FOUND)
               MOVE "Q" TO WS-ITM-STATE (WS-ITM-FOUND)
           END-IF.
           EVALUATE WS-IN-TAG
               WHEN "Q"
                   MOVE WS-IN-F3 TO WS-ITM-PATH (WS-ITM-FOUND)
                   MOVE WS-IN-F4(1:5) TO WS-ITM-LANG (WS-ITM-FOUND)
                   MOVE WS-IN-F5(1:10) TO WS-ITM-SOURCE (WS-ITM-FOUND)
                   MOVE WS-IN-F6(1:10) TO WS-ITM-PUB (WS-ITM-FOUND)
                   MOVE WS-IN-F7(1:10) TO WS-ITM-DUE (WS-ITM-FOUND)
               WHEN "A"
                   MOVE WS-IN-F3(1:30) TO WS-ITM-XLT (WS-ITM-FOUND)
                   MOVE "A" TO WS-ITM-STATE (WS-ITM-FOUND)
               WHEN "D"
                   MOVE "D" TO WS-ITM-STATE (WS-ITM-FOUND)
               WHEN "L"
                   MOVE "L" TO WS-ITM-STATE (WS-ITM-FOUND)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1100-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> REFRESH - what is about to publish, what it lacks.
      *>----------------------------------------------------------*>
       2000-REFRESH.
           PERFORM 2010-NEXT-BULLETIN THRU 2010-EXIT.
           INITIALIZE WS-SCH-TABLE.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 2100-READ-PLAN THRU 2100-EXIT
               UNTIL NO-MORE-INPUT.
           IF WS-POL-ANTHOLOGY-DATE NOT = SPACES
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 2200-READ-SELECTION THRU 2200-EXIT
                   UNTIL NO-MORE-INPUT
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 2300-READ-RATINGS THRU 2300-EXIT
               UNTIL NO-MORE-INPUT.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 2350-READ-ISSUES THRU 2350-EXIT
               UNTIL NO-MORE-INPUT.
           PERFORM 2400-POST-BULLETIN-PICK THRU 2400-EXIT
               VARYING WS-RAT-POS FROM 1 BY 1
               UNTIL WS-RAT-POS > WS-RAT-COUNT.
           PERFORM 2450-CHECK-ELIGIBLE THRU 2450-EXIT
               VARYING WS-SCH-POS FROM 1 BY 1
               UNTIL WS-SCH-POS > WS-SCH-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 2500-COUNT-COVERAGE THRU 2500-EXIT
               UNTIL NO-MORE-INPUT.
           OPEN EXTEND QUEUE-FILE.
           IF WS-QUEUE-STATUS = "35"
               OPEN OUTPUT QUEUE-FILE
           END-IF.
           PERFORM 2600-REVIEW-ONE-ITEM THRU 2600-EXIT
               VARYING WS-ITM-POS FROM 1 BY 1
               UNTIL WS-ITM-POS > WS-ITM-COUNT.
           PERFORM 2700-QUEUE-ONE-RECORD THRU 2700-EXIT
               VARYING WS-SCH-POS FROM 1 BY 1
               UNTIL WS-SCH-POS > WS-SCH-COUNT.
           CLOSE QUEUE-FILE.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "TRANSLATION-QUEUE REFRESH opened " WS-OPENED
                  " re-dated " WS-REDATED " closed " WS-CLOSED
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           DISPLAY "TRANSLATION-QUEUE: " WS-SCH-COUNT
                   " record(s) due to publish, " WS-OPENED
                   " item(s) opened, " WS-REDATED " re-dated, "
                   WS-CLOSED " loaded".
       2000-EXIT.
           EXIT.

      *> 1601-01-01, day 1 of the integer calendar, was a Monday.
       2010-NEXT-BULLETIN.
           COMPUTE WS-DOW = FUNCTION MOD(WS-TODAY-INT - 1, 7) + 1.
           COMPUTE WS-AHEAD =
               FUNCTION MOD(WS-POL-BULLETIN-DOW - WS-DOW + 7, 7).
           COMPUTE WS-WORK-INT = WS-TODAY-INT + WS-AHEAD.
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               TO WS-WORK-DATE.
           MOVE WS-WORK-DATE TO WS-DATE-NUM.
           PERFORM 8100-ISO-DATE THRU 8100-EXIT.
           MOVE WS-DATE-ISO TO WS-BULLETIN-DATE.
       2010-EXIT.
           EXIT.

      *> A|date|tradition|path|topic|season - readings still to
      *> come.
       2100-READ-PLAN.
           IF WS-PLAN-STATUS = SPACES
               OPEN INPUT PLAN-FILE
               IF WS-PLAN-STATUS NOT = "00"
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           READ PLAN-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   CLOSE PLAN-FILE
                   GO TO 2100-EXIT
           END-READ.
           IF PLAN-LINE(1:2) NOT = "A|"
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4.
           UNSTRING PLAN-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
           END-UNSTRING.
           IF WS-IN-F2(1:10) < WS-TODAY-ISO
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-IN-F4 TO WS-SEEK-PATH.
           MOVE WS-IN-F2(1:10) TO WS-SEEK-PUB.
           MOVE "PLAN" TO WS-SEEK-SOURCE.
           PERFORM 8200-POST-SCHEDULE THRU 8200-EXIT.
       2100-EXIT.
           EXIT.

      *> One path per line; blank and # lines ignored, as
      *> ANTHOLOGY-PRINT reads it.
       2200-READ-SELECTION.
           IF WS-SELECT-STATUS = SPACES
               OPEN INPUT SELECT-FILE
               IF WS-SELECT-STATUS NOT = "00"
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 2200-EXIT
               END-IF
           END-IF.
           READ SELECT-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   CLOSE SELECT-FILE
                   GO TO 2200-EXIT
           END-READ.
           IF SELECT-LINE = SPACES OR SELECT-LINE(1:1) = "#"
               GO TO 2200-EXIT
           END-IF.
           MOVE SELECT-LINE TO WS-SEEK-PATH.
           MOVE WS-POL-ANTHOLOGY-DATE TO WS-SEEK-PUB.
           MOVE "ANTHOLOGY" TO WS-SEEK-SOURCE.
           PERFORM 8200-POST-SCHEDULE THRU 8200-EXIT.
       2200-EXIT.
           EXIT.

      *> R|path|score|flags|reviewer|stamp|parish; a reviewer's
      *> latest record is their score of record. Another parish's
      *> ratings are passed over (DLGPRSH CODE).
       2300-READ-RATINGS.
           IF WS-RATINGS-STATUS = SPACES
               OPEN INPUT RATINGS-FILE
               IF WS-RATINGS-STATUS NOT = "00"
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 2300-EXIT
               END-IF
           END-IF.
           READ RATINGS-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   CLOSE RATINGS-FILE
                   GO TO 2300-EXIT
           END-READ.
           IF RATINGS-LINE(1:2) NOT = "R|"
               GO TO 2300-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F3 WS-IN-F4 WS-IN-F5 WS-IN-F6
                          WS-PRS-PARISH.
           UNSTRING RATINGS-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F3 WS-IN-F2 WS-IN-F5 WS-IN-F6
                    WS-IN-F7 WS-PRS-PARISH
           END-UNSTRING.
           MOVE WS-IN-F3 TO WS-PRS-TEXT.
           PERFORM 8950-JUDGE-PARISH THRU 8950-EXIT.
           IF WS-PRS-RC NOT = "00"
               GO TO 2300-EXIT
           END-IF.
           MOVE 0 TO WS-RAT-FOUND.
           PERFORM 2310-PROBE-ONE-RATING THRU 2310-EXIT
               VARYING WS-RAT-POS FROM 1 BY 1
               UNTIL WS-RAT-POS > WS-RAT-COUNT
                  OR WS-RAT-FOUND > 0.
           IF WS-RAT-FOUND = 0
               IF WS-RAT-COUNT NOT < WS-RAT-MAX
                   GO TO 2300-EXIT
               END-IF
               ADD 1 TO WS-RAT-COUNT
               MOVE WS-RAT-COUNT TO WS-RAT-FOUND
               MOVE WS-IN-F3 TO WS-RAT-PATH (WS-RAT-FOUND)
               MOVE WS-IN-F6(1:20) TO WS-RAT-REVIEWER (WS-RAT-FOUND)
           END-IF.
           MOVE WS-IN-F5(1:10) TO WS-RAT-FLAGS (WS-RAT-FOUND).
       2300-EXIT.
           EXIT.

       2310-PROBE-ONE-RATING.
           IF WS-RAT-PATH (WS-RAT-POS) = WS-IN-F3
                   AND WS-RAT-REVIEWER (WS-RAT-POS) = WS-IN-F6(1:20)
               MOVE WS-RAT-POS TO WS-RAT-FOUND
           END-IF.
       2310-EXIT.
           EXIT.

      *> I|issue|path|date - already carried by a bulletin.
       2350-READ-ISSUES.
           IF WS-ISSUE-STATUS = SPACES
               OPEN INPUT ISSUE-FILE
               IF WS-ISSUE-STATUS NOT = "00"
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 2350-EXIT
               END-IF
           END-IF.
           READ ISSUE-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   CLOSE ISSUE-FILE
                   GO TO 2350-EXIT
           END-READ.
           IF ISSUE-LINE(1:2) NOT = "I|"
                   OR WS-ISS-COUNT NOT < WS-ISS-MAX
               GO TO 2350-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING ISSUE-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           ADD 1 TO WS-ISS-COUNT.
           MOVE WS-IN-F3 TO WS-ISS-PATH (WS-ISS-COUNT).
       2350-EXIT.
           EXIT.

      *> A B flag from any reviewer lists the record for the coming
      *> bulletin, unless any reviewer flagged it X or an issue
      *> has already carried it - BULLETIN-COMPOSITOR's rule.
       2400-POST-BULLETIN-PICK.
           MOVE 0 TO WS-FLAG-HITS.
           INSPECT WS-RAT-FLAGS (WS-RAT-POS)
               TALLYING WS-FLAG-HITS FOR ALL "B".
           IF WS-FLAG-HITS = 0
               GO TO 2400-EXIT
           END-IF.
           MOVE "N" TO WS-HIT.
           PERFORM 2410-CHECK-X-FLAG THRU 2410-EXIT
               VARYING WS-RAT-POS-2 FROM 1 BY 1
               UNTIL WS-RAT-POS-2 > WS-RAT-COUNT.
           PERFORM 2420-CHECK-ISSUED THRU 2420-EXIT
               VARYING WS-ISS-POS FROM 1 BY 1
               UNTIL WS-ISS-POS > WS-ISS-COUNT.
           IF WS-HIT = "Y"
               GO TO 2400-EXIT
           END-IF.
           MOVE WS-RAT-PATH (WS-RAT-POS) TO WS-SEEK-PATH.
           MOVE WS-BULLETIN-DATE TO WS-SEEK-PUB.
           MOVE "BULLETIN" TO WS-SEEK-SOURCE.
           PERFORM 8200-POST-SCHEDULE THRU 8200-EXIT.
       2400-EXIT.
           EXIT.

       2410-CHECK-X-FLAG.
           IF WS-RAT-PATH (WS-RAT-POS-2) = WS-RAT-PATH (WS-RAT-POS)
               MOVE 0 TO WS-FLAG-HITS
               INSPECT WS-RAT-FLAGS (WS-RAT-POS-2)
                   TALLYING WS-FLAG-HITS FOR ALL "X"
               IF WS-FLAG-HITS > 0
                   MOVE "Y" TO WS-HIT
               END-IF
           END-IF.
       2410-EXIT.
           EXIT.

       2420-CHECK-ISSUED.
           IF WS-ISS-PATH (WS-ISS-POS) = WS-RAT-PATH (WS-RAT-POS)
               MOVE "Y" TO WS-HIT
           END-IF.
       2420-EXIT.
           EXIT.

      *> A record the shared eligibility rule refuses will not
      *> publish; nobody should translate it for the occasion. An
      *> embargo only says not yet.
       2450-CHECK-ELIGIBLE.
           MOVE WS-SCH-PATH (WS-SCH-POS) TO WS-ELIG-PATH.
           CALL "DLGELIG" USING WS-ELIG-PATH WS-ELIG-RC
                                WS-ELIG-REASON.
           IF WS-ELIG-RC = "12"
                   AND WS-ELIG-REASON NOT = "EMBARGOED"
               MOVE "N" TO WS-SCH-ELIGIBLE (WS-SCH-POS)
           ELSE
               MOVE "Y" TO WS-SCH-ELIGIBLE (WS-SCH-POS)
           END-IF.
       2450-EXIT.
           EXIT.

      *> The extract: H gives each record's msgcount (a full set
      *> is the topic plus every message), T records count what is
      *> already translated, per path and language.
       2500-COUNT-COVERAGE.
           IF WS-DATA-STATUS = SPACES
               OPEN INPUT DATA-FILE
               IF WS-DATA-STATUS NOT = "00"
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 2500-EXIT
               END-IF
           END-IF.
           READ DATA-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   CLOSE DATA-FILE
                   GO TO 2500-EXIT
           END-READ.
           MOVE SPACES TO WS-IN-F3 WS-IN-F2 WS-IN-F4 WS-IN-MSGCOUNT.
           EVALUATE TRUE
               WHEN DATA-LINE(1:2) = "H|"
                   UNSTRING DATA-LINE DELIMITED BY "|"
                       INTO WS-IN-TAG WS-IN-F3 WS-IN-F4 WS-IN-F2
                            WS-IN-MSGCOUNT
                   END-UNSTRING
                   IF WS-IN-MSGCOUNT IS NOT NUMERIC
                       GO TO 2500-EXIT
                   END-IF
                   PERFORM 2510-NEED-ONE-SCHEDULE THRU 2510-EXIT
                       VARYING WS-SCH-POS FROM 1 BY 1
                       UNTIL WS-SCH-POS > WS-SCH-COUNT
                   PERFORM 2520-NEED-ONE-ITEM THRU 2520-EXIT
                       VARYING WS-ITM-POS FROM 1 BY 1
                       UNTIL WS-ITM-POS > WS-ITM-COUNT
               WHEN DATA-LINE(1:2) = "T|"
                   UNSTRING DATA-LINE DELIMITED BY "|"
                       INTO WS-IN-TAG WS-IN-F3 WS-IN-F4 WS-IN-F2
                   END-UNSTRING
                   MOVE FUNCTION UPPER-CASE(WS-IN-F2(1:5))
                       TO WS-IN-F2
                   PERFORM 8300-FIND-LANGUAGE THRU 8300-EXIT
                   PERFORM 2530-HAVE-ONE-SCHEDULE THRU 2530-EXIT
                       VARYING WS-SCH-POS FROM 1 BY 1
                       UNTIL WS-SCH-POS > WS-SCH-COUNT
                   PERFORM 2540-HAVE-ONE-ITEM THRU 2540-EXIT
                       VARYING WS-ITM-POS FROM 1 BY 1
                       UNTIL WS-ITM-POS > WS-ITM-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2500-EXIT.
           EXIT.

       2510-NEED-ONE-SCHEDULE.
           IF WS-SCH-PATH (WS-SCH-POS) = WS-IN-F3
               COMPUTE WS-SCH-NEED (WS-SCH-POS) =
                   FUNCTION NUMVAL(WS-IN-MSGCOUNT) + 1
           END-IF.
       2510-EXIT.
           EXIT.

       2520-NEED-ONE-ITEM.
           IF WS-ITM-PATH (WS-ITM-POS) = WS-IN-F3
               COMPUTE WS-ITM-NEED (WS-ITM-POS) =
                   FUNCTION NUMVAL(WS-IN-MSGCOUNT) + 1
           END-IF.
       2520-EXIT.
           EXIT.

       2530-HAVE-ONE-SCHEDULE.
           IF WS-LANG-FOUND > 0
                   AND WS-SCH-PATH (WS-SCH-POS) = WS-IN-F3
               ADD 1 TO WS-SCH-HAVE (WS-SCH-POS, WS-LANG-FOUND)
           END-IF.
       2530-EXIT.
           EXIT.

       2540-HAVE-ONE-ITEM.
           IF WS-ITM-PATH (WS-ITM-POS) = WS-IN-F3
                   AND WS-ITM-LANG (WS-ITM-POS) = WS-IN-F2(1:5)
               ADD 1 TO WS-ITM-HAVE (WS-ITM-POS)
           END-IF.
       2540-EXIT.
           EXIT.

      *> An open item is closed once the full set is loaded, and
      *> re-dated when its record's earliest publication moved.
       2600-REVIEW-ONE-ITEM.
           IF WS-ITM-STATE (WS-ITM-POS) = "L"
               GO TO 2600-EXIT
           END-IF.
           PERFORM 8400-ITEM-LABEL THRU 8400-EXIT.
           IF WS-ITM-NEED (WS-ITM-POS) > 0
                   AND WS-ITM-HAVE (WS-ITM-POS)
                       NOT < WS-ITM-NEED (WS-ITM-POS)
               MOVE "L" TO WS-ITM-STATE (WS-ITM-POS)
               ADD 1 TO WS-CLOSED
               MOVE SPACES TO QUEUE-LINE
               STRING "L|" WS-ITEM-LABEL "|"
                      FUNCTION TRIM(WS-OPERATOR-ID) "|"
                      WS-RUN-TIMESTAMP
                   DELIMITED BY SIZE INTO QUEUE-LINE
               END-STRING
               WRITE QUEUE-LINE
               GO TO 2600-EXIT
           END-IF.
           MOVE WS-ITM-PATH (WS-ITM-POS) TO WS-SEEK-PATH.
           PERFORM 8500-FIND-SCHEDULE THRU 8500-EXIT.
           IF WS-SCH-FOUND = 0
               GO TO 2600-EXIT
           END-IF.
           IF WS-SCH-ELIGIBLE (WS-SCH-FOUND) NOT = "Y"
                   OR WS-SCH-PUB (WS-SCH-FOUND)
                       = WS-ITM-PUB (WS-ITM-POS)
               GO TO 2600-EXIT
           END-IF.
           MOVE WS-SCH-PUB (WS-SCH-FOUND) TO WS-ITM-PUB (WS-ITM-POS).
           MOVE WS-SCH-SOURCE (WS-SCH-FOUND)
               TO WS-ITM-SOURCE (WS-ITM-POS).
           PERFORM 8600-DUE-DATE THRU 8600-EXIT.
           ADD 1 TO WS-REDATED.
           PERFORM 2800-WRITE-Q-RECORD THRU 2800-EXIT.
       2600-EXIT.
           EXIT.

      *> One scheduled record: an item per served language whose
      *> T record set is short and that has no open item yet.
       2700-QUEUE-ONE-RECORD.
           IF WS-SCH-ELIGIBLE (WS-SCH-POS) NOT = "Y"
                   OR WS-SCH-NEED (WS-SCH-POS) = 0
               GO TO 2700-EXIT
           END-IF.
           PERFORM 2710-QUEUE-ONE-LANGUAGE THRU 2710-EXIT
               VARYING WS-LANG-POS FROM 1 BY 1
               UNTIL WS-LANG-POS > WS-LANG-COUNT.
       2700-EXIT.
           EXIT.

       2710-QUEUE-ONE-LANGUAGE.
           IF WS-SCH-HAVE (WS-SCH-POS, WS-LANG-POS)
                   NOT < WS-SCH-NEED (WS-SCH-POS)
               GO TO 2710-EXIT
           END-IF.
           MOVE 0 TO WS-ITM-FOUND.
           PERFORM 2720-PROBE-OPEN-ITEM THRU 2720-EXIT
               VARYING WS-ITM-POS FROM 1 BY 1
               UNTIL WS-ITM-POS > WS-ITM-COUNT
                  OR WS-ITM-FOUND > 0.
           IF WS-ITM-FOUND > 0 OR WS-ITM-COUNT NOT < WS-ITM-MAX
               GO TO 2710-EXIT
           END-IF.
           ADD 1 TO WS-ITM-COUNT.
           ADD 1 TO WS-MAX-ITEM.
           MOVE WS-ITM-COUNT TO WS-ITM-POS.
           INITIALIZE WS-ITM-ENTRY (WS-ITM-POS).
           MOVE WS-MAX-ITEM TO WS-ITM-NUM (WS-ITM-POS).
           MOVE WS-SCH-PATH (WS-SCH-POS) TO WS-ITM-PATH (WS-ITM-POS).
           MOVE WS-LANG-CODE (WS-LANG-POS)
               TO WS-ITM-LANG (WS-ITM-POS).
           MOVE WS-SCH-SOURCE (WS-SCH-POS)
               TO WS-ITM-SOURCE (WS-ITM-POS).
           MOVE WS-SCH-PUB (WS-SCH-POS) TO WS-ITM-PUB (WS-ITM-POS).
           MOVE "Q" TO WS-ITM-STATE (WS-ITM-POS).
           MOVE WS-SCH-NEED (WS-SCH-POS) TO WS-ITM-NEED (WS-ITM-POS).
           MOVE WS-SCH-HAVE (WS-SCH-POS, WS-LANG-POS)
               TO WS-ITM-HAVE (WS-ITM-POS).
           PERFORM 8600-DUE-DATE THRU 8600-EXIT.
           PERFORM 8400-ITEM-LABEL THRU 8400-EXIT.
           ADD 1 TO WS-OPENED.
           PERFORM 2800-WRITE-Q-RECORD THRU 2800-EXIT.
       2710-EXIT.
           EXIT.

       2720-PROBE-OPEN-ITEM.
           IF WS-ITM-PATH (WS-ITM-POS) = WS-SCH-PATH (WS-SCH-POS)
                   AND WS-ITM-LANG (WS-ITM-POS)
                       = WS-LANG-CODE (WS-LANG-POS)
                   AND WS-ITM-STATE (WS-ITM-POS) NOT = "L"
               MOVE WS-ITM-POS TO WS-ITM-FOUND
           END-IF.
       2720-EXIT.
           EXIT.

      *> Item at WS-ITM-POS, its label in WS-ITEM-LABEL.
       2800-WRITE-Q-RECORD.
           MOVE SPACES TO QUEUE-LINE.
           STRING "Q|" WS-ITEM-LABEL "|"
                  FUNCTION TRIM(WS-ITM-PATH (WS-ITM-POS)) "|"
                  FUNCTION TRIM(WS-ITM-LANG (WS-ITM-POS)) "|"
                  FUNCTION TRIM(WS-ITM-SOURCE (WS-ITM-POS)) "|"
                  WS-ITM-PUB (WS-ITM-POS) "|"
                  WS-ITM-DUE (WS-ITM-POS) "|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO QUEUE-LINE
           END-STRING.
           WRITE QUEUE-LINE.
       2800-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> ASSIGN and DRAFTED - the coordinator's and translator's
      *> moves.
      *>----------------------------------------------------------*>
       3000-ASSIGN.
           MOVE SPACES TO WS-ARG-ITEM WS-ARG-NAME.
           INSPECT WS-REST REPLACING ALL '"' BY SPACE.
           UNSTRING FUNCTION TRIM(WS-REST) DELIMITED BY "|"
               INTO WS-ARG-ITEM WS-ARG-NAME
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG-NAME))
               TO WS-ARG-NAME.
           PERFORM 3900-FIND-ARG-ITEM THRU 3900-EXIT.
           IF WS-ITM-FOUND = 0
               GO TO 3000-EXIT
           END-IF.
           MOVE 0 TO WS-XLT-FOUND.
           PERFORM 3010-PROBE-ONE-TRANSLATOR THRU 3010-EXIT
               VARYING WS-XLT-POS FROM 1 BY 1
               UNTIL WS-XLT-POS > WS-XLT-COUNT
                  OR WS-XLT-FOUND > 0.
           IF WS-XLT-FOUND = 0
               DISPLAY "TRANSLATION-QUEUE: " FUNCTION TRIM(WS-ARG-NAME)
                       " is not on the translator roster for "
                       FUNCTION TRIM(WS-ITM-LANG (WS-ITM-FOUND))
                       " (" FUNCTION TRIM(WS-CFN-01) ")"
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           OPEN EXTEND QUEUE-FILE.
           IF WS-QUEUE-STATUS = "35"
               OPEN OUTPUT QUEUE-FILE
           END-IF.
           MOVE SPACES TO QUEUE-LINE.
           STRING "A|" WS-ITEM-LABEL "|"
                  FUNCTION TRIM(WS-ARG-NAME) "|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO QUEUE-LINE
           END-STRING.
           WRITE QUEUE-LINE.
           CLOSE QUEUE-FILE.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "TRANSLATION-ASSIGNED " WS-ITEM-LABEL " to "
                  FUNCTION TRIM(WS-ARG-NAME)
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           DISPLAY "TRANSLATION-QUEUE: " WS-ITEM-LABEL
                   " assigned to " FUNCTION TRIM(WS-ARG-NAME)
                   ", due " WS-ITM-DUE (WS-ITM-FOUND).
           MOVE 0 TO RETURN-CODE.
       3000-EXIT.
           EXIT.

       3010-PROBE-ONE-TRANSLATOR.
           IF WS-XLT-NAME (WS-XLT-POS) = WS-ARG-NAME
                   AND WS-XLT-LANG (WS-XLT-POS)
                       = WS-ITM-LANG (WS-ITM-FOUND)
               MOVE WS-XLT-POS TO WS-XLT-FOUND
           END-IF.
       3010-EXIT.
           EXIT.

       3500-DRAFTED.
           MOVE SPACES TO WS-ARG-ITEM.
           INSPECT WS-REST REPLACING ALL '"' BY SPACE.
           MOVE FUNCTION TRIM(WS-REST) TO WS-ARG-ITEM.
           PERFORM 3900-FIND-ARG-ITEM THRU 3900-EXIT.
           IF WS-ITM-FOUND = 0
               GO TO 3500-EXIT
           END-IF.
           IF WS-ITM-STATE (WS-ITM-FOUND) NOT = "A"
               DISPLAY "TRANSLATION-QUEUE: " WS-ITEM-LABEL
                       " is not assigned - ASSIGN it first"
               MOVE 8 TO RETURN-CODE
               GO TO 3500-EXIT
           END-IF.
           OPEN EXTEND QUEUE-FILE.
           IF WS-QUEUE-STATUS = "35"
               OPEN OUTPUT QUEUE-FILE
           END-IF.
           MOVE SPACES TO QUEUE-LINE.
           STRING "D|" WS-ITEM-LABEL "|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO QUEUE-LINE
           END-STRING.
           WRITE QUEUE-LINE.
           CLOSE QUEUE-FILE.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "TRANSLATION-DRAFTED " WS-ITEM-LABEL " by "
                  FUNCTION TRIM(WS-ITM-XLT (WS-ITM-FOUND))
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           DISPLAY "TRANSLATION-QUEUE: " WS-ITEM-LABEL
                   " drafted - stage it for TRANSLATION-LOAD".
           MOVE 0 TO RETURN-CODE.
       3500-EXIT.
           EXIT.

      *> TQnnnn from the command line; must be open.
       3900-FIND-ARG-ITEM.
           MOVE 0 TO WS-ITM-FOUND.
           MOVE FUNCTION UPPER-CASE(WS-ARG-ITEM) TO WS-ARG-ITEM.
           IF WS-ARG-ITEM(1:2) NOT = "TQ"
                   OR WS-ARG-ITEM(3:4) IS NOT NUMERIC
               DISPLAY "TRANSLATION-QUEUE: give the item as TQnnnn"
               MOVE 8 TO RETURN-CODE
               GO TO 3900-EXIT
           END-IF.
           MOVE WS-ARG-ITEM(3:4) TO WS-SEEK-NUM.
           PERFORM 8000-FIND-ITEM THRU 8000-EXIT.
           IF WS-ITM-FOUND = 0
               DISPLAY "TRANSLATION-QUEUE: no item "
                       FUNCTION TRIM(WS-ARG-ITEM) " on the queue"
               MOVE 8 TO RETURN-CODE
               GO TO 3900-EXIT
           END-IF.
           MOVE WS-ITM-FOUND TO WS-ITM-POS.
           PERFORM 8400-ITEM-LABEL THRU 8400-EXIT.
           IF WS-ITM-STATE (WS-ITM-FOUND) = "L"
               DISPLAY "TRANSLATION-QUEUE: " WS-ITEM-LABEL
                       " is already loaded"
               MOVE 8 TO RETURN-CODE
               MOVE 0 TO WS-ITM-FOUND
           END-IF.
       3900-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> LIST - open items, earliest due first, so the late ones
      *> head the list.
      *>----------------------------------------------------------*>
       5000-LIST.
           MOVE "OPEN" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           IF WS-BULLETIN-DATE = SPACES
               PERFORM 2010-NEXT-BULLETIN THRU 2010-EXIT
           END-IF.
           MOVE WS-POL-LEAD-DAYS TO WS-LEAD-ED.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "TRANSLATION-QUEUE  open items  " WS-TODAY-ISO
                  "  lead " FUNCTION TRIM(WS-LEAD-ED) " days"
                  "  next bulletin " WS-BULLETIN-DATE
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           IF WS-ARG-NAME NOT = SPACES
               MOVE SPACES TO WS-SPL-TEXT
               STRING "  translator " FUNCTION TRIM(WS-ARG-NAME)
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 8900-SPOOL-LINE THRU 8900-EXIT
           END-IF.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           MOVE "ITEM   FLAG DUE        PUBLISH    SOURCE    LANG "
               & "STATE    TRANSLATOR          DONE"
               TO WS-SPL-TEXT.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           PERFORM 5010-CLEAR-LISTED THRU 5010-EXIT
               VARYING WS-ITM-POS FROM 1 BY 1
               UNTIL WS-ITM-POS > WS-ITM-COUNT.
           MOVE 0 TO WS-LISTED WS-LATE WS-OPEN-ITEMS.
           MOVE 1 TO WS-BEST-POS.
           PERFORM 5100-LIST-NEXT-ITEM THRU 5100-EXIT
               UNTIL WS-BEST-POS = 0.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "TRANSLATION-QUEUE: " WS-OPEN-ITEMS
                  " open item(s), " WS-LATE " late"
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           MOVE "CLOS" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           IF WS-LATE > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.

      *> Loaded items and other translators' items are not listed.
       5010-CLEAR-LISTED.
           MOVE "N" TO WS-ITM-LISTED (WS-ITM-POS).
           IF WS-ITM-STATE (WS-ITM-POS) = "L"
               MOVE "Y" TO WS-ITM-LISTED (WS-ITM-POS)
           END-IF.
           IF WS-ARG-NAME NOT = SPACES
                   AND WS-ITM-XLT (WS-ITM-POS) NOT = WS-ARG-NAME
               MOVE "Y" TO WS-ITM-LISTED (WS-ITM-POS)
           END-IF.
       5010-EXIT.
           EXIT.

       5100-LIST-NEXT-ITEM.
           MOVE 0 TO WS-BEST-POS.
           PERFORM 5110-PROBE-EARLIEST THRU 5110-EXIT
               VARYING WS-ITM-POS FROM 1 BY 1
               UNTIL WS-ITM-POS > WS-ITM-COUNT.
           IF WS-BEST-POS = 0
               GO TO 5100-EXIT
           END-IF.
           MOVE "Y" TO WS-ITM-LISTED (WS-BEST-POS).
           MOVE WS-BEST-POS TO WS-ITM-POS.
           ADD 1 TO WS-OPEN-ITEMS.
           PERFORM 8400-ITEM-LABEL THRU 8400-EXIT.
           MOVE SPACES TO WS-FLAG.
           IF WS-ITM-DUE (WS-ITM-POS) < WS-TODAY-ISO
               MOVE "LATE" TO WS-FLAG
               ADD 1 TO WS-LATE
           END-IF.
           EVALUATE WS-ITM-STATE (WS-ITM-POS)
               WHEN "A"
                   MOVE "ASSIGNED" TO WS-STATE-WORD
               WHEN "D"
                   MOVE "DRAFTED" TO WS-STATE-WORD
               WHEN OTHER
                   MOVE "QUEUED" TO WS-STATE-WORD
           END-EVALUATE.
           MOVE WS-ITM-HAVE (WS-ITM-POS) TO WS-HAVE-ED.
           MOVE WS-ITM-NEED (WS-ITM-POS) TO WS-NEED-ED.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING WS-ITEM-LABEL " "
                  WS-FLAG " "
                  WS-ITM-DUE (WS-ITM-POS) " "
                  WS-ITM-PUB (WS-ITM-POS) " "
                  WS-ITM-SOURCE (WS-ITM-POS)
                  WS-ITM-LANG (WS-ITM-POS)
                  WS-STATE-WORD " "
                  WS-ITM-XLT (WS-ITM-POS)(1:20)
                  WS-HAVE-ED "/" FUNCTION TRIM(WS-NEED-ED)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "       " WS-ITM-PATH (WS-ITM-POS)(1:93)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
       5100-EXIT.
           EXIT.

       5110-PROBE-EARLIEST.
           IF WS-ITM-LISTED (WS-ITM-POS) = "Y"
               GO TO 5110-EXIT
           END-IF.
           IF WS-BEST-POS = 0
               MOVE WS-ITM-POS TO WS-BEST-POS
               GO TO 5110-EXIT
           END-IF.
           IF WS-ITM-DUE (WS-ITM-POS) < WS-ITM-DUE (WS-BEST-POS)
               MOVE WS-ITM-POS TO WS-BEST-POS
           END-IF.
       5110-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Shared helpers.
      *>----------------------------------------------------------*>
       8000-FIND-ITEM.
           MOVE 0 TO WS-ITM-FOUND.
           PERFORM 8010-PROBE-ONE-ITEM THRU 8010-EXIT
               VARYING WS-ITM-POS FROM 1 BY 1
               UNTIL WS-ITM-POS > WS-ITM-COUNT
                  OR WS-ITM-FOUND > 0.
       8000-EXIT.
           EXIT.

       8010-PROBE-ONE-ITEM.
           IF WS-ITM-NUM (WS-ITM-POS) = WS-SEEK-NUM
               MOVE WS-ITM-POS TO WS-ITM-FOUND
           END-IF.
       8010-EXIT.
           EXIT.

      *> YYYYMMDD in WS-DATE-NUM to YYYY-MM-DD in WS-DATE-ISO.
       8100-ISO-DATE.
           MOVE SPACES TO WS-DATE-ISO.
           STRING WS-DATE-NUM(1:4) "-" WS-DATE-NUM(5:2) "-"
                  WS-DATE-NUM(7:2)
               DELIMITED BY SIZE INTO WS-DATE-ISO
           END-STRING.
       8100-EXIT.
           EXIT.

      *> Path, publication date and source in WS-SEEK-*; the
      *> earliest publication of a path wins.
       8200-POST-SCHEDULE.
           IF WS-SEEK-PATH = SPACES OR WS-SEEK-PUB = SPACES
               GO TO 8200-EXIT
           END-IF.
           PERFORM 8500-FIND-SCHEDULE THRU 8500-EXIT.
           IF WS-SCH-FOUND = 0
               IF WS-SCH-COUNT NOT < WS-SCH-MAX
                   GO TO 8200-EXIT
               END-IF
               ADD 1 TO WS-SCH-COUNT
               MOVE WS-SCH-COUNT TO WS-SCH-FOUND
               MOVE WS-SEEK-PATH TO WS-SCH-PATH (WS-SCH-FOUND)
               MOVE WS-SEEK-PUB TO WS-SCH-PUB (WS-SCH-FOUND)
               MOVE WS-SEEK-SOURCE TO WS-SCH-SOURCE (WS-SCH-FOUND)
               GO TO 8200-EXIT
           END-IF.
           IF WS-SEEK-PUB < WS-SCH-PUB (WS-SCH-FOUND)
               MOVE WS-SEEK-PUB TO WS-SCH-PUB (WS-SCH-FOUND)
               MOVE WS-SEEK-SOURCE TO WS-SCH-SOURCE (WS-SCH-FOUND)
           END-IF.
       8200-EXIT.
           EXIT.

      *> Language code in WS-IN-F2 to its slot in the served list.
       8300-FIND-LANGUAGE.
           MOVE 0 TO WS-LANG-FOUND.
           PERFORM 8310-PROBE-ONE-LANGUAGE THRU 8310-EXIT
               VARYING WS-LANG-POS FROM 1 BY 1
               UNTIL WS-LANG-POS > WS-LANG-COUNT
                  OR WS-LANG-FOUND > 0.
       8300-EXIT.
           EXIT.

       8310-PROBE-ONE-LANGUAGE.
           IF WS-LANG-CODE (WS-LANG-POS) = WS-IN-F2(1:5)
               MOVE WS-LANG-POS TO WS-LANG-FOUND
           END-IF.
       8310-EXIT.
           EXIT.

       8400-ITEM-LABEL.
           MOVE SPACES TO WS-ITEM-LABEL.
           STRING "TQ" WS-ITM-NUM (WS-ITM-POS)
               DELIMITED BY SIZE INTO WS-ITEM-LABEL
           END-STRING.
       8400-EXIT.
           EXIT.

       8500-FIND-SCHEDULE.
           MOVE 0 TO WS-SCH-FOUND.
           PERFORM 8510-PROBE-ONE-SCHEDULE THRU 8510-EXIT
               VARYING WS-SCH-POS FROM 1 BY 1
               UNTIL WS-SCH-POS > WS-SCH-COUNT
                  OR WS-SCH-FOUND > 0.
       8500-EXIT.
           EXIT.

       8510-PROBE-ONE-SCHEDULE.
           IF WS-SCH-PATH (WS-SCH-POS) = WS-SEEK-PATH
               MOVE WS-SCH-POS TO WS-SCH-FOUND
           END-IF.
       8510-EXIT.
           EXIT.

      *> Due = publication less the lead time, for the item at
      *> WS-ITM-POS.
       8600-DUE-DATE.
           MOVE SPACES TO WS-ITM-DUE (WS-ITM-POS).
           STRING WS-ITM-PUB (WS-ITM-POS)(1:4)
                  WS-ITM-PUB (WS-ITM-POS)(6:2)
                  WS-ITM-PUB (WS-ITM-POS)(9:2)
               DELIMITED BY SIZE INTO WS-DATE-NUM
           END-STRING.
           IF WS-DATE-NUM IS NOT NUMERIC
               GO TO 8600-EXIT
           END-IF.
           MOVE WS-DATE-NUM TO WS-WORK-DATE.
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               - WS-POL-LEAD-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               TO WS-WORK-DATE.
           MOVE WS-WORK-DATE TO WS-DATE-NUM.
           PERFORM 8100-ISO-DATE THRU 8100-EXIT.
           MOVE WS-DATE-ISO TO WS-ITM-DUE (WS-ITM-POS).
       8600-EXIT.
           EXIT.

      *> One report line to the console and the spool member alike.
       8900-SPOOL-LINE.
           MOVE "LINE" TO WS-SPL-ACTION.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
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
           MOVE "translation_policy.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "translation_queue.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "reading_plan.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE "anthology_select.lst" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
           MOVE "ratings.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-05.
           MOVE "issue_contents.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-06.
           MOVE "dialogue_data.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-07.
       0900-EXIT.
           EXIT.
