      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> REVIEW-ASSIGN
      *>
      *> Deals the open work of the human review queues to named
      *> reviewers, so an item waits for a person rather than for
      *> whoever happens to open the console - SLA-SWEEP can only
      *> say afterwards that nobody did. The queues and what makes
      *> an item open:
      *>
      *>     QA            QA-SAMPLE findings on batch/exceptions.dat
      *>                   with no A/F ruling in
      *>                   batch/exception_disp.dat (worked through
      *>                   EXCEPTION-WORKBENCH)
      *>     MODERATION    batch/moderation_queue.dat Q records with
      *>                   no D disposition (MODERATION-REVIEW)
      *>     ADJUDICATION  judgment cases in batch/dialogue_data.dat
      *>                   nobody has assessed on
      *>                   batch/assessments.dat
      *>                   (ADJUDICATION-CONSOLE)
      *>     APPEALS       batch/appeals.dat P records with no R
      *>                   ruling - the appeal board
      *>                   (APPEAL-CAPTURE RULE)
      *>     QUESTIONS     batch/question_box.dat questions whose
      *>                   latest status is NEW or APPROVED
      *>                   (QUESTION-TRIAGE)
      *>
      *> The reviewers are batch/reviewer_roster.ref:
      *>
      *>     R|reviewer|queues|traditions|weekly-capacity|member
      *>     C|reviewer|queue or *|key
      *>
      *> queues and traditions are comma lists or ALL; traditions
      *> are top-level folders of the record path, as in
      *> batch/operator_auth.ref (a question has no path and goes
      *> to any tradition). member is the reviewer's own member
      *> reference, so their question-box submissions and their
      *> appeals are never dealt to them; C lines declare any
      *> other conflict (key is the path, or the question
      *> number). A reviewer who assessed a case at first
      *> instance never sits on its appeal. Absences come from
      *> the operations calendar's A records (CALENDAR-MAINT
      *> ABSENT): an absent reviewer is dealt nothing, and what
      *> they hold is dealt again to someone else.
      *>
      *> Each run keeps every assignment whose reviewer may still
      *> hold it, takes back the rest (absent, left the roster,
      *> lost the queue or tradition, newly conflicted), then
      *> deals everything unassigned, queue by queue in the order
      *> above and in file order within each, to the eligible
      *> reviewer with the fewest open items (then
      *> the fewest dealt this week) who still has capacity this
      *> week (Monday to Sunday). Assignments append to
      *> batch/review_assignments.dat, latest per item wins:
      *>
      *>     W|queue|key|reviewer|reason|stamp
      *>
      *> reason NEW, or the reason the previous holder lost it
      *> (ABSENT, OFF-ROSTER, NOT-QUALIFIED, CONFLICT). Every
      *> reviewer's worklist is rewritten as
      *> <worklists>/<reviewer>.txt (logical name "worklists",
      *> batch/worklists by default).
      *>
      *> In a one-parish view (DLGPRSH) only that parish's items
      *> are dealt, and the worklists are written as
      *> <reviewer>@<parish>.txt so the all-parishes ones the
      *> nightly writes are not cut down to one parish.
      *>
      *> Usage:
      *>     review_assign [YYYY-MM-DD]
      *> (the as-of date, default today, as SLA-SWEEP takes it)
      *>
      *> RETURN-CODE 0 everything open is with an available
      *> reviewer; 4 some item could not be dealt (nobody
      *> eligible with capacity) or a table filled; 8 no roster;
      *> 12 the enqueue could not be taken; 16 the extract failed
      *> its control check.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>     2026-10-15  DO   Only the run's parish's items are
      *>                      dealt (DLGPRSH CODE); a one-parish
      *>                      run writes <reviewer>@<parish>.txt.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVIEW-ASSIGN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT CAL-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT MODQ-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODQ-STATUS.
           SELECT APPEALS-FILE ASSIGN DYNAMIC WS-CFN-04
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPEALS-STATUS.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-05
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT ASSESS-FILE ASSIGN DYNAMIC WS-CFN-06
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSESS-STATUS.
           SELECT EXC-FILE ASSIGN DYNAMIC WS-CFN-07
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT DISP-FILE ASSIGN DYNAMIC WS-CFN-08
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.
           SELECT QBOX-FILE ASSIGN DYNAMIC WS-CFN-09
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QBOX-STATUS.
           SELECT ASSIGN-FILE ASSIGN DYNAMIC WS-CFN-10
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSIGN-STATUS.
           SELECT WORK-FILE ASSIGN DYNAMIC WS-WORK-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE.
       01  ROSTER-LINE              PIC X(400).

       FD  CAL-FILE.
       01  CAL-LINE                 PIC X(200).

       FD  MODQ-FILE.
       01  MODQ-LINE                PIC X(600).

       FD  APPEALS-FILE.
       01  APPEALS-LINE             PIC X(600).

       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).

       FD  ASSESS-FILE.
       01  ASSESS-LINE              PIC X(600).

       FD  EXC-FILE.
       01  EXC-LINE                 PIC X(400).

       FD  DISP-FILE.
       01  DISP-LINE                PIC X(400).

       FD  QBOX-FILE.
       01  QBOX-LINE                PIC X(500).

       FD  ASSIGN-FILE.
       01  ASSIGN-LINE              PIC X(400).

       FD  WORK-FILE.
       01  WORK-LINE                PIC X(400).

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
       01  WS-WORK-FILE             PIC X(200).
       01  WS-ROSTER-STATUS         PIC X(02) VALUE SPACES.
       01  WS-CAL-STATUS            PIC X(02) VALUE SPACES.
       01  WS-MODQ-STATUS           PIC X(02) VALUE SPACES.
       01  WS-APPEALS-STATUS        PIC X(02) VALUE SPACES.
       01  WS-DATA-STATUS           PIC X(02) VALUE SPACES.
       01  WS-ASSESS-STATUS         PIC X(02) VALUE SPACES.
       01  WS-EXC-STATUS            PIC X(02) VALUE SPACES.
       01  WS-DISP-STATUS           PIC X(02) VALUE SPACES.
       01  WS-QBOX-STATUS           PIC X(02) VALUE SPACES.
       01  WS-ASSIGN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-WORK-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EOF-FLAG              PIC X(01) VALUE "N".
           88  NO-MORE-INPUT                 VALUE "Y".

       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).

       01  WS-ENQ-ACTION            PIC X(03).
       01  WS-ENQ-RESOURCE          PIC X(20).
       01  WS-ENQ-RC                PIC X(02).

       COPY DLGMBR01.

      *> The as-of date and the week it falls in.
       01  WS-CMD-LINE              PIC X(100) VALUE SPACES.
       01  WS-AS-OF-DATE            PIC X(10) VALUE SPACES.
       01  WS-AS-OF-NUM             PIC 9(08) VALUE 0.
       01  WS-AS-OF-INT             PIC 9(08) VALUE 0.
       01  WS-AS-OF-DASHED          PIC X(10).
       01  WS-WEEK-START-INT        PIC 9(08) VALUE 0.
       01  WS-WEEK-END-INT          PIC 9(08) VALUE 0.
       01  WS-DATE-INT              PIC 9(08) VALUE 0.
       01  WS-DATE-NUM              PIC 9(08) VALUE 0.
       01  WS-TODAY                 PIC X(08).
       01  WS-NOW                   PIC X(21).
       01  WS-STAMP                 PIC X(14).

      *> The roster.
       01  WS-RV-MAX                PIC 9(03) VALUE 100.
       01  WS-RV-COUNT              PIC 9(03) VALUE 0.
       01  WS-RV-TABLE.
           05  WS-RV-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-RV-IDX.
               10  WS-RV-ID         PIC X(20).
               10  WS-RV-UID        PIC X(20).
               10  WS-RV-QUEUES     PIC X(80).
               10  WS-RV-TRADS      PIC X(200).
               10  WS-RV-CAP        PIC 9(04).
               10  WS-RV-MEMBER     PIC X(40).
               10  WS-RV-ABSENT     PIC X(01).
               10  WS-RV-BACK       PIC X(10).
               10  WS-RV-LOAD       PIC 9(05).
               10  WS-RV-WEEK       PIC 9(05).
               10  WS-RV-DEALT      PIC 9(05).
       01  WS-RV-POS                PIC 9(03) VALUE 0.
       01  WS-RV-FOUND              PIC 9(03) VALUE 0.
       01  WS-RV-BEST               PIC 9(03) VALUE 0.

      *> Declared conflicts.
       01  WS-CF-MAX                PIC 9(03) VALUE 500.
       01  WS-CF-COUNT              PIC 9(03) VALUE 0.
       01  WS-CF-TABLE.
           05  WS-CF-ENTRY OCCURS 500 TIMES.
               10  WS-CF-REVIEWER   PIC X(20).
               10  WS-CF-QUEUE      PIC X(12).
               10  WS-CF-KEY        PIC X(200).
       01  WS-CF-POS                PIC 9(03) VALUE 0.

      *> Who assessed which judgment case.
       01  WS-AS-MAX                PIC 9(04) VALUE 3000.
       01  WS-AS-COUNT              PIC 9(04) VALUE 0.
       01  WS-AS-TABLE.
           05  WS-AS-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-AS-IDX.
               10  WS-AS-PATH       PIC X(200).
               10  WS-AS-UREVIEWER  PIC X(20).

      *> The open items of every queue.
       01  WS-IT-MAX                PIC 9(04) VALUE 2000.
       01  WS-IT-COUNT              PIC 9(04) VALUE 0.
       01  WS-IT-TABLE.
           05  WS-IT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-IT-IDX.
               10  WS-IT-QUEUE      PIC X(12).
               10  WS-IT-KEY        PIC X(200).
               10  WS-IT-FOLDER     PIC X(40).
               10  WS-IT-DATE       PIC X(08).
               10  WS-IT-OPEN       PIC X(01).
               10  WS-IT-PARTY      PIC X(40).
               10  WS-IT-UPARTY     PIC X(40).
               10  WS-IT-ASSIGNEE   PIC X(20).
               10  WS-IT-SINCE      PIC X(08).
               10  WS-IT-DEAL       PIC X(01).
               10  WS-IT-REASON     PIC X(14).
       01  WS-IT-POS                PIC 9(04) VALUE 0.
       01  WS-IT-FOUND              PIC 9(04) VALUE 0.
       01  WS-FIND-QUEUE            PIC X(12).
       01  WS-FIND-KEY              PIC X(200).
       01  WS-TABLE-FULL            PIC X(01) VALUE "N".
           88  SOME-TABLE-FULL               VALUE "Y".

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
       01  WS-IN-F4                 PIC X(240).
       01  WS-IN-F5                 PIC X(240).
       01  WS-IN-F6                 PIC X(240).
       01  WS-IN-F7                 PIC X(240).
       01  WS-IN-F8                 PIC X(60).

      *> Fitting a reviewer to an item.
       01  WS-FIT-REASON            PIC X(14).
       01  WS-CHECK-CAPACITY        PIC X(01) VALUE "N".
           88  CAPACITY-COUNTS               VALUE "Y".
       01  WS-LIST-TEXT             PIC X(240).
       01  WS-LIST-VALUE            PIC X(60).
       01  WS-LIST-PROBE            PIC X(64).
       01  WS-LIST-WORK             PIC X(244).
       01  WS-LIST-HITS             PIC 9(03) VALUE 0.
       01  WS-LIST-HIT              PIC X(01) VALUE "N".
           88  IN-THE-LIST                   VALUE "Y".
       01  WS-SLASH-LEAD            PIC 9(03) VALUE 0.

      *> Worklist lines.
       01  WS-AGE                   PIC S9(05) VALUE 0.
       01  WS-AGE-EDIT              PIC -(4)9.
       01  WS-AGE-TEXT              PIC X(05).
       01  WS-COUNT-EDIT            PIC Z(4)9.
       01  WS-CAP-EDIT              PIC Z(3)9.
       01  WS-HOW                   PIC X(60).
       01  WS-SINCE-DASHED          PIC X(10).
       01  WS-LISTED                PIC 9(05) VALUE 0.

       01  WS-KEPT-COUNT            PIC 9(05) VALUE 0.
       01  WS-NEW-COUNT             PIC 9(05) VALUE 0.
       01  WS-MOVED-COUNT           PIC 9(05) VALUE 0.
       01  WS-STUCK-COUNT           PIC 9(05) VALUE 0.
       01  WS-OPEN-COUNT            PIC 9(05) VALUE 0.
       01  WS-FINAL-RC              PIC 9(02) VALUE 0.

      *> Whose an item is (DLGPRSH CODE), and the run's view: a
      *> one-parish run deals that parish's items only and writes
      *> its worklists as <reviewer>@<parish>.txt, leaving the
      *> all-parishes worklists alone.
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "REVIEW-ASSIGN".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).
       01  WS-PRS-VIEW              PIC X(12) VALUE SPACES.
       01  WS-PRS-SUFFIX            PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           PERFORM 0800-SETTLE-PARISH THRU 0800-EXIT.
           MOVE WS-CFN-05 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-COLLECT-ITEMS THRU 2000-EXIT.
           PERFORM 3000-LOAD-ASSIGNMENTS THRU 3000-EXIT.
           OPEN EXTEND ASSIGN-FILE.
           IF WS-ASSIGN-STATUS = "35"
               OPEN OUTPUT ASSIGN-FILE
           END-IF.
           PERFORM 4000-REVIEW-HELD-ITEM THRU 4000-EXIT
               VARYING WS-IT-POS FROM 1 BY 1
               UNTIL WS-IT-POS > WS-IT-COUNT.
           PERFORM 5000-DEAL-ITEM THRU 5000-EXIT
               VARYING WS-IT-POS FROM 1 BY 1
               UNTIL WS-IT-POS > WS-IT-COUNT.
           CLOSE ASSIGN-FILE.
           MOVE "DEQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           CALL "CBL_CREATE_DIR" USING FUNCTION TRIM(WS-CFN-11).
           MOVE 0 TO RETURN-CODE.
           PERFORM 6000-WRITE-WORKLIST THRU 6000-EXIT
               VARYING WS-RV-POS FROM 1 BY 1
               UNTIL WS-RV-POS > WS-RV-COUNT.
           PERFORM 7000-REPORT THRU 7000-EXIT.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.

      *>----------------------------------------------------------*>
      *> The as-of date, the roster and the absences.
      *>----------------------------------------------------------*>
       1000-INITIALIZE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY " "
               INTO WS-AS-OF-DATE
           END-UNSTRING.
           IF WS-AS-OF-DATE = SPACES
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
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
           MOVE WS-AS-OF-NUM TO WS-TODAY.
           STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-" WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-AS-OF-DASHED
           END-STRING.
      *> Day 1 of the integer calendar is a Monday.
           COMPUTE WS-WEEK-START-INT =
               WS-AS-OF-INT - FUNCTION MOD(WS-AS-OF-INT - 1, 7).
           COMPUTE WS-WEEK-END-INT = WS-WEEK-START-INT + 6.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW(1:14) TO WS-STAMP.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-STATUS = "00"
               PERFORM 1100-LOAD-ROSTER THRU 1100-EXIT
                   UNTIL NO-MORE-INPUT
               CLOSE ROSTER-FILE
           END-IF.
           IF WS-RV-COUNT = 0
               DISPLAY "REVIEW-ASSIGN: no reviewers on "
                       FUNCTION TRIM(WS-CFN-01)
                       " - nothing can be dealt"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT CAL-FILE.
           IF WS-CAL-STATUS = "00"
               PERFORM 1200-LOAD-ABSENCE THRU 1200-EXIT
                   UNTIL NO-MORE-INPUT
               CLOSE CAL-FILE
           END-IF.
           MOVE "ENQ" TO WS-ENQ-ACTION.
           MOVE "review_assign" TO WS-ENQ-RESOURCE.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           IF WS-ENQ-RC = "12"
               DISPLAY "REVIEW-ASSIGN: could not take the enqueue - "
                       "try again or see ENQ-CONSOLE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ROSTER.
           READ ROSTER-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6.
           UNSTRING ROSTER-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6
           END-UNSTRING.
           IF WS-IN-F2 = SPACES
               GO TO 1100-EXIT
           END-IF.
           EVALUATE ROSTER-LINE(1:2)
               WHEN "R|"
                   PERFORM 1110-ADD-REVIEWER THRU 1110-EXIT
               WHEN "C|"
                   IF WS-CF-COUNT >= WS-CF-MAX
                       SET SOME-TABLE-FULL TO TRUE
                       GO TO 1100-EXIT
                   END-IF
                   ADD 1 TO WS-CF-COUNT
                   MOVE FUNCTION UPPER-CASE(WS-IN-F2)
                       TO WS-CF-REVIEWER (WS-CF-COUNT)
                   MOVE FUNCTION UPPER-CASE(WS-IN-F3)
                       TO WS-CF-QUEUE (WS-CF-COUNT)
                   MOVE FUNCTION TRIM(WS-IN-F4)
                       TO WS-CF-KEY (WS-CF-COUNT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1100-EXIT.
           EXIT.

       1110-ADD-REVIEWER.
           IF WS-RV-COUNT >= WS-RV-MAX
               DISPLAY "REVIEW-ASSIGN: more than " WS-RV-MAX
                       " reviewers on the roster - the rest are "
                       "not dealt to"
               SET SOME-TABLE-FULL TO TRUE
               GO TO 1110-EXIT
           END-IF.
           ADD 1 TO WS-RV-COUNT.
           MOVE WS-RV-COUNT TO WS-RV-POS.
           MOVE FUNCTION TRIM(WS-IN-F2) TO WS-RV-ID (WS-RV-POS).
           MOVE FUNCTION UPPER-CASE(WS-RV-ID (WS-RV-POS))
               TO WS-RV-UID (WS-RV-POS).
           MOVE FUNCTION UPPER-CASE(WS-IN-F3) TO WS-RV-QUEUES
               (WS-RV-POS).
           MOVE FUNCTION UPPER-CASE(WS-IN-F4) TO WS-RV-TRADS
               (WS-RV-POS).
           MOVE 0 TO WS-RV-CAP (WS-RV-POS).
           IF FUNCTION TRIM(WS-IN-F5) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-IN-F5) TO WS-RV-CAP (WS-RV-POS)
           END-IF.
           MOVE SPACES TO WS-RV-MEMBER (WS-RV-POS)
                          WS-RV-BACK (WS-RV-POS).
           MOVE "N" TO WS-RV-ABSENT (WS-RV-POS).
           MOVE 0 TO WS-RV-LOAD (WS-RV-POS) WS-RV-WEEK (WS-RV-POS)
                     WS-RV-DEALT (WS-RV-POS).
      *> The reviewer's own member reference, in the form the side
      *> files carry it.
           IF WS-IN-F6 NOT = SPACES
               MOVE WS-IN-F6 TO WS-MBR-REF
               CALL "DLGMEMB" USING WS-MBR-REF WS-MBR-NUMBER
                                    WS-MBR-CANON WS-MBR-NAME
                                    WS-MBR-RC
               IF WS-MBR-CANON NOT = SPACES
                   MOVE WS-MBR-CANON TO WS-RV-MEMBER (WS-RV-POS)
               ELSE
                   MOVE WS-IN-F6 TO WS-RV-MEMBER (WS-RV-POS)
               END-IF
           END-IF.
       1110-EXIT.
           EXIT.

      *> A|reviewer|from|to|label|operator|stamp - away on the
      *> as-of date when it falls from-to inclusive.
       1200-LOAD-ABSENCE.
           READ CAL-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 1200-EXIT
           END-READ.
           IF CAL-LINE(1:2) NOT = "A|"
               GO TO 1200-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4.
           UNSTRING CAL-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
           END-UNSTRING.
           IF WS-IN-F3(1:10) > WS-AS-OF-DASHED
                   OR WS-IN-F4(1:10) < WS-AS-OF-DASHED
               GO TO 1200-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-IN-F2) TO WS-IN-F8.
           PERFORM 8300-FIND-REVIEWER THRU 8300-EXIT.
           IF WS-RV-FOUND = 0
               GO TO 1200-EXIT
           END-IF.
           MOVE "Y" TO WS-RV-ABSENT (WS-RV-FOUND).
           IF WS-IN-F4(1:10) > WS-RV-BACK (WS-RV-FOUND)
               MOVE WS-IN-F4(1:10) TO WS-RV-BACK (WS-RV-FOUND)
           END-IF.
       1200-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The open items, queue by queue, the way SLA-SWEEP reads
      *> them.
      *>----------------------------------------------------------*>
       2000-COLLECT-ITEMS.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT EXC-FILE.
           IF WS-EXC-STATUS = "00"
               PERFORM 2100-READ-FINDING THRU 2100-EXIT
                   UNTIL NO-MORE-INPUT
               CLOSE EXC-FILE
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT DISP-FILE.
           IF WS-DISP-STATUS = "00"
               PERFORM 2150-READ-DISPOSITION THRU 2150-EXIT
                   UNTIL NO-MORE-INPUT
               CLOSE DISP-FILE
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT MODQ-FILE.
           IF WS-MODQ-STATUS = "00"
               PERFORM 2200-READ-MODERATION THRU 2200-EXIT
                   UNTIL NO-MORE-INPUT
               CLOSE MODQ-FILE
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT DATA-FILE.
           IF WS-DATA-STATUS = "00"
               PERFORM 2300-READ-CASE THRU 2300-EXIT
                   UNTIL NO-MORE-INPUT
               CLOSE DATA-FILE
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT ASSESS-FILE.
           IF WS-ASSESS-STATUS = "00"
               PERFORM 2350-READ-ASSESSMENT THRU 2350-EXIT
                   UNTIL NO-MORE-INPUT
               CLOSE ASSESS-FILE
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT APPEALS-FILE.
           IF WS-APPEALS-STATUS = "00"
               PERFORM 2400-READ-APPEAL THRU 2400-EXIT
                   UNTIL NO-MORE-INPUT
               CLOSE APPEALS-FILE
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT QBOX-FILE.
           IF WS-QBOX-STATUS = "00"
               PERFORM 2500-READ-QUESTION THRU 2500-EXIT
                   UNTIL NO-MORE-INPUT
               CLOSE QBOX-FILE
           END-IF.
       2000-EXIT.
           EXIT.

      *> QA: F|QA-SAMPLE|severity|path|detail|stamp.
       2100-READ-FINDING.
           READ EXC-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF EXC-LINE(1:12) NOT = "F|QA-SAMPLE|"
               GO TO 2100-EXIT
           END-IF.
           UNSTRING EXC-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6
           END-UNSTRING.
           MOVE SPACES TO WS-PRS-PARISH.
           MOVE WS-IN-F4 TO WS-PRS-TEXT.
           PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT.
           IF WS-PRS-RC NOT = "00"
               GO TO 2100-EXIT
           END-IF.
           MOVE "QA" TO WS-FIND-QUEUE.
           MOVE WS-IN-F4(1:200) TO WS-FIND-KEY.
           MOVE WS-IN-F6(1:8) TO WS-IN-F8.
           PERFORM 8100-ADD-ITEM THRU 8100-EXIT.
       2100-EXIT.
           EXIT.

      *> An A (accepted) or F (fixed) ruling closes the finding.
       2150-READ-DISPOSITION.
           READ DISP-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 2150-EXIT
           END-READ.
           IF DISP-LINE(1:2) NOT = "D|"
               GO TO 2150-EXIT
           END-IF.
           UNSTRING DISP-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F3 WS-IN-F4 WS-IN-F5 WS-IN-F6
           END-UNSTRING.
           IF WS-IN-F3(1:10) = "QA-SAMPLE "
                   AND (WS-IN-F6(1:1) = "A" OR "F")
               MOVE "QA" TO WS-FIND-QUEUE
               MOVE WS-IN-F4(1:200) TO WS-FIND-KEY
               PERFORM 8200-FIND-ITEM THRU 8200-EXIT
               IF WS-IT-FOUND > 0
                   MOVE "N" TO WS-IT-OPEN (WS-IT-FOUND)
               END-IF
           END-IF.
       2150-EXIT.
           EXIT.

      *> MODERATION: Q|path|topic|score|hostile|toned|seq|stamp|
      *> parish opens (the view's parish's only), a D record on
      *> the path closes.
       2200-READ-MODERATION.
           READ MODQ-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           MOVE SPACES TO WS-IN-F8 WS-PRS-PARISH.
           UNSTRING MODQ-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-IN-F7 WS-IN-F8 WS-PRS-PARISH
           END-UNSTRING.
           MOVE "MODERATION" TO WS-FIND-QUEUE.
           MOVE WS-IN-F2(1:200) TO WS-FIND-KEY.
           EVALUATE MODQ-LINE(1:2)
               WHEN "Q|"
                   MOVE WS-IN-F2 TO WS-PRS-TEXT
                   PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT
                   IF WS-PRS-RC = "00"
                       PERFORM 8100-ADD-ITEM THRU 8100-EXIT
                   END-IF
               WHEN "D|"
                   PERFORM 8200-FIND-ITEM THRU 8200-EXIT
                   IF WS-IT-FOUND > 0
                       MOVE "N" TO WS-IT-OPEN (WS-IT-FOUND)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *> ADJUDICATION: every judgment case on the extract; an
      *> assessment closes it. The extract carries no filing date
      *> for a case, so its worklist age shows as "?".
       2300-READ-CASE.
           READ DATA-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 2300-EXIT
           END-READ.
           IF DATA-LINE(1:2) NOT = "H|"
               GO TO 2300-EXIT
           END-IF.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
           END-UNSTRING.
           IF WS-IN-F4(1:9) NOT = "judgment "
               GO TO 2300-EXIT
           END-IF.
           MOVE "ADJUDICATION" TO WS-FIND-QUEUE.
           MOVE WS-IN-F2(1:200) TO WS-FIND-KEY.
           MOVE SPACES TO WS-IN-F8.
           PERFORM 8100-ADD-ITEM THRU 8100-EXIT.
       2300-EXIT.
           EXIT.

      *> A|path|assessment|rationale|reviewer|stamp.
       2350-READ-ASSESSMENT.
           READ ASSESS-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 2350-EXIT
           END-READ.
           IF ASSESS-LINE(1:2) NOT = "A|"
               GO TO 2350-EXIT
           END-IF.
           UNSTRING ASSESS-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
           END-UNSTRING.
           MOVE "ADJUDICATION" TO WS-FIND-QUEUE.
           MOVE WS-IN-F2(1:200) TO WS-FIND-KEY.
           PERFORM 8200-FIND-ITEM THRU 8200-EXIT.
           IF WS-IT-FOUND > 0
               MOVE "N" TO WS-IT-OPEN (WS-IT-FOUND)
           END-IF.
           IF WS-AS-COUNT < WS-AS-MAX
               ADD 1 TO WS-AS-COUNT
               MOVE WS-IN-F2(1:200) TO WS-AS-PATH (WS-AS-COUNT)
               MOVE FUNCTION UPPER-CASE(WS-IN-F5(1:20))
                   TO WS-AS-UREVIEWER (WS-AS-COUNT)
           ELSE
               SET SOME-TABLE-FULL TO TRUE
           END-IF.
       2350-EXIT.
           EXIT.

      *> APPEALS: P|path|appellant|grounds|stamp|parish opens (the
      *> view's parish's only), an R|path|... ruling closes.
       2400-READ-APPEAL.
           READ APPEALS-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 2400-EXIT
           END-READ.
           MOVE SPACES TO WS-IN-F3 WS-IN-F5 WS-PRS-PARISH.
           UNSTRING APPEALS-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-PRS-PARISH
           END-UNSTRING.
           MOVE "APPEALS" TO WS-FIND-QUEUE.
           MOVE WS-IN-F2(1:200) TO WS-FIND-KEY.
           EVALUATE APPEALS-LINE(1:2)
               WHEN "P|"
                   MOVE WS-IN-F2 TO WS-PRS-TEXT
                   PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT
                   IF WS-PRS-RC NOT = "00"
                       GO TO 2400-EXIT
                   END-IF
                   MOVE WS-IN-F5(1:8) TO WS-IN-F8
                   PERFORM 8100-ADD-ITEM THRU 8100-EXIT
                   IF WS-IT-FOUND > 0
                       PERFORM 2410-SET-APPELLANT THRU 2410-EXIT
                   END-IF
               WHEN "R|"
                   PERFORM 8200-FIND-ITEM THRU 8200-EXIT
                   IF WS-IT-FOUND > 0
                       MOVE "N" TO WS-IT-OPEN (WS-IT-FOUND)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2400-EXIT.
           EXIT.

      *> The appellant as typed, and as a member when the master
      *> knows them.
       2410-SET-APPELLANT.
           MOVE FUNCTION UPPER-CASE(WS-IN-F3(1:40))
               TO WS-IT-UPARTY (WS-IT-FOUND).
           MOVE WS-IN-F3(1:40) TO WS-IT-PARTY (WS-IT-FOUND).
           MOVE WS-IN-F3(1:40) TO WS-MBR-REF.
           CALL "DLGMEMB" USING WS-MBR-REF WS-MBR-NUMBER WS-MBR-CANON
                                WS-MBR-NAME WS-MBR-RC.
           IF WS-MBR-RC = "00" OR WS-MBR-RC = "04"
               MOVE WS-MBR-CANON TO WS-IT-PARTY (WS-IT-FOUND)
           END-IF.
       2410-EXIT.
           EXIT.

      *> QUESTIONS: Q|number|question|target|submitter|date|parish
      *> opens NEW (the view's parish's only); the latest
      *> S|number|status ruling decides.
       2500-READ-QUESTION.
           READ QBOX-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 2500-EXIT
           END-READ.
           MOVE SPACES TO WS-IN-F5 WS-IN-F6 WS-PRS-PARISH.
           UNSTRING QBOX-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-PRS-PARISH
           END-UNSTRING.
           MOVE "QUESTIONS" TO WS-FIND-QUEUE.
           MOVE WS-IN-F2(1:200) TO WS-FIND-KEY.
           EVALUATE QBOX-LINE(1:2)
               WHEN "Q|"
                   MOVE SPACES TO WS-PRS-TEXT
                   PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT
                   IF WS-PRS-RC NOT = "00"
                       GO TO 2500-EXIT
                   END-IF
                   MOVE WS-IN-F6(1:8) TO WS-IN-F8
                   PERFORM 8100-ADD-ITEM THRU 8100-EXIT
                   IF WS-IT-FOUND > 0
                       MOVE WS-IN-F5(1:40)
                           TO WS-IT-PARTY (WS-IT-FOUND)
                   END-IF
               WHEN "S|"
                   PERFORM 8200-FIND-ITEM THRU 8200-EXIT
                   IF WS-IT-FOUND > 0
                       IF WS-IN-F3(1:4) = "NEW "
                               OR WS-IN-F3(1:9) = "APPROVED "
                           MOVE "Y" TO WS-IT-OPEN (WS-IT-FOUND)
                       ELSE
                           MOVE "N" TO WS-IT-OPEN (WS-IT-FOUND)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2500-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Who holds what: the latest W record per item, and what
      *> each reviewer has been dealt this week.
      *>----------------------------------------------------------*>
       3000-LOAD-ASSIGNMENTS.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT ASSIGN-FILE.
           IF WS-ASSIGN-STATUS NOT = "00"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-READ-ASSIGNMENT THRU 3100-EXIT
               UNTIL NO-MORE-INPUT.
           CLOSE ASSIGN-FILE.
       3000-EXIT.
           EXIT.

      *> W|queue|key|reviewer|reason|stamp
       3100-READ-ASSIGNMENT.
           READ ASSIGN-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF ASSIGN-LINE(1:2) NOT = "W|"
               GO TO 3100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F6.
           UNSTRING ASSIGN-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-IN-F4) TO WS-IN-F8.
           PERFORM 8300-FIND-REVIEWER THRU 8300-EXIT.
           IF WS-RV-FOUND > 0 AND WS-IN-F6(1:8) IS NUMERIC
               MOVE WS-IN-F6(1:8) TO WS-DATE-NUM
               MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   TO WS-DATE-INT
               IF WS-DATE-INT >= WS-WEEK-START-INT
                       AND WS-DATE-INT <= WS-WEEK-END-INT
                   ADD 1 TO WS-RV-WEEK (WS-RV-FOUND)
               END-IF
           END-IF.
           MOVE WS-IN-F2(1:12) TO WS-FIND-QUEUE.
           MOVE WS-IN-F3(1:200) TO WS-FIND-KEY.
           PERFORM 8200-FIND-ITEM THRU 8200-EXIT.
           IF WS-IT-FOUND > 0
               MOVE WS-IN-F4(1:20) TO WS-IT-ASSIGNEE (WS-IT-FOUND)
               MOVE WS-IN-F6(1:8) TO WS-IT-SINCE (WS-IT-FOUND)
           END-IF.
       3100-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> First pass: an open item stays with its reviewer while
      *> they may still hold it; otherwise it is taken back and
      *> dealt again in the second pass.
      *>----------------------------------------------------------*>
       4000-REVIEW-HELD-ITEM.
           MOVE "N" TO WS-IT-DEAL (WS-IT-POS).
           IF WS-IT-OPEN (WS-IT-POS) NOT = "Y"
               GO TO 4000-EXIT
           END-IF.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE "Y" TO WS-IT-DEAL (WS-IT-POS).
           MOVE "NEW" TO WS-IT-REASON (WS-IT-POS).
           IF WS-IT-ASSIGNEE (WS-IT-POS) = SPACES
               GO TO 4000-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-IT-ASSIGNEE (WS-IT-POS))
               TO WS-IN-F8.
           PERFORM 8300-FIND-REVIEWER THRU 8300-EXIT.
           IF WS-RV-FOUND = 0
               MOVE "OFF-ROSTER" TO WS-IT-REASON (WS-IT-POS)
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-RV-FOUND TO WS-RV-POS.
           MOVE "N" TO WS-CHECK-CAPACITY.
           PERFORM 4100-CHECK-FIT THRU 4100-EXIT.
           IF WS-FIT-REASON NOT = SPACES
               MOVE WS-FIT-REASON TO WS-IT-REASON (WS-IT-POS)
               GO TO 4000-EXIT
           END-IF.
           MOVE "N" TO WS-IT-DEAL (WS-IT-POS).
           ADD 1 TO WS-RV-LOAD (WS-RV-POS).
           ADD 1 TO WS-KEPT-COUNT.
       4000-EXIT.
           EXIT.

      *> May reviewer WS-RV-POS hold item WS-IT-POS? WS-FIT-REASON
      *> comes back blank, or says why not.
       4100-CHECK-FIT.
           MOVE SPACES TO WS-FIT-REASON.
           IF WS-RV-ABSENT (WS-RV-POS) = "Y"
               MOVE "ABSENT" TO WS-FIT-REASON
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-RV-QUEUES (WS-RV-POS) TO WS-LIST-TEXT.
           MOVE WS-IT-QUEUE (WS-IT-POS) TO WS-LIST-VALUE.
           PERFORM 8400-IN-LIST THRU 8400-EXIT.
           IF NOT IN-THE-LIST
               MOVE "NOT-QUALIFIED" TO WS-FIT-REASON
               GO TO 4100-EXIT
           END-IF.
           IF WS-IT-FOLDER (WS-IT-POS) NOT = SPACES
               MOVE WS-RV-TRADS (WS-RV-POS) TO WS-LIST-TEXT
               MOVE FUNCTION UPPER-CASE(WS-IT-FOLDER (WS-IT-POS))
                   TO WS-LIST-VALUE
               PERFORM 8400-IN-LIST THRU 8400-EXIT
               IF NOT IN-THE-LIST
                   MOVE "NOT-QUALIFIED" TO WS-FIT-REASON
                   GO TO 4100-EXIT
               END-IF
           END-IF.
           PERFORM 4200-CHECK-CONFLICT THRU 4200-EXIT.
           IF WS-FIT-REASON NOT = SPACES
               GO TO 4100-EXIT
           END-IF.
           IF CAPACITY-COUNTS
                   AND WS-RV-WEEK (WS-RV-POS) >= WS-RV-CAP (WS-RV-POS)
               MOVE "FULL" TO WS-FIT-REASON
           END-IF.
       4100-EXIT.
           EXIT.

      *> Conflicts: the reviewer's own question or appeal, an
      *> appeal against a case they assessed, or a declared one.
       4200-CHECK-CONFLICT.
           IF WS-IT-QUEUE (WS-IT-POS) = "QUESTIONS"
                   AND WS-RV-MEMBER (WS-RV-POS) NOT = SPACES
                   AND WS-IT-PARTY (WS-IT-POS)
                       = WS-RV-MEMBER (WS-RV-POS)
               MOVE "CONFLICT" TO WS-FIT-REASON
               GO TO 4200-EXIT
           END-IF.
           IF WS-IT-QUEUE (WS-IT-POS) = "APPEALS"
               IF WS-IT-UPARTY (WS-IT-POS) = WS-RV-UID (WS-RV-POS)
                       OR (WS-RV-MEMBER (WS-RV-POS) NOT = SPACES
                           AND WS-IT-PARTY (WS-IT-POS)
                               = WS-RV-MEMBER (WS-RV-POS))
                   MOVE "CONFLICT" TO WS-FIT-REASON
                   GO TO 4200-EXIT
               END-IF
               SET WS-AS-IDX TO 1
               SEARCH WS-AS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-AS-IDX > WS-AS-COUNT
                       CONTINUE
                   WHEN WS-AS-PATH (WS-AS-IDX) = WS-IT-KEY (WS-IT-POS)
                           AND WS-AS-UREVIEWER (WS-AS-IDX)
                               = WS-RV-UID (WS-RV-POS)
                       MOVE "CONFLICT" TO WS-FIT-REASON
                       GO TO 4200-EXIT
               END-SEARCH
           END-IF.
           PERFORM 4210-DECLARED-CONFLICT THRU 4210-EXIT
               VARYING WS-CF-POS FROM 1 BY 1
               UNTIL WS-CF-POS > WS-CF-COUNT
                  OR WS-FIT-REASON NOT = SPACES.
       4200-EXIT.
           EXIT.

       4210-DECLARED-CONFLICT.
           IF WS-CF-REVIEWER (WS-CF-POS) = WS-RV-UID (WS-RV-POS)
                   AND (WS-CF-QUEUE (WS-CF-POS) = "*"
                        OR WS-CF-QUEUE (WS-CF-POS)
                           = WS-IT-QUEUE (WS-IT-POS))
                   AND WS-CF-KEY (WS-CF-POS) = WS-IT-KEY (WS-IT-POS)
               MOVE "CONFLICT" TO WS-FIT-REASON
           END-IF.
       4210-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Second pass: deal every item that needs a reviewer to
      *> the least-loaded eligible one with capacity left.
      *>----------------------------------------------------------*>
       5000-DEAL-ITEM.
           IF WS-IT-DEAL (WS-IT-POS) NOT = "Y"
               GO TO 5000-EXIT
           END-IF.
           MOVE 0 TO WS-RV-BEST.
           MOVE "Y" TO WS-CHECK-CAPACITY.
           PERFORM 5100-CONSIDER-REVIEWER THRU 5100-EXIT
               VARYING WS-RV-POS FROM 1 BY 1
               UNTIL WS-RV-POS > WS-RV-COUNT.
           IF WS-RV-BEST = 0
               ADD 1 TO WS-STUCK-COUNT
               MOVE 4 TO WS-FINAL-RC
               DISPLAY "REVIEW-ASSIGN: nobody eligible with capacity "
                       "for " FUNCTION TRIM(WS-IT-QUEUE (WS-IT-POS))
                       " " FUNCTION TRIM(WS-IT-KEY (WS-IT-POS))
               GO TO 5000-EXIT
           END-IF.
           MOVE WS-RV-BEST TO WS-RV-POS.
           MOVE WS-RV-ID (WS-RV-POS) TO WS-IT-ASSIGNEE (WS-IT-POS).
           MOVE WS-STAMP(1:8) TO WS-IT-SINCE (WS-IT-POS).
           ADD 1 TO WS-RV-LOAD (WS-RV-POS) WS-RV-WEEK (WS-RV-POS)
                    WS-RV-DEALT (WS-RV-POS).
           IF WS-IT-REASON (WS-IT-POS) = "NEW"
               ADD 1 TO WS-NEW-COUNT
           ELSE
               ADD 1 TO WS-MOVED-COUNT
           END-IF.
           MOVE SPACES TO ASSIGN-LINE.
           STRING "W|"                                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IT-QUEUE (WS-IT-POS))
                                                      DELIMITED BY SIZE
                  "|"                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IT-KEY (WS-IT-POS))
                                                      DELIMITED BY SIZE
                  "|"                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RV-ID (WS-RV-POS)) DELIMITED BY SIZE
                  "|"                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IT-REASON (WS-IT-POS))
                                                      DELIMITED BY SIZE
                  "|"                                 DELIMITED BY SIZE
                  WS-STAMP                            DELIMITED BY SIZE
                  INTO ASSIGN-LINE
           END-STRING.
           WRITE ASSIGN-LINE.
       5000-EXIT.
           EXIT.

      *> Fewest open items wins; then fewest dealt this week; then
      *> roster order.
       5100-CONSIDER-REVIEWER.
           PERFORM 4100-CHECK-FIT THRU 4100-EXIT.
           IF WS-FIT-REASON NOT = SPACES
               GO TO 5100-EXIT
           END-IF.
           IF WS-RV-BEST = 0
               MOVE WS-RV-POS TO WS-RV-BEST
               GO TO 5100-EXIT
           END-IF.
           IF WS-RV-LOAD (WS-RV-POS) < WS-RV-LOAD (WS-RV-BEST)
               MOVE WS-RV-POS TO WS-RV-BEST
               GO TO 5100-EXIT
           END-IF.
           IF WS-RV-LOAD (WS-RV-POS) = WS-RV-LOAD (WS-RV-BEST)
                   AND WS-RV-WEEK (WS-RV-POS) < WS-RV-WEEK (WS-RV-BEST)
               MOVE WS-RV-POS TO WS-RV-BEST
           END-IF.
       5100-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> One worklist per reviewer, rewritten every run.
      *>----------------------------------------------------------*>
       6000-WRITE-WORKLIST.
           MOVE SPACES TO WS-WORK-FILE.
           STRING FUNCTION TRIM(WS-CFN-11) "/"
                  FUNCTION LOWER-CASE(FUNCTION TRIM(WS-RV-ID
                                                    (WS-RV-POS)))
                  FUNCTION TRIM(WS-PRS-SUFFIX)
                  ".txt"
               DELIMITED BY SIZE INTO WS-WORK-FILE
           END-STRING.
           OPEN OUTPUT WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "REVIEW-ASSIGN: cannot write "
                       FUNCTION TRIM(WS-WORK-FILE)
                       " (status " WS-WORK-STATUS ")"
               MOVE 4 TO WS-FINAL-RC
               GO TO 6000-EXIT
           END-IF.
           MOVE WS-RV-CAP (WS-RV-POS) TO WS-CAP-EDIT.
           MOVE WS-RV-WEEK (WS-RV-POS) TO WS-COUNT-EDIT.
           MOVE SPACES TO WORK-LINE.
           STRING "REVIEW WORKLIST - "
                  FUNCTION TRIM(WS-RV-ID (WS-RV-POS))
                  " - as of " WS-AS-OF-DASHED
                  " - dealt this week " FUNCTION TRIM(WS-COUNT-EDIT)
                  " of " FUNCTION TRIM(WS-CAP-EDIT)
               DELIMITED BY SIZE INTO WORK-LINE
           END-STRING.
           WRITE WORK-LINE.
           IF WS-RV-ABSENT (WS-RV-POS) = "Y"
               MOVE SPACES TO WORK-LINE
               STRING "Absent until " WS-RV-BACK (WS-RV-POS)
                      " - your open items have been dealt to "
                      "others"
                   DELIMITED BY SIZE INTO WORK-LINE
               END-STRING
               WRITE WORK-LINE
           END-IF.
           MOVE SPACES TO WORK-LINE.
           WRITE WORK-LINE.
           MOVE 0 TO WS-LISTED.
           PERFORM 6100-LIST-ITEM THRU 6100-EXIT
               VARYING WS-IT-POS FROM 1 BY 1
               UNTIL WS-IT-POS > WS-IT-COUNT.
           IF WS-LISTED = 0
               MOVE "Nothing assigned." TO WORK-LINE
               WRITE WORK-LINE
           END-IF.
           CLOSE WORK-FILE.
       6000-EXIT.
           EXIT.

       6100-LIST-ITEM.
           IF WS-IT-OPEN (WS-IT-POS) NOT = "Y"
                   OR WS-IT-ASSIGNEE (WS-IT-POS) NOT = WS-RV-ID
                                                       (WS-RV-POS)
               GO TO 6100-EXIT
           END-IF.
           ADD 1 TO WS-LISTED.
           MOVE SPACES TO WS-SINCE-DASHED.
           IF WS-IT-SINCE (WS-IT-POS) IS NUMERIC
               STRING WS-IT-SINCE (WS-IT-POS)(1:4) "-"
                      WS-IT-SINCE (WS-IT-POS)(5:2) "-"
                      WS-IT-SINCE (WS-IT-POS)(7:2)
                   DELIMITED BY SIZE INTO WS-SINCE-DASHED
               END-STRING
           END-IF.
           MOVE 0 TO WS-AGE.
           IF WS-IT-DATE (WS-IT-POS) IS NUMERIC
               MOVE WS-IT-DATE (WS-IT-POS) TO WS-DATE-NUM
               COMPUTE WS-AGE = WS-AS-OF-INT
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           END-IF.
           MOVE WS-AGE TO WS-AGE-EDIT.
           MOVE FUNCTION TRIM(WS-AGE-EDIT) TO WS-AGE-TEXT.
           IF WS-IT-DATE (WS-IT-POS) IS NOT NUMERIC
               MOVE "?" TO WS-AGE-TEXT
           END-IF.
           EVALUATE WS-IT-QUEUE (WS-IT-POS)
               WHEN "QA"
                   MOVE "exception_workbench" TO WS-HOW
               WHEN "MODERATION"
                   MOVE "moderation_review" TO WS-HOW
               WHEN "ADJUDICATION"
                   MOVE "adjudication_console (the path)" TO WS-HOW
               WHEN "APPEALS"
                   MOVE "appeal_capture RULE" TO WS-HOW
               WHEN OTHER
                   MOVE "question_triage" TO WS-HOW
           END-EVALUATE.
           MOVE SPACES TO WORK-LINE.
           STRING WS-IT-QUEUE (WS-IT-POS) " "
                  FUNCTION TRIM(WS-IT-KEY (WS-IT-POS))
                  "  age " FUNCTION TRIM(WS-AGE-TEXT) " day(s)"
                  "  yours since " WS-SINCE-DASHED
                  "  work it with " FUNCTION TRIM(WS-HOW)
               DELIMITED BY SIZE INTO WORK-LINE
           END-STRING.
           WRITE WORK-LINE.
       6100-EXIT.
           EXIT.

       7000-REPORT.
           DISPLAY "REVIEW-ASSIGN: as of " WS-AS-OF-DASHED ", "
                   WS-OPEN-COUNT " open item(s): " WS-KEPT-COUNT
                   " kept, " WS-NEW-COUNT " dealt new, "
                   WS-MOVED-COUNT " dealt again, " WS-STUCK-COUNT
                   " undealt".
           PERFORM 7100-REPORT-REVIEWER THRU 7100-EXIT
               VARYING WS-RV-POS FROM 1 BY 1
               UNTIL WS-RV-POS > WS-RV-COUNT.
           IF SOME-TABLE-FULL OR WS-IT-COUNT >= WS-IT-MAX
               DISPLAY "REVIEW-ASSIGN: a table filled - some "
                       "reviewers, conflicts or items were not read"
               MOVE 4 TO WS-FINAL-RC
           END-IF.
       7000-EXIT.
           EXIT.

       7100-REPORT-REVIEWER.
           MOVE WS-RV-LOAD (WS-RV-POS) TO WS-COUNT-EDIT.
           MOVE WS-RV-CAP (WS-RV-POS) TO WS-CAP-EDIT.
           IF WS-RV-ABSENT (WS-RV-POS) = "Y"
               DISPLAY "  " WS-RV-ID (WS-RV-POS) " ABSENT until "
                       WS-RV-BACK (WS-RV-POS)
           ELSE
               DISPLAY "  " WS-RV-ID (WS-RV-POS) " holds "
                       WS-COUNT-EDIT ", dealt " WS-RV-DEALT (WS-RV-POS)
                       " this run, " WS-RV-WEEK (WS-RV-POS)
                       " this week of " WS-CAP-EDIT
           END-IF.
       7100-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Table helpers.
      *>----------------------------------------------------------*>
      *> A new item for WS-FIND-QUEUE / WS-FIND-KEY dated WS-IN-F8,
      *> unless that item is already on the table (an appeal filed
      *> twice on one path is one item). WS-IT-FOUND is the entry.
       8100-ADD-ITEM.
           PERFORM 8200-FIND-ITEM THRU 8200-EXIT.
           IF WS-IT-FOUND > 0
               MOVE "Y" TO WS-IT-OPEN (WS-IT-FOUND)
               GO TO 8100-EXIT
           END-IF.
           IF WS-IT-COUNT >= WS-IT-MAX
               SET SOME-TABLE-FULL TO TRUE
               GO TO 8100-EXIT
           END-IF.
           ADD 1 TO WS-IT-COUNT.
           MOVE WS-IT-COUNT TO WS-IT-FOUND.
           MOVE WS-FIND-QUEUE TO WS-IT-QUEUE (WS-IT-FOUND).
           MOVE WS-FIND-KEY TO WS-IT-KEY (WS-IT-FOUND).
           MOVE WS-IN-F8(1:8) TO WS-IT-DATE (WS-IT-FOUND).
           MOVE "Y" TO WS-IT-OPEN (WS-IT-FOUND).
           MOVE SPACES TO WS-IT-PARTY (WS-IT-FOUND)
                          WS-IT-UPARTY (WS-IT-FOUND)
                          WS-IT-ASSIGNEE (WS-IT-FOUND)
                          WS-IT-SINCE (WS-IT-FOUND)
                          WS-IT-FOLDER (WS-IT-FOUND).
      *> The tradition folder: the path up to its first "/".
           IF WS-FIND-QUEUE NOT = "QUESTIONS"
               MOVE 0 TO WS-SLASH-LEAD
               INSPECT WS-FIND-KEY TALLYING WS-SLASH-LEAD
                   FOR CHARACTERS BEFORE INITIAL "/"
               IF WS-SLASH-LEAD > 0 AND WS-SLASH-LEAD <= 40
                   MOVE WS-FIND-KEY(1:WS-SLASH-LEAD)
                       TO WS-IT-FOLDER (WS-IT-FOUND)
               END-IF
           END-IF.
       8100-EXIT.
           EXIT.

       8200-FIND-ITEM.
           MOVE 0 TO WS-IT-FOUND.
           SET WS-IT-IDX TO 1.
           SEARCH WS-IT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-IT-IDX > WS-IT-COUNT
                   CONTINUE
               WHEN WS-IT-QUEUE (WS-IT-IDX) = WS-FIND-QUEUE
                       AND WS-IT-KEY (WS-IT-IDX) = WS-FIND-KEY
                   SET WS-IT-FOUND TO WS-IT-IDX
           END-SEARCH.
       8200-EXIT.
           EXIT.

      *> The roster entry whose upper-cased id is WS-IN-F8.
       8300-FIND-REVIEWER.
           MOVE 0 TO WS-RV-FOUND.
           SET WS-RV-IDX TO 1.
           SEARCH WS-RV-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RV-IDX > WS-RV-COUNT
                   CONTINUE
               WHEN WS-RV-UID (WS-RV-IDX) = WS-IN-F8(1:20)
                   SET WS-RV-FOUND TO WS-RV-IDX
           END-SEARCH.
       8300-EXIT.
           EXIT.

      *> Is WS-LIST-VALUE in the comma list WS-LIST-TEXT (or is
      *> the list ALL)? Both upper case.
       8400-IN-LIST.
           MOVE "N" TO WS-LIST-HIT.
           IF FUNCTION TRIM(WS-LIST-TEXT) = "ALL"
               MOVE "Y" TO WS-LIST-HIT
               GO TO 8400-EXIT
           END-IF.
           MOVE SPACES TO WS-LIST-WORK WS-LIST-PROBE.
           STRING "," FUNCTION TRIM(WS-LIST-TEXT) ","
               DELIMITED BY SIZE INTO WS-LIST-WORK
           END-STRING.
           INSPECT WS-LIST-WORK REPLACING ALL " " BY ",".
           STRING "," FUNCTION TRIM(WS-LIST-VALUE) ","
               DELIMITED BY SIZE INTO WS-LIST-PROBE
           END-STRING.
           MOVE 0 TO WS-LIST-HITS.
           INSPECT WS-LIST-WORK TALLYING WS-LIST-HITS
               FOR ALL WS-LIST-PROBE(1:FUNCTION LENGTH(
                   FUNCTION TRIM(WS-LIST-PROBE))).
           IF WS-LIST-HITS > 0
               MOVE "Y" TO WS-LIST-HIT
           END-IF.
       8400-EXIT.
           EXIT.

      *> The run's parish view; one parish names its worklists.
       0800-SETTLE-PARISH.
           MOVE "VIEW" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
           MOVE WS-PRS-PARISH TO WS-PRS-VIEW.
           MOVE SPACES TO WS-PRS-SUFFIX.
           IF WS-PRS-VIEW NOT = SPACES AND WS-PRS-VIEW NOT = "*"
               STRING "@" FUNCTION LOWER-CASE(FUNCTION TRIM(
                                                   WS-PRS-VIEW))
                   DELIMITED BY SIZE INTO WS-PRS-SUFFIX
               END-STRING
           END-IF.
       0800-EXIT.
           EXIT.

      *> The item's parish column in WS-PRS-PARISH (blank falls
      *> back to the path in WS-PRS-TEXT) against the run's view;
      *> WS-PRS-RC "04" is another parish's item, not dealt here.
       8900-JUDGE-PARISH.
           MOVE "CODE" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
       8900-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "reviewer_roster.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "ops_calendar.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "moderation_queue.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE "appeals.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
           MOVE "dialogue_data.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-05.
           MOVE "assessments.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-06.
           MOVE "exceptions.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-07.
           MOVE "exception_disp.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-08.
           MOVE "question_box.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-09.
           MOVE "review_assignments.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-10.
           MOVE "worklists" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-11.
       0900-EXIT.
           EXIT.
