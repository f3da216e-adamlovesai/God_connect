      *>----------------------------------------------------------*>
      *> SLA-SWEEP
      *>
      *> Deadline discipline across all the human work queues at
      *> once. QUESTION-AGING shows age for one queue; the appeal
      *> that sat six weeks last month was invisible because nobody
      *> ran APPEALS-DOCKET daily. This computes the age of every
      *>                 A/F ruling in batch/exception_disp.dat
      *>     QUESTIONS   batch/question_box.dat entries whose last
      *>                 status is APPROVED (awaiting generation)
      *>     COMPLAINTS  batch/complaints.dat cases not yet CLOSED,
      *>                 aged from receipt; severity RCVD until
      *>                 acknowledged, "*" after
      *> against the allowed ages in batch/sla_limits.ref
      *> (S|queue|severity|max-days), appends one escalation record
      *> per NEW breach to batch/escalations.dat:
      *>     2026-09-02  DO   Initial version.
      *>     2026-09-02  DO   Job accounting: runs journal their
      *>                      execution through DLGACCT.
      *>     2026-10-15  DO   Fifth queue: COMPLAINTS, the formal
      *>                      complaint cases on
      *>                      batch/complaints.dat (COMPLAINT-
      *>                      REGISTER) until CLOSED.
      *>     2026-10-15  DO   Questions, moderation and appeals
      *>                      items are taken for the run's parish
      *>                      only (DLGPRSH CODE).
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLA-SWEEP.
           SELECT ESC-FILE ASSIGN DYNAMIC WS-CFN-07
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-STATUS.
           SELECT CMP-FILE ASSIGN DYNAMIC WS-CFN-08
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESC-FILE.
       01  ESC-LINE                 PIC X(300).

       FD  CMP-FILE.
       01  CMP-LINE                 PIC X(600).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-05                PIC X(200).
       01  WS-CFN-06                PIC X(200).
       01  WS-CFN-07                PIC X(200).
       01  WS-CFN-08                PIC X(200).
       01  WS-LIMITS-STATUS         PIC X(02) VALUE SPACES.
       01  WS-MODQ-STATUS           PIC X(02) VALUE SPACES.
       01  WS-APPEALS-STATUS        PIC X(02) VALUE SPACES.
       01  WS-DISP-STATUS           PIC X(02) VALUE SPACES.
       01  WS-QBOX-STATUS           PIC X(02) VALUE SPACES.
       01  WS-ESC-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CMP-STATUS            PIC X(02) VALUE SPACES.
       01  WS-EOF-LIMITS            PIC X(01) VALUE "N".
           88  NO-MORE-LIMITS                VALUE "Y".
       01  WS-EOF-MODQ              PIC X(01) VALUE "N".
           88  NO-MORE-QBOX                  VALUE "Y".
       01  WS-EOF-ESC               PIC X(01) VALUE "N".
           88  NO-MORE-ESC                   VALUE "Y".
       01  WS-EOF-CMP               PIC X(01) VALUE "N".
           88  NO-MORE-CMP                   VALUE "Y".

       01  WS-CMD-LINE              PIC X(100) VALUE SPACES.
       01  WS-AS-OF-DATE            PIC X(10) VALUE SPACES.
       01  WS-LIM-POS               PIC 9(02) VALUE 0.
       01  WS-LIM-FOUND             PIC 9(02) VALUE 0.

      *> Open items collected from all five queues, judged at the
      *> end so the report sorts across queues.
       01  WS-ITEM-MAX              PIC 9(04) VALUE 1000.
       01  WS-ITEM-COUNT            PIC 9(04) VALUE 0.
       01  WS-ACC-OUT               PIC 9(07) VALUE 0.
       01  WS-ACC-RC                PIC 9(02) VALUE 0.

      *> Whose a queue record is (DLGPRSH CODE).
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "SLA-SWEEP".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
               UNTIL NO-MORE-DISP.
           PERFORM 5000-COLLECT-QUESTIONS THRU 5000-EXIT
               UNTIL NO-MORE-QBOX.
           PERFORM 5500-COLLECT-COMPLAINTS THRU 5500-EXIT
               UNTIL NO-MORE-CMP.
           PERFORM 6000-LOAD-OLD-ESCALATIONS THRU 6000-EXIT
               UNTIL NO-MORE-ESC.
           PERFORM 7000-JUDGE-ONE-ITEM THRU 7000-EXIT
               NOT AT END
                   EVALUATE TRUE
                       WHEN MODQ-LINE(1:2) = "Q|"
                           MOVE SPACES TO WS-PRS-PARISH
                           UNSTRING MODQ-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                    WS-IN-F4 WS-IN-F5 WS-IN-F6
                                    WS-IN-F7 WS-IN-F8 WS-PRS-PARISH
                           END-UNSTRING
                           MOVE WS-IN-F2 TO WS-PRS-TEXT
                           PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT
                           IF WS-PRS-RC = "00"
                               PERFORM 2100-ADD-MOD-ITEM THRU 2100-EXIT
                           END-IF
                       WHEN MODQ-LINE(1:2) = "D|"
                           UNSTRING MODQ-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2
               NOT AT END
                   EVALUATE TRUE
                       WHEN APPEALS-LINE(1:2) = "P|"
                           MOVE SPACES TO WS-PRS-PARISH
                           UNSTRING APPEALS-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                    WS-IN-F4 WS-IN-F5 WS-PRS-PARISH
                           END-UNSTRING
                           MOVE WS-IN-F2 TO WS-PRS-TEXT
                           PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT
                           IF WS-PRS-RC = "00"
                               PERFORM 3100-ADD-APPEAL-ITEM
                                   THRU 3100-EXIT
                           END-IF
                       WHEN APPEALS-LINE(1:2) = "R|"
                           UNSTRING APPEALS-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2
               NOT AT END
                   EVALUATE TRUE
                       WHEN QBOX-LINE(1:2) = "Q|"
                           MOVE SPACES TO WS-PRS-PARISH
                           UNSTRING QBOX-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                    WS-IN-F4 WS-IN-F5 WS-IN-F6
                                    WS-PRS-PARISH
                           END-UNSTRING
                           MOVE SPACES TO WS-PRS-TEXT
                           PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT
                           IF WS-PRS-RC = "00"
                               PERFORM 5100-ADD-QUESTION THRU 5100-EXIT
                           END-IF
                       WHEN QBOX-LINE(1:2) = "S|"
                           UNSTRING QBOX-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
       5200-EXIT.
           EXIT.

      *> COMPLAINTS: a C record opens a case; the latest S state
      *> rules - CLOSED takes it off the clock, anything after
      *> RECEIVED moves it from the RCVD (acknowledge) limit to
      *> the case limit.
       5500-COLLECT-COMPLAINTS.
           IF WS-CMP-STATUS = SPACES
               OPEN INPUT CMP-FILE
               IF WS-CMP-STATUS NOT = "00"
                   SET NO-MORE-CMP TO TRUE
                   GO TO 5500-EXIT
               END-IF
           END-IF.
           READ CMP-FILE
               AT END
                   SET NO-MORE-CMP TO TRUE
                   CLOSE CMP-FILE
               NOT AT END
                   EVALUATE TRUE
                       WHEN CMP-LINE(1:2) = "C|"
                           UNSTRING CMP-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                    WS-IN-F4 WS-IN-F5 WS-IN-F6
                                    WS-IN-F7 WS-IN-F8
                           END-UNSTRING
                           PERFORM 5600-ADD-COMPLAINT
                               THRU 5600-EXIT
                       WHEN CMP-LINE(1:2) = "S|"
                           UNSTRING CMP-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                           END-UNSTRING
                           PERFORM 5700-RULE-COMPLAINT
                               THRU 5700-EXIT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       5500-EXIT.
           EXIT.

       5600-ADD-COMPLAINT.
           IF WS-ITEM-COUNT < WS-ITEM-MAX
               ADD 1 TO WS-ITEM-COUNT
               MOVE "COMPLAINTS" TO WS-ITEM-QUEUE (WS-ITEM-COUNT)
               MOVE WS-IN-F2(1:200)
                   TO WS-ITEM-KEY (WS-ITEM-COUNT)
               MOVE "RCVD" TO WS-ITEM-SEV (WS-ITEM-COUNT)
               MOVE WS-IN-F8(1:8) TO WS-ITEM-DATE (WS-ITEM-COUNT)
               MOVE "Y" TO WS-ITEM-OPEN (WS-ITEM-COUNT)
           END-IF.
       5600-EXIT.
           EXIT.

       5700-RULE-COMPLAINT.
           MOVE "COMPLAINTS" TO WS-IN-F7.
           PERFORM 9000-FIND-ITEM THRU 9000-EXIT.
           IF WS-ITEM-FOUND > 0
               IF WS-IN-F3(1:6) = "CLOSED"
                   MOVE "N" TO WS-ITEM-OPEN (WS-ITEM-FOUND)
               ELSE
                   MOVE "*" TO WS-ITEM-SEV (WS-ITEM-FOUND)
               END-IF
           END-IF.
       5700-EXIT.
           EXIT.

       6000-LOAD-OLD-ESCALATIONS.
           IF WS-ESC-STATUS = SPACES
               OPEN INPUT ESC-FILE
       9100-EXIT.
           EXIT.

      *> The record's parish column in WS-PRS-PARISH (blank
      *> falls back to the path in WS-PRS-TEXT) against the run's
      *> view; WS-PRS-RC "04" is another parish's item.
       8900-JUDGE-PARISH.
           MOVE "CODE" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
       8900-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-06.
           MOVE "escalations.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-07.
           MOVE "complaints.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-08.
       0900-EXIT.
           EXIT.
