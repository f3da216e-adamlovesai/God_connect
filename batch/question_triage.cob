      *> Status rulings append as S records and the last ruling per
      *> question wins:
      *>
      *>     S|number|status|detail|operator|timestamp[|source]
      *>
      *> Commands at the prompt:
      *>     <n> A           approve for generation
      *>                     conversation at path (verified against
      *>                     batch/dialogue_data.dat, closing the
      *>                     loop from demand to delivery)
      *>     <n> C [k]       answer from corpus: fulfil a NEW
      *>                     question with its k-th candidate
      *>                     (default 1) from QUESTION-MATCH, with
      *>                     no generation order; the S record
      *>                     carries a trailing CORPUS source field
      *>                     and ANSWER-LETTERS writes the letter
      *>     L               relist open questions     Q   quit
      *> The listing shows NEW and APPROVED questions; declined and
      *> fulfilled ones drop off. Under each NEW question go the
      *> existing dialogues QUESTION-MATCH found for it
      *> (batch/question_candidates.dat), with their match scores.
      *> QUESTION-AGING reports the approved-but-unfulfilled backlog.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *>                      as a path-not-found rejection.
      *>     2026-09-02  DO   Notification events written through
      *>                      DLGNTFY for the outbox gateway.
      *>     2026-10-15  DO   QUESTION-MATCH candidates shown under
      *>                      NEW questions; C ruling answers from
      *>                      the corpus without a generation order.
      *>     2026-10-15  DO   QUESTION-ANSWERED detail names the
      *>                      member who asked, for the gateway's
      *>                      MEMBER route.
      *>     2026-10-15  DO   Only the run's parish's questions are
      *>                      taken (DLGPRSH CODE); another parish's
      *>                      are passed over.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUESTION-TRIAGE.
               FILE STATUS IS WS-QBOX-STATUS.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAND-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).

       FD  CAND-FILE.
       01  CAND-LINE                PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CAND-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EOF-CAND              PIC X(01) VALUE "N".
           88  NO-MORE-CAND                  VALUE "Y".
       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).
       01  WS-QBOX-STATUS           PIC X(02).
               10  WS-QN-TARGET      PIC X(60).
               10  WS-QN-DATE        PIC X(08).
               10  WS-QN-STATUS      PIC X(10).
               10  WS-QN-SUBMITTER   PIC X(40).

      *> QUESTION-MATCH candidates:
      *>     K|question|rank|score|path|topic
       01  WS-CD-MAX                PIC 9(04) VALUE 1000.
       01  WS-CD-COUNT              PIC 9(04) VALUE 0.
       01  WS-CD-TABLE.
           05  WS-CD-ENTRY OCCURS 1000 TIMES.
               10  WS-CD-QNUM        PIC X(04).
               10  WS-CD-RANK        PIC X(01).
               10  WS-CD-SCORE       PIC X(03).
               10  WS-CD-PATH        PIC X(200).
               10  WS-CD-TOPIC       PIC X(80).
       01  WS-CD-POS                PIC 9(04) VALUE 0.
       01  WS-CD-FOUND              PIC 9(04) VALUE 0.
       01  WS-CD-WANT               PIC X(01) VALUE SPACES.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-NUM                PIC X(04).
       01  WS-SHOWN                 PIC 9(03) VALUE 0.
       01  WS-NEW-STATUS            PIC X(10) VALUE SPACES.
       01  WS-NEW-DETAIL            PIC X(200) VALUE SPACES.
       01  WS-NEW-SOURCE            PIC X(10) VALUE SPACES.
       01  WS-QBOX-WORK             PIC X(500) VALUE SPACES.

       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-NTF-EVENT             PIC X(20).
       01  WS-NTF-KEY               PIC X(200).
       01  WS-NTF-DETAIL            PIC X(120).
       01  WS-NTF-DETAIL-PTR        PIC 9(03).

      *> Whose a side-file record is (DLGPRSH CODE).
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "QUESTION-TRIAGE".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).
       01  WS-PRS-SKIP              PIC X(01).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           INITIALIZE WS-QN-TABLE.
           PERFORM 1000-LOAD-QUESTIONS THRU 1000-EXIT.
           PERFORM 1500-LOAD-CANDIDATES THRU 1500-EXIT.
           IF WS-QN-COUNT = 0
               DISPLAY "QUESTION-TRIAGE: the question box is empty"
               STOP RUN
           IF WS-QN-COUNT >= WS-QN-MAX
               GO TO 1200-EXIT
           END-IF.
           PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT.
           IF WS-PRS-RC NOT = "00"
               GO TO 1200-EXIT
           END-IF.
           UNSTRING QBOX-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-NUM WS-IN-F3 WS-IN-F4
                    WS-IN-F5 WS-IN-F6
           MOVE WS-IN-F3 TO WS-QN-TEXT (WS-QN-COUNT).
           MOVE WS-IN-F4 TO WS-QN-TARGET (WS-QN-COUNT).
           MOVE WS-IN-F6 TO WS-QN-DATE (WS-QN-COUNT).
           MOVE WS-IN-F5 TO WS-QN-SUBMITTER (WS-QN-COUNT).
           MOVE "NEW" TO WS-QN-STATUS (WS-QN-COUNT).
       1200-EXIT.
           EXIT.
       1310-EXIT.
           EXIT.

      *> Candidates are optional: no file, or an unframed one,
      *> simply shows none.
       1500-LOAD-CANDIDATES.
           MOVE WS-CFN-03 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CAND-FILE.
           IF WS-CAND-STATUS NOT = "00"
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1510-LOAD-ONE-CANDIDATE THRU 1510-EXIT
               UNTIL NO-MORE-CAND.
           CLOSE CAND-FILE.
       1500-EXIT.
           EXIT.

       1510-LOAD-ONE-CANDIDATE.
           READ CAND-FILE
               AT END
                   SET NO-MORE-CAND TO TRUE
                   GO TO 1510-EXIT
           END-READ.
           IF CAND-LINE(1:2) NOT = "K|"
                   OR WS-CD-COUNT >= WS-CD-MAX
               GO TO 1510-EXIT
           END-IF.
           ADD 1 TO WS-CD-COUNT.
           UNSTRING CAND-LINE DELIMITED BY "|"
               INTO WS-IN-TAG
                    WS-CD-QNUM (WS-CD-COUNT)
                    WS-CD-RANK (WS-CD-COUNT)
                    WS-CD-SCORE (WS-CD-COUNT)
                    WS-CD-PATH (WS-CD-COUNT)
                    WS-CD-TOPIC (WS-CD-COUNT)
           END-UNSTRING.
       1510-EXIT.
           EXIT.

       2000-SHOW-OPEN.
           MOVE 0 TO WS-SHOWN.
           DISPLAY " ".
                   FUNCTION TRIM(WS-QN-TARGET (WS-SCAN-POS)).
           DISPLAY "     "
                   FUNCTION TRIM(WS-QN-TEXT (WS-SCAN-POS)).
           IF WS-QN-STATUS (WS-SCAN-POS) = "NEW"
               PERFORM 2110-SHOW-ONE-CANDIDATE THRU 2110-EXIT
                   VARYING WS-CD-POS FROM 1 BY 1
                   UNTIL WS-CD-POS > WS-CD-COUNT
           END-IF.
       2100-EXIT.
           EXIT.

       2110-SHOW-ONE-CANDIDATE.
           IF WS-CD-QNUM (WS-CD-POS) NOT = WS-QN-NUM (WS-SCAN-POS)
               GO TO 2110-EXIT
           END-IF.
           DISPLAY "       on file " WS-CD-RANK (WS-CD-POS)
                   ": " WS-CD-SCORE (WS-CD-POS) "% "
                   FUNCTION TRIM(WS-CD-TOPIC (WS-CD-POS)).
           DISPLAY "                 "
                   FUNCTION TRIM(WS-CD-PATH (WS-CD-POS)).
       2110-EXIT.
           EXIT.

       3000-COMMAND-CYCLE.
           DISPLAY "Triage (<n> A/D, <n> F path, <n> C [k], L, Q): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-COMMAND-LINE.
           ACCEPT WS-COMMAND-LINE.
                       WS-COMMAND-NUM
               GO TO 3100-EXIT
           END-IF.
           MOVE SPACES TO WS-NEW-STATUS WS-NEW-DETAIL
                          WS-NEW-SOURCE.
           EVALUATE WS-COMMAND-ARG
               WHEN "A"
                   MOVE "APPROVED" TO WS-NEW-STATUS
                   END-IF
                   MOVE "FULFILLED" TO WS-NEW-STATUS
                   MOVE WS-COMMAND-PATH TO WS-NEW-DETAIL
               WHEN "C"
                   PERFORM 3400-PICK-CANDIDATE THRU 3400-EXIT
                   IF WS-CD-FOUND = 0
                       GO TO 3100-EXIT
                   END-IF
                   MOVE WS-CD-PATH (WS-CD-FOUND) TO WS-COMMAND-PATH
                   PERFORM 3200-VERIFY-PATH THRU 3200-EXIT
                   IF NOT PATH-IS-ON-FILE
                       DISPLAY "QUESTION-TRIAGE: no record on file "
                               "for "
                               FUNCTION TRIM(WS-COMMAND-PATH)
                               " - rerun QUESTION-MATCH"
                       GO TO 3100-EXIT
                   END-IF
                   MOVE "FULFILLED" TO WS-NEW-STATUS
                   MOVE WS-COMMAND-PATH TO WS-NEW-DETAIL
                   MOVE "CORPUS" TO WS-NEW-SOURCE
               WHEN OTHER
                   DISPLAY "QUESTION-TRIAGE: ruling must be A, D, "
                           "F path or C [k]"
                   GO TO 3100-EXIT
           END-EVALUATE.
           MOVE WS-NEW-STATUS
               MOVE "QUESTION-ANSWERED" TO WS-NTF-EVENT
               MOVE WS-COMMAND-PATH TO WS-NTF-KEY
               MOVE SPACES TO WS-NTF-DETAIL
               IF WS-NEW-SOURCE = "CORPUS"
                   STRING "question "
                          WS-QN-NUM (WS-COMMAND-NUM)
                          " answered from the corpus"
                       DELIMITED BY SIZE INTO WS-NTF-DETAIL
                   END-STRING
               ELSE
                   STRING "question "
                          WS-QN-NUM (WS-COMMAND-NUM)
                          " fulfilled by a generated dialogue"
                       DELIMITED BY SIZE INTO WS-NTF-DETAIL
                   END-STRING
               END-IF
      *> The member who asked, for a MEMBER route to reach them.
               IF WS-QN-SUBMITTER (WS-COMMAND-NUM) NOT = SPACES
                   COMPUTE WS-NTF-DETAIL-PTR =
                       FUNCTION LENGTH(FUNCTION TRIM(WS-NTF-DETAIL
                                                     TRAILING)) + 1
                   STRING " for "
                          FUNCTION TRIM(WS-QN-SUBMITTER
                                        (WS-COMMAND-NUM))
                       DELIMITED BY SIZE INTO WS-NTF-DETAIL
                       WITH POINTER WS-NTF-DETAIL-PTR
                   END-STRING
               END-IF
               CALL "DLGNTFY" USING WS-NTF-EVENT WS-NTF-KEY
                                    WS-NTF-DETAIL
           END-IF.
                  WS-RUN-TIMESTAMP               DELIMITED BY SIZE
                  INTO QBOX-LINE
           END-STRING.
           IF WS-NEW-SOURCE NOT = SPACES
               MOVE SPACES TO WS-QBOX-WORK
               STRING FUNCTION TRIM(QBOX-LINE)   DELIMITED BY SIZE
                      "|"                        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NEW-SOURCE)
                                                 DELIMITED BY SIZE
                      INTO WS-QBOX-WORK
               END-STRING
               MOVE WS-QBOX-WORK TO QBOX-LINE
           END-IF.
           WRITE QBOX-LINE.
           CLOSE QBOX-FILE.
       3300-EXIT.
           EXIT.

      *> The k-th candidate of a NEW question; k is the third word
      *> of the command, rank 1 when left off.
       3400-PICK-CANDIDATE.
           MOVE 0 TO WS-CD-FOUND.
           IF WS-QN-STATUS (WS-COMMAND-NUM) NOT = "NEW"
               DISPLAY "QUESTION-TRIAGE: C answers NEW questions "
                       "only; use F path"
               GO TO 3400-EXIT
           END-IF.
           MOVE WS-COMMAND-PATH(1:1) TO WS-CD-WANT.
           IF WS-CD-WANT = SPACE
               MOVE "1" TO WS-CD-WANT
           END-IF.
           PERFORM 3410-PROBE-ONE-CANDIDATE THRU 3410-EXIT
               VARYING WS-CD-POS FROM 1 BY 1
               UNTIL WS-CD-POS > WS-CD-COUNT
                  OR WS-CD-FOUND > 0.
           IF WS-CD-FOUND = 0
               DISPLAY "QUESTION-TRIAGE: question "
                       WS-QN-NUM (WS-COMMAND-NUM)
                       " has no candidate " WS-CD-WANT
           END-IF.
       3400-EXIT.
           EXIT.

       3410-PROBE-ONE-CANDIDATE.
           IF WS-CD-QNUM (WS-CD-POS) = WS-QN-NUM (WS-COMMAND-NUM)
                   AND WS-CD-RANK (WS-CD-POS) = WS-CD-WANT
               MOVE WS-CD-POS TO WS-CD-FOUND
           END-IF.
       3410-EXIT.
           EXIT.

      *> The record's parish column (or, blank, its path's
      *> parish) against the run's view; WS-PRS-RC "04" is another
      *> parish's record, passed over.
       8900-JUDGE-PARISH.
           MOVE SPACES TO WS-PRS-PARISH WS-PRS-TEXT.
           UNSTRING QBOX-LINE DELIMITED BY "|"
               INTO WS-PRS-SKIP WS-PRS-SKIP WS-PRS-SKIP
                    WS-PRS-SKIP WS-PRS-SKIP WS-PRS-SKIP
                    WS-PRS-PARISH
           END-UNSTRING.
           MOVE "CODE" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
       8900-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "dialogue_data.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "question_candidates.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
       0900-EXIT.
           EXIT.
