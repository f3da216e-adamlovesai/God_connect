      *>       (a built-in greeting stands in if the template is
      *>       missing),
      *>     - the member's question and the answering record's
      *>       topic line follow, with the sharing parish's credit
      *>       (DLGCRED) and the sponsor's (DLGSPON) under the topic
      *>       when either is due,
      *>     - then the answering persona's messages - the
      *>       requested persona resolved through DLGALIAS; every
      *>       message when the request named a tradition or
      *>       066),
      *>     - the submitter reference prints in the address block
      *>       so the office knows whose envelope this is.
      *>     - the topics of up to three related dialogues
      *>       (RELATED-BUILD, through DLGRELAT) follow the answer
      *>       as further reading.
      *>
      *> Each letter is recorded on batch/letter_register.dat
      *> (L|number|letter-file|stamp|member), so none is produced
      *> twice and a fulfilled question with no register entry is
      *> by definition still owed its letter.
      *>
      *> Nothing goes out unproofed. A PROOF run (the default)
      *> renders every owed letter into one batch and files it as
      *> the next numbered proof of the LETTERS (DLGPROOF,
      *> batch/proofs/) for the named approvers to rule on through
      *> PROOF-SIGNOFF; no letter file is written and nothing is
      *> registered. A FINAL run renders the batch again and, only
      *> when the current proof holds every approval and the batch
      *> still matches it line for line, keeps it as
      *> batch/letters_batch.ltr, writes the individual letter
      *> files and registers them. A question fulfilled after the
      *> proof changes the batch, so it needs a new proof first -
      *> as does a nightly rebuild that changes a dialogue's
      *> related list.
      *>
      *> A letter goes only to a member who consents to it: the
      *> submitter is checked through DLGCONS (channel MAIL, topic
      *> LETTERS) and a suppressed letter is left out of the batch
      *> and stays owed, so it goes out once consent is on file.
      *> A PROOF run only enquires; the FINAL run logs each
      *> suppression to batch/consent_suppressions.dat. An
      *> anonymous question has nobody to write to and no check.
      *>
      *> Usage:
      *>     answer_letters [PROOF|FINAL]
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *>                      verified (DLGCTLV) before passages
      *>                      are fetched, as the other readers
      *>                      do.
      *>     2026-10-15  DO   PROOF (default) and FINAL runs: the
      *>                      owed letters are proofed as one batch
      *>                      through DLGPROOF; letter files and
      *>                      the register are written only by a
      *>                      FINAL run of an approved, unchanged
      *>                      proof.
      *>     2026-10-15  DO   The register row carries the
      *>                      question's member reference as a
      *>                      fifth field, so subject access and
      *>                      member re-keys (MEMBER-MERGE) reach
      *>                      the letters directly.
      *>     2026-10-15  DO   No letter without the member's consent
      *>                      (DLGCONS, MAIL, LETTERS); suppressed
      *>                      letters stay owed and are counted.
      *>     2026-10-15  DO   Only the run's parish's questions are
      *>                      taken (DLGPRSH CODE); another parish's
      *>                      are passed over.
      *>     2026-10-15  DO   The answer is followed by up to three
      *>                      related dialogues' topics for further
      *>                      reading (DLGRELAT, DLGREL01).
      *>     2026-10-15  DO   The word-wrap's end-of-words condition
      *>                      is back under WS-WRAP-DONE; it had
      *>                      come to rest under WS-PRS-SKIP, which
      *>                      left every passage after the first
      *>                      in a letter blank.
      *>     2026-10-15  DO   The answering record's sharing credit
      *>                      (DLGCRED) and sponsor credit (DLGSPON)
      *>                      print under its topic, in the proof batch
      *>                      and the final letters alike.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANSWER-LETTERS.
               10  WS-QST-SUBMITTER PIC X(40).
               10  WS-QST-PATH      PIC X(200).
               10  WS-QST-STATE     PIC X(01).
               10  WS-QST-CONSENT   PIC X(01).
       01  WS-QST-POS               PIC 9(03) VALUE 0.
       01  WS-QST-FOUND             PIC 9(03) VALUE 0.

       01  WS-LETTERS-WRITTEN       PIC 9(03) VALUE 0.
       01  WS-LETTERS-SKIPPED       PIC 9(03) VALUE 0.
       01  WS-LINES-COPIED          PIC 9(03) VALUE 0.
       01  WS-LETTERS-BATCHED       PIC 9(03) VALUE 0.
       01  WS-LETTERS-SUPPRESSED    PIC 9(03) VALUE 0.

      *> Member communication consent (DLGCONS).
           COPY DLGCNS01.

      *> The batch pass renders every owed letter into the one
      *> proof/final batch; the separate pass (FINAL only) writes
      *> and registers the individual letter files.
       01  WS-LETTER-PASS           PIC X(01) VALUE "B".
           88  LETTER-BATCH-PASS             VALUE "B".
           88  LETTER-SEPARATE-PASS          VALUE "S".

      *> Proof and sign-off through DLGPROOF.
           COPY DLGPRF01.

      *> Further reading after the answer (DLGRELAT).
           COPY DLGREL01.
       01  WS-READING-MAX           PIC 9(02) VALUE 3.

      *> Origin and sponsor credit under the topic (DLGCRED,
      *> DLGSPON).
       01  WS-CRD-PATH              PIC X(200).
       01  WS-CRD-CREDIT            PIC X(120).
       01  WS-CRD-RC                PIC X(02).

      *> The shared word-wrap, writing letter lines.
       01  WS-WRAP-CONTENT          PIC X(240).
       01  WS-WRAP-DONE             PIC X(01) VALUE "N".
           88  NO-MORE-WRAP-WORDS            VALUE "Y".

      *> Whose a side-file record is (DLGPRSH CODE).
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "ANSWER-LETTERS".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).
       01  WS-PRS-SKIP              PIC X(01).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           ACCEPT WS-PRF-ARG FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(WS-PRF-ARG) TO WS-PRF-ARG.
           EVALUATE WS-PRF-ARG
               WHEN SPACES
               WHEN "PROOF"
                   CONTINUE
               WHEN "FINAL"
                   SET PRF-FINAL-RUN TO TRUE
               WHEN OTHER
                   DISPLAY "ANSWER-LETTERS: usage: answer_letters "
                           "[PROOF|FINAL]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 6500-PROOF-GATE THRU 6500-EXIT.
           MOVE WS-CFN-03 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               UNTIL NO-MORE-QBOX.
           PERFORM 1500-LOAD-REGISTER THRU 1500-EXIT
               UNTIL NO-MORE-REG.
           SET LETTER-BATCH-PASS TO TRUE.
           MOVE WS-PRF-OUT-NAME TO WS-LETTER-NAME.
           OPEN OUTPUT LETTER-FILE.
           PERFORM 2000-LETTER-ONE-QUESTION THRU 2000-EXIT
               VARYING WS-QST-POS FROM 1 BY 1
               UNTIL WS-QST-POS > WS-QST-COUNT.
           CLOSE LETTER-FILE.
           IF WS-LETTERS-BATCHED = 0 AND PRF-PROOF-RUN
               CALL "CBL_DELETE_FILE" USING WS-PRF-OUT-NAME
               MOVE 0 TO RETURN-CODE
               DISPLAY "ANSWER-LETTERS: no letters owed - nothing "
                       "to proof, " WS-LETTERS-SKIPPED
                       " already on the register, "
                       WS-LETTERS-SUPPRESSED
                       " suppressed (no consent)"
               STOP RUN
           END-IF.
           PERFORM 6600-PROOF-OR-RELEASE THRU 6600-EXIT.
           IF PRF-PROOF-RUN
               DISPLAY "ANSWER-LETTERS: " WS-LETTERS-BATCHED
                       " letter(s) proofed, " WS-LETTERS-SKIPPED
                       " already on the register, "
                       WS-LETTERS-SUPPRESSED
                       " suppressed (no consent)"
               STOP RUN
           END-IF.
           SET LETTER-SEPARATE-PASS TO TRUE.
           MOVE 0 TO WS-LETTERS-SKIPPED.
           PERFORM 2000-LETTER-ONE-QUESTION THRU 2000-EXIT
               VARYING WS-QST-POS FROM 1 BY 1
               UNTIL WS-QST-POS > WS-QST-COUNT.
           DISPLAY "ANSWER-LETTERS: " WS-LETTERS-WRITTEN
                   " letter(s) produced, " WS-LETTERS-SKIPPED
                   " already on the register, "
                   WS-LETTERS-SUPPRESSED
                   " suppressed (no consent)".
           STOP RUN.

       1000-LOAD-QUESTIONS.
                               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                    WS-IN-F4 WS-IN-F5
                           END-UNSTRING
                           PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT
                           IF WS-QST-COUNT < WS-QST-MAX
                                   AND WS-PRS-RC = "00"
                               ADD 1 TO WS-QST-COUNT
                               MOVE WS-IN-F2(1:4)
                                   TO WS-QST-NUM (WS-QST-COUNT)
                                   TO WS-QST-PATH (WS-QST-COUNT)
                               MOVE "N"
                                   TO WS-QST-STATE (WS-QST-COUNT)
                               MOVE "Y"
                                   TO WS-QST-CONSENT (WS-QST-COUNT)
                           END-IF
                       WHEN QBOX-LINE(1:2) = "S|"
                           UNSTRING QBOX-LINE DELIMITED BY "|"
               ADD 1 TO WS-LETTERS-SKIPPED
               GO TO 2000-EXIT
           END-IF.
           IF LETTER-BATCH-PASS
               PERFORM 2050-CHECK-CONSENT THRU 2050-EXIT
           END-IF.
           IF WS-QST-CONSENT (WS-QST-POS) = "N"
               GO TO 2000-EXIT
           END-IF.
           IF LETTER-BATCH-PASS
               PERFORM 2100-BATCH-SEPARATOR THRU 2100-EXIT
           ELSE
               MOVE SPACES TO WS-LETTER-NAME
               STRING "batch/letters_"
                      WS-QST-NUM (WS-QST-POS)
                      ".ltr"
                   DELIMITED BY SIZE INTO WS-LETTER-NAME
               END-STRING
               OPEN OUTPUT LETTER-FILE
           END-IF.
           PERFORM 3000-SALUTATION THRU 3000-EXIT.
           PERFORM 3500-QUESTION-BLOCK THRU 3500-EXIT.
           PERFORM 4000-ANSWER-BLOCK THRU 4000-EXIT.
           PERFORM 4300-FURTHER-READING THRU 4300-EXIT.
           PERFORM 4500-CLOSING-BLOCK THRU 4500-EXIT.
           IF LETTER-BATCH-PASS
               ADD 1 TO WS-LETTERS-BATCHED
               GO TO 2000-EXIT
           END-IF.
           CLOSE LETTER-FILE.
           PERFORM 5000-REGISTER-LETTER THRU 5000-EXIT.
           ADD 1 TO WS-LETTERS-WRITTEN.
       2000-EXIT.
           EXIT.

      *> The member's consent to a letter, judged once in the
      *> batch pass and remembered for the separate pass; only a
      *> FINAL run logs the suppression.
       2050-CHECK-CONSENT.
           IF WS-QST-SUBMITTER (WS-QST-POS) = SPACES
               GO TO 2050-EXIT
           END-IF.
           MOVE SPACES TO WS-CNS-PGM.
           IF PRF-FINAL-RUN
               MOVE "ANSWER-LETTERS" TO WS-CNS-PGM
           END-IF.
           MOVE WS-QST-SUBMITTER (WS-QST-POS) TO WS-CNS-MEMBER.
           MOVE "MAIL" TO WS-CNS-CHANNEL.
           MOVE "LETTERS" TO WS-CNS-TOPIC.
           CALL "DLGCONS" USING WS-CNS-PGM WS-CNS-MEMBER
                                WS-CNS-CHANNEL WS-CNS-TOPIC
                                WS-CNS-RC WS-CNS-REASON.
           IF WS-CNS-RC NOT = "00"
               MOVE "N" TO WS-QST-CONSENT (WS-QST-POS)
               ADD 1 TO WS-LETTERS-SUPPRESSED
               DISPLAY "ANSWER-LETTERS: letter for question "
                       WS-QST-NUM (WS-QST-POS) " suppressed - "
                       FUNCTION TRIM(WS-CNS-REASON)
           END-IF.
       2050-EXIT.
           EXIT.

      *> Each letter in the batch starts under a ruled heading
      *> naming its question.
       2100-BATCH-SEPARATOR.
           MOVE SPACES TO LETTER-LINE.
           MOVE ALL "=" TO LETTER-LINE(1:WS-DISPLAY-WIDTH).
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "LETTER FOR QUESTION " WS-QST-NUM (WS-QST-POS)
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           MOVE ALL "=" TO LETTER-LINE(1:WS-DISPLAY-WIDTH).
           WRITE LETTER-LINE.
       2100-EXIT.
           EXIT.

       3000-SALUTATION.
           MOVE 0 TO WS-LINES-COPIED.
           MOVE "N" TO WS-EOF-TPL.
                                   TO WS-WRAP-CONTENT
                               PERFORM 8000-WRAP-AND-WRITE
                                   THRU 8000-EXIT
                               PERFORM 4150-CREDIT-LINES
                                   THRU 4150-EXIT
                               MOVE SPACES TO LETTER-LINE
                               WRITE LETTER-LINE
                           END-IF
       4100-EXIT.
           EXIT.

      *> A dialogue shared in from another parish carries that
      *> parish's credit under the sharing agreement, and one a
      *> member gave to sponsor thanks its sponsor.
       4150-CREDIT-LINES.
           MOVE WS-QST-PATH (WS-QST-POS) TO WS-CRD-PATH.
           CALL "DLGCRED" USING WS-CRD-PATH WS-CRD-CREDIT WS-CRD-RC.
           IF WS-CRD-RC = "04"
               MOVE WS-CRD-CREDIT TO WS-WRAP-CONTENT
               PERFORM 8000-WRAP-AND-WRITE THRU 8000-EXIT
           END-IF.
           MOVE WS-QST-PATH (WS-QST-POS) TO WS-CRD-PATH.
           CALL "DLGSPON" USING WS-CRD-PATH WS-CRD-CREDIT WS-CRD-RC.
           IF WS-CRD-RC = "04"
               MOVE WS-CRD-CREDIT TO WS-WRAP-CONTENT
               PERFORM 8000-WRAP-AND-WRITE THRU 8000-EXIT
           END-IF.
       4150-EXIT.
           EXIT.

       4200-COPY-MESSAGE.
           MOVE SPACES TO WS-IN-F5 WS-IN-F7.
           UNSTRING DATA-LINE DELIMITED BY "|"
       4200-EXIT.
           EXIT.

      *> Further reading: the topics of the answering record's
      *> first few related dialogues, when it has any.
       4300-FURTHER-READING.
           MOVE WS-QST-PATH (WS-QST-POS) TO WS-RLT-PATH.
           MOVE 0 TO WS-RLT-SHOWN.
           MOVE "00" TO WS-RLT-RC.
           PERFORM 4310-ONE-FURTHER-READING THRU 4310-EXIT
               VARYING WS-RLT-SEQ FROM 1 BY 1
               UNTIL WS-RLT-SEQ > 20
                  OR WS-RLT-RC NOT = "00"
                  OR WS-RLT-SHOWN >= WS-READING-MAX.
           IF WS-RLT-SHOWN > 0
               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.
       4300-EXIT.
           EXIT.

       4310-ONE-FURTHER-READING.
           CALL "DLGRELAT" USING WS-RLT-PATH WS-RLT-SEQ WS-RLT-RELATED
                                 WS-RLT-TOPIC WS-RLT-FLAG WS-RLT-RC.
           IF WS-RLT-RC NOT = "00"
               GO TO 4310-EXIT
           END-IF.
           IF WS-RLT-SHOWN = 0
               MOVE "YOU MAY ALSO WISH TO READ:" TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.
           ADD 1 TO WS-RLT-SHOWN.
           MOVE SPACES TO WS-WRAP-CONTENT.
           STRING "- " FUNCTION TRIM(WS-RLT-TOPIC)
               DELIMITED BY SIZE INTO WS-WRAP-CONTENT
           END-STRING.
           PERFORM 8000-WRAP-AND-WRITE THRU 8000-EXIT.
       4310-EXIT.
           EXIT.

       4500-CLOSING-BLOCK.
           MOVE "In fellowship," TO LETTER-LINE.
           WRITE LETTER-LINE.
                  FUNCTION TRIM(WS-LETTER-NAME)   DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-TODAY                        DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QST-SUBMITTER (WS-QST-POS))
                                                  DELIMITED BY SIZE
                  INTO REG-LINE
           END-STRING.
           WRITE REG-LINE.
       5000-EXIT.
           EXIT.

      *> A FINAL run goes no further unless the current proof holds
      *> every approval; a PROOF run renders the batch to a scratch
      *> copy that DLGPROOF files as the next proof.
       6500-PROOF-GATE.
           MOVE "LETTERS" TO WS-PRF-PUB.
           MOVE "ANSWER-LETTERS" TO WS-PRF-PGM.
           MOVE SPACES TO WS-PRF-OUT-NAME.
           IF PRF-PROOF-RUN
               STRING FUNCTION TRIM(WS-PRF-LIVE-NAME) ".proof"
                   DELIMITED BY SIZE INTO WS-PRF-OUT-NAME
               END-STRING
               GO TO 6500-EXIT
           END-IF.
           STRING FUNCTION TRIM(WS-PRF-LIVE-NAME) ".final"
               DELIMITED BY SIZE INTO WS-PRF-OUT-NAME
           END-STRING.
           MOVE "GATE" TO WS-PRF-ACTION.
           MOVE WS-PRF-LIVE-NAME TO WS-PRF-FILE.
           CALL "DLGPROOF" USING WS-PRF-ACTION WS-PRF-PUB WS-PRF-FILE
                                 WS-PRF-PGM WS-PRF-NUMBER WS-PRF-RC.
           IF WS-PRF-RC NOT = "00"
               DISPLAY "ANSWER-LETTERS: FINAL refused - no letters "
                       "written"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "ANSWER-LETTERS: FINAL of approved proof "
                   WS-PRF-NUMBER.
       6500-EXIT.
           EXIT.

      *> PROOF: file the batch for sign-off. FINAL: it must match
      *> the approved proof line for line before it is kept and the
      *> letters go out.
       6600-PROOF-OR-RELEASE.
           MOVE WS-PRF-OUT-NAME TO WS-PRF-FILE.
           IF PRF-PROOF-RUN
               MOVE "NEW " TO WS-PRF-ACTION
               CALL "DLGPROOF" USING WS-PRF-ACTION WS-PRF-PUB
                       WS-PRF-FILE WS-PRF-PGM WS-PRF-NUMBER
                       WS-PRF-RC
               CALL "CBL_DELETE_FILE" USING WS-PRF-OUT-NAME
               MOVE 0 TO RETURN-CODE
               IF WS-PRF-RC NOT = "00"
                   DISPLAY "ANSWER-LETTERS: the proof could not "
                           "be filed"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "ANSWER-LETTERS: proof " WS-PRF-NUMBER
                       " of the LETTERS filed for sign-off "
                       "(PROOF-SIGNOFF)"
               GO TO 6600-EXIT
           END-IF.
           MOVE "MTCH" TO WS-PRF-ACTION.
           CALL "DLGPROOF" USING WS-PRF-ACTION WS-PRF-PUB WS-PRF-FILE
                                 WS-PRF-PGM WS-PRF-NUMBER WS-PRF-RC.
           IF WS-PRF-RC NOT = "00"
               CALL "CBL_DELETE_FILE" USING WS-PRF-OUT-NAME
               DISPLAY "ANSWER-LETTERS: FINAL refused - the letters "
                       "owed no longer match approved proof "
                       WS-PRF-NUMBER "; run a new proof"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "CBL_COPY_FILE" USING WS-PRF-OUT-NAME WS-PRF-LIVE-NAME.
           CALL "CBL_DELETE_FILE" USING WS-PRF-OUT-NAME.
           MOVE 0 TO RETURN-CODE.
           MOVE "FINL" TO WS-PRF-ACTION.
           MOVE WS-PRF-LIVE-NAME TO WS-PRF-FILE.
           CALL "DLGPROOF" USING WS-PRF-ACTION WS-PRF-PUB WS-PRF-FILE
                                 WS-PRF-PGM WS-PRF-NUMBER WS-PRF-RC.
           DISPLAY "ANSWER-LETTERS: proof " WS-PRF-NUMBER
                   " released - batch kept as "
                   FUNCTION TRIM(WS-PRF-LIVE-NAME).
       6600-EXIT.
           EXIT.

      *> The shared word wrap at the letter width.
       8000-WRAP-AND-WRITE.
           MOVE SPACES TO WS-WRAP-LINE.
       8200-EXIT.
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
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE "letter_template.txt" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
           MOVE "letters_batch.ltr" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-PRF-LIVE-NAME.
       0900-EXIT.
           EXIT.
