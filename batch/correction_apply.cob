      *>----------------------------------------------------------*>
      *> CORRECTION-APPLY
      *>
      *> Controlled corrections to the dialogue corpus - a
      *> mis-parsed speaker name, a truncated verdict, a wrong tone -
      *> replacing the untracked text-editor edit that nothing could
      *> repeat or audit. Driven by a transaction file,
      *> message's M record. H fields: TOPIC MODE MSGCOUNT COLLECTION
      *> THREAD VERDICT FOLLOWUP SUPERSEDEDBY LANGUAGE SOURCETHREAD.
      *> M fields: SPEAKER NAME TRADITION CONTENT STANCE ERA TONE.
      *> A run corrects up to 350 fields; CORRECTION-APPROVE
      *> releases rule-driven batches (CORRECTION-PROPOSE) into the
      *> file no more than that at a time.
      *>
      *> Each record a transaction addresses is read from the keyed
      *> dialogue master, corrected and written back by key through
      *> DLGMSTIO (the nightly MASTER-UNLOAD carries it out to
      *> batch/dialogue_data.dat), and every change is journaled to
      *> batch/correction_journal.dat with its before-image,
      *> after-image, operator and timestamp:
      *>
      *>     J|path|seq|FIELD|before|after|operator|timestamp
      *>
      *> Rebuilding the extract from source does not help here -
      *> these fix what extraction got wrong - so after any
      *> BUILD-DIALOGUE-DATA rerun (and the LOAD-DIALOGUE-MASTER
      *> that takes a FULL build in) the corrections are REAPPLIED
      *> from the journal:
      *>
      *>     correction_apply REPLAY
      *>
      *> which applies each journal record's after-image again
      *> without journaling a second time.
      *>
      *> A record is journaled only once the master has taken its
      *> rewrite. A rewrite the master refuses (a DLGMSTIO result
      *> other than 00) leaves that record's transactions unapplied
      *> and unjournaled; each is named on the console as MASTERIO
      *> with the result, stays on batch/corrections.dat for a
      *> further run, and the run ends with RETURN-CODE 8.
      *>
      *> A checkpoint is taken through DLGCKPT every so many
      *> transactions (batch/checkpoint_policy.ref). A run that dies
      *> is rerun with
      *>
      *>     correction_apply RESTART
      *>
      *> which takes up the interrupted run's mode, undoes the
      *> master changes it made after the last checkpoint (DLGCKPT
      *> ROLL), cuts the correction journal back to that checkpoint
      *> and withdraws the provenance written since, then carries
      *> on from the transaction after it - so no change is
      *> journaled twice. A fresh run is refused while a checkpoint
      *> is on file.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-08-22.
      *>                      refreshed through DLGPART after a
      *>                      successful rewrite, so single-mode
      *>                      readers never lag the union.
      *>     2026-10-15  DO   Corrections are made in the keyed
      *>                      master by key through DLGMSTIO -
      *>                      one read and one rewrite per record
      *>                      addressed - instead of a rewrite of
      *>                      the whole extract through a work
      *>                      copy. The extract and its partitions
      *>                      pick them up at the nightly
      *>                      MASTER-UNLOAD.
      *>     2026-10-15  DO   Commit-interval checkpoints (DLGCKPT)
      *>                      and RESTART from the last of them.
      *>     2026-10-15  DO   A run takes up to 350 fields (was 100)
      *>                      now that CORRECTION-APPROVE releases
      *>                      rule-driven batches, and the
      *>                      transactions beyond that are counted
      *>                      and reported with RETURN-CODE 4
      *>                      instead of being dropped unseen.
      *>     2026-10-15  DO   A record's changes are journaled only
      *>                      after the master takes its rewrite; a
      *>                      PUT the master refuses leaves them
      *>                      unapplied and unjournaled, named as
      *>                      MASTERIO, with RETURN-CODE 8.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRECTION-APPLY.
               ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JOURNAL-LINE             PIC X(800).

       WORKING-STORAGE SECTION.
       01  WS-AUTH-PGM              PIC X(30).
       01  WS-AUTH-CLASS            PIC X(01).
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-TRAN-STATUS           PIC X(02).
       01  WS-JOURNAL-STATUS        PIC X(02).
       01  WS-EOF-TRAN              PIC X(01) VALUE "N".
           88  NO-MORE-TRAN                  VALUE "Y".

       01  WS-RUN-MODE              PIC X(06) VALUE "APPLY".
           88  MODE-IS-REPLAY                VALUE "REPLAY".
       01  WS-ARG                   PIC X(20) VALUE SPACES.

       01  WS-TRAN-MAX              PIC 9(03) VALUE 350.
       01  WS-TRAN-COUNT            PIC 9(03) VALUE 0.
       01  WS-TRAN-OVERFLOW         PIC 9(05) VALUE 0.
       01  WS-TRAN-TABLE.
           05  WS-TRAN-ENTRY OCCURS 350 TIMES.
               10  WS-TRN-PATH       PIC X(200).
               10  WS-TRN-SEQ        PIC X(04).
               10  WS-TRN-FIELD      PIC X(15).
               10  WS-TRN-VALUE      PIC X(240).
               10  WS-TRN-APPLIED    PIC X(01).
      *>             N not yet, Y applied, M refused by the master
               10  WS-TRN-SEEN       PIC X(01).
               10  WS-TRN-BEFORE     PIC X(240).

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-ACTION             PIC X(06).
       01  WS-IN-VALUE              PIC X(240).
       01  WS-IN-BEFORE             PIC X(240).

      *> The record being corrected, as read from the master and as
      *> written back, and split to its fields.
       01  WS-DATA-LINE             PIC X(610).
       01  WS-WORK-LINE             PIC X(610).
       01  WS-F-TYPE                PIC X(01).
       01  WS-F-PATH                PIC X(200).
       01  WS-F-2                   PIC X(240).
       01  WS-REC-SEQ               PIC X(04).

       01  WS-TRAN-POS              PIC 9(03) VALUE 0.
       01  WS-REC-POS               PIC 9(03) VALUE 0.
       01  WS-FIELD-TYPE-OK         PIC X(01) VALUE "Y".
           88  FIELD-TYPE-IS-WRONG           VALUE "N".
       01  WS-BEFORE-VALUE          PIC X(240).
       01  WS-LINE-CHANGED          PIC X(01) VALUE "N".
       01  WS-CHANGES-MADE          PIC 9(04) VALUE 0.
       01  WS-UNMATCHED             PIC 9(03) VALUE 0.
       01  WS-MASTER-REFUSED        PIC 9(03) VALUE 0.

       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-PERD-RC               PIC X(02).
       01  WS-PERD-REFUSED          PIC 9(03) VALUE 0.

       01  WS-MIO-ACTION            PIC X(04).
       01  WS-MIO-PGM               PIC X(30)
           VALUE "CORRECTION-APPLY".
       01  WS-MIO-LINE              PIC X(610).
       01  WS-MIO-RC                PIC X(02).

      *> Checkpointing (DLGCKPT): the state string a checkpoint
      *> carries, and where the run stands against the interval.
       01  WS-RUN-KIND              PIC X(01) VALUE "F".
           88  RUN-IS-RESTART                VALUE "R".
       01  WS-RESUME-AT             PIC 9(09) VALUE 0.
       01  WS-DONE-COUNT            PIC 9(09) VALUE 0.
       01  WS-JOURNAL-LINES         PIC 9(09) VALUE 0.
       01  WS-NEXT-CKPT-AT          PIC 9(09) VALUE 0.
       01  WS-CKPT-ACTION           PIC X(04).
       01  WS-CKPT-PGM              PIC X(30)
           VALUE "CORRECTION-APPLY".
       01  WS-CKPT-WORK             PIC X(500).
       01  WS-CKPT-INTERVAL         PIC 9(09) VALUE 0.
       01  WS-CKPT-COUNT            PIC 9(09) VALUE 0.
       01  WS-CKPT-RC               PIC X(02).
       01  WS-CKPT-STATE.
           05  WS-CK-POSITION       PIC 9(09).
           05  WS-CK-RUN-MODE       PIC X(06).
           05  WS-CK-CHANGES-MADE   PIC 9(04).
           05  WS-CK-JOURNAL-LINES  PIC 9(09).
           05  WS-CK-APPLIED        PIC X(350).

       PROCEDURE DIVISION.
       0000-MAINLINE.
               DISPLAY "CORRECTION-APPLY: nothing to apply"
               STOP RUN
           END-IF.
           IF NOT RUN-IS-RESTART
               PERFORM 1400-BEGIN-CHECKPOINTING THRU 1400-EXIT
           END-IF.
           PERFORM 3000-CORRECT-MASTER THRU 3000-EXIT.
           PERFORM 9000-FINISH THRU 9000-EXIT.
           STOP RUN.

           IF WS-ARG(1:6) = "REPLAY"
               MOVE "REPLAY" TO WS-RUN-MODE
           END-IF.
           IF WS-ARG(1:7) = "RESTART"
               SET RUN-IS-RESTART TO TRUE
               PERFORM 1500-RESUME-FROM-CHECKPOINT THRU 1500-EXIT
           END-IF.
           IF MODE-IS-REPLAY
               OPEN INPUT JOURNAL-FILE
                   OR WS-TRAN-POS > 0.
           IF WS-TRAN-POS = 0
               IF WS-TRAN-COUNT >= WS-TRAN-MAX
                   ADD 1 TO WS-TRAN-OVERFLOW
                   GO TO 2320-EXIT
               END-IF
               ADD 1 TO WS-TRAN-COUNT
               TO WS-TRN-FIELD (WS-TRAN-POS).
           MOVE WS-IN-VALUE TO WS-TRN-VALUE (WS-TRAN-POS).
           MOVE "N" TO WS-TRN-APPLIED (WS-TRAN-POS).
           MOVE "N" TO WS-TRN-SEEN (WS-TRAN-POS).
       2320-EXIT.
           EXIT.

       2321-EXIT.
           EXIT.

      *> One keyed read and at most one rewrite per record the
      *> transactions address, however many fields they correct.
       3000-CORRECT-MASTER.
           MOVE SPACES TO WS-MIO-LINE.
           MOVE "OPEN" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC = "12"
               DISPLAY "CORRECTION-APPLY: the dialogue master is in "
                       "use - rerun when the holder has finished"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MIO-RC NOT = "00"
               DISPLAY "CORRECTION-APPLY: the dialogue master is "
                       "unavailable (" WS-MIO-RC ") - nothing applied"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RUN-IS-RESTART
               PERFORM 3050-ROLL-BACK-TO-CHECKPOINT THRU 3050-EXIT
           END-IF.
           PERFORM 3100-CORRECT-ONE-RECORD THRU 3100-EXIT
               VARYING WS-REC-POS FROM 1 BY 1
               UNTIL WS-REC-POS > WS-TRAN-COUNT.
           MOVE "CLOS" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
       3000-EXIT.
           EXIT.

      *> On a restart the transactions up to the checkpoint were
      *> dealt with before it; they are only marked, so a later
      *> transaction for a record corrected then is not taken up
      *> again.
       3100-CORRECT-ONE-RECORD.
           COMPUTE WS-DONE-COUNT = WS-REC-POS - 1.
           IF WS-DONE-COUNT >= WS-NEXT-CKPT-AT
               PERFORM 8500-TAKE-CHECKPOINT THRU 8500-EXIT
           END-IF.
           IF WS-TRN-SEEN (WS-REC-POS) = "Y"
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3110-MARK-SAME-RECORD THRU 3110-EXIT
               VARYING WS-TRAN-POS FROM WS-REC-POS BY 1
               UNTIL WS-TRAN-POS > WS-TRAN-COUNT.
           IF WS-REC-POS <= WS-RESUME-AT
               GO TO 3100-EXIT
           END-IF.
           MOVE SPACES TO WS-MIO-LINE.
           IF WS-TRN-SEQ (WS-REC-POS) = "0000"
               STRING "H|" WS-TRN-PATH (WS-REC-POS)
                   DELIMITED BY SIZE INTO WS-MIO-LINE
               END-STRING
           ELSE
               STRING "M|" FUNCTION TRIM(WS-TRN-PATH (WS-REC-POS))
                      "|" WS-TRN-SEQ (WS-REC-POS)
                   DELIMITED BY SIZE INTO WS-MIO-LINE
               END-STRING
           END-IF.
           MOVE "GET " TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC NOT = "00"
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-MIO-LINE TO WS-DATA-LINE.
           MOVE "N" TO WS-LINE-CHANGED.
           EVALUATE WS-DATA-LINE(1:2)
               WHEN "H|"
                   PERFORM 3200-REBUILD-HEADER THRU 3200-EXIT
               WHEN "M|"
                   PERFORM 3300-REBUILD-MESSAGE THRU 3300-EXIT
           END-EVALUATE.
           IF WS-LINE-CHANGED NOT = "Y"
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-WORK-LINE TO WS-MIO-LINE.
           MOVE "PUT " TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC NOT = "00"
               DISPLAY "CORRECTION-APPLY: master write failed ("
                       WS-MIO-RC ") for "
                       FUNCTION TRIM(WS-TRN-PATH (WS-REC-POS))
                       " seq " WS-TRN-SEQ (WS-REC-POS)
               PERFORM 3160-REFUSE-ONE-CHANGE THRU 3160-EXIT
                   VARYING WS-TRAN-POS FROM WS-REC-POS BY 1
                   UNTIL WS-TRAN-POS > WS-TRAN-COUNT
               GO TO 3100-EXIT
           END-IF.
           IF NOT MODE-IS-REPLAY
               PERFORM 3150-JOURNAL-ONE-CHANGE THRU 3150-EXIT
                   VARYING WS-TRAN-POS FROM WS-REC-POS BY 1
                   UNTIL WS-TRAN-POS > WS-TRAN-COUNT
           END-IF.
       3100-EXIT.
           EXIT.

      *> The record's changes are journaled now the master holds
      *> them, each with the before-image 3400 kept.
       3150-JOURNAL-ONE-CHANGE.
           IF WS-TRN-PATH (WS-TRAN-POS) NOT = WS-TRN-PATH (WS-REC-POS)
                   OR WS-TRN-SEQ (WS-TRAN-POS)
                       NOT = WS-TRN-SEQ (WS-REC-POS)
                   OR WS-TRN-APPLIED (WS-TRAN-POS) NOT = "Y"
               GO TO 3150-EXIT
           END-IF.
           MOVE WS-TRN-BEFORE (WS-TRAN-POS) TO WS-BEFORE-VALUE.
           PERFORM 3500-JOURNAL-CHANGE THRU 3500-EXIT.
       3150-EXIT.
           EXIT.

       3160-REFUSE-ONE-CHANGE.
           IF WS-TRN-PATH (WS-TRAN-POS) NOT = WS-TRN-PATH (WS-REC-POS)
                   OR WS-TRN-SEQ (WS-TRAN-POS)
                       NOT = WS-TRN-SEQ (WS-REC-POS)
                   OR WS-TRN-APPLIED (WS-TRAN-POS) NOT = "Y"
               GO TO 3160-EXIT
           END-IF.
           MOVE "M" TO WS-TRN-APPLIED (WS-TRAN-POS).
           SUBTRACT 1 FROM WS-CHANGES-MADE.
           DISPLAY "CORRECTION-APPLY: MASTERIO "
                   FUNCTION TRIM(WS-TRN-PATH (WS-TRAN-POS))
                   " seq " WS-TRN-SEQ (WS-TRAN-POS) " "
                   FUNCTION TRIM(WS-TRN-FIELD (WS-TRAN-POS))
                   " not applied".
       3160-EXIT.
           EXIT.

       3110-MARK-SAME-RECORD.
           IF WS-TRN-PATH (WS-TRAN-POS) = WS-TRN-PATH (WS-REC-POS)
                   AND WS-TRN-SEQ (WS-TRAN-POS)
                       = WS-TRN-SEQ (WS-REC-POS)
               MOVE "Y" TO WS-TRN-SEEN (WS-TRAN-POS)
           END-IF.
       3110-EXIT.
           EXIT.

       3200-REBUILD-HEADER.
           UNSTRING WS-DATA-LINE DELIMITED BY "|"
               INTO WS-F-TYPE WS-F-PATH WS-F-2 WS-F-3 WS-F-4
                    WS-F-5 WS-F-6 WS-F-7 WS-F-8 WS-F-9 WS-F-10
                    WS-F-11
               VARYING WS-TRAN-POS FROM 1 BY 1
               UNTIL WS-TRAN-POS > WS-TRAN-COUNT.
           IF WS-LINE-CHANGED = "N"
               MOVE WS-DATA-LINE TO WS-WORK-LINE
           ELSE
               MOVE SPACES TO WS-WORK-LINE
               STRING "H|"                        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-F-PATH)    DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-F-10)      DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-F-11)      DELIMITED BY SIZE
                      INTO WS-WORK-LINE
               END-STRING
           END-IF.
       3200-EXIT.
           EXIT.

       3300-REBUILD-MESSAGE.
           UNSTRING WS-DATA-LINE DELIMITED BY "|"
               INTO WS-F-TYPE WS-F-PATH WS-REC-SEQ WS-F-2 WS-F-3
                    WS-F-4 WS-F-5 WS-F-6 WS-F-7 WS-F-8
           END-UNSTRING.
               VARYING WS-TRAN-POS FROM 1 BY 1
               UNTIL WS-TRAN-POS > WS-TRAN-COUNT.
           IF WS-LINE-CHANGED = "N"
               MOVE WS-DATA-LINE TO WS-WORK-LINE
           ELSE
               MOVE SPACES TO WS-WORK-LINE
               STRING "M|"                        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-F-PATH)    DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-F-7)       DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-F-8)       DELIMITED BY SIZE
                      INTO WS-WORK-LINE
               END-STRING
           END-IF.
       3300-EXIT.
           EXIT.

           END-EVALUATE.
           MOVE "Y" TO WS-LINE-CHANGED.
           MOVE "Y" TO WS-TRN-APPLIED (WS-TRAN-POS).
           MOVE WS-BEFORE-VALUE TO WS-TRN-BEFORE (WS-TRAN-POS).
           ADD 1 TO WS-CHANGES-MADE.
       3400-EXIT.
           EXIT.

           END-STRING.
           WRITE JOURNAL-LINE.
           CLOSE JOURNAL-FILE.
           ADD 1 TO WS-JOURNAL-LINES.
      *> Lineage: this correction rewrote the record (DLGPROV).
           MOVE WS-F-PATH TO WS-PROV-PATH.
           MOVE "CORRECTED" TO WS-PROV-KIND.
           EXIT.

       9000-FINISH.
           MOVE "DONE" TO WS-CKPT-ACTION.
           MOVE SPACES TO WS-CKPT-WORK.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-COUNT WS-CKPT-RC.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO WS-UNMATCHED.
           MOVE 0 TO WS-MASTER-REFUSED.
           PERFORM 9100-COUNT-UNAPPLIED THRU 9100-EXIT
               VARYING WS-TRAN-POS FROM 1 BY 1
               UNTIL WS-TRAN-POS > WS-TRAN-COUNT.
                   " transaction(s), " WS-CHANGES-MADE
                   " field change(s) applied".
           IF WS-CHANGES-MADE > 0
               DISPLAY "CORRECTION-APPLY: the extract and content "
                       "index carry the correction(s) after the "
                       "nightly MASTER-UNLOAD and CONTENT-INDEX-BUILD"
           END-IF.
           IF WS-UNMATCHED > 0
               DISPLAY "CORRECTION-APPLY: " WS-UNMATCHED
                       "path and seq"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-TRAN-OVERFLOW > 0
               DISPLAY "CORRECTION-APPLY: " WS-TRAN-OVERFLOW
                       " transaction(s) beyond the " WS-TRAN-MAX
                       " fields a run corrects were NOT applied - "
                       "apply them in a further run"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-MASTER-REFUSED > 0
               DISPLAY "CORRECTION-APPLY: " WS-MASTER-REFUSED
                       " transaction(s) refused by the dialogue "
                       "master (MASTERIO) were NOT applied - apply "
                       "them in a further run once it is sound"
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

           IF WS-TRN-APPLIED (WS-TRAN-POS) = "N"
               ADD 1 TO WS-UNMATCHED
           END-IF.
           IF WS-TRN-APPLIED (WS-TRAN-POS) = "M"
               ADD 1 TO WS-MASTER-REFUSED
           END-IF.
       9100-EXIT.
           EXIT.

      *> A fresh run: refused over an interrupted run's checkpoint;
      *> otherwise the interval is set and the journal's length
      *> noted, since the journal is appended to.
       1400-BEGIN-CHECKPOINTING.
           MOVE "BEGN" TO WS-CKPT-ACTION.
           MOVE SPACES TO WS-CKPT-WORK.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-INTERVAL
                                WS-CKPT-RC.
           IF WS-CKPT-RC = "08"
               DISPLAY "CORRECTION-APPLY: an interrupted run left a "
                       "checkpoint - rerun with RESTART, or remove "
                       "correction-apply.ckp to start over"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "CNT " TO WS-CKPT-ACTION.
           MOVE WS-CFN-02 TO WS-CKPT-WORK.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-JOURNAL-LINES
                                WS-CKPT-RC.
           MOVE WS-CKPT-INTERVAL TO WS-NEXT-CKPT-AT.
       1400-EXIT.
           EXIT.

      *> RESTART: the interrupted run's mode and counts come back
      *> from the checkpoint; the transactions are then loaded as
      *> that run loaded them.
       1500-RESUME-FROM-CHECKPOINT.
           MOVE "RSTR" TO WS-CKPT-ACTION.
           MOVE SPACES TO WS-CKPT-WORK.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-INTERVAL
                                WS-CKPT-RC.
           IF WS-CKPT-RC NOT = "00"
               DISPLAY "CORRECTION-APPLY: no checkpoint to restart "
                       "from - run the corrections afresh"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CKPT-WORK TO WS-CKPT-STATE.
           MOVE WS-CK-RUN-MODE TO WS-RUN-MODE.
           MOVE WS-CK-POSITION TO WS-RESUME-AT.
           MOVE WS-CK-CHANGES-MADE TO WS-CHANGES-MADE.
           MOVE WS-CK-JOURNAL-LINES TO WS-JOURNAL-LINES.
           COMPUTE WS-NEXT-CKPT-AT = WS-RESUME-AT + WS-CKPT-INTERVAL.
       1500-EXIT.
           EXIT.

      *> With the master open: what the interrupted run changed
      *> after its checkpoint is undone, its journal and provenance
      *> cut back to the checkpoint, and the applied flags of the
      *> transactions before it restored for the closing counts.
       3050-ROLL-BACK-TO-CHECKPOINT.
           MOVE "ROLL" TO WS-CKPT-ACTION.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-COUNT WS-CKPT-RC.
           IF WS-CKPT-RC NOT = "00"
               PERFORM 3060-ABANDON-RESTART THRU 3060-EXIT
           END-IF.
           MOVE "PROV" TO WS-CKPT-ACTION.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-COUNT WS-CKPT-RC.
           IF NOT MODE-IS-REPLAY
               MOVE "CUT " TO WS-CKPT-ACTION
               MOVE WS-CFN-02 TO WS-CKPT-WORK
               MOVE WS-JOURNAL-LINES TO WS-CKPT-COUNT
               CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                    WS-CKPT-WORK WS-CKPT-COUNT
                                    WS-CKPT-RC
               IF WS-CKPT-RC NOT = "00"
                   PERFORM 3060-ABANDON-RESTART THRU 3060-EXIT
               END-IF
           END-IF.
           PERFORM 3070-RESTORE-APPLIED THRU 3070-EXIT
               VARYING WS-TRAN-POS FROM 1 BY 1
               UNTIL WS-TRAN-POS > WS-TRAN-COUNT
                   OR WS-TRAN-POS > WS-TRAN-MAX.
           DISPLAY "CORRECTION-APPLY: resuming after transaction "
                   WS-RESUME-AT.
       3050-EXIT.
           EXIT.

       3060-ABANDON-RESTART.
           MOVE "CLOS" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           DISPLAY "CORRECTION-APPLY: the interrupted run could not "
                   "be rolled back to its checkpoint - nothing "
                   "applied".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       3060-EXIT.
           EXIT.

       3070-RESTORE-APPLIED.
           IF WS-TRAN-POS <= WS-RESUME-AT
               MOVE WS-CK-APPLIED(WS-TRAN-POS:1)
                   TO WS-TRN-APPLIED (WS-TRAN-POS)
           END-IF.
       3070-EXIT.
           EXIT.

       8500-TAKE-CHECKPOINT.
           MOVE WS-DONE-COUNT TO WS-CK-POSITION.
           MOVE WS-RUN-MODE TO WS-CK-RUN-MODE.
           MOVE WS-CHANGES-MADE TO WS-CK-CHANGES-MADE.
           MOVE WS-JOURNAL-LINES TO WS-CK-JOURNAL-LINES.
           MOVE SPACES TO WS-CK-APPLIED.
           PERFORM 8510-PACK-APPLIED THRU 8510-EXIT
               VARYING WS-TRAN-POS FROM 1 BY 1
               UNTIL WS-TRAN-POS > WS-TRAN-COUNT.
           MOVE "TAKE" TO WS-CKPT-ACTION.
           MOVE WS-CKPT-STATE TO WS-CKPT-WORK.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-COUNT WS-CKPT-RC.
           COMPUTE WS-NEXT-CKPT-AT = WS-DONE-COUNT + WS-CKPT-INTERVAL.
       8500-EXIT.
           EXIT.

       8510-PACK-APPLIED.
           MOVE WS-TRN-APPLIED (WS-TRAN-POS)
               TO WS-CK-APPLIED(WS-TRAN-POS:1).
       8510-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "correction_journal.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
       0900-EXIT.
           EXIT.
