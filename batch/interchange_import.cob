      *> the outbound direction existed. This reads a received file
      *> (batch/interchange_in.dat), validates its framing the way
      *> DLGCTLV rules on our own trailers, and loads the clean
      *> record sets into the keyed dialogue master through DLGMSTIO,
      *> the way INTAKE-LOAD does, so nothing the diocese sends is
      *> ever re-keyed by hand again. The nightly MASTER-UNLOAD
      *> carries them out to batch/dialogue_data.dat.
      *>
      *> File-level checks (the whole file is refused, RETURN-CODE
      *> 16, nothing loaded):
      *>     CNTBAD   type-1 message count <> type-2 records received
      *>     SEQBAD   type-2 path <> its type-1 path, or sequence
      *>              not 1..count in order
      *>     DUPPATH  path already on the dialogue master
      *>     ORPHANM  type-2 record arriving before any type-1
      *>     MASTERIO the dialogue master refused one of the set's
      *>              records (DLGMSTIO result on the console); what
      *>              of the set had gone in is taken back out and
      *>              the run ends with RETURN-CODE 8
      *>
      *> Every loaded H record carries the sending system's origin
      *> identifier (first command-line argument, e.g. DIOC01) as a
      *>
      *> Usage:
      *>     interchange_import DIOC01
      *>     interchange_import DIOC01 RESTART
      *>
      *> The load takes a checkpoint through DLGCKPT at the first
      *> set boundary after every so many records
      *> (batch/checkpoint_policy.ref). RESTART, for the same
      *> origin, re-verifies the framing, undoes the master changes
      *> made after the last checkpoint (DLGCKPT ROLL), cuts the
      *> reject file back, withdraws the provenance written since,
      *> and carries on from the set after it. A fresh run is
      *> refused while a checkpoint is on file.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *>     2026-09-02  DO   Stray records in an open set stop
      *>                      being buffered once the set table
      *>                      is full (the set rejects anyway).
      *>     2026-10-15  DO   Clean sets are put into the keyed
      *>                      dialogue master through DLGMSTIO and
      *>                      DUPPATH is a keyed read of it; the
      *>                      extract work-copy rebuild and the
      *>                      partition refresh are gone.
      *>     2026-10-15  DO   Commit-interval checkpoints (DLGCKPT)
      *>                      and RESTART from the last of them.
      *>     2026-10-15  DO   Converted headers carry the importing
      *>                      parish (layout 05).
      *>     2026-10-15  DO   A record the dialogue master refuses
      *>                      (DLGMSTIO PUT not 00) now fails its set:
      *>                      backed out, rejected as MASTERIO, not
      *>                      counted loaded, no lineage stamp,
      *>                      RETURN-CODE 8.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERCHANGE-IMPORT.
           SELECT IN-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT REJECT-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 600 CHARACTERS.
       01  IN-REC                   PIC X(600).

       FD  REJECT-FILE.
       01  REJECT-LINE              PIC X(620).

       WORKING-STORAGE SECTION.
       01  WS-AUTH-PGM              PIC X(30).
       01  WS-AUTH-CLASS            PIC X(01).
       01  WS-AUTH-RC               PIC X(02).
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-IN-STATUS             PIC X(02).
       01  WS-EOF-IN                PIC X(01) VALUE "N".
           88  NO-MORE-IN                    VALUE "Y".

       01  WS-CMD-LINE              PIC X(400) VALUE SPACES.
       01  WS-ORIGIN-ID             PIC X(12) VALUE SPACES.
       01  WS-EXP-TYPE2             PIC 9(06) VALUE 0.
       01  WS-EXP-TOTAL             PIC 9(06) VALUE 0.

      *> The keyed master (DLGMSTIO); DUPPATH is one keyed read of
      *> the set's H record, the same probe INTAKE-LOAD makes.
       01  WS-MIO-ACTION            PIC X(04).
       01  WS-MIO-PGM               PIC X(30)
           VALUE "INTERCHANGE-IMPORT".
       01  WS-MIO-LINE              PIC X(610).
       01  WS-MIO-RC                PIC X(02).

      *> The parish an imported set is filed under (DLGPRSH STMP).
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30)
           VALUE "INTERCHANGE-IMPORT".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).

      *> One received set, buffered whole so a reject never
      *> half-loads - the pattern INTAKE-LOAD established.
       01  WS-EXPECT-SEQ            PIC 9(04) VALUE 0.
       01  WS-WRITE-POS             PIC 9(04) VALUE 0.

       01  WS-SETS-READ             PIC 9(04) VALUE 0.
       01  WS-SETS-LOADED           PIC 9(04) VALUE 0.
       01  WS-SETS-REJECTED         PIC 9(04) VALUE 0.
       01  WS-SETS-MASTER-FAILED    PIC 9(04) VALUE 0.

       01  WS-PROV-PATH             PIC X(200).
       01  WS-PROV-KIND             PIC X(10).
       01  WS-PROV-PGM              PIC X(30).

      *> Checkpointing (DLGCKPT): the state string a checkpoint
      *> carries, and where the load stands against the interval.
       01  WS-RUN-ARG               PIC X(20) VALUE SPACES.
       01  WS-RUN-KIND              PIC X(01) VALUE "F".
           88  RUN-IS-RESTART                VALUE "R".
       01  WS-IN-READ               PIC 9(09) VALUE 0.
       01  WS-DONE-COUNT            PIC 9(09) VALUE 0.
       01  WS-REJECT-LINES          PIC 9(09) VALUE 0.
       01  WS-NEXT-CKPT-AT          PIC 9(09) VALUE 0.
       01  WS-SKIP-COUNT            PIC 9(09) VALUE 0.
       01  WS-CKPT-ACTION           PIC X(04).
       01  WS-CKPT-PGM              PIC X(30)
           VALUE "INTERCHANGE-IMPORT".
       01  WS-CKPT-WORK             PIC X(500).
       01  WS-CKPT-INTERVAL         PIC 9(09) VALUE 0.
       01  WS-CKPT-COUNT            PIC 9(09) VALUE 0.
       01  WS-CKPT-RC               PIC X(02).
       01  WS-CKPT-STATE.
           05  WS-CK-POSITION       PIC 9(09).
           05  WS-CK-ORIGIN         PIC X(12).
           05  WS-CK-SETS-READ      PIC 9(04).
           05  WS-CK-SETS-LOADED    PIC 9(04).
           05  WS-CK-SETS-REJECTED  PIC 9(04).
           05  WS-CK-REJECT-LINES   PIC 9(09).
           05  WS-CK-SETS-MASTER-FAILED
                                    PIC 9(04).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "INTERCHANGE-IMPORT" TO WS-AUTH-PGM.
           END-IF.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL " "
               INTO WS-ORIGIN-ID WS-RUN-ARG
           END-UNSTRING.
           IF FUNCTION UPPER-CASE(WS-RUN-ARG(1:7)) = "RESTART"
               SET RUN-IS-RESTART TO TRUE
           END-IF.
           IF WS-ORIGIN-ID = SPACES OR WS-ORIGIN-ID = "LOCAL"
               DISPLAY "INTERCHANGE-IMPORT: usage: "
                       "interchange_import <origin-system-id>"
               STOP RUN
           END-IF.
           PERFORM 1000-VERIFY-FRAMING THRU 1000-EXIT.
           IF RUN-IS-RESTART
               PERFORM 1700-RESUME-FROM-CHECKPOINT THRU 1700-EXIT
           ELSE
               PERFORM 1600-BEGIN-CHECKPOINTING THRU 1600-EXIT
           END-IF.
           PERFORM 1500-INITIALIZE-LOAD THRU 1500-EXIT.
           PERFORM 2000-PROCESS-ONE-RECORD THRU 2000-EXIT
               UNTIL NO-MORE-IN.
       1100-EXIT.
           EXIT.

      *> Pass 2 setup: open the dialogue master for update. A
      *> restart rolls back to its checkpoint first and passes over
      *> the records the checkpoint covers.
       1500-INITIALIZE-LOAD.
           MOVE SPACES TO WS-MIO-LINE.
           MOVE "OPEN" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC = "12"
               DISPLAY "INTERCHANGE-IMPORT: the dialogue master is "
                       "in use - rerun when the holder has finished"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MIO-RC NOT = "00"
               DISPLAY "INTERCHANGE-IMPORT: the dialogue master is "
                       "unavailable (" WS-MIO-RC ") - nothing loaded"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RUN-IS-RESTART
               PERFORM 1800-ROLL-BACK-TO-CHECKPOINT THRU 1800-EXIT
               OPEN EXTEND REJECT-FILE
           ELSE
               OPEN OUTPUT REJECT-FILE
           END-IF.
           OPEN INPUT IN-FILE.
           DISPLAY "INTERCHANGE-IMPORT: loading "
                   FUNCTION TRIM(WS-CFN-01)
                   " from origin " FUNCTION TRIM(WS-ORIGIN-ID).
           IF RUN-IS-RESTART
               PERFORM 1900-PASS-OVER-LOADED THRU 1900-EXIT
           END-IF.
       1500-EXIT.
           EXIT.

      *> A checkpoint falls between sets: the set before the type-1
      *> record just read is closed out, and that record is the
      *> first a restart reads again.
       2000-PROCESS-ONE-RECORD.
           READ IN-FILE
               AT END
                   SET NO-MORE-IN TO TRUE
               NOT AT END
                   ADD 1 TO WS-IN-READ
                   EVALUATE IN-REC(1:1)
                       WHEN "0"
                           CONTINUE
                               PERFORM 3000-CLOSE-OUT-SET
                                   THRU 3000-EXIT
                           END-IF
                           COMPUTE WS-DONE-COUNT = WS-IN-READ - 1
                           IF WS-DONE-COUNT >= WS-NEXT-CKPT-AT
                               PERFORM 8500-TAKE-CHECKPOINT
                                   THRU 8500-EXIT
                           END-IF
                           PERFORM 2100-OPEN-NEW-SET THRU 2100-EXIT
                       WHEN "2"
                           PERFORM 2200-BUFFER-MESSAGE THRU 2200-EXIT
                      INTO REJECT-LINE
               END-STRING
               WRITE REJECT-LINE
               ADD 1 TO WS-REJECT-LINES
               ADD 1 TO WS-SETS-REJECTED
           END-IF.
       2300-EXIT.
           PERFORM 3110-CONVERT-HEADER THRU 3110-EXIT.
           PERFORM 3120-CONVERT-ONE-MESSAGE THRU 3120-EXIT
               VARYING WS-WRITE-POS FROM 2 BY 1
               UNTIL WS-WRITE-POS > WS-SET-LINE-COUNT
                   OR NOT SET-IS-CLEAN.
      *> A record the master refused fails the whole set: nothing
      *> of it stays on the master, it goes to the reject file, and
      *> it gets no lineage stamp.
           IF NOT SET-IS-CLEAN
               PERFORM 3130-BACK-OUT-SET THRU 3130-EXIT
               PERFORM 3200-WRITE-REJECT-SET THRU 3200-EXIT
               ADD 1 TO WS-SETS-MASTER-FAILED
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-SETS-LOADED.
      *> Lineage: this import put the record here (DLGPROV).
           MOVE WS-CUR-PATH TO WS-PROV-PATH.
           MOVE "INTERCHANGE-IMPORT" TO WS-PROV-PGM.
           CALL "DLGPROV" USING WS-PROV-PATH WS-PROV-KIND
                               WS-PROV-PGM.
       3100-EXIT.
           EXIT.

       3110-CONVERT-HEADER.
           MOVE SPACES TO WS-MIO-LINE.
           STRING "H|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUR-PATH)       DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUR-LANGUAGE)   DELIMITED BY SIZE
                  "| |"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ORIGIN-ID)      DELIMITED BY SIZE
                  INTO WS-MIO-LINE
           END-STRING.
      *> Filed under the importing parish (layout 05).
           MOVE WS-MIO-LINE TO WS-PRS-TEXT.
           MOVE "STMP" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
           MOVE WS-PRS-TEXT TO WS-MIO-LINE.
           MOVE "PUT " TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC NOT = "00"
               DISPLAY "INTERCHANGE-IMPORT: master write failed ("
                       WS-MIO-RC ") for "
                       FUNCTION TRIM(WS-CUR-PATH)
               MOVE "MASTERIO" TO WS-REJECT-REASON
           END-IF.
       3110-EXIT.
           EXIT.

               TO WS-MSG-TRADITION.
           MOVE WS-SET-LINE (WS-WRITE-POS) (306:240) TO WS-MSG-CONTENT.
           MOVE WS-SET-LINE (WS-WRITE-POS) (546:12)  TO WS-MSG-TONE.
           MOVE SPACES TO WS-MIO-LINE.
           STRING "M|"                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MSG-PATH)        DELIMITED BY SIZE
                  "|"                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MSG-CONTENT)     DELIMITED BY SIZE
                  "| | |"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MSG-TONE)        DELIMITED BY SIZE
                  INTO WS-MIO-LINE
           END-STRING.
           MOVE "PUT " TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC NOT = "00"
               DISPLAY "INTERCHANGE-IMPORT: master write failed ("
                       WS-MIO-RC ") for "
                       FUNCTION TRIM(WS-CUR-PATH) " " WS-MSG-SEQ-X
               MOVE "MASTERIO" TO WS-REJECT-REASON
           END-IF.
       3120-EXIT.
           EXIT.

      *> The path is new to the master (DUPPATH), so every record
      *> under it is this set's own and can go.
       3130-BACK-OUT-SET.
           MOVE SPACES TO WS-MIO-LINE.
           STRING "H|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUR-PATH)    DELIMITED BY SIZE
                  INTO WS-MIO-LINE
           END-STRING.
           MOVE "PURG" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC NOT = "00"
               DISPLAY "INTERCHANGE-IMPORT: could not take "
                       FUNCTION TRIM(WS-CUR-PATH)
                       " back off the master (" WS-MIO-RC ")"
           END-IF.
       3130-EXIT.
           EXIT.

       3200-WRITE-REJECT-SET.
           PERFORM 3210-REJECT-ONE-LINE THRU 3210-EXIT
               VARYING WS-WRITE-POS FROM 1 BY 1
                  INTO REJECT-LINE
           END-STRING.
           WRITE REJECT-LINE.
           ADD 1 TO WS-REJECT-LINES.
       3210-EXIT.
           EXIT.

           EXIT.

       4100-CHECK-DUP-PATH.
           MOVE SPACES TO WS-MIO-LINE.
           STRING "H|" WS-CUR-PATH
               DELIMITED BY SIZE INTO WS-MIO-LINE
           END-STRING.
           MOVE "GET " TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC = "00"
               MOVE "DUPPATH" TO WS-REJECT-REASON
           END-IF.
       4100-EXIT.
           EXIT.

       9000-FINISH.
           CLOSE IN-FILE.
           CLOSE REJECT-FILE.
           MOVE "CLOS" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           MOVE "DONE" TO WS-CKPT-ACTION.
           MOVE SPACES TO WS-CKPT-WORK.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-COUNT WS-CKPT-RC.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "INTERCHANGE-IMPORT: " WS-SETS-READ
                   " set(s) received, " WS-SETS-LOADED " loaded, "
                   WS-SETS-REJECTED " rejected".
           IF WS-SETS-LOADED > 0
               DISPLAY "INTERCHANGE-IMPORT: the extract and content "
                       "index carry the new record(s) after the "
                       "nightly MASTER-UNLOAD and CONTENT-INDEX-BUILD"
           END-IF.
           IF WS-SETS-REJECTED > 0
               DISPLAY "INTERCHANGE-IMPORT: review "
                       FUNCTION TRIM(WS-CFN-03)
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-SETS-MASTER-FAILED > 0
               DISPLAY "INTERCHANGE-IMPORT: " WS-SETS-MASTER-FAILED
                       " set(s) refused by the dialogue master "
                       "(MASTERIO) - reload them once it is sound"
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

      *> A fresh load is refused over an interrupted load's
      *> checkpoint.
       1600-BEGIN-CHECKPOINTING.
           MOVE "BEGN" TO WS-CKPT-ACTION.
           MOVE SPACES TO WS-CKPT-WORK.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-INTERVAL
                                WS-CKPT-RC.
           IF WS-CKPT-RC = "08"
               DISPLAY "INTERCHANGE-IMPORT: an interrupted load left "
                       "a checkpoint - rerun with RESTART, or remove "
                       "interchange-import.ckp to start over"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CKPT-INTERVAL TO WS-NEXT-CKPT-AT.
       1600-EXIT.
           EXIT.

      *> The checkpoint must be the same origin's file.
       1700-RESUME-FROM-CHECKPOINT.
           MOVE "RSTR" TO WS-CKPT-ACTION.
           MOVE SPACES TO WS-CKPT-WORK.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-INTERVAL
                                WS-CKPT-RC.
           IF WS-CKPT-RC NOT = "00"
               DISPLAY "INTERCHANGE-IMPORT: no checkpoint to restart "
                       "from - run the load afresh"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CKPT-WORK TO WS-CKPT-STATE.
           IF WS-CK-ORIGIN NOT = WS-ORIGIN-ID
               DISPLAY "INTERCHANGE-IMPORT: the checkpoint on file is "
                       "for origin " FUNCTION TRIM(WS-CK-ORIGIN)
                       " - restart that origin's load"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CK-SETS-READ TO WS-SETS-READ.
           MOVE WS-CK-SETS-LOADED TO WS-SETS-LOADED.
           MOVE WS-CK-SETS-REJECTED TO WS-SETS-REJECTED.
           MOVE WS-CK-REJECT-LINES TO WS-REJECT-LINES.
           MOVE WS-CK-SETS-MASTER-FAILED TO WS-SETS-MASTER-FAILED.
       1700-EXIT.
           EXIT.

      *> With the master open: what the interrupted load did after
      *> its checkpoint is undone and the reject file cut back.
       1800-ROLL-BACK-TO-CHECKPOINT.
           MOVE "ROLL" TO WS-CKPT-ACTION.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-COUNT WS-CKPT-RC.
           IF WS-CKPT-RC NOT = "00"
               PERFORM 1850-ABANDON-RESTART THRU 1850-EXIT
           END-IF.
           MOVE "PROV" TO WS-CKPT-ACTION.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-COUNT WS-CKPT-RC.
           MOVE "CUT " TO WS-CKPT-ACTION.
           MOVE WS-CFN-03 TO WS-CKPT-WORK.
           MOVE WS-REJECT-LINES TO WS-CKPT-COUNT.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-COUNT WS-CKPT-RC.
           IF WS-CKPT-RC NOT = "00"
               PERFORM 1850-ABANDON-RESTART THRU 1850-EXIT
           END-IF.
       1800-EXIT.
           EXIT.

       1850-ABANDON-RESTART.
           MOVE "CLOS" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           DISPLAY "INTERCHANGE-IMPORT: the interrupted load could "
                   "not be rolled back to its checkpoint - nothing "
                   "loaded".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       1850-EXIT.
           EXIT.

      *> The records the checkpoint covers were dealt with before
      *> it.
       1900-PASS-OVER-LOADED.
           MOVE 0 TO WS-SKIP-COUNT.
           PERFORM 1910-PASS-OVER-ONE THRU 1910-EXIT
               UNTIL WS-SKIP-COUNT >= WS-CK-POSITION
                   OR NO-MORE-IN.
           MOVE WS-SKIP-COUNT TO WS-IN-READ.
           COMPUTE WS-NEXT-CKPT-AT = WS-IN-READ + WS-CKPT-INTERVAL.
           DISPLAY "INTERCHANGE-IMPORT: resuming after record "
                   WS-IN-READ.
       1900-EXIT.
           EXIT.

       1910-PASS-OVER-ONE.
           READ IN-FILE
               AT END
                   SET NO-MORE-IN TO TRUE
               NOT AT END
                   ADD 1 TO WS-SKIP-COUNT
           END-READ.
       1910-EXIT.
           EXIT.

      *> The reject file is closed and reopened so that what the
      *> checkpoint counts is on disk when it is taken.
       8500-TAKE-CHECKPOINT.
           CLOSE REJECT-FILE.
           OPEN EXTEND REJECT-FILE.
           MOVE WS-DONE-COUNT TO WS-CK-POSITION.
           MOVE WS-ORIGIN-ID TO WS-CK-ORIGIN.
           MOVE WS-SETS-READ TO WS-CK-SETS-READ.
           MOVE WS-SETS-LOADED TO WS-CK-SETS-LOADED.
           MOVE WS-SETS-REJECTED TO WS-CK-SETS-REJECTED.
           MOVE WS-REJECT-LINES TO WS-CK-REJECT-LINES.
           MOVE WS-SETS-MASTER-FAILED TO WS-CK-SETS-MASTER-FAILED.
           MOVE "TAKE" TO WS-CKPT-ACTION.
           MOVE WS-CKPT-STATE TO WS-CKPT-WORK.
           CALL "DLGCKPT" USING WS-CKPT-ACTION WS-CKPT-PGM
                                WS-CKPT-WORK WS-CKPT-COUNT WS-CKPT-RC.
           COMPUTE WS-NEXT-CKPT-AT = WS-DONE-COUNT + WS-CKPT-INTERVAL.
       8500-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "interchange_in.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "interchange_in_rejects.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
       0900-EXIT.
           EXIT.
