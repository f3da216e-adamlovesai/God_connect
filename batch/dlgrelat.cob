      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> DLGRELAT
      *>
      *> Shared related-dialogue lookup for the programs that offer
      *> a reader somewhere to go next (KIOSK-CONSOLE,
      *> DIALOGUE-PLAYER, ANSWER-LETTERS), CALLed the way the other
      *> DLG modules are. Hands back a dialogue's neighbours from
      *> batch/related.dat (RELATED-BUILD), pinned ones first, in
      *> the order the nightly ranked them:
      *>
      *>     CALL "DLGRELAT" USING path seq related topic flag rc
      *>
      *>     path     PIC X(200)  the dialogue being read
      *>     seq      PIC 9(02)   runs from 1
      *>     related  PIC X(200)  the seq'th neighbour's path
      *>     topic    PIC X(80)   its topic
      *>     flag     PIC X(01)   P an editor pinned it, A computed
      *>     rc       PIC X(02)   "00" related/topic/flag are the
      *>                          seq'th neighbour; "04" there is no
      *>                          such neighbour; "08" no
      *>                          recommendations can be offered -
      *>                          the file is missing or fails its
      *>                          trailer check (DLGCTLV), said once
      *>                          on the first call
      *>
      *> The list was built overnight; a neighbour that has since
      *> become ineligible (moderated, flagged, put under embargo -
      *> DLGELIG) is dropped from it here, so nothing withdrawn
      *> during the day is offered before the next build.
      *>
      *> The file is read once, on the first call, and held for the
      *> run; the neighbours of a path are checked when it is first
      *> asked for.
      *>
      *> Compile (the nightly sweep does this automatically):
      *>     cobc -m -std=ibm -I COPYLIB -o DLGRELAT.so batch/dlgrelat.cob
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLGRELAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REL-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REL-FILE.
       01  REL-LINE                 PIC X(600).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-REL-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).
       01  WS-EOF-REL               PIC X(01) VALUE "N".
           88  NO-MORE-REL                   VALUE "Y".
       01  WS-LOAD-STATE            PIC X(01) VALUE "N".
           88  RELATED-NOT-LOADED            VALUE "N".
           88  RELATED-LOADED                VALUE "Y".
           88  RELATED-UNUSABLE              VALUE "X".

      *> Every recommendation on file, in file order, so one
      *> path's neighbours sit together.
       01  WS-RCM-MAX               PIC 9(05) VALUE 10000.
       01  WS-RCM-COUNT             PIC 9(05) VALUE 0.
       01  WS-RCM-TABLE.
           05  WS-RCM-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-RCM-IDX.
               10  WS-RCM-PATH      PIC X(200).
               10  WS-RCM-RELATED   PIC X(200).
               10  WS-RCM-TOPIC     PIC X(80).
               10  WS-RCM-FLAG      PIC X(01).
       01  WS-RCM-POS               PIC 9(05) VALUE 0.
       01  WS-RCM-FIRST             PIC 9(05) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-PATH               PIC X(200).
       01  WS-IN-RANK               PIC X(04).
       01  WS-IN-SCORE              PIC X(06).
       01  WS-IN-RELATED            PIC X(200).
       01  WS-IN-TOPIC              PIC X(240).
       01  WS-IN-FLAG               PIC X(01).

      *> The still-eligible neighbours of the path last asked for.
       01  WS-NBR-PATH              PIC X(200) VALUE SPACES.
       01  WS-NBR-MAX               PIC 9(02) VALUE 20.
       01  WS-NBR-COUNT             PIC 9(02) VALUE 0.
       01  WS-NBR-TABLE.
           05  WS-NBR-POS           PIC 9(05) OCCURS 20 TIMES.

       01  WS-ELIG-PATH             PIC X(200).
       01  WS-ELIG-RC               PIC X(02).
       01  WS-ELIG-REASON           PIC X(10).

       LINKAGE SECTION.
       01  LK-PATH                  PIC X(200).
       01  LK-SEQ                   PIC 9(02).
       01  LK-RELATED               PIC X(200).
       01  LK-TOPIC                 PIC X(80).
       01  LK-FLAG                  PIC X(01).
       01  LK-RC                    PIC X(02).

       PROCEDURE DIVISION USING LK-PATH LK-SEQ LK-RELATED LK-TOPIC
                                LK-FLAG LK-RC.
       0000-MAINLINE.
           MOVE SPACES TO LK-RELATED LK-TOPIC LK-FLAG.
           MOVE "04" TO LK-RC.
           IF RELATED-NOT-LOADED
               PERFORM 1000-LOAD-RELATED THRU 1000-EXIT
           END-IF.
           IF RELATED-UNUSABLE
               MOVE "08" TO LK-RC
               GOBACK
           END-IF.
           IF LK-PATH NOT = WS-NBR-PATH
               PERFORM 2000-GATHER-NEIGHBOURS THRU 2000-EXIT
           END-IF.
           IF LK-SEQ > 0 AND LK-SEQ <= WS-NBR-COUNT
               MOVE WS-NBR-POS (LK-SEQ) TO WS-RCM-POS
               MOVE WS-RCM-RELATED (WS-RCM-POS) TO LK-RELATED
               MOVE WS-RCM-TOPIC (WS-RCM-POS) TO LK-TOPIC
               MOVE WS-RCM-FLAG (WS-RCM-POS) TO LK-FLAG
               MOVE "00" TO LK-RC
           END-IF.
           GOBACK.

       1000-LOAD-RELATED.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           SET RELATED-UNUSABLE TO TRUE.
           MOVE WS-CFN-01 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               DISPLAY "DLGRELAT: " FUNCTION TRIM(WS-CFN-01)
                       " fails its trailer check - related "
                       "dialogues not offered; rerun RELATED-BUILD"
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT REL-FILE.
           IF WS-REL-STATUS NOT = "00"
               DISPLAY "DLGRELAT: no recommendations at "
                       FUNCTION TRIM(WS-CFN-01)
                       " - run RELATED-BUILD"
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-REL.
           PERFORM 1100-LOAD-ONE-LINE THRU 1100-EXIT
               UNTIL NO-MORE-REL.
           CLOSE REL-FILE.
           SET RELATED-LOADED TO TRUE.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-LINE.
           READ REL-FILE
               AT END
                   SET NO-MORE-REL TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF REL-LINE(1:2) NOT = "R|"
               GO TO 1100-EXIT
           END-IF.
           IF WS-RCM-COUNT >= WS-RCM-MAX
               DISPLAY "DLGRELAT: more than " WS-RCM-MAX
                       " recommendations on file - the rest are "
                       "not offered"
               SET NO-MORE-REL TO TRUE
               GO TO 1100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-PATH WS-IN-RELATED WS-IN-TOPIC
                          WS-IN-FLAG.
           UNSTRING REL-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-PATH WS-IN-RANK WS-IN-SCORE
                    WS-IN-RELATED WS-IN-TOPIC WS-IN-FLAG
           END-UNSTRING.
           ADD 1 TO WS-RCM-COUNT.
           MOVE WS-IN-PATH TO WS-RCM-PATH (WS-RCM-COUNT).
           MOVE WS-IN-RELATED TO WS-RCM-RELATED (WS-RCM-COUNT).
           MOVE WS-IN-TOPIC(1:80) TO WS-RCM-TOPIC (WS-RCM-COUNT).
           MOVE WS-IN-FLAG TO WS-RCM-FLAG (WS-RCM-COUNT).
       1100-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The path's neighbours, each cleared again through DLGELIG.
      *>----------------------------------------------------------*>
       2000-GATHER-NEIGHBOURS.
           MOVE LK-PATH TO WS-NBR-PATH.
           MOVE 0 TO WS-NBR-COUNT WS-RCM-FIRST.
           SET WS-RCM-IDX TO 1.
           IF WS-RCM-COUNT > 0
               SEARCH WS-RCM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RCM-IDX > WS-RCM-COUNT
                       CONTINUE
                   WHEN WS-RCM-PATH (WS-RCM-IDX) = LK-PATH
                       SET WS-RCM-FIRST TO WS-RCM-IDX
               END-SEARCH
           END-IF.
           IF WS-RCM-FIRST = 0
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-CHECK-ONE-NEIGHBOUR THRU 2100-EXIT
               VARYING WS-RCM-POS FROM WS-RCM-FIRST BY 1
               UNTIL WS-RCM-POS > WS-RCM-COUNT
                  OR WS-RCM-PATH (WS-RCM-POS) NOT = LK-PATH.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-NEIGHBOUR.
           IF WS-NBR-COUNT >= WS-NBR-MAX
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-RCM-RELATED (WS-RCM-POS) TO WS-ELIG-PATH.
           CALL "DLGELIG" USING WS-ELIG-PATH WS-ELIG-RC
                                WS-ELIG-REASON.
           IF WS-ELIG-RC = "12"
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-NBR-COUNT.
           MOVE WS-RCM-POS TO WS-NBR-POS (WS-NBR-COUNT).
       2100-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "related.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
       0900-EXIT.
           EXIT.
