      *> body's first page allows for the pages the contents itself
      *> occupies.
      *>
      *> Nothing goes to print unproofed. A PROOF run (the
      *> default) files the rendering as the next numbered proof
      *> of the ANTHOLOGY (DLGPROOF, batch/proofs/) for the named
      *> approvers to rule on through PROOF-SIGNOFF; only a FINAL
      *> run writes batch/anthology.prt, and only when the current
      *> proof holds every approval and the rendering still
      *> matches it line for line. The printed pieces are
      *> registered on the FINAL run alone.
      *>
      *> Usage:
      *>     anthology_print [PROOF|FINAL] [LIST=file] [BAND=band]
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-08-22.
      *>                      run date), the bulletin's
      *>                      convention, so circulation feedback
      *>                      on anthology material validates.
      *>     2026-10-15  DO   Optional BAND=<band> argument keeps
      *>                      out selections graded above that
      *>                      reading-grade band, or not graded
      *>                      (DLGGRADE), each one reported.
      *>     2026-10-15  DO   PROOF (default) and FINAL runs: a
      *>                      proof is filed for sign-off through
      *>                      DLGPROOF; the print file and the
      *>                      contents register are written only
      *>                      by a FINAL run of an approved,
      *>                      unchanged proof.
      *>     2026-10-15  DO   A piece shared in from another
      *>                      parish prints its credit line
      *>                      (DLGCRED) under the mode line, and
      *>                      the credited count is reported.
      *>     2026-10-15  DO   A sponsored piece prints its sponsor
      *>                      credit (DLGSPON) under the mode line,
      *>                      and the sponsored count is reported.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANTHOLOGY-PRINT.
               FILE STATUS IS WS-SELECT-STATUS.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-PRF-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ISSUE-FILE ASSIGN DYNAMIC WS-CFN-04
               ORGANIZATION IS LINE SEQUENTIAL
       01  WS-SEL-POS               PIC 9(03) VALUE 0.
       01  WS-PASS                  PIC 9(01) VALUE 1.
       01  WS-PIECES-PRINTED        PIC 9(03) VALUE 0.
       01  WS-PIECES-CREDITED       PIC 9(03) VALUE 0.
       01  WS-PIECES-SPONSORED      PIC 9(03) VALUE 0.
       01  WS-CUR-CHAPTER           PIC X(40) VALUE SPACES.

       01  WS-UTF-ACTION            PIC X(03).
       01  WS-UTF-ADJUSTED          PIC 9(05) VALUE 0.

       01  WS-LIST-ARG              PIC X(220) VALUE SPACES.
       01  WS-ARG-1                 PIC X(220) VALUE SPACES.
       01  WS-ARG-2                 PIC X(220) VALUE SPACES.
       01  WS-ARG-BAND              PIC X(10) VALUE SPACES.

       01  WS-CRD-PATH              PIC X(200).
       01  WS-CRD-CREDIT            PIC X(120).
       01  WS-CRD-RC                PIC X(02).

       01  WS-GRD-PATH              PIC X(200).
       01  WS-GRD-RC                PIC X(02).
       01  WS-GRD-BAND              PIC X(10).

       01  WS-ELIG-PATH             PIC X(200).
       01  WS-ELIG-RC               PIC X(02).
       01  WS-ELIG-REASON           PIC X(10).

      *> Proof and sign-off through DLGPROOF.
           COPY DLGPRF01.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           PERFORM 6500-PROOF-GATE THRU 6500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-LOAD-SELECTIONS THRU 1500-EXIT
               UNTIL NO-MORE-SELECT.
           PERFORM 2600-WRITE-THE-TOC THRU 2600-EXIT.
           PERFORM 3000-RENDER-BODY THRU 3000-EXIT.
           CLOSE PRINT-FILE.
           DISPLAY "ANTHOLOGY-PRINT: " WS-PIECES-PRINTED
                   " piece(s) across " WS-PAGE-NUM " page(s)".
           IF WS-PIECES-CREDITED > 0
               DISPLAY "ANTHOLOGY-PRINT: " WS-PIECES-CREDITED
                       " piece(s) credited to another parish"
           END-IF.
           IF WS-PIECES-SPONSORED > 0
               DISPLAY "ANTHOLOGY-PRINT: " WS-PIECES-SPONSORED
                       " piece(s) credited to their sponsors"
           END-IF.
           PERFORM 6600-PROOF-OR-RELEASE THRU 6600-EXIT.
           IF PRF-FINAL-RUN
               PERFORM 6000-REGISTER-CONTENTS THRU 6000-EXIT
           END-IF.
           IF WS-UTF-ADJUSTED > 0
               DISPLAY "ANTHOLOGY-PRINT: " WS-UTF-ADJUSTED
                       " content cut(s) backed off to a "
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ARG-BAND NOT = SPACES
               MOVE SPACES TO WS-GRD-PATH
               CALL "DLGGRADE" USING WS-GRD-PATH WS-ARG-BAND
                                     WS-GRD-RC WS-GRD-BAND
               IF WS-GRD-RC = "08"
                   DISPLAY "ANTHOLOGY-PRINT: "
                           FUNCTION TRIM(WS-ARG-BAND)
                           " is not a reading-grade band"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "ANTHOLOGY-PRINT: reading grade "
                       FUNCTION TRIM(WS-ARG-BAND) " and easier only"
           END-IF.
           OPEN INPUT SELECT-FILE.
           IF WS-SELECT-STATUS = "35"
               DISPLAY "ANTHOLOGY-PRINT: no selection list at "
                                   "): " SELECT-LINE(1:60)
                           GO TO 1500-SKIPPED
                       END-IF
                       IF WS-ARG-BAND NOT = SPACES
                           MOVE SELECT-LINE(1:200) TO WS-GRD-PATH
                           CALL "DLGGRADE" USING WS-GRD-PATH
                                   WS-ARG-BAND WS-GRD-RC WS-GRD-BAND
                           IF WS-GRD-RC NOT = "00"
                               IF WS-GRD-BAND = SPACES
                                   MOVE "UNGRADED" TO WS-GRD-BAND
                               END-IF
                               DISPLAY "ANTHOLOGY-PRINT: excluded ("
                                       FUNCTION TRIM(WS-GRD-BAND)
                                       "): " SELECT-LINE(1:60)
                               GO TO 1500-SKIPPED
                           END-IF
                       END-IF
                       ADD 1 TO WS-SEL-COUNT
                       MOVE SELECT-LINE
                           TO WS-SEL-PATH (WS-SEL-COUNT)
           EXIT.

       3000-RENDER-BODY.
           MOVE 0 TO WS-PIECES-PRINTED WS-PIECES-CREDITED
                     WS-PIECES-SPONSORED.
           PERFORM 3100-RENDER-ONE-CHAPTER THRU 3100-EXIT
               VARYING WS-CHAP-POS FROM 1 BY 1
               UNTIL WS-CHAP-POS > WS-CHAP-COUNT.
               INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8000-EMIT-LINE THRU 8000-EXIT.
      *> A piece shared in from another parish carries that
      *> parish's credit under the sharing agreement.
           MOVE WS-CUR-PATH TO WS-CRD-PATH.
           CALL "DLGCRED" USING WS-CRD-PATH WS-CRD-CREDIT WS-CRD-RC.
           IF WS-CRD-RC = "04"
               ADD 1 TO WS-PIECES-CREDITED
               MOVE SPACES TO WS-OUT-LINE
               STRING "  "                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CRD-CREDIT)  DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM 8000-EMIT-LINE THRU 8000-EXIT
           END-IF.
      *> So does a piece a member gave to sponsor.
           MOVE WS-CUR-PATH TO WS-CRD-PATH.
           CALL "DLGSPON" USING WS-CRD-PATH WS-CRD-CREDIT WS-CRD-RC.
           IF WS-CRD-RC = "04"
               ADD 1 TO WS-PIECES-SPONSORED
               MOVE SPACES TO WS-OUT-LINE
               STRING "  "                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CRD-CREDIT)  DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               PERFORM 8000-EMIT-LINE THRU 8000-EXIT
           END-IF.
           MOVE "  ----------------------------------------"
               TO WS-OUT-LINE.
           PERFORM 8000-EMIT-LINE THRU 8000-EXIT.
       6100-EXIT.
           EXIT.

      *> A FINAL run goes no further unless the current proof holds
      *> every approval; a PROOF run renders to a scratch copy that
      *> DLGPROOF files as the next proof.
       6500-PROOF-GATE.
           MOVE "ANTHOLOGY" TO WS-PRF-PUB.
           MOVE "ANTHOLOGY-PRINT" TO WS-PRF-PGM.
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
               DISPLAY "ANTHOLOGY-PRINT: FINAL refused - "
                       FUNCTION TRIM(WS-PRF-LIVE-NAME)
                       " not written"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "ANTHOLOGY-PRINT: FINAL of approved proof "
                   WS-PRF-NUMBER.
       6500-EXIT.
           EXIT.

      *> PROOF: file the rendering for sign-off. FINAL: it must
      *> match the approved proof line for line before it replaces
      *> the print file.
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
                   DISPLAY "ANTHOLOGY-PRINT: the proof could not "
                           "be filed"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "ANTHOLOGY-PRINT: proof " WS-PRF-NUMBER
                       " of the ANTHOLOGY filed for sign-off "
                       "(PROOF-SIGNOFF)"
               GO TO 6600-EXIT
           END-IF.
           MOVE "MTCH" TO WS-PRF-ACTION.
           CALL "DLGPROOF" USING WS-PRF-ACTION WS-PRF-PUB WS-PRF-FILE
                                 WS-PRF-PGM WS-PRF-NUMBER WS-PRF-RC.
           IF WS-PRF-RC NOT = "00"
               CALL "CBL_DELETE_FILE" USING WS-PRF-OUT-NAME
               DISPLAY "ANTHOLOGY-PRINT: FINAL refused - the "
                       "volume no longer matches approved proof "
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
           DISPLAY "ANTHOLOGY-PRINT: proof " WS-PRF-NUMBER
                   " released to " FUNCTION TRIM(WS-PRF-LIVE-NAME).
       6600-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "anthology_select.lst" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
      *> A WORKBENCH basket (LIST=<file>) stands in for the
      *> standing selection list; BAND=<band> filters on reading
      *> grade. Either order, after PROOF or FINAL if given.
           ACCEPT WS-LIST-ARG FROM COMMAND-LINE.
           UNSTRING WS-LIST-ARG DELIMITED BY ALL " "
               INTO WS-PRF-ARG
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-PRF-ARG) TO WS-PRF-ARG.
           IF WS-PRF-ARG = "PROOF" OR "FINAL"
               IF WS-PRF-ARG = "FINAL"
                   SET PRF-FINAL-RUN TO TRUE
               END-IF
               MOVE WS-LIST-ARG(FUNCTION LENGTH(
                   FUNCTION TRIM(WS-PRF-ARG)) + 2:) TO WS-ARG-1
               MOVE WS-ARG-1 TO WS-LIST-ARG
               MOVE SPACES TO WS-ARG-1
           END-IF.
           UNSTRING WS-LIST-ARG DELIMITED BY ALL " "
               INTO WS-ARG-1 WS-ARG-2
           END-UNSTRING.
           IF WS-ARG-1(1:5) = "BAND="
               MOVE WS-ARG-1 TO WS-LIST-ARG
               MOVE WS-ARG-2 TO WS-ARG-1
               MOVE WS-LIST-ARG TO WS-ARG-2
           END-IF.
           IF WS-ARG-2(1:5) = "BAND="
               MOVE FUNCTION UPPER-CASE(WS-ARG-2(6:10)) TO WS-ARG-BAND
           END-IF.
           IF WS-ARG-1(1:5) = "LIST="
               MOVE WS-ARG-1(6:195) TO WS-CFN-01
               DISPLAY "ANTHOLOGY-PRINT: printing the list at "
                       FUNCTION TRIM(WS-CFN-01)
           END-IF.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "anthology.prt" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE WS-CFN-03 TO WS-PRF-LIVE-NAME.
           MOVE "issue_contents.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
       0900-EXIT.
