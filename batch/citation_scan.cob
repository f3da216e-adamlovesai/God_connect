      *> answers against their cited ground with it.
      *>
      *> Usage:
      *>     citation_scan [FULL | VERIFY]
      *>
      *> By default only paths written since the last run are
      *> rescanned (DLGINCR); FULL rescans everything, VERIFY
      *> rescans everything as well and proves the incremental
      *> result against it.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *>                      C| data tag collides with the
      *>                      C|HEADER / C|TRAILER control
      *>                      framing in the trailer check.
      *>     2026-10-15  DO   Incremental refresh through DLGINCR:
      *>                      only paths written since the last
      *>                      run (batch/provenance.dat) are
      *>                      rescanned, other citations carry
      *>                      forward; FULL or VERIFY on the
      *>                      command line forces a full rebuild
      *>                      or a rebuild-and-compare.
      *>     2026-10-15  DO   Book match reset per citation: a
      *>                      one-word book after an earlier hit
      *>                      was written without its book name
      *>                      and with the earlier tradition.
      *>     2026-10-15  DO   The extract is resolved whole-
      *>                      installation (dialogue_data.dat@*)
      *>                      whatever parish the run views.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CITATION-SCAN.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT CITE-FILE ASSIGN DYNAMIC WS-INC-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OLD-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-OLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CITE-FILE.
       01  CITE-LINE                PIC X(400).

       FD  OLD-FILE.
       01  OLD-LINE                 PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CITES-FOUND           PIC 9(06) VALUE 0.
       01  WS-OUT-COUNT             PIC 9(06) VALUE 0.

           COPY DLGINC01.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE DATA-FILE.
           PERFORM 1000-CHOOSE-MODE THRU 1000-EXIT.
           IF INC-FULL-RUN
               MOVE WS-CFN-02 TO WS-INC-OUT-NAME
               SET INC-FULL-PASS TO TRUE
               PERFORM 1200-RUN-ONE-PASS THRU 1200-EXIT
           ELSE
               MOVE WS-INC-WORK-NAME TO WS-INC-OUT-NAME
               SET INC-CARRY-PASS TO TRUE
               PERFORM 1200-RUN-ONE-PASS THRU 1200-EXIT
               IF INC-VERIFY-RUN
                   MOVE WS-INC-FULL-NAME TO WS-INC-OUT-NAME
                   SET INC-FULL-PASS TO TRUE
                   PERFORM 1200-RUN-ONE-PASS THRU 1200-EXIT
               END-IF
               PERFORM 4000-INSTALL-RESULT THRU 4000-EXIT
           END-IF.
           PERFORM 4100-SAVE-MARK THRU 4100-EXIT.
           STOP RUN.

       1000-CHOOSE-MODE.
           ACCEPT WS-INC-ARG FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(WS-INC-ARG) TO WS-INC-ARG.
           MOVE "CITATION-SCAN" TO WS-INC-BUILDER.
           MOVE "LOAD" TO WS-INC-ACTION.
           MOVE WS-INC-ARG TO WS-INC-TEXT.
           CALL "DLGINCR" USING WS-INC-ACTION WS-INC-BUILDER
                                WS-INC-TEXT WS-INC-TEXT-2
                                WS-INC-RESULT WS-INC-COUNT.
           MOVE WS-INC-RESULT TO WS-INC-MODE.
           MOVE WS-INC-COUNT TO WS-INC-CHANGED.
           MOVE SPACES TO WS-INC-WORK-NAME WS-INC-FULL-NAME.
           STRING FUNCTION TRIM(WS-CFN-02) ".work"
               DELIMITED BY SIZE INTO WS-INC-WORK-NAME
           END-STRING.
           STRING FUNCTION TRIM(WS-CFN-02) ".full"
               DELIMITED BY SIZE INTO WS-INC-FULL-NAME
           END-STRING.
           IF INC-FULL-RUN
               GO TO 1000-ANNOUNCE
           END-IF.
      *> Nothing to carry forward from: rebuild in full.
           OPEN INPUT OLD-FILE.
           IF WS-INC-OLD-STATUS NOT = "00"
               DISPLAY "CITATION-SCAN: no previous citations at "
                       FUNCTION TRIM(WS-CFN-02)
                       " - rebuilding in full"
               SET INC-FULL-RUN TO TRUE
               GO TO 1000-ANNOUNCE
           END-IF.
           CLOSE OLD-FILE.
           PERFORM 1100-NOTE-PRESENT-PATHS THRU 1100-EXIT.
       1000-ANNOUNCE.
           EVALUATE TRUE
               WHEN INC-FULL-RUN
                   MOVE "FULL" TO WS-INC-MODE-WORD
                   DISPLAY "CITATION-SCAN: full rebuild"
               WHEN INC-VERIFY-RUN
                   MOVE "VERIFY" TO WS-INC-MODE-WORD
                   DISPLAY "CITATION-SCAN: incremental, "
                           WS-INC-CHANGED " changed path(s), "
                           "verified by full rebuild"
               WHEN OTHER
                   MOVE "INCR" TO WS-INC-MODE-WORD
                   DISPLAY "CITATION-SCAN: incremental, "
                           WS-INC-CHANGED " changed path(s)"
           END-EVALUATE.
       1000-EXIT.
           EXIT.

      *> Every path in today's extract, so citations for a path
      *> that has left it are retired rather than carried.
       1100-NOTE-PRESENT-PATHS.
           MOVE SPACES TO WS-INC-LAST-PATH.
           MOVE "N" TO WS-EOF-DATA.
           OPEN INPUT DATA-FILE.
           PERFORM 1110-NOTE-ONE-PATH THRU 1110-EXIT
               UNTIL NO-MORE-DATA.
           CLOSE DATA-FILE.
       1100-EXIT.
           EXIT.

       1110-NOTE-ONE-PATH.
           READ DATA-FILE
               AT END
                   SET NO-MORE-DATA TO TRUE
                   GO TO 1110-EXIT
           END-READ.
           IF DATA-LINE(1:2) NOT = "H|" AND DATA-LINE(1:2) NOT = "M|"
               GO TO 1110-EXIT
           END-IF.
           MOVE SPACES TO WS-INC-PATH.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-INC-TAG WS-INC-PATH
           END-UNSTRING.
           IF WS-INC-PATH = WS-INC-LAST-PATH
               GO TO 1110-EXIT
           END-IF.
           MOVE WS-INC-PATH TO WS-INC-LAST-PATH.
           MOVE "SEEN" TO WS-INC-ACTION.
           MOVE WS-INC-PATH TO WS-INC-TEXT.
           CALL "DLGINCR" USING WS-INC-ACTION WS-INC-BUILDER
                                WS-INC-TEXT WS-INC-TEXT-2
                                WS-INC-RESULT WS-INC-COUNT.
           IF WS-INC-RESULT = "FU"
               DISPLAY "CITATION-SCAN: too many paths to track - "
                       "rebuilding in full"
               SET INC-FULL-RUN TO TRUE
               SET NO-MORE-DATA TO TRUE
           END-IF.
       1110-EXIT.
           EXIT.

       1200-RUN-ONE-PASS.
           MOVE 0 TO WS-MSGS-SCANNED WS-CITES-FOUND WS-OUT-COUNT
                     WS-INC-CARRIED.
           MOVE SPACES TO WS-INC-LAST-PATH.
           MOVE "Y" TO WS-INC-PATH-SW.
           MOVE "N" TO WS-EOF-DATA.
           OPEN INPUT DATA-FILE.
           IF INC-CARRY-PASS
               MOVE "N" TO WS-INC-EOF-OLD
               OPEN INPUT OLD-FILE
               PERFORM 2910-READ-OLD-LINE THRU 2910-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           OPEN OUTPUT CITE-FILE.
           MOVE SPACES TO CITE-LINE.
           END-STRING.
           WRITE CITE-LINE.
           CLOSE CITE-FILE.
           IF INC-CARRY-PASS
               CLOSE OLD-FILE
               DISPLAY "CITATION-SCAN: " WS-MSGS-SCANNED
                       " message(s) rescanned, " WS-INC-CARRIED
                       " citation(s) carried forward, "
                       WS-OUT-COUNT " in all"
           ELSE
               DISPLAY "CITATION-SCAN: " WS-MSGS-SCANNED
                       " message(s) scanned, " WS-CITES-FOUND
                       " citation(s) written to "
                       FUNCTION TRIM(WS-INC-OUT-NAME)
           END-IF.
       1200-EXIT.
           EXIT.

       2000-SCAN-ONE-LINE.
           READ DATA-FILE
                   SET NO-MORE-DATA TO TRUE
               NOT AT END
                   IF DATA-LINE(1:2) = "M|"
                       MOVE SPACES TO WS-IN-SPEAKER WS-IN-NAME
                                      WS-IN-CONTENT
                       UNSTRING DATA-LINE DELIMITED BY "|"
                                WS-IN-SPEAKER WS-IN-NAME
                                WS-IN-TRADITION WS-IN-CONTENT
                       END-UNSTRING
                       IF INC-CARRY-PASS
                           MOVE WS-IN-PATH TO WS-INC-PATH
                           PERFORM 2800-GATE-BY-PATH THRU 2800-EXIT
                       END-IF
                       IF INC-DERIVE-PATH
                           ADD 1 TO WS-MSGS-SCANNED
                           PERFORM 2100-SCAN-CONTENT THRU 2100-EXIT
                       END-IF
                   END-IF
           END-READ.
       2000-EXIT.
               GO TO 2200-EXIT
           END-IF.
           MOVE SPACES TO WS-BOOK-TEXT.
           MOVE 0 TO WS-BOOK-HIT.
           IF WS-WORD-POS > 2
                   AND WS-WORD (WS-WORD-POS - 2) (1:1) >= "A"
                   AND WS-WORD (WS-WORD-POS - 2) (1:1) <= "Z"
       2500-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Incremental pass: at the first message of each path,
      *> either rescan it (written since the mark) or carry its
      *> citations forward from the previous file. The old file
      *> is in extract order, so one forward cursor serves; lines
      *> for paths rewritten or gone are dropped on the way.
      *>----------------------------------------------------------*>
       2800-GATE-BY-PATH.
           IF WS-INC-PATH = WS-INC-LAST-PATH
               GO TO 2800-EXIT
           END-IF.
           MOVE WS-INC-PATH TO WS-INC-LAST-PATH.
           MOVE "TEST" TO WS-INC-ACTION.
           MOVE WS-INC-PATH TO WS-INC-TEXT.
           CALL "DLGINCR" USING WS-INC-ACTION WS-INC-BUILDER
                                WS-INC-TEXT WS-INC-TEXT-2
                                WS-INC-RESULT WS-INC-COUNT.
           IF WS-INC-RESULT = "Y "
               MOVE "Y" TO WS-INC-PATH-SW
               GO TO 2800-EXIT
           END-IF.
           MOVE "N" TO WS-INC-PATH-SW.
           MOVE "N" TO WS-INC-CARRY-SW.
           PERFORM 2900-CARRY-OLD-LINE THRU 2900-EXIT
               UNTIL INC-NO-MORE-OLD OR INC-CARRY-STOPPED.
       2800-EXIT.
           EXIT.

       2900-CARRY-OLD-LINE.
           IF OLD-LINE(1:2) = "C|"
               PERFORM 2910-READ-OLD-LINE THRU 2910-EXIT
               GO TO 2900-EXIT
           END-IF.
           MOVE SPACES TO WS-INC-OLD-PATH.
           UNSTRING OLD-LINE DELIMITED BY "|"
               INTO WS-INC-TAG WS-INC-OLD-PATH
           END-UNSTRING.
           IF WS-INC-OLD-PATH = WS-INC-PATH
               MOVE OLD-LINE TO CITE-LINE
               WRITE CITE-LINE
               ADD 1 TO WS-OUT-COUNT
               ADD 1 TO WS-INC-CARRIED
               PERFORM 2910-READ-OLD-LINE THRU 2910-EXIT
               GO TO 2900-EXIT
           END-IF.
           MOVE "KEEP" TO WS-INC-ACTION.
           MOVE WS-INC-OLD-PATH TO WS-INC-TEXT.
           CALL "DLGINCR" USING WS-INC-ACTION WS-INC-BUILDER
                                WS-INC-TEXT WS-INC-TEXT-2
                                WS-INC-RESULT WS-INC-COUNT.
           IF WS-INC-RESULT = "Y "
               SET INC-CARRY-STOPPED TO TRUE
           ELSE
               PERFORM 2910-READ-OLD-LINE THRU 2910-EXIT
           END-IF.
       2900-EXIT.
           EXIT.

       2910-READ-OLD-LINE.
           READ OLD-FILE
               AT END
                   SET INC-NO-MORE-OLD TO TRUE
           END-READ.
       2910-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The incremental result replaces the file; on a VERIFY run
      *> it must first match the full rebuild line for line, and
      *> where it does not the full rebuild is installed.
      *>----------------------------------------------------------*>
       4000-INSTALL-RESULT.
           MOVE 0 TO WS-INC-DIFFS.
           IF INC-VERIFY-RUN
               MOVE "COMP" TO WS-INC-ACTION
               MOVE WS-INC-WORK-NAME TO WS-INC-TEXT
               MOVE WS-INC-FULL-NAME TO WS-INC-TEXT-2
               CALL "DLGINCR" USING WS-INC-ACTION WS-INC-BUILDER
                                    WS-INC-TEXT WS-INC-TEXT-2
                                    WS-INC-RESULT WS-INC-COUNT
               MOVE WS-INC-COUNT TO WS-INC-DIFFS
           END-IF.
           IF WS-INC-DIFFS > 0
               DISPLAY "CITATION-SCAN: VERIFY - incremental "
                       "citations differ from the full rebuild in "
                       WS-INC-DIFFS " line(s); full rebuild "
                       "installed"
               CALL "CBL_COPY_FILE" USING WS-INC-FULL-NAME WS-CFN-02
           ELSE
               IF INC-VERIFY-RUN
                   DISPLAY "CITATION-SCAN: VERIFY - incremental "
                           "citations match the full rebuild"
               END-IF
               CALL "CBL_COPY_FILE" USING WS-INC-WORK-NAME WS-CFN-02
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-INC-WORK-NAME.
           IF INC-VERIFY-RUN
               CALL "CBL_DELETE_FILE" USING WS-INC-FULL-NAME
           END-IF.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "CITATION-SCAN: citations installed at "
                   FUNCTION TRIM(WS-CFN-02).
       4000-EXIT.
           EXIT.

       4100-SAVE-MARK.
           MOVE "SAVE" TO WS-INC-ACTION.
           MOVE WS-INC-MODE-WORD TO WS-INC-TEXT.
           CALL "DLGINCR" USING WS-INC-ACTION WS-INC-BUILDER
                                WS-INC-TEXT WS-INC-TEXT-2
                                WS-INC-RESULT WS-INC-COUNT.
           MOVE 0 TO RETURN-CODE.
           IF WS-INC-DIFFS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       4100-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "dialogue_data.dat@*" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "citations.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
