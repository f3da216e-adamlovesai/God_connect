      *> DLGPART
      *>
      *> Maintains the per-mode partitions of the dialogue extract,
      *> CALLed at end of run by the programs that write
      *> batch/dialogue_data.dat (MASTER-UNLOAD, BUILD-DIALOGUE-DATA)
      *> so the partitions never lag the union. Scan times tripled because FORUM-TALLY
      *> and friends read every record and discard three modes of
      *> it; a single-mode program now opens its partition through
      *> DLGCFG's qualified name - "dialogue_data.dat(forum)" -
      *> delete-marked and X records ride with the mode of the
      *> record they shadow.
      *>
      *> In a multi-parish installation (batch/parish_register.ref,
      *> see DLGCFG) every registered parish also gets its own cut
      *> of the union and of each mode - the files a one-parish
      *> run resolves "dialogue_data.dat" and its qualified names
      *> to:
      *>
      *>     batch/dialogue_data@<parish>.dat         C|PARTS|*|...
      *>     batch/dialogue_data_<mode>@<parish>.dat  C|PARTS|<mode>|...
      *>
      *> with the parish as a fifth C|PARTS field. A record rides
      *> with the parish column of its header (blank is the home
      *> parish), the same way it rides with the header's mode.
      *>
      *> LK-RESULT: "00" partitions rewritten, "35" no union file.
      *>
      *> Compile (the nightly sweep does this automatically):
      *>
      *> MODIFICATION HISTORY
      *>     2026-09-02  DO   Initial version.
      *>     2026-10-15  DO   Caller list updated: the capture and
      *>                      load programs update the keyed master,
      *>                      and MASTER-UNLOAD writes the extract.
      *>     2026-10-15  DO   Layout 05 stamp. In a multi-parish
      *>                      installation each parish also gets its
      *>                      own union and per-mode partitions
      *>                      (dialogue_data@code.dat,
      *>                      dialogue_data_<mode>@code.dat), cut
      *>                      from the whole-installation extract by
      *>                      the H record's parish column.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLGPART.
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
       01  WS-IN-F4                 PIC X(60).
       01  WS-IN-SKIP               PIC X(240).
       01  WS-IN-PARISH             PIC X(12).
       01  WS-MARK-KIND             PIC X(01).

      *> The parish cuts: one union and four mode partitions per
      *> registered parish, one pass of the union each.
       01  WS-VIEW-LINE             PIC X(200).
       01  WS-VIEW-CODE             PIC X(12).
       01  WS-HOME-PARISH           PIC X(12) VALUE SPACES.
       01  WS-CUT-PARISH            PIC X(12) VALUE SPACES.
       01  WS-CUR-PARISH            PIC X(12) VALUE SPACES.
       01  WS-CUT-MODE-POS          PIC 9(01) VALUE 0.
       01  WS-CUT-H                 PIC 9(06) VALUE 0.
       01  WS-CUT-M                 PIC 9(06) VALUE 0.
       01  WS-CUT-O                 PIC 9(06) VALUE 0.
       01  WS-CUT-MODE-NAME         PIC X(20).
       01  WS-IN-CUT                PIC X(01) VALUE "N".
           88  RECORD-IN-CUT                 VALUE "Y".
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "DLGPART".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).

       LINKAGE SECTION.
       01  LK-RESULT                PIC X(02).

       PROCEDURE DIVISION USING LK-RESULT.
       0000-MAINLINE.
           MOVE "00" TO LK-RESULT.
           MOVE "dialogue_data.dat@*" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           OPEN INPUT UNION-FILE.
           IF WS-UNION-STATUS NOT = "00"
           PERFORM 1000-CUT-ONE-PARTITION THRU 1000-EXIT
               VARYING WS-MODE-POS FROM 1 BY 1
               UNTIL WS-MODE-POS > WS-MODE-COUNT.
           PERFORM 3000-CUT-PARISHES THRU 3000-EXIT.
           CLOSE UNION-FILE.
           GOBACK.

           END-IF.
           MOVE "N" TO WS-EOF-UNION.
           MOVE 0 TO WS-CUR-MODE-POS.
           MOVE SPACES TO WS-PART-NAME WS-CFG-LOGICAL.
           STRING "dialogue_data.dat("
                  FUNCTION TRIM(WS-MODE-NAME (WS-MODE-POS))
                  ")@*"
               DELIMITED BY SIZE INTO WS-CFG-LOGICAL
           END-STRING.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-PART-NAME.
           OPEN OUTPUT PART-FILE.
           MOVE SPACES TO PART-LINE.
           STRING "C|HEADER|DIALOGUE|" WS-RUN-TIMESTAMP "|05"
               DELIMITED BY SIZE INTO PART-LINE
           END-STRING.
           WRITE PART-LINE.
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *> One union and four mode cuts per registered parish; none
      *> at all in a single-parish installation.
       3000-CUT-PARISHES.
           MOVE "*PARISH" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-VIEW-LINE.
           MOVE SPACES TO WS-VIEW-CODE WS-HOME-PARISH.
           UNSTRING WS-VIEW-LINE DELIMITED BY "|"
               INTO WS-VIEW-CODE WS-HOME-PARISH
           END-UNSTRING.
           IF WS-HOME-PARISH = SPACES
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO WS-PRS-PARISH.
           MOVE "00" TO WS-PRS-RC.
           PERFORM 3100-CUT-ONE-PARISH THRU 3100-EXIT
               UNTIL WS-PRS-RC NOT = "00".
       3000-EXIT.
           EXIT.

       3100-CUT-ONE-PARISH.
           MOVE "NEXT" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
           IF WS-PRS-RC NOT = "00"
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-PRS-PARISH TO WS-CUT-PARISH.
           PERFORM 3200-CUT-ONE-FILE THRU 3200-EXIT
               VARYING WS-CUT-MODE-POS FROM 0 BY 1
               UNTIL WS-CUT-MODE-POS > WS-MODE-COUNT.
       3100-EXIT.
           EXIT.

      *> Mode position 0 is the parish's union.
       3200-CUT-ONE-FILE.
           CLOSE UNION-FILE.
           OPEN INPUT UNION-FILE.
           MOVE "N" TO WS-EOF-UNION WS-IN-CUT.
           MOVE 0 TO WS-CUT-H WS-CUT-M WS-CUT-O.
           MOVE SPACES TO WS-PART-NAME WS-CFG-LOGICAL.
           IF WS-CUT-MODE-POS = 0
               MOVE "*" TO WS-CUT-MODE-NAME
               STRING "dialogue_data.dat@"
                      FUNCTION TRIM(WS-CUT-PARISH)
                   DELIMITED BY SIZE INTO WS-CFG-LOGICAL
               END-STRING
           ELSE
               MOVE WS-MODE-NAME (WS-CUT-MODE-POS)
                   TO WS-CUT-MODE-NAME
               STRING "dialogue_data.dat("
                      FUNCTION TRIM(WS-CUT-MODE-NAME)
                      ")@"
                      FUNCTION TRIM(WS-CUT-PARISH)
                   DELIMITED BY SIZE INTO WS-CFG-LOGICAL
               END-STRING
           END-IF.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-PART-NAME.
           OPEN OUTPUT PART-FILE.
           MOVE SPACES TO PART-LINE.
           STRING "C|HEADER|DIALOGUE|" WS-RUN-TIMESTAMP "|05"
               DELIMITED BY SIZE INTO PART-LINE
           END-STRING.
           WRITE PART-LINE.
           MOVE SPACES TO PART-LINE.
           STRING "C|PARTS|"
                  FUNCTION TRIM(WS-CUT-MODE-NAME)
                  "|dialogue_data.dat|"
                  FUNCTION TRIM(WS-CUT-PARISH)
               DELIMITED BY SIZE INTO PART-LINE
           END-STRING.
           WRITE PART-LINE.
           PERFORM 3300-COPY-ONE-CUT-LINE THRU 3300-EXIT
               UNTIL NO-MORE-UNION.
           COMPUTE WS-PART-TOTAL = WS-CUT-H + WS-CUT-M + WS-CUT-O.
           MOVE SPACES TO PART-LINE.
           STRING "C|TRAILER|DIALOGUE|"       DELIMITED BY SIZE
                  WS-CUT-H                    DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  WS-CUT-M                    DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  WS-PART-TOTAL               DELIMITED BY SIZE
                  INTO PART-LINE
           END-STRING.
           WRITE PART-LINE.
           CLOSE PART-FILE.
       3200-EXIT.
           EXIT.

      *> A header (or its delete-marked twin) decides the cut for
      *> everything up to the next one: its parish, and its mode
      *> unless the cut is the parish's union.
       3300-COPY-ONE-CUT-LINE.
           READ UNION-FILE
               AT END
                   SET NO-MORE-UNION TO TRUE
                   GO TO 3300-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN UNION-LINE(1:2) = "C|"
                   GO TO 3300-EXIT
               WHEN UNION-LINE(1:2) = "H|"
                   MOVE SPACES TO WS-IN-PARISH
                   UNSTRING UNION-LINE DELIMITED BY "|"
                       INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
                            WS-IN-SKIP WS-IN-SKIP WS-IN-SKIP
                            WS-IN-SKIP WS-IN-SKIP WS-IN-SKIP
                            WS-IN-SKIP WS-IN-SKIP WS-IN-SKIP
                            WS-IN-PARISH
                   END-UNSTRING
                   PERFORM 3400-JUDGE-CUT THRU 3400-EXIT
                   IF RECORD-IN-CUT
                       ADD 1 TO WS-CUT-H
                   END-IF
               WHEN UNION-LINE(1:4) = "D|H|"
                   MOVE SPACES TO WS-IN-PARISH
                   UNSTRING UNION-LINE DELIMITED BY "|"
                       INTO WS-IN-TAG WS-MARK-KIND
                            WS-IN-F2 WS-IN-F3 WS-IN-F4
                            WS-IN-SKIP WS-IN-SKIP WS-IN-SKIP
                            WS-IN-SKIP WS-IN-SKIP WS-IN-SKIP
                            WS-IN-SKIP WS-IN-SKIP WS-IN-SKIP
                            WS-IN-PARISH
                   END-UNSTRING
                   PERFORM 3400-JUDGE-CUT THRU 3400-EXIT
                   IF RECORD-IN-CUT
                       ADD 1 TO WS-CUT-O
                   END-IF
               WHEN NOT RECORD-IN-CUT
                   GO TO 3300-EXIT
               WHEN UNION-LINE(1:2) = "M|"
                   ADD 1 TO WS-CUT-M
               WHEN OTHER
                   ADD 1 TO WS-CUT-O
           END-EVALUATE.
           IF RECORD-IN-CUT
               MOVE UNION-LINE TO PART-LINE
               WRITE PART-LINE
           END-IF.
       3300-EXIT.
           EXIT.

       3400-JUDGE-CUT.
           MOVE "N" TO WS-IN-CUT.
           MOVE FUNCTION UPPER-CASE(WS-IN-PARISH) TO WS-CUR-PARISH.
           IF WS-CUR-PARISH = SPACES
               MOVE WS-HOME-PARISH TO WS-CUR-PARISH
           END-IF.
           IF WS-CUR-PARISH NOT = WS-CUT-PARISH
               GO TO 3400-EXIT
           END-IF.
           IF WS-CUT-MODE-POS > 0
               PERFORM 2100-SET-MODE THRU 2100-EXIT
               IF WS-CUR-MODE-POS NOT = WS-CUT-MODE-POS
                   GO TO 3400-EXIT
               END-IF
           END-IF.
           MOVE "Y" TO WS-IN-CUT.
       3400-EXIT.
           EXIT.
