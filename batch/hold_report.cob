      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> HOLD-REPORT
      *>
      *> The standing report over the legal/pastoral hold register
      *> batch/legal_holds.dat (HOLD-MAINT). For every active hold
      *> it shows the scope and key, who placed it and when, when
      *> it was last reviewed, and what it is currently blocking:
      *>
      *>     DLGS     live dialogues on the extract the hold
      *>              covers, judged by the same DLGHOLD rule the
      *>              destructive jobs apply
      *>     BLOCKS   refusals the destructive jobs have logged
      *>              against it on batch/hold_blocks.dat, with the
      *>              latest one spelled out
      *>
      *> A hold nobody has reviewed (HOLD-MAINT REVIEW) or placed
      *> in the last 90 days is flagged OVERDUE and raises a
      *> HOLD-REVIEW finding (MED) through DLGEXC, so a forgotten
      *> hold does not preserve records for ever unnoticed.
      *> Report lines write through the spool (DLGSPOOL, class
      *> BOARD) as well as the console.
      *>
      *> Usage:
      *>     hold_report
      *>
      *> RETURN-CODE 0 clear, 4 a hold is overdue for review.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT BLOCK-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCK-STATUS.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-LINE                PIC X(500).

       FD  BLOCK-FILE.
       01  BLOCK-LINE               PIC X(300).

       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-HOLD-STATUS           PIC X(02) VALUE SPACES.
       01  WS-BLOCK-STATUS          PIC X(02) VALUE SPACES.
       01  WS-DATA-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EOF-HOLD              PIC X(01) VALUE "N".
           88  NO-MORE-HOLDS                 VALUE "Y".
       01  WS-EOF-BLOCK             PIC X(01) VALUE "N".
           88  NO-MORE-BLOCKS                VALUE "Y".
       01  WS-EOF-DATA              PIC X(01) VALUE "N".
           88  NO-MORE-DATA                  VALUE "Y".

       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-TODAY                 PIC 9(08) VALUE 0.
       01  WS-TODAY-INT             PIC 9(08) VALUE 0.
       01  WS-WORK-NUM              PIC 9(08) VALUE 0.
       01  WS-REVIEW-DAYS           PIC 9(03) VALUE 90.

       01  WS-HLD-MAX               PIC 9(03) VALUE 300.
       01  WS-HLD-COUNT             PIC 9(03) VALUE 0.
       01  WS-HLD-TABLE.
           05  WS-HLD-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-HLD-IDX.
               10  WS-HLD-ID        PIC X(04).
               10  WS-HLD-SCOPE     PIC X(10).
               10  WS-HLD-KEY       PIC X(200).
               10  WS-HLD-KEY2      PIC X(10).
               10  WS-HLD-REASON    PIC X(80).
               10  WS-HLD-BY        PIC X(20).
               10  WS-HLD-PLACED    PIC X(08).
               10  WS-HLD-REVIEWED  PIC X(08).
               10  WS-HLD-STATE     PIC X(01).
      *>             A active, R released
               10  WS-HLD-DLGS      PIC 9(05).
               10  WS-HLD-BLOCKS    PIC 9(05).
               10  WS-HLD-LAST-PGM  PIC X(30).
               10  WS-HLD-LAST-ITEM PIC X(200).
               10  WS-HLD-LAST-AT   PIC X(08).
       01  WS-HLD-POS               PIC 9(03) VALUE 0.
       01  WS-HLD-FOUND             PIC 9(03) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(200).
       01  WS-IN-F3                 PIC X(200).
       01  WS-IN-F4                 PIC X(200).
       01  WS-IN-F5                 PIC X(200).
       01  WS-IN-F6                 PIC X(160).
       01  WS-IN-F7                 PIC X(60).
       01  WS-IN-F8                 PIC X(60).

      *> DLGHOLD enquiry (blank program: not logged as a block).
       01  WS-HOLD-PGM              PIC X(30) VALUE SPACES.
       01  WS-HOLD-ITEM             PIC X(200).
       01  WS-HOLD-FROM             PIC X(10).
       01  WS-HOLD-TO               PIC X(10).
       01  WS-HOLD-RC               PIC X(02).
       01  WS-HOLD-ID               PIC X(04).

       01  WS-ACTIVE                PIC 9(03) VALUE 0.
       01  WS-OVERDUE               PIC 9(03) VALUE 0.
       01  WS-AGE-DAYS              PIC 9(05) VALUE 0.
       01  WS-AGE-ED                PIC ZZZZ9.
       01  WS-REVIEW-ED             PIC ZZ9.
       01  WS-DLGS-ED               PIC ZZZZ9.
       01  WS-BLOCKS-ED             PIC ZZZZZ9.
       01  WS-KEY-SHOW              PIC X(34).
       01  WS-FLAG                  PIC X(07).
       01  WS-PLACED-ED             PIC X(10).
       01  WS-REVIEWED-ED           PIC X(10).
       01  WS-DATE-IN               PIC X(08).
       01  WS-DATE-OUT              PIC X(10).

       01  WS-RPT-LINE.
           05  WS-RL-ID             PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-SCOPE          PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-KEY            PIC X(34).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-PLACED         PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-REVIEWED       PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-AGE            PIC X(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-DLGS           PIC X(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-BLOCKS         PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-FLAG           PIC X(07).

       01  WS-EXC-ID                PIC X(20) VALUE "HOLD-REVIEW".
       01  WS-EXC-SEV               PIC X(04) VALUE "MED".
       01  WS-EXC-PATH              PIC X(200).
       01  WS-EXC-DETAIL            PIC X(120).

       01  WS-SPL-ACTION            PIC X(04).
       01  WS-SPL-PGM               PIC X(30) VALUE "HOLD-REPORT".
       01  WS-SPL-CLASS             PIC X(10) VALUE "BOARD".
       01  WS-SPL-TEXT              PIC X(132).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1100-LOAD-HOLDS THRU 1100-EXIT
               UNTIL NO-MORE-HOLDS.
           PERFORM 2000-TALLY-BLOCKS THRU 2000-EXIT
               UNTIL NO-MORE-BLOCKS.
           PERFORM 2100-TALLY-DIALOGUES THRU 2100-EXIT
               UNTIL NO-MORE-DATA.
           PERFORM 3000-REPORT THRU 3000-EXIT.
           PERFORM 5000-FINISH THRU 5000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT.
           MOVE "OPEN" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
       1000-EXIT.
           EXIT.

       1100-LOAD-HOLDS.
           IF WS-HOLD-STATUS = SPACES
               OPEN INPUT HOLD-FILE
               IF WS-HOLD-STATUS NOT = "00"
                   SET NO-MORE-HOLDS TO TRUE
                   GO TO 1100-EXIT
               END-IF
           END-IF.
           READ HOLD-FILE
               AT END
                   SET NO-MORE-HOLDS TO TRUE
                   CLOSE HOLD-FILE
               NOT AT END
                   MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4
                                  WS-IN-F5 WS-IN-F6 WS-IN-F7
                                  WS-IN-F8
                   EVALUATE TRUE
                       WHEN HOLD-LINE(1:2) = "H|"
                           UNSTRING HOLD-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                    WS-IN-F4 WS-IN-F5 WS-IN-F6
                                    WS-IN-F7 WS-IN-F8
                           END-UNSTRING
                           PERFORM 1200-ADD-HOLD THRU 1200-EXIT
                       WHEN HOLD-LINE(1:2) = "R|"
                               OR HOLD-LINE(1:2) = "V|"
                           UNSTRING HOLD-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                    WS-IN-F7 WS-IN-F8
                           END-UNSTRING
                           PERFORM 1300-FIND-HOLD THRU 1300-EXIT
                           IF WS-HLD-FOUND > 0
                               IF HOLD-LINE(1:2) = "R|"
                                   MOVE "R" TO
                                       WS-HLD-STATE (WS-HLD-FOUND)
                               ELSE
                                   MOVE WS-IN-F8(1:8) TO
                                     WS-HLD-REVIEWED (WS-HLD-FOUND)
                               END-IF
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       1100-EXIT.
           EXIT.

       1200-ADD-HOLD.
           IF WS-HLD-COUNT NOT < WS-HLD-MAX
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-HLD-COUNT.
           INITIALIZE WS-HLD-ENTRY (WS-HLD-COUNT).
           MOVE WS-IN-F2(1:4) TO WS-HLD-ID (WS-HLD-COUNT).
           MOVE WS-IN-F3(1:10) TO WS-HLD-SCOPE (WS-HLD-COUNT).
           MOVE WS-IN-F4 TO WS-HLD-KEY (WS-HLD-COUNT).
           MOVE WS-IN-F5(1:10) TO WS-HLD-KEY2 (WS-HLD-COUNT).
           MOVE WS-IN-F6(1:80) TO WS-HLD-REASON (WS-HLD-COUNT).
           MOVE WS-IN-F7(1:20) TO WS-HLD-BY (WS-HLD-COUNT).
           MOVE WS-IN-F8(1:8) TO WS-HLD-PLACED (WS-HLD-COUNT).
           MOVE WS-IN-F8(1:8) TO WS-HLD-REVIEWED (WS-HLD-COUNT).
           MOVE "A" TO WS-HLD-STATE (WS-HLD-COUNT).
       1200-EXIT.
           EXIT.

       1300-FIND-HOLD.
           MOVE 0 TO WS-HLD-FOUND.
           SET WS-HLD-IDX TO 1.
           IF WS-HLD-COUNT > 0
               SEARCH WS-HLD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HLD-IDX > WS-HLD-COUNT
                       CONTINUE
                   WHEN WS-HLD-ID (WS-HLD-IDX) = WS-IN-F2(1:4)
                       SET WS-HLD-FOUND TO WS-HLD-IDX
               END-SEARCH
           END-IF.
       1300-EXIT.
           EXIT.

      *> B|hold-id|program|item|stamp - file order is time order,
      *> so the last one read is the latest.
       2000-TALLY-BLOCKS.
           IF WS-BLOCK-STATUS = SPACES
               OPEN INPUT BLOCK-FILE
               IF WS-BLOCK-STATUS NOT = "00"
                   SET NO-MORE-BLOCKS TO TRUE
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           READ BLOCK-FILE
               AT END
                   SET NO-MORE-BLOCKS TO TRUE
                   CLOSE BLOCK-FILE
               NOT AT END
                   IF BLOCK-LINE(1:2) = "B|"
                       MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4
                                      WS-IN-F5
                       UNSTRING BLOCK-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                WS-IN-F4 WS-IN-F5
                       END-UNSTRING
                       PERFORM 1300-FIND-HOLD THRU 1300-EXIT
                       IF WS-HLD-FOUND > 0
                           ADD 1 TO WS-HLD-BLOCKS (WS-HLD-FOUND)
                           MOVE WS-IN-F3(1:30)
                               TO WS-HLD-LAST-PGM (WS-HLD-FOUND)
                           MOVE WS-IN-F4
                               TO WS-HLD-LAST-ITEM (WS-HLD-FOUND)
                           MOVE WS-IN-F5(1:8)
                               TO WS-HLD-LAST-AT (WS-HLD-FOUND)
                       END-IF
                   END-IF
           END-READ.
       2000-EXIT.
           EXIT.

      *> Every live dialogue header is put to DLGHOLD as an
      *> enquiry; the hold it names gets the count.
       2100-TALLY-DIALOGUES.
           IF WS-DATA-STATUS = SPACES
               OPEN INPUT DATA-FILE
               IF WS-DATA-STATUS NOT = "00"
                   SET NO-MORE-DATA TO TRUE
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           READ DATA-FILE
               AT END
                   SET NO-MORE-DATA TO TRUE
                   CLOSE DATA-FILE
               NOT AT END
                   IF DATA-LINE(1:2) = "H|"
                       MOVE SPACES TO WS-HOLD-ITEM
                       UNSTRING DATA-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-HOLD-ITEM
                       END-UNSTRING
                       MOVE SPACES TO WS-HOLD-FROM WS-HOLD-TO
                       CALL "DLGHOLD" USING WS-HOLD-PGM WS-HOLD-ITEM
                                            WS-HOLD-FROM WS-HOLD-TO
                                            WS-HOLD-RC WS-HOLD-ID
                       IF WS-HOLD-RC = "12"
                           MOVE WS-HOLD-ID TO WS-IN-F2(1:4)
                           PERFORM 1300-FIND-HOLD THRU 1300-EXIT
                           IF WS-HLD-FOUND > 0
                               ADD 1 TO WS-HLD-DLGS (WS-HLD-FOUND)
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

       3000-REPORT.
           MOVE WS-REVIEW-DAYS TO WS-REVIEW-ED.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "LEGAL/PASTORAL HOLD REPORT - "
                  WS-RUN-TIMESTAMP(1:4) "-" WS-RUN-TIMESTAMP(5:2)
                  "-" WS-RUN-TIMESTAMP(7:2)
                  " - review due every "
                  FUNCTION TRIM(WS-REVIEW-ED) " days"
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "ID" TO WS-RL-ID.
           MOVE "SCOPE" TO WS-RL-SCOPE.
           MOVE "KEY" TO WS-RL-KEY.
           MOVE "PLACED" TO WS-RL-PLACED.
           MOVE "REVIEWED" TO WS-RL-REVIEWED.
           MOVE " DAYS" TO WS-RL-AGE.
           MOVE " DLGS" TO WS-RL-DLGS.
           MOVE "BLOCKS" TO WS-RL-BLOCKS.
           MOVE "FLAG" TO WS-RL-FLAG.
           MOVE WS-RPT-LINE TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE ALL "-" TO WS-SPL-TEXT(1:99).
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           PERFORM 3100-REPORT-ONE-HOLD THRU 3100-EXIT
               VARYING WS-HLD-POS FROM 1 BY 1
               UNTIL WS-HLD-POS > WS-HLD-COUNT.
           IF WS-ACTIVE = 0
               MOVE "  (no active holds)" TO WS-SPL-TEXT
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-REPORT-ONE-HOLD.
           IF WS-HLD-STATE (WS-HLD-POS) NOT = "A"
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-ACTIVE.
           MOVE 0 TO WS-AGE-DAYS.
           IF WS-HLD-REVIEWED (WS-HLD-POS) IS NUMERIC
               MOVE WS-HLD-REVIEWED (WS-HLD-POS) TO WS-WORK-NUM
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-WORK-NUM)
           END-IF.
           MOVE SPACES TO WS-FLAG.
           IF WS-AGE-DAYS > WS-REVIEW-DAYS
               MOVE "OVERDUE" TO WS-FLAG
               ADD 1 TO WS-OVERDUE
           END-IF.
           MOVE SPACES TO WS-KEY-SHOW.
           IF WS-HLD-SCOPE (WS-HLD-POS) = "DATE"
               STRING WS-HLD-KEY (WS-HLD-POS)(1:10) " TO "
                      WS-HLD-KEY2 (WS-HLD-POS)
                   DELIMITED BY SIZE INTO WS-KEY-SHOW
               END-STRING
           ELSE
               MOVE WS-HLD-KEY (WS-HLD-POS) TO WS-KEY-SHOW
           END-IF.
           MOVE WS-HLD-PLACED (WS-HLD-POS) TO WS-DATE-IN.
           PERFORM 3200-EDIT-DATE THRU 3200-EXIT.
           MOVE WS-DATE-OUT TO WS-PLACED-ED.
           MOVE WS-HLD-REVIEWED (WS-HLD-POS) TO WS-DATE-IN.
           PERFORM 3200-EDIT-DATE THRU 3200-EXIT.
           MOVE WS-DATE-OUT TO WS-REVIEWED-ED.
           MOVE WS-AGE-DAYS TO WS-AGE-ED.
           MOVE WS-HLD-DLGS (WS-HLD-POS) TO WS-DLGS-ED.
           MOVE WS-HLD-BLOCKS (WS-HLD-POS) TO WS-BLOCKS-ED.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-HLD-ID (WS-HLD-POS) TO WS-RL-ID.
           MOVE WS-HLD-SCOPE (WS-HLD-POS) TO WS-RL-SCOPE.
           MOVE WS-KEY-SHOW TO WS-RL-KEY.
           MOVE WS-PLACED-ED TO WS-RL-PLACED.
           MOVE WS-REVIEWED-ED TO WS-RL-REVIEWED.
           MOVE WS-AGE-ED TO WS-RL-AGE.
           MOVE WS-DLGS-ED TO WS-RL-DLGS.
           MOVE WS-BLOCKS-ED TO WS-RL-BLOCKS.
           MOVE WS-FLAG TO WS-RL-FLAG.
           MOVE WS-RPT-LINE TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "     REASON: "
                  FUNCTION TRIM(WS-HLD-REASON (WS-HLD-POS))
                  " (placed by "
                  FUNCTION TRIM(WS-HLD-BY (WS-HLD-POS)) ")"
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           IF WS-HLD-BLOCKS (WS-HLD-POS) > 0
               MOVE WS-HLD-LAST-AT (WS-HLD-POS) TO WS-DATE-IN
               PERFORM 3200-EDIT-DATE THRU 3200-EXIT
               MOVE SPACES TO WS-SPL-TEXT
               STRING "     LAST BLOCKED: " WS-DATE-OUT " "
                      FUNCTION TRIM(WS-HLD-LAST-PGM (WS-HLD-POS))
                      " "
                      FUNCTION TRIM(WS-HLD-LAST-ITEM (WS-HLD-POS))
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
           END-IF.
           IF WS-FLAG = "OVERDUE"
               PERFORM 4000-RAISE-FINDING THRU 4000-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       3200-EDIT-DATE.
           MOVE SPACES TO WS-DATE-OUT.
           IF WS-DATE-IN IS NUMERIC
               STRING WS-DATE-IN(1:4) "-" WS-DATE-IN(5:2) "-"
                      WS-DATE-IN(7:2)
                   DELIMITED BY SIZE INTO WS-DATE-OUT
               END-STRING
           END-IF.
       3200-EXIT.
           EXIT.

       4000-RAISE-FINDING.
           MOVE WS-HLD-KEY (WS-HLD-POS) TO WS-EXC-PATH.
           MOVE SPACES TO WS-EXC-DETAIL.
           STRING "hold " WS-HLD-ID (WS-HLD-POS) " "
                  FUNCTION TRIM(WS-HLD-SCOPE (WS-HLD-POS))
                  " not reviewed for "
                  FUNCTION TRIM(WS-AGE-ED) " days"
               DELIMITED BY SIZE INTO WS-EXC-DETAIL
           END-STRING.
           CALL "DLGEXC" USING WS-EXC-ID WS-EXC-SEV
                               WS-EXC-PATH WS-EXC-DETAIL.
       4000-EXIT.
           EXIT.

       5000-FINISH.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "HOLD-REPORT: " WS-ACTIVE " active hold(s), "
                  WS-OVERDUE " overdue for review"
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "CLOS" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           IF WS-OVERDUE > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.

       8000-SPOOL-LINE.
           MOVE "LINE" TO WS-SPL-ACTION.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
       8000-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "legal_holds.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "hold_blocks.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "dialogue_data.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
       0900-EXIT.
           EXIT.
