      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> VAULT-REPORT
      *>
      *> The standing report over the offsite vault catalog
      *> batch/vault_catalog.dat (VAULT-ROTATION), judged against
      *> batch/vault_policy.ref. For every backup generation that
      *> is not simply sitting onsite it shows where it is, where
      *> it is bound, when it moved, when it is due back and the
      *> shipment or recall that moved it, flagged:
      *>
      *>     OVERDUE  at a site past its due-back date
      *>     STUCK    in transit longer than TRANSIT-DAYS
      *>
      *> and closes with the count offsite against OFFSITE-MIN.
      *> Fewer offsite than the policy asks for is the finding
      *> this report exists for: it raises VAULT-POLICY (HIGH)
      *> through DLGEXC, and each OVERDUE or STUCK generation
      *> raises VAULT-MOVEMENT (MED). Report lines write through
      *> the spool (DLGSPOOL, class BOARD) as well as the console.
      *>
      *> Usage:
      *>     vault_report
      *>
      *> RETURN-CODE 0 within policy, 4 below policy or a box
      *> overdue or stuck.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAULT-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT HIST-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CAT-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
       01  POLICY-LINE              PIC X(200).

       FD  HIST-FILE.
       01  HIST-LINE                PIC X(40).

       FD  CAT-FILE.
       01  CAT-LINE                 PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-POLICY-STATUS         PIC X(02) VALUE SPACES.
       01  WS-HIST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CAT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-EOF-FLAG              PIC X(01) VALUE "N".
           88  NO-MORE-INPUT                 VALUE "Y".

       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-TODAY                 PIC 9(08) VALUE 0.
       01  WS-TODAY-INT             PIC 9(08) VALUE 0.
       01  WS-WORK-DATE             PIC 9(08) VALUE 0.
       01  WS-DAYS                  PIC S9(05) VALUE 0.

       01  WS-POL-OFFSITE-MIN       PIC 9(03) VALUE 3.
       01  WS-POL-TRANSIT-DAYS      PIC 9(03) VALUE 3.

       01  WS-GEN-MAX               PIC 9(04) VALUE 999.
       01  WS-GEN-COUNT             PIC 9(04) VALUE 0.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY OCCURS 999 TIMES
                   INDEXED BY WS-GEN-IDX.
               10  WS-GEN-NUM       PIC 9(04).
               10  WS-GEN-CUT       PIC X(08).
               10  WS-GEN-LOC       PIC X(10).
               10  WS-GEN-BOUND     PIC X(10).
               10  WS-GEN-DUE       PIC X(08).
               10  WS-GEN-REF       PIC X(07).
               10  WS-GEN-SINCE     PIC X(08).
       01  WS-GEN-POS               PIC 9(04) VALUE 0.
       01  WS-GEN-FOUND             PIC 9(04) VALUE 0.
       01  WS-SEEK-GEN              PIC 9(04) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(40).
       01  WS-IN-F3                 PIC X(40).
       01  WS-IN-F4                 PIC X(40).
       01  WS-IN-F5                 PIC X(40).
       01  WS-IN-F6                 PIC X(40).
       01  WS-IN-F7                 PIC X(40).
       01  WS-IN-F8                 PIC X(40).

       01  WS-ONSITE                PIC 9(04) VALUE 0.
       01  WS-OFFSITE               PIC 9(04) VALUE 0.
       01  WS-IN-TRANSIT            PIC 9(04) VALUE 0.
       01  WS-OVERDUE               PIC 9(04) VALUE 0.
       01  WS-STUCK                 PIC 9(04) VALUE 0.
       01  WS-LISTED                PIC 9(04) VALUE 0.
       01  WS-GEN-LABEL             PIC X(07).
       01  WS-FLAG                  PIC X(07).
       01  WS-MIN-ED                PIC ZZ9.

       01  WS-RPT-LINE.
           05  WS-RL-GEN            PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-CUT            PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-LOC            PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-BOUND          PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-SINCE          PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-DUE            PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-REF            PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-FLAG           PIC X(07).
       01  WS-DATE-IN               PIC X(08).
       01  WS-DATE-OUT              PIC X(10).

       01  WS-EXC-ID                PIC X(20).
       01  WS-EXC-SEV               PIC X(04).
       01  WS-EXC-PATH              PIC X(200).
       01  WS-EXC-DETAIL            PIC X(120).

       01  WS-SPL-ACTION            PIC X(04).
       01  WS-SPL-PGM               PIC X(30) VALUE "VAULT-REPORT".
       01  WS-SPL-CLASS             PIC X(10) VALUE "BOARD".
       01  WS-SPL-TEXT              PIC X(132).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT.
           PERFORM 1000-LOAD-POLICY THRU 1000-EXIT
               UNTIL NO-MORE-INPUT.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 1100-LOAD-GENERATIONS THRU 1100-EXIT
               UNTIL NO-MORE-INPUT.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 1200-LOAD-MOVEMENTS THRU 1200-EXIT
               UNTIL NO-MORE-INPUT.
           MOVE "OPEN" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           PERFORM 3000-REPORT THRU 3000-EXIT.
           PERFORM 5000-FINISH THRU 5000-EXIT.
           STOP RUN.

       1000-LOAD-POLICY.
           IF WS-POLICY-STATUS = SPACES
               OPEN INPUT POLICY-FILE
               IF WS-POLICY-STATUS NOT = "00"
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           READ POLICY-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   CLOSE POLICY-FILE
                   GO TO 1000-EXIT
           END-READ.
           IF POLICY-LINE(1:2) NOT = "P|"
               GO TO 1000-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING POLICY-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           IF FUNCTION TRIM(WS-IN-F3) IS NOT NUMERIC
               GO TO 1000-EXIT
           END-IF.
           EVALUATE WS-IN-F2
               WHEN "OFFSITE-MIN"
                   MOVE FUNCTION NUMVAL(WS-IN-F3)
                       TO WS-POL-OFFSITE-MIN
               WHEN "TRANSIT-DAYS"
                   MOVE FUNCTION NUMVAL(WS-IN-F3)
                       TO WS-POL-TRANSIT-DAYS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1000-EXIT.
           EXIT.

      *> G|nnnn|YYYYMMDD, one per generation BACKUP-GENERATIONS
      *> has cut.
       1100-LOAD-GENERATIONS.
           IF WS-HIST-STATUS = SPACES
               OPEN INPUT HIST-FILE
               IF WS-HIST-STATUS NOT = "00"
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 1100-EXIT
               END-IF
           END-IF.
           READ HIST-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   CLOSE HIST-FILE
                   GO TO 1100-EXIT
           END-READ.
           IF HIST-LINE(1:2) NOT = "G|"
               GO TO 1100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING HIST-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           IF WS-IN-F2(1:4) IS NOT NUMERIC
               GO TO 1100-EXIT
           END-IF.
           MOVE WS-IN-F2(1:4) TO WS-SEEK-GEN.
           PERFORM 8000-FIND-OR-ADD-GEN THRU 8000-EXIT.
           IF WS-GEN-FOUND > 0
               MOVE WS-IN-F3(1:8) TO WS-GEN-CUT (WS-GEN-FOUND)
           END-IF.
       1100-EXIT.
           EXIT.

      *> M|GENnnnn|location|bound-for|due-back|ref|operator|stamp|
      *>   note - the last one read for a generation stands.
       1200-LOAD-MOVEMENTS.
           IF WS-CAT-STATUS = SPACES
               OPEN INPUT CAT-FILE
               IF WS-CAT-STATUS NOT = "00"
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 1200-EXIT
               END-IF
           END-IF.
           READ CAT-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   CLOSE CAT-FILE
                   GO TO 1200-EXIT
           END-READ.
           IF CAT-LINE(1:2) NOT = "M|"
               GO TO 1200-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6 WS-IN-F7 WS-IN-F8.
           UNSTRING CAT-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-IN-F7 WS-IN-F8
           END-UNSTRING.
           IF WS-IN-F2(1:3) NOT = "GEN" OR WS-IN-F2(4:4) IS NOT NUMERIC
               GO TO 1200-EXIT
           END-IF.
           MOVE WS-IN-F2(4:4) TO WS-SEEK-GEN.
           PERFORM 8000-FIND-OR-ADD-GEN THRU 8000-EXIT.
           IF WS-GEN-FOUND = 0
               GO TO 1200-EXIT
           END-IF.
           MOVE WS-IN-F3(1:10) TO WS-GEN-LOC (WS-GEN-FOUND).
           MOVE WS-IN-F4(1:10) TO WS-GEN-BOUND (WS-GEN-FOUND).
           MOVE WS-IN-F5(1:8) TO WS-GEN-DUE (WS-GEN-FOUND).
           MOVE WS-IN-F6(1:7) TO WS-GEN-REF (WS-GEN-FOUND).
           MOVE WS-IN-F8(1:8) TO WS-GEN-SINCE (WS-GEN-FOUND).
       1200-EXIT.
           EXIT.

       3000-REPORT.
           MOVE WS-POL-OFFSITE-MIN TO WS-MIN-ED.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "OFFSITE VAULT REPORT - "
                  WS-RUN-TIMESTAMP(1:4) "-" WS-RUN-TIMESTAMP(5:2)
                  "-" WS-RUN-TIMESTAMP(7:2)
                  " - policy " FUNCTION TRIM(WS-MIN-ED)
                  " generation(s) offsite"
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "GEN" TO WS-RL-GEN.
           MOVE "CUT" TO WS-RL-CUT.
           MOVE "LOCATION" TO WS-RL-LOC.
           MOVE "BOUND FOR" TO WS-RL-BOUND.
           MOVE "SINCE" TO WS-RL-SINCE.
           MOVE "DUE BACK" TO WS-RL-DUE.
           MOVE "REF" TO WS-RL-REF.
           MOVE "FLAG" TO WS-RL-FLAG.
           MOVE WS-RPT-LINE TO WS-SPL-TEXT.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           PERFORM 3100-REPORT-ONE-GEN THRU 3100-EXIT
               VARYING WS-GEN-POS FROM 1 BY 1
               UNTIL WS-GEN-POS > WS-GEN-COUNT.
           IF WS-LISTED = 0
               MOVE "  (no generation has left the building)"
                   TO WS-SPL-TEXT
               PERFORM 8900-SPOOL-LINE THRU 8900-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-REPORT-ONE-GEN.
           MOVE WS-GEN-NUM (WS-GEN-POS) TO WS-SEEK-GEN.
           MOVE SPACES TO WS-GEN-LABEL.
           STRING "GEN" WS-SEEK-GEN DELIMITED BY SIZE
               INTO WS-GEN-LABEL
           END-STRING.
           IF WS-GEN-LOC (WS-GEN-POS) = "ONSITE"
               ADD 1 TO WS-ONSITE
               GO TO 3100-EXIT
           END-IF.
           MOVE SPACES TO WS-FLAG.
           IF WS-GEN-LOC (WS-GEN-POS) = "TRANSIT"
               ADD 1 TO WS-IN-TRANSIT
               IF WS-GEN-BOUND (WS-GEN-POS) NOT = "ONSITE"
                   ADD 1 TO WS-OFFSITE
               END-IF
               IF WS-GEN-SINCE (WS-GEN-POS) IS NUMERIC
                   MOVE WS-GEN-SINCE (WS-GEN-POS) TO WS-WORK-DATE
                   COMPUTE WS-DAYS = WS-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
                   IF WS-DAYS > WS-POL-TRANSIT-DAYS
                       MOVE "STUCK" TO WS-FLAG
                       ADD 1 TO WS-STUCK
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-OFFSITE
               IF WS-GEN-DUE (WS-GEN-POS) IS NUMERIC
                   IF WS-GEN-DUE (WS-GEN-POS)
                           < WS-RUN-TIMESTAMP(1:8)
                       MOVE "OVERDUE" TO WS-FLAG
                       ADD 1 TO WS-OVERDUE
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-LISTED.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-GEN-LABEL TO WS-RL-GEN.
           MOVE WS-GEN-CUT (WS-GEN-POS) TO WS-DATE-IN.
           PERFORM 8100-EDIT-DATE THRU 8100-EXIT.
           MOVE WS-DATE-OUT TO WS-RL-CUT.
           MOVE WS-GEN-LOC (WS-GEN-POS) TO WS-RL-LOC.
           MOVE WS-GEN-BOUND (WS-GEN-POS) TO WS-RL-BOUND.
           MOVE WS-GEN-SINCE (WS-GEN-POS) TO WS-DATE-IN.
           PERFORM 8100-EDIT-DATE THRU 8100-EXIT.
           MOVE WS-DATE-OUT TO WS-RL-SINCE.
           MOVE WS-GEN-DUE (WS-GEN-POS) TO WS-DATE-IN.
           PERFORM 8100-EDIT-DATE THRU 8100-EXIT.
           MOVE WS-DATE-OUT TO WS-RL-DUE.
           MOVE WS-GEN-REF (WS-GEN-POS) TO WS-RL-REF.
           MOVE WS-FLAG TO WS-RL-FLAG.
           MOVE WS-RPT-LINE TO WS-SPL-TEXT.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           IF WS-FLAG NOT = SPACES
               MOVE "VAULT-MOVEMENT" TO WS-EXC-ID
               MOVE "MED" TO WS-EXC-SEV
               MOVE WS-GEN-LABEL TO WS-EXC-PATH
               MOVE SPACES TO WS-EXC-DETAIL
               IF WS-FLAG = "STUCK"
                   STRING "in transit to "
                          FUNCTION TRIM(WS-GEN-BOUND (WS-GEN-POS))
                          " since " WS-GEN-SINCE (WS-GEN-POS)
                          " on " WS-GEN-REF (WS-GEN-POS)
                       DELIMITED BY SIZE INTO WS-EXC-DETAIL
                   END-STRING
               ELSE
                   STRING "at "
                          FUNCTION TRIM(WS-GEN-LOC (WS-GEN-POS))
                          ", due back " WS-GEN-DUE (WS-GEN-POS)
                       DELIMITED BY SIZE INTO WS-EXC-DETAIL
                   END-STRING
               END-IF
               CALL "DLGEXC" USING WS-EXC-ID WS-EXC-SEV
                                   WS-EXC-PATH WS-EXC-DETAIL
           END-IF.
       3100-EXIT.
           EXIT.

       5000-FINISH.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "    onsite " WS-ONSITE "   offsite " WS-OFFSITE
                  "   in transit " WS-IN-TRANSIT
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           IF WS-OFFSITE < WS-POL-OFFSITE-MIN
               MOVE SPACES TO WS-SPL-TEXT
               STRING "    BELOW POLICY: " WS-OFFSITE
                      " generation(s) offsite, policy "
                      FUNCTION TRIM(WS-MIN-ED)
                      " - run VAULT-ROTATION ROTATE"
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 8900-SPOOL-LINE THRU 8900-EXIT
               MOVE "VAULT-POLICY" TO WS-EXC-ID
               MOVE "HIGH" TO WS-EXC-SEV
               MOVE "batch/backup" TO WS-EXC-PATH
               MOVE SPACES TO WS-EXC-DETAIL
               STRING "only " WS-OFFSITE
                      " generation(s) offsite against a policy of "
                      FUNCTION TRIM(WS-MIN-ED)
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               END-STRING
               CALL "DLGEXC" USING WS-EXC-ID WS-EXC-SEV
                                   WS-EXC-PATH WS-EXC-DETAIL
           END-IF.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "VAULT-REPORT: " WS-OFFSITE " offsite (policy "
                  FUNCTION TRIM(WS-MIN-ED) "), " WS-OVERDUE
                  " overdue back, " WS-STUCK " stuck in transit"
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           MOVE "CLOS" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           IF WS-OFFSITE < WS-POL-OFFSITE-MIN
                   OR WS-OVERDUE > 0 OR WS-STUCK > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.

       8000-FIND-OR-ADD-GEN.
           MOVE 0 TO WS-GEN-FOUND.
           SET WS-GEN-IDX TO 1.
           IF WS-GEN-COUNT > 0
               SEARCH WS-GEN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-GEN-IDX > WS-GEN-COUNT
                       CONTINUE
                   WHEN WS-GEN-NUM (WS-GEN-IDX) = WS-SEEK-GEN
                       SET WS-GEN-FOUND TO WS-GEN-IDX
               END-SEARCH
           END-IF.
           IF WS-GEN-FOUND > 0 OR WS-GEN-COUNT NOT < WS-GEN-MAX
               GO TO 8000-EXIT
           END-IF.
           ADD 1 TO WS-GEN-COUNT.
           MOVE WS-GEN-COUNT TO WS-GEN-FOUND.
           INITIALIZE WS-GEN-ENTRY (WS-GEN-FOUND).
           MOVE WS-SEEK-GEN TO WS-GEN-NUM (WS-GEN-FOUND).
           MOVE "ONSITE" TO WS-GEN-LOC (WS-GEN-FOUND).
       8000-EXIT.
           EXIT.

      *> One report line to the console and the spool member alike.
       8900-SPOOL-LINE.
           MOVE "LINE" TO WS-SPL-ACTION.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
       8900-EXIT.
           EXIT.

       8100-EDIT-DATE.
           MOVE SPACES TO WS-DATE-OUT.
           IF WS-DATE-IN IS NUMERIC
               STRING WS-DATE-IN(1:4) "-" WS-DATE-IN(5:2) "-"
                      WS-DATE-IN(7:2)
                   DELIMITED BY SIZE INTO WS-DATE-OUT
               END-STRING
           END-IF.
       8100-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "vault_policy.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "backup_history.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "vault_catalog.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
       0900-EXIT.
           EXIT.
