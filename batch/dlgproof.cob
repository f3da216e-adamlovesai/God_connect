      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> DLGPROOF
      *>
      *> Shared proof-and-sign-off support for the publishers
      *> (ANTHOLOGY-PRINT, BULLETIN-COMPOSITOR, ANSWER-LETTERS),
      *> CALLed the way the other DLG modules are. Nothing goes to
      *> print final until the named approvers for the publication
      *> (batch/proof_approvers.ref) have approved the proof it
      *> was rendered from. Proofs and rulings are kept in
      *> batch/proof_register.dat (append-only):
      *>
      *>     P|publication|proof|proof-copy|program|operator|stamp
      *>     A|publication|proof|APPROVED/RETURNED|operator|stamp|
      *>       comments                          (PROOF-SIGNOFF)
      *>     F|publication|proof|print-file|program|operator|stamp
      *>
      *> and each proof is frozen as batch/proofs/<publication>.
      *> <proof> so approvers, the final match and PROOF-SIGNOFF
      *> DIFF all see exactly what was proofed.
      *>
      *>     CALL "DLGPROOF" USING action publication file program
      *>                           proof-number rc
      *>
      *>     action "NEW "  file is the rendered proof; files a
      *>                    copy as the next proof and registers
      *>                    it. proof-number returns the new
      *>                    number; rc "08" if the copy failed.
      *>            "GATE"  may the publication go final? The
      *>                    current (latest) proof must hold an
      *>                    APPROVED ruling - the approver's latest
      *>                    on that proof - from every approver
      *>                    named for the publication. rc "00"
      *>                    yes, "12" no (what is outstanding is
      *>                    listed and the refusal audited), "16"
      *>                    no proof on file. proof-number returns
      *>                    the current proof.
      *>            "MTCH"  file is the final rendering; compared
      *>                    line for line with the current proof's
      *>                    copy. rc "00" identical, "04" not (the
      *>                    first difference is shown and the
      *>                    failure audited).
      *>            "FINL"  file is the print file just released;
      *>                    records the release of the current
      *>                    proof.
      *>
      *> NEW and FINL append under the "proofs" enqueue, the
      *> resource PROOF-SIGNOFF records rulings under.
      *>
      *> Compile (the nightly sweep does this automatically):
      *>     cobc -m -std=ibm -I COPYLIB -o DLGPROOF.so batch/dlgproof.cob
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLGPROOF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT APPR-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.
           SELECT COMP-FILE-A ASSIGN DYNAMIC WS-COMP-NAME-A
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMP-STATUS-A.
           SELECT COMP-FILE-B ASSIGN DYNAMIC WS-COMP-NAME-B
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMP-STATUS-B.

       DATA DIVISION.
       FILE SECTION.
       FD  REG-FILE.
       01  REG-LINE                 PIC X(400).

       FD  APPR-FILE.
       01  APPR-LINE                PIC X(200).

       FD  COMP-FILE-A.
       01  COMP-LINE-A              PIC X(400).

       FD  COMP-FILE-B.
       01  COMP-LINE-B              PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-REG-STATUS            PIC X(02) VALUE SPACES.
       01  WS-APPR-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EOF-REG               PIC X(01).
           88  NO-MORE-REG                   VALUE "Y".
       01  WS-EOF-APPR              PIC X(01).
           88  NO-MORE-APPR                  VALUE "Y".

       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-AUDIT-TEXT            PIC X(200).
       01  WS-ENQ-ACTION            PIC X(03).
       01  WS-ENQ-RESOURCE          PIC X(20) VALUE "proofs".
       01  WS-ENQ-RC                PIC X(02).

      *> The publication's current proof and its rulings.
       01  WS-CUR-PROOF             PIC 9(04) VALUE 0.
       01  WS-CUR-COPY              PIC X(200) VALUE SPACES.
       01  WS-NEW-COPY              PIC X(200) VALUE SPACES.
       01  WS-REG-NUM               PIC 9(04) VALUE 0.

       01  WS-APR-MAX               PIC 9(02) VALUE 20.
       01  WS-APR-COUNT             PIC 9(02) VALUE 0.
       01  WS-APR-TABLE.
           05  WS-APR-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-APR-IDX.
               10  WS-APR-OPERATOR  PIC X(20).
               10  WS-APR-RULING    PIC X(08).
               10  WS-APR-COMMENT   PIC X(100).
       01  WS-APR-POS               PIC 9(02) VALUE 0.
       01  WS-OUTSTANDING           PIC 9(02) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(200).
       01  WS-IN-F3                 PIC X(200).
       01  WS-IN-F4                 PIC X(200).
       01  WS-IN-F5                 PIC X(200).
       01  WS-IN-F6                 PIC X(200).
       01  WS-IN-F7                 PIC X(200).

       01  WS-COMP-NAME-A           PIC X(200).
       01  WS-COMP-NAME-B           PIC X(200).
       01  WS-COMP-STATUS-A         PIC X(02) VALUE SPACES.
       01  WS-COMP-STATUS-B         PIC X(02) VALUE SPACES.
       01  WS-EOF-A                 PIC X(01).
           88  NO-MORE-A                     VALUE "Y".
       01  WS-EOF-B                 PIC X(01).
           88  NO-MORE-B                     VALUE "Y".
       01  WS-OPEN-A                PIC X(01).
           88  COMP-A-OPEN                   VALUE "Y".
       01  WS-OPEN-B                PIC X(01).
           88  COMP-B-OPEN                   VALUE "Y".
       01  WS-COMP-LINE-NO          PIC 9(07) VALUE 0.
       01  WS-COMP-DIFFS            PIC 9(07) VALUE 0.

       LINKAGE SECTION.
       01  LK-ACTION                PIC X(04).
       01  LK-PUB                   PIC X(10).
       01  LK-FILE                  PIC X(200).
       01  LK-PGM                   PIC X(30).
       01  LK-NUMBER                PIC 9(04).
       01  LK-RC                    PIC X(02).

       PROCEDURE DIVISION USING LK-ACTION LK-PUB LK-FILE LK-PGM
                                LK-NUMBER LK-RC.
       0000-MAINLINE.
           MOVE "proof_register.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "proof_approvers.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "proofs" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE "00" TO LK-RC.
           EVALUATE LK-ACTION
               WHEN "NEW "
                   PERFORM 2000-REGISTER-PROOF THRU 2000-EXIT
               WHEN "GATE"
                   PERFORM 3000-GATE THRU 3000-EXIT
               WHEN "MTCH"
                   PERFORM 4000-MATCH THRU 4000-EXIT
               WHEN "FINL"
                   PERFORM 5000-RECORD-FINAL THRU 5000-EXIT
               WHEN OTHER
                   MOVE "16" TO LK-RC
           END-EVALUATE.
           GOBACK.

      *>----------------------------------------------------------*>
      *> The publication's latest proof, and each named approver's
      *> latest ruling on it.
      *>----------------------------------------------------------*>
       1000-LOAD-STATE.
           MOVE 0 TO WS-CUR-PROOF WS-APR-COUNT.
           MOVE SPACES TO WS-CUR-COPY.
           MOVE "N" TO WS-EOF-APPR.
           OPEN INPUT APPR-FILE.
           IF WS-APPR-STATUS = "00"
               PERFORM 1100-READ-ONE-APPROVER THRU 1100-EXIT
                   UNTIL NO-MORE-APPR
               CLOSE APPR-FILE
           END-IF.
           MOVE "N" TO WS-EOF-REG.
           OPEN INPUT REG-FILE.
           IF WS-REG-STATUS = "00"
               PERFORM 1200-READ-ONE-ENTRY THRU 1200-EXIT
                   UNTIL NO-MORE-REG
               CLOSE REG-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-ONE-APPROVER.
           READ APPR-FILE
               AT END
                   SET NO-MORE-APPR TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF APPR-LINE(1:2) NOT = "A|"
               GO TO 1100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING APPR-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           IF WS-IN-F2(1:10) NOT = LK-PUB OR WS-IN-F3 = SPACES
               GO TO 1100-EXIT
           END-IF.
           IF WS-APR-COUNT < WS-APR-MAX
               ADD 1 TO WS-APR-COUNT
               MOVE WS-IN-F3(1:20) TO WS-APR-OPERATOR (WS-APR-COUNT)
               MOVE SPACES TO WS-APR-RULING (WS-APR-COUNT)
                              WS-APR-COMMENT (WS-APR-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

       1200-READ-ONE-ENTRY.
           READ REG-FILE
               AT END
                   SET NO-MORE-REG TO TRUE
                   GO TO 1200-EXIT
           END-READ.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6 WS-IN-F7.
           UNSTRING REG-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-IN-F7
           END-UNSTRING.
           IF WS-IN-F2(1:10) NOT = LK-PUB
               GO TO 1200-EXIT
           END-IF.
           MOVE WS-IN-F3(1:4) TO WS-REG-NUM.
           EVALUATE WS-IN-TAG
               WHEN "P"
      *> A new proof starts the rulings afresh.
                   IF WS-REG-NUM > WS-CUR-PROOF
                       MOVE WS-REG-NUM TO WS-CUR-PROOF
                       MOVE WS-IN-F4 TO WS-CUR-COPY
                       PERFORM 1210-CLEAR-ONE-RULING THRU 1210-EXIT
                           VARYING WS-APR-POS FROM 1 BY 1
                           UNTIL WS-APR-POS > WS-APR-COUNT
                   END-IF
               WHEN "A"
                   IF WS-REG-NUM = WS-CUR-PROOF
                       PERFORM 1220-POST-RULING THRU 1220-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1200-EXIT.
           EXIT.

       1210-CLEAR-ONE-RULING.
           MOVE SPACES TO WS-APR-RULING (WS-APR-POS)
                          WS-APR-COMMENT (WS-APR-POS).
       1210-EXIT.
           EXIT.

       1220-POST-RULING.
           SET WS-APR-IDX TO 1.
           IF WS-APR-COUNT > 0
               SEARCH WS-APR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-APR-IDX > WS-APR-COUNT
                       CONTINUE
                   WHEN WS-APR-OPERATOR (WS-APR-IDX) = WS-IN-F5(1:20)
                       MOVE WS-IN-F4(1:8) TO WS-APR-RULING (WS-APR-IDX)
                       MOVE WS-IN-F7(1:100)
                           TO WS-APR-COMMENT (WS-APR-IDX)
               END-SEARCH
           END-IF.
       1220-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> NEW: freeze the rendering as the next numbered proof.
      *>----------------------------------------------------------*>
       2000-REGISTER-PROOF.
           MOVE "ENQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           IF WS-ENQ-RC = "12"
               DISPLAY "DLGPROOF: could not take the proofs "
                       "enqueue - try again or see ENQ-CONSOLE"
               MOVE "08" TO LK-RC
               GO TO 2000-EXIT
           END-IF.
           PERFORM 1000-LOAD-STATE THRU 1000-EXIT.
           COMPUTE LK-NUMBER = WS-CUR-PROOF + 1.
           MOVE SPACES TO WS-NEW-COPY.
           STRING FUNCTION TRIM(WS-CFN-03)      DELIMITED BY SIZE
                  "/"                           DELIMITED BY SIZE
                  FUNCTION TRIM(LK-PUB)         DELIMITED BY SIZE
                  "."                           DELIMITED BY SIZE
                  LK-NUMBER                     DELIMITED BY SIZE
                  INTO WS-NEW-COPY
           END-STRING.
           CALL "CBL_CREATE_DIR" USING WS-CFN-03.
           CALL "CBL_COPY_FILE" USING LK-FILE WS-NEW-COPY.
           IF RETURN-CODE NOT = 0
               DISPLAY "DLGPROOF: could not file the proof as "
                       FUNCTION TRIM(WS-NEW-COPY)
               MOVE 0 TO RETURN-CODE
               MOVE "08" TO LK-RC
               GO TO 2090-RELEASE
           END-IF.
           OPEN EXTEND REG-FILE.
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT REG-FILE
           END-IF.
           MOVE SPACES TO REG-LINE.
           STRING "P|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(LK-PUB)         DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  LK-NUMBER                     DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-COPY)    DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(LK-PGM)         DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP              DELIMITED BY SIZE
                  INTO REG-LINE
           END-STRING.
           WRITE REG-LINE.
           CLOSE REG-FILE.
       2090-RELEASE.
           MOVE "DEQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
       2000-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> GATE: every named approver's latest ruling on the current
      *> proof must be APPROVED.
      *>----------------------------------------------------------*>
       3000-GATE.
           PERFORM 1000-LOAD-STATE THRU 1000-EXIT.
           MOVE WS-CUR-PROOF TO LK-NUMBER.
           IF WS-CUR-PROOF = 0
               DISPLAY "DLGPROOF: no proof of "
                       FUNCTION TRIM(LK-PUB)
                       " on file - run a proof first"
               MOVE "16" TO LK-RC
               GO TO 3000-EXIT
           END-IF.
           MOVE 0 TO WS-OUTSTANDING.
           IF WS-APR-COUNT = 0
               DISPLAY "DLGPROOF: no approvers are named for "
                       FUNCTION TRIM(LK-PUB)
                       " in batch/proof_approvers.ref"
               MOVE 1 TO WS-OUTSTANDING
           END-IF.
           PERFORM 3100-CHECK-ONE-APPROVER THRU 3100-EXIT
               VARYING WS-APR-POS FROM 1 BY 1
               UNTIL WS-APR-POS > WS-APR-COUNT.
           IF WS-OUTSTANDING = 0
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "DLGPROOF: proof " WS-CUR-PROOF " of "
                   FUNCTION TRIM(LK-PUB)
                   " does not hold every approval - "
                   "nothing goes final".
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "PROOF GATE REFUSED "         DELIMITED BY SIZE
                  FUNCTION TRIM(LK-PUB)         DELIMITED BY SIZE
                  " proof "                     DELIMITED BY SIZE
                  WS-CUR-PROOF                  DELIMITED BY SIZE
                  " for "                       DELIMITED BY SIZE
                  FUNCTION TRIM(LK-PGM)         DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           MOVE "12" TO LK-RC.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-APPROVER.
           IF WS-APR-RULING (WS-APR-POS) = "APPROVED"
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-OUTSTANDING.
           IF WS-APR-RULING (WS-APR-POS) = "RETURNED"
               DISPLAY "  RETURNED by "
                       FUNCTION TRIM(WS-APR-OPERATOR (WS-APR-POS))
                       ": "
                       FUNCTION TRIM(WS-APR-COMMENT (WS-APR-POS))
           ELSE
               DISPLAY "  awaiting "
                       FUNCTION TRIM(WS-APR-OPERATOR (WS-APR-POS))
           END-IF.
       3100-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> MTCH: the final rendering against the current proof.
      *>----------------------------------------------------------*>
       4000-MATCH.
           PERFORM 1000-LOAD-STATE THRU 1000-EXIT.
           MOVE WS-CUR-PROOF TO LK-NUMBER.
           MOVE WS-CUR-COPY TO WS-COMP-NAME-A.
           MOVE LK-FILE TO WS-COMP-NAME-B.
           MOVE 0 TO WS-COMP-LINE-NO WS-COMP-DIFFS.
           MOVE "N" TO WS-EOF-A WS-EOF-B WS-OPEN-A WS-OPEN-B.
           OPEN INPUT COMP-FILE-A.
           IF WS-COMP-STATUS-A = "00"
               SET COMP-A-OPEN TO TRUE
           ELSE
               SET NO-MORE-A TO TRUE
               ADD 1 TO WS-COMP-DIFFS
               DISPLAY "DLGPROOF: the proof copy "
                       FUNCTION TRIM(WS-COMP-NAME-A)
                       " cannot be read"
           END-IF.
           OPEN INPUT COMP-FILE-B.
           IF WS-COMP-STATUS-B = "00"
               SET COMP-B-OPEN TO TRUE
           ELSE
               SET NO-MORE-B TO TRUE
           END-IF.
           PERFORM 4100-READ-A THRU 4100-EXIT.
           PERFORM 4200-READ-B THRU 4200-EXIT.
           PERFORM 4300-COMPARE-ONE-PAIR THRU 4300-EXIT
               UNTIL NO-MORE-A AND NO-MORE-B
                  OR WS-COMP-DIFFS > 0.
           IF COMP-A-OPEN
               CLOSE COMP-FILE-A
           END-IF.
           IF COMP-B-OPEN
               CLOSE COMP-FILE-B
           END-IF.
           IF WS-COMP-DIFFS = 0
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "PROOF MATCH FAILED "         DELIMITED BY SIZE
                  FUNCTION TRIM(LK-PUB)         DELIMITED BY SIZE
                  " proof "                     DELIMITED BY SIZE
                  WS-CUR-PROOF                  DELIMITED BY SIZE
                  " for "                       DELIMITED BY SIZE
                  FUNCTION TRIM(LK-PGM)         DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           MOVE "04" TO LK-RC.
       4000-EXIT.
           EXIT.

       4100-READ-A.
           IF NO-MORE-A
               GO TO 4100-EXIT
           END-IF.
           READ COMP-FILE-A
               AT END
                   SET NO-MORE-A TO TRUE
                   MOVE SPACES TO COMP-LINE-A
           END-READ.
       4100-EXIT.
           EXIT.

       4200-READ-B.
           IF NO-MORE-B
               GO TO 4200-EXIT
           END-IF.
           READ COMP-FILE-B
               AT END
                   SET NO-MORE-B TO TRUE
                   MOVE SPACES TO COMP-LINE-B
           END-READ.
       4200-EXIT.
           EXIT.

       4300-COMPARE-ONE-PAIR.
           ADD 1 TO WS-COMP-LINE-NO.
           IF NO-MORE-A OR NO-MORE-B
                   OR COMP-LINE-A NOT = COMP-LINE-B
               ADD 1 TO WS-COMP-DIFFS
               DISPLAY "DLGPROOF: differs from proof " WS-CUR-PROOF
                       " at line " WS-COMP-LINE-NO
               DISPLAY "  proof: "
                       FUNCTION TRIM(COMP-LINE-A)(1:100)
               DISPLAY "  final: "
                       FUNCTION TRIM(COMP-LINE-B)(1:100)
               GO TO 4300-EXIT
           END-IF.
           PERFORM 4100-READ-A THRU 4100-EXIT.
           PERFORM 4200-READ-B THRU 4200-EXIT.
       4300-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> FINL: the current proof has gone to print.
      *>----------------------------------------------------------*>
       5000-RECORD-FINAL.
           MOVE "ENQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           IF WS-ENQ-RC = "12"
               DISPLAY "DLGPROOF: could not take the proofs "
                       "enqueue - try again or see ENQ-CONSOLE"
               MOVE "08" TO LK-RC
               GO TO 5000-EXIT
           END-IF.
           PERFORM 1000-LOAD-STATE THRU 1000-EXIT.
           MOVE WS-CUR-PROOF TO LK-NUMBER.
           OPEN EXTEND REG-FILE.
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT REG-FILE
           END-IF.
           MOVE SPACES TO REG-LINE.
           STRING "F|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(LK-PUB)         DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-CUR-PROOF                  DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(LK-FILE)        DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(LK-PGM)         DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP              DELIMITED BY SIZE
                  INTO REG-LINE
           END-STRING.
           WRITE REG-LINE.
           CLOSE REG-FILE.
           MOVE "DEQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "PROOF RELEASED "             DELIMITED BY SIZE
                  FUNCTION TRIM(LK-PUB)         DELIMITED BY SIZE
                  " proof "                     DELIMITED BY SIZE
                  WS-CUR-PROOF                  DELIMITED BY SIZE
                  " to "                        DELIMITED BY SIZE
                  FUNCTION TRIM(LK-FILE)        DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
       5000-EXIT.
           EXIT.
