      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> PROOF-SIGNOFF
      *>
      *> The approvers' side of the publication proof cycle
      *> (DLGPROOF). ANTHOLOGY-PRINT, BULLETIN-COMPOSITOR and
      *> ANSWER-LETTERS file each rendering as a numbered proof
      *> (batch/proofs/<publication>.<proof>); the approvers
      *> named for the publication in batch/proof_approvers.ref
      *> rule on it here, and a FINAL run of the publisher will not
      *> produce the print file until every one of them has
      *> approved the current proof. Rulings are appended to
      *> batch/proof_register.dat:
      *>
      *>     A|publication|proof|APPROVED/RETURNED|operator|stamp|
      *>       comments
      *>
      *> Commands:
      *>     proof_signoff LIST [publication]
      *>         each publication's current proof and where every
      *>         approver stands on it
      *>     proof_signoff APPROVE publication proof
      *>     proof_signoff RETURN publication proof comments...
      *>         a return needs the comments saying what to fix
      *>     proof_signoff DIFF publication [from [to]]
      *>         what changed between two proofs, line by line,
      *>         spooled as class BOARD (DLGSPOOL). to defaults to
      *>         the current proof; from to the last proof before
      *>         it that you ruled on - what changed since the
      *>         version you last saw - or else the proof before
      *>
      *> Only a named approver for the publication may rule, and
      *> only on its current proof while that proof has not gone
      *> final; anyone else is refused with return code 12 and the
      *> attempt goes on the audit trail. A later ruling by the
      *> same approver replaces an earlier one; a new proof needs
      *> every approval afresh. Rulings append under the "proofs"
      *> enqueue.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROOF-SIGNOFF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT APPR-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.
           SELECT PROOF-FILE ASSIGN DYNAMIC WS-PROOF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REG-FILE.
       01  REG-LINE                 PIC X(400).

       FD  APPR-FILE.
       01  APPR-LINE                PIC X(200).

       FD  PROOF-FILE.
       01  PROOF-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-PROOF-NAME            PIC X(200).
       01  WS-REG-STATUS            PIC X(02) VALUE SPACES.
       01  WS-APPR-STATUS           PIC X(02) VALUE SPACES.
       01  WS-PROOF-STATUS          PIC X(02) VALUE SPACES.
       01  WS-EOF-REG               PIC X(01) VALUE "N".
           88  NO-MORE-REG                   VALUE "Y".
       01  WS-EOF-APPR              PIC X(01) VALUE "N".
           88  NO-MORE-APPR                  VALUE "Y".
       01  WS-EOF-PROOF             PIC X(01) VALUE "N".
           88  NO-MORE-PROOF                 VALUE "Y".

       01  WS-CMD-LINE              PIC X(300) VALUE SPACES.
       01  WS-COMMAND               PIC X(10) VALUE SPACES.
       01  WS-REST                  PIC X(290) VALUE SPACES.
       01  WS-TAIL                  PIC X(290) VALUE SPACES.
       01  WS-ARG-PUB               PIC X(10) VALUE SPACES.
       01  WS-ARG-NUM               PIC X(10) VALUE SPACES.
       01  WS-ARG-NUM-2             PIC X(10) VALUE SPACES.
       01  WS-ARG-COMMENT           PIC X(200) VALUE SPACES.
       01  WS-ARG-LEN               PIC 9(03) VALUE 0.
       01  WS-NUM-WORK              PIC X(10).
       01  WS-NUM-VALUE             PIC 9(04) VALUE 0.
       01  WS-NUM-OK                PIC X(01) VALUE "Y".
           88  NUMBER-IS-VALID               VALUE "Y".

       01  WS-SIGNOFF-RC            PIC 9(02) VALUE 0.
       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-AUDIT-TEXT            PIC X(200).
       01  WS-ENQ-ACTION            PIC X(03).
       01  WS-ENQ-RESOURCE          PIC X(20) VALUE "proofs".
       01  WS-ENQ-RC                PIC X(02).

       01  WS-SPL-ACTION            PIC X(04).
       01  WS-SPL-PGM               PIC X(30) VALUE "PROOF-SIGNOFF".
       01  WS-SPL-CLASS             PIC X(10) VALUE "BOARD".
       01  WS-SPL-TEXT              PIC X(132).

      *> Publications on file: the current proof and its release.
       01  WS-PUB-MAX               PIC 9(02) VALUE 20.
       01  WS-PUB-COUNT             PIC 9(02) VALUE 0.
       01  WS-PUB-TABLE.
           05  WS-PUB-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-PUB-IDX.
               10  WS-PUB-NAME      PIC X(10).
               10  WS-PUB-CUR       PIC 9(04).
               10  WS-PUB-FINAL     PIC 9(04).
               10  WS-PUB-BY        PIC X(20).
               10  WS-PUB-STAMP     PIC X(21).
       01  WS-PUB-POS               PIC 9(02) VALUE 0.
       01  WS-PUB-FOUND             PIC 9(02) VALUE 0.

      *> Named approvers and their ruling on the current proof.
       01  WS-APR-MAX               PIC 9(03) VALUE 100.
       01  WS-APR-COUNT             PIC 9(03) VALUE 0.
       01  WS-APR-TABLE.
           05  WS-APR-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-APR-IDX.
               10  WS-APR-PUB       PIC X(10).
               10  WS-APR-OPERATOR  PIC X(20).
               10  WS-APR-RULING    PIC X(08).
               10  WS-APR-COMMENT   PIC X(100).
       01  WS-APR-POS               PIC 9(03) VALUE 0.
       01  WS-APR-FOUND             PIC 9(03) VALUE 0.

      *> Every proof filed, with whether this operator ruled on it.
       01  WS-PRV-MAX               PIC 9(03) VALUE 500.
       01  WS-PRV-COUNT             PIC 9(03) VALUE 0.
       01  WS-PRV-TABLE.
           05  WS-PRV-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PRV-IDX.
               10  WS-PRV-PUB       PIC X(10).
               10  WS-PRV-NUM       PIC 9(04).
               10  WS-PRV-COPY      PIC X(200).
               10  WS-PRV-MINE      PIC X(01).
       01  WS-PRV-POS               PIC 9(03) VALUE 0.
       01  WS-PRV-FOUND             PIC 9(03) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(200).
       01  WS-IN-F3                 PIC X(200).
       01  WS-IN-F4                 PIC X(200).
       01  WS-IN-F5                 PIC X(200).
       01  WS-IN-F6                 PIC X(200).
       01  WS-IN-F7                 PIC X(200).
       01  WS-IN-NUM                PIC 9(04) VALUE 0.
       01  WS-LISTED                PIC 9(02) VALUE 0.
       01  WS-STATE-WORD            PIC X(30).

      *> DIFF: the two proofs side by side and the resync search.
       01  WS-DIF-FROM              PIC 9(04) VALUE 0.
       01  WS-DIF-TO                PIC 9(04) VALUE 0.
       01  WS-DIF-WHY               PIC X(60) VALUE SPACES.
       01  WS-DIF-FROM-COPY         PIC X(200) VALUE SPACES.
       01  WS-DIF-TO-COPY           PIC X(200) VALUE SPACES.
       01  WS-DIF-MAX               PIC 9(04) VALUE 5000.
       01  WS-DIF-WINDOW            PIC 9(04) VALUE 100.
       01  WS-OLD-COUNT             PIC 9(04) VALUE 0.
       01  WS-NEW-COUNT             PIC 9(04) VALUE 0.
       01  WS-OLD-TABLE.
           05  WS-OLD-TEXT          PIC X(132) OCCURS 5000 TIMES.
       01  WS-NEW-TABLE.
           05  WS-NEW-TEXT          PIC X(132) OCCURS 5000 TIMES.
       01  WS-LOAD-SIDE             PIC X(01) VALUE "O".
           88  LOADING-OLD                   VALUE "O".
           88  LOADING-NEW                   VALUE "N".
       01  WS-TRUNCATED             PIC X(01) VALUE "N".
           88  PROOF-TRUNCATED               VALUE "Y".
       01  WS-OLD-POS               PIC 9(05) VALUE 0.
       01  WS-NEW-POS               PIC 9(05) VALUE 0.
       01  WS-DIST                  PIC 9(05) VALUE 0.
       01  WS-SKIP-OLD              PIC 9(05) VALUE 0.
       01  WS-SKIP-NEW              PIC 9(05) VALUE 0.
       01  WS-FOUND-OLD             PIC 9(05) VALUE 0.
       01  WS-FOUND-NEW             PIC 9(05) VALUE 0.
       01  WS-PROBE-OLD             PIC 9(05) VALUE 0.
       01  WS-PROBE-NEW             PIC 9(05) VALUE 0.
       01  WS-HUNK-OLD              PIC 9(05) VALUE 0.
       01  WS-HUNK-NEW              PIC 9(05) VALUE 0.
       01  WS-RESYNC                PIC X(01) VALUE "N".
           88  RESYNC-FOUND                  VALUE "Y".
       01  WS-EMIT-POS              PIC 9(05) VALUE 0.
       01  WS-CNT-HUNKS             PIC 9(05) VALUE 0.
       01  WS-CNT-REMOVED           PIC 9(05) VALUE 0.
       01  WS-CNT-ADDED             PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-COMMAND
           END-UNSTRING.
           MOVE SPACES TO WS-REST.
           IF WS-COMMAND NOT = SPACES
               MOVE WS-CMD-LINE(FUNCTION LENGTH(
                   FUNCTION TRIM(WS-COMMAND)) + 2:)
                   TO WS-REST
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND.
           PERFORM 0100-SPLIT-ARGUMENTS THRU 0100-EXIT.
           EVALUATE WS-COMMAND
               WHEN "LIST"
                   PERFORM 1000-LOAD-STATE THRU 1000-EXIT
                   PERFORM 2000-LIST THRU 2000-EXIT
               WHEN "APPROVE"
               WHEN "RETURN"
                   PERFORM 3000-RULE THRU 3000-EXIT
               WHEN "DIFF"
                   PERFORM 1000-LOAD-STATE THRU 1000-EXIT
                   PERFORM 4000-DIFF THRU 4000-EXIT
               WHEN OTHER
                   DISPLAY "PROOF-SIGNOFF: usage:"
                   DISPLAY "  proof_signoff LIST [publication]"
                   DISPLAY "  proof_signoff APPROVE publication "
                           "proof"
                   DISPLAY "  proof_signoff RETURN publication "
                           "proof comments..."
                   DISPLAY "  proof_signoff DIFF publication "
                           "[from [to]]"
                   MOVE 8 TO WS-SIGNOFF-RC
           END-EVALUATE.
           MOVE WS-SIGNOFF-RC TO RETURN-CODE.
           STOP RUN.

      *> publication, then up to two proof numbers; for RETURN the
      *> rest of the line after the number is the comment.
       0100-SPLIT-ARGUMENTS.
           MOVE FUNCTION TRIM(WS-REST) TO WS-REST.
           UNSTRING WS-REST DELIMITED BY ALL SPACE
               INTO WS-ARG-PUB WS-ARG-NUM WS-ARG-NUM-2
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-ARG-PUB) TO WS-ARG-PUB.
           IF WS-ARG-PUB = SPACES OR WS-ARG-NUM = SPACES
               GO TO 0100-EXIT
           END-IF.
           MOVE SPACES TO WS-TAIL.
           MOVE WS-REST(FUNCTION LENGTH(
               FUNCTION TRIM(WS-ARG-PUB)) + 2:) TO WS-TAIL.
           MOVE FUNCTION TRIM(WS-TAIL) TO WS-TAIL.
           MOVE WS-TAIL(FUNCTION LENGTH(
               FUNCTION TRIM(WS-ARG-NUM)) + 2:) TO WS-ARG-COMMENT.
           MOVE FUNCTION TRIM(WS-ARG-COMMENT) TO WS-ARG-COMMENT.
           INSPECT WS-ARG-COMMENT REPLACING ALL "|" BY "/".
       0100-EXIT.
           EXIT.

      *> A proof number: one to four digits.
       0200-CHECK-NUMBER.
           MOVE "Y" TO WS-NUM-OK.
           MOVE 0 TO WS-NUM-VALUE.
           IF WS-NUM-WORK = SPACES
               MOVE "N" TO WS-NUM-OK
               GO TO 0200-EXIT
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NUM-WORK))
               TO WS-ARG-LEN.
           IF WS-ARG-LEN > 4
               MOVE "N" TO WS-NUM-OK
               GO TO 0200-EXIT
           END-IF.
           IF WS-NUM-WORK(1:WS-ARG-LEN) IS NOT NUMERIC
               MOVE "N" TO WS-NUM-OK
               GO TO 0200-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(WS-NUM-WORK(1:WS-ARG-LEN))
               TO WS-NUM-VALUE.
       0200-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The approvers named, then the register: the latest proof
      *> per publication and each approver's latest ruling on it.
      *>----------------------------------------------------------*>
       1000-LOAD-STATE.
           MOVE 0 TO WS-PUB-COUNT WS-APR-COUNT WS-PRV-COUNT.
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
           IF WS-IN-F2 = SPACES OR WS-IN-F3 = SPACES
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1240-FIND-PUB THRU 1240-EXIT.
           IF WS-APR-COUNT < WS-APR-MAX
               ADD 1 TO WS-APR-COUNT
               MOVE WS-IN-F2(1:10) TO WS-APR-PUB (WS-APR-COUNT)
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
           IF WS-IN-F3(1:4) IS NOT NUMERIC
               GO TO 1200-EXIT
           END-IF.
           MOVE WS-IN-F3(1:4) TO WS-IN-NUM.
           PERFORM 1240-FIND-PUB THRU 1240-EXIT.
           IF WS-PUB-FOUND = 0
               GO TO 1200-EXIT
           END-IF.
           EVALUATE WS-IN-TAG
               WHEN "P"
                   PERFORM 1220-NOTE-PROOF THRU 1220-EXIT
               WHEN "A"
                   PERFORM 1230-NOTE-RULING THRU 1230-EXIT
               WHEN "F"
                   MOVE WS-IN-NUM TO WS-PUB-FINAL (WS-PUB-FOUND)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1200-EXIT.
           EXIT.

      *> A new proof starts the rulings afresh.
       1220-NOTE-PROOF.
           IF WS-PRV-COUNT < WS-PRV-MAX
               ADD 1 TO WS-PRV-COUNT
               MOVE WS-IN-F2(1:10) TO WS-PRV-PUB (WS-PRV-COUNT)
               MOVE WS-IN-NUM TO WS-PRV-NUM (WS-PRV-COUNT)
               MOVE WS-IN-F4 TO WS-PRV-COPY (WS-PRV-COUNT)
               MOVE "N" TO WS-PRV-MINE (WS-PRV-COUNT)
           END-IF.
           IF WS-IN-NUM > WS-PUB-CUR (WS-PUB-FOUND)
               MOVE WS-IN-NUM TO WS-PUB-CUR (WS-PUB-FOUND)
               MOVE WS-IN-F6(1:20) TO WS-PUB-BY (WS-PUB-FOUND)
               MOVE WS-IN-F7(1:21) TO WS-PUB-STAMP (WS-PUB-FOUND)
               PERFORM 1250-CLEAR-ONE-RULING THRU 1250-EXIT
                   VARYING WS-APR-POS FROM 1 BY 1
                   UNTIL WS-APR-POS > WS-APR-COUNT
           END-IF.
       1220-EXIT.
           EXIT.

       1230-NOTE-RULING.
           IF WS-IN-F5(1:20) = WS-OPERATOR-ID
               PERFORM 1260-FIND-PROOF THRU 1260-EXIT
               IF WS-PRV-FOUND > 0
                   MOVE "Y" TO WS-PRV-MINE (WS-PRV-FOUND)
               END-IF
           END-IF.
           IF WS-IN-NUM NOT = WS-PUB-CUR (WS-PUB-FOUND)
               GO TO 1230-EXIT
           END-IF.
           MOVE WS-IN-F5(1:20) TO WS-STATE-WORD.
           PERFORM 1270-FIND-APPROVER THRU 1270-EXIT.
           IF WS-APR-FOUND > 0
               MOVE WS-IN-F4(1:8) TO WS-APR-RULING (WS-APR-FOUND)
               MOVE WS-IN-F7(1:100) TO WS-APR-COMMENT (WS-APR-FOUND)
           END-IF.
       1230-EXIT.
           EXIT.

       1240-FIND-PUB.
           MOVE 0 TO WS-PUB-FOUND.
           SET WS-PUB-IDX TO 1.
           IF WS-PUB-COUNT > 0
               SEARCH WS-PUB-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PUB-IDX > WS-PUB-COUNT
                       CONTINUE
                   WHEN WS-PUB-NAME (WS-PUB-IDX) = WS-IN-F2(1:10)
                       SET WS-PUB-FOUND TO WS-PUB-IDX
               END-SEARCH
           END-IF.
           IF WS-PUB-FOUND = 0 AND WS-PUB-COUNT < WS-PUB-MAX
               ADD 1 TO WS-PUB-COUNT
               MOVE WS-PUB-COUNT TO WS-PUB-FOUND
               MOVE WS-IN-F2(1:10) TO WS-PUB-NAME (WS-PUB-FOUND)
               MOVE 0 TO WS-PUB-CUR (WS-PUB-FOUND)
                         WS-PUB-FINAL (WS-PUB-FOUND)
               MOVE SPACES TO WS-PUB-BY (WS-PUB-FOUND)
                              WS-PUB-STAMP (WS-PUB-FOUND)
           END-IF.
       1240-EXIT.
           EXIT.

       1250-CLEAR-ONE-RULING.
           IF WS-APR-PUB (WS-APR-POS) = WS-IN-F2(1:10)
               MOVE SPACES TO WS-APR-RULING (WS-APR-POS)
                              WS-APR-COMMENT (WS-APR-POS)
           END-IF.
       1250-EXIT.
           EXIT.

      *> The proof of publication WS-IN-F2 numbered WS-IN-NUM.
       1260-FIND-PROOF.
           MOVE 0 TO WS-PRV-FOUND.
           SET WS-PRV-IDX TO 1.
           IF WS-PRV-COUNT > 0
               SEARCH WS-PRV-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PRV-IDX > WS-PRV-COUNT
                       CONTINUE
                   WHEN WS-PRV-PUB (WS-PRV-IDX) = WS-IN-F2(1:10)
                           AND WS-PRV-NUM (WS-PRV-IDX) = WS-IN-NUM
                       SET WS-PRV-FOUND TO WS-PRV-IDX
               END-SEARCH
           END-IF.
       1260-EXIT.
           EXIT.

      *> Approver WS-STATE-WORD of publication WS-IN-F2.
       1270-FIND-APPROVER.
           MOVE 0 TO WS-APR-FOUND.
           SET WS-APR-IDX TO 1.
           IF WS-APR-COUNT > 0
               SEARCH WS-APR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-APR-IDX > WS-APR-COUNT
                       CONTINUE
                   WHEN WS-APR-PUB (WS-APR-IDX) = WS-IN-F2(1:10)
                           AND WS-APR-OPERATOR (WS-APR-IDX)
                               = WS-STATE-WORD(1:20)
                       SET WS-APR-FOUND TO WS-APR-IDX
               END-SEARCH
           END-IF.
       1270-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> LIST: where each publication's current proof stands.
      *>----------------------------------------------------------*>
       2000-LIST.
           DISPLAY "PUBLICATION PROOFS - operator "
                   FUNCTION TRIM(WS-OPERATOR-ID).
           PERFORM 2100-LIST-ONE-PUB THRU 2100-EXIT
               VARYING WS-PUB-POS FROM 1 BY 1
               UNTIL WS-PUB-POS > WS-PUB-COUNT.
           IF WS-LISTED = 0
               DISPLAY "  (no publication proofs on file)"
               MOVE 4 TO WS-SIGNOFF-RC
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LIST-ONE-PUB.
           IF WS-ARG-PUB NOT = SPACES
                   AND WS-PUB-NAME (WS-PUB-POS) NOT = WS-ARG-PUB
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-LISTED.
           IF WS-PUB-CUR (WS-PUB-POS) = 0
               DISPLAY "  " WS-PUB-NAME (WS-PUB-POS)
                       " no proof yet"
           ELSE
               IF WS-PUB-FINAL (WS-PUB-POS) = WS-PUB-CUR (WS-PUB-POS)
                   MOVE "released" TO WS-STATE-WORD
               ELSE
                   MOVE "awaiting sign-off" TO WS-STATE-WORD
               END-IF
               DISPLAY "  " WS-PUB-NAME (WS-PUB-POS)
                       " proof " WS-PUB-CUR (WS-PUB-POS)
                       " of " WS-PUB-STAMP (WS-PUB-POS) (1:8)
                       " by " FUNCTION TRIM(WS-PUB-BY (WS-PUB-POS))
                       " - " FUNCTION TRIM(WS-STATE-WORD)
           END-IF.
           PERFORM 2110-LIST-ONE-APPROVER THRU 2110-EXIT
               VARYING WS-APR-POS FROM 1 BY 1
               UNTIL WS-APR-POS > WS-APR-COUNT.
       2100-EXIT.
           EXIT.

       2110-LIST-ONE-APPROVER.
           IF WS-APR-PUB (WS-APR-POS) NOT = WS-PUB-NAME (WS-PUB-POS)
               GO TO 2110-EXIT
           END-IF.
           IF WS-APR-RULING (WS-APR-POS) = SPACES
               MOVE "PENDING" TO WS-APR-RULING (WS-APR-POS)
           END-IF.
           DISPLAY "      " WS-APR-OPERATOR (WS-APR-POS) " "
                   WS-APR-RULING (WS-APR-POS) " "
                   FUNCTION TRIM(WS-APR-COMMENT (WS-APR-POS)).
       2110-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> APPROVE / RETURN: a named approver, on the current proof.
      *>----------------------------------------------------------*>
       3000-RULE.
           MOVE WS-ARG-NUM TO WS-NUM-WORK.
           PERFORM 0200-CHECK-NUMBER THRU 0200-EXIT.
           IF WS-ARG-PUB = SPACES OR NOT NUMBER-IS-VALID
               DISPLAY "PROOF-SIGNOFF: " FUNCTION TRIM(WS-COMMAND)
                       " needs the publication and proof number"
               MOVE 8 TO WS-SIGNOFF-RC
               GO TO 3000-EXIT
           END-IF.
           IF WS-COMMAND = "RETURN" AND WS-ARG-COMMENT = SPACES
               DISPLAY "PROOF-SIGNOFF: RETURN needs the comments "
                       "saying what to change"
               MOVE 8 TO WS-SIGNOFF-RC
               GO TO 3000-EXIT
           END-IF.
           MOVE "ENQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           IF WS-ENQ-RC = "12"
               DISPLAY "PROOF-SIGNOFF: could not take the "
                       "enqueue - try again or see ENQ-CONSOLE"
               MOVE 12 TO WS-SIGNOFF-RC
               GO TO 3000-EXIT
           END-IF.
           PERFORM 1000-LOAD-STATE THRU 1000-EXIT.
           MOVE SPACES TO WS-IN-F2.
           MOVE WS-ARG-PUB TO WS-IN-F2(1:10).
           MOVE WS-OPERATOR-ID TO WS-STATE-WORD.
           PERFORM 1270-FIND-APPROVER THRU 1270-EXIT.
           IF WS-APR-FOUND = 0
               DISPLAY "PROOF-SIGNOFF: "
                       FUNCTION TRIM(WS-OPERATOR-ID)
                       " is not a named approver for "
                       FUNCTION TRIM(WS-ARG-PUB)
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "PROOF-SIGNOFF DENIED "
                      FUNCTION TRIM(WS-COMMAND) " "
                      FUNCTION TRIM(WS-ARG-PUB) " "
                      WS-NUM-VALUE " NOT AN APPROVER"
                   DELIMITED BY SIZE INTO WS-AUDIT-TEXT
               END-STRING
               CALL "DLGAUDIT" USING WS-AUDIT-TEXT
               MOVE 12 TO WS-SIGNOFF-RC
               GO TO 3090-RELEASE
           END-IF.
           PERFORM 1240-FIND-PUB THRU 1240-EXIT.
           IF WS-PUB-CUR (WS-PUB-FOUND) = 0
               DISPLAY "PROOF-SIGNOFF: no proof of "
                       FUNCTION TRIM(WS-ARG-PUB) " on file"
               MOVE 8 TO WS-SIGNOFF-RC
               GO TO 3090-RELEASE
           END-IF.
           IF WS-NUM-VALUE NOT = WS-PUB-CUR (WS-PUB-FOUND)
               DISPLAY "PROOF-SIGNOFF: proof " WS-NUM-VALUE
                       " is not the current proof of "
                       FUNCTION TRIM(WS-ARG-PUB) " - that is "
                       WS-PUB-CUR (WS-PUB-FOUND)
               MOVE 8 TO WS-SIGNOFF-RC
               GO TO 3090-RELEASE
           END-IF.
           IF WS-PUB-FINAL (WS-PUB-FOUND) = WS-NUM-VALUE
               DISPLAY "PROOF-SIGNOFF: proof " WS-NUM-VALUE " of "
                       FUNCTION TRIM(WS-ARG-PUB)
                       " has already gone final"
               MOVE 8 TO WS-SIGNOFF-RC
               GO TO 3090-RELEASE
           END-IF.
           OPEN EXTEND REG-FILE.
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT REG-FILE
           END-IF.
           MOVE SPACES TO REG-LINE.
           IF WS-COMMAND = "APPROVE"
               MOVE "APPROVED" TO WS-STATE-WORD
           ELSE
               MOVE "RETURNED" TO WS-STATE-WORD
           END-IF.
           STRING "A|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-PUB)     DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-NUM-VALUE                  DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STATE-WORD)  DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP              DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-COMMENT) DELIMITED BY SIZE
                  INTO REG-LINE
           END-STRING.
           WRITE REG-LINE.
           CLOSE REG-FILE.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "PROOF-SIGNOFF " FUNCTION TRIM(WS-STATE-WORD) " "
                  FUNCTION TRIM(WS-ARG-PUB) " " WS-NUM-VALUE
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           DISPLAY "PROOF-SIGNOFF: proof " WS-NUM-VALUE " of "
                   FUNCTION TRIM(WS-ARG-PUB) " "
                   FUNCTION TRIM(WS-STATE-WORD) " by "
                   FUNCTION TRIM(WS-OPERATOR-ID).
       3090-RELEASE.
           MOVE "DEQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
       3000-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> DIFF: line differences between two proofs. Both are read
      *> whole; where they part company the next point they agree
      *> again is found by trying every split of a growing
      *> distance, nearest first, up to WS-DIF-WINDOW lines.
      *>----------------------------------------------------------*>
       4000-DIFF.
           IF WS-ARG-PUB = SPACES
               DISPLAY "PROOF-SIGNOFF: DIFF needs the publication"
               MOVE 8 TO WS-SIGNOFF-RC
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2.
           MOVE WS-ARG-PUB TO WS-IN-F2(1:10).
           PERFORM 1240-FIND-PUB THRU 1240-EXIT.
           IF WS-PUB-CUR (WS-PUB-FOUND) = 0
               DISPLAY "PROOF-SIGNOFF: no proof of "
                       FUNCTION TRIM(WS-ARG-PUB) " on file"
               MOVE 8 TO WS-SIGNOFF-RC
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-PUB-CUR (WS-PUB-FOUND) TO WS-DIF-TO.
           MOVE 0 TO WS-DIF-FROM.
           IF WS-ARG-NUM NOT = SPACES
               MOVE WS-ARG-NUM TO WS-NUM-WORK
               PERFORM 0200-CHECK-NUMBER THRU 0200-EXIT
               MOVE WS-NUM-VALUE TO WS-DIF-FROM
               MOVE "as asked" TO WS-DIF-WHY
               IF WS-ARG-NUM-2 NOT = SPACES AND NUMBER-IS-VALID
                   MOVE WS-ARG-NUM-2 TO WS-NUM-WORK
                   PERFORM 0200-CHECK-NUMBER THRU 0200-EXIT
                   MOVE WS-NUM-VALUE TO WS-DIF-TO
               END-IF
               IF NOT NUMBER-IS-VALID
                   DISPLAY "PROOF-SIGNOFF: a proof number is one "
                           "to four digits"
                   MOVE 8 TO WS-SIGNOFF-RC
                   GO TO 4000-EXIT
               END-IF
           ELSE
               PERFORM 4100-PICK-LAST-SEEN THRU 4100-EXIT
           END-IF.
           MOVE WS-DIF-TO TO WS-IN-NUM.
           PERFORM 1260-FIND-PROOF THRU 1260-EXIT.
           IF WS-PRV-FOUND = 0
               DISPLAY "PROOF-SIGNOFF: no proof " WS-DIF-TO " of "
                       FUNCTION TRIM(WS-ARG-PUB)
               MOVE 8 TO WS-SIGNOFF-RC
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-PRV-COPY (WS-PRV-FOUND) TO WS-DIF-TO-COPY.
           MOVE SPACES TO WS-DIF-FROM-COPY.
           IF WS-DIF-FROM > 0
               MOVE WS-DIF-FROM TO WS-IN-NUM
               PERFORM 1260-FIND-PROOF THRU 1260-EXIT
               IF WS-PRV-FOUND = 0
                   DISPLAY "PROOF-SIGNOFF: no proof " WS-DIF-FROM
                           " of " FUNCTION TRIM(WS-ARG-PUB)
                   MOVE 8 TO WS-SIGNOFF-RC
                   GO TO 4000-EXIT
               END-IF
               MOVE WS-PRV-COPY (WS-PRV-FOUND) TO WS-DIF-FROM-COPY
           END-IF.
           MOVE 0 TO WS-OLD-COUNT WS-NEW-COUNT.
           IF WS-DIF-FROM-COPY NOT = SPACES
               SET LOADING-OLD TO TRUE
               MOVE WS-DIF-FROM-COPY TO WS-PROOF-NAME
               PERFORM 4200-LOAD-PROOF THRU 4200-EXIT
           END-IF.
           SET LOADING-NEW TO TRUE.
           MOVE WS-DIF-TO-COPY TO WS-PROOF-NAME.
           PERFORM 4200-LOAD-PROOF THRU 4200-EXIT.
           PERFORM 4300-REPORT THRU 4300-EXIT.
       4000-EXIT.
           EXIT.

      *> The last proof before the one in view that this operator
      *> ruled on; failing that, the proof just before it.
       4100-PICK-LAST-SEEN.
           PERFORM 4110-PROBE-ONE-PROOF THRU 4110-EXIT
               VARYING WS-PRV-POS FROM 1 BY 1
               UNTIL WS-PRV-POS > WS-PRV-COUNT.
           IF WS-DIF-FROM > 0
               MOVE "the last proof you ruled on" TO WS-DIF-WHY
           ELSE
               COMPUTE WS-DIF-FROM = WS-DIF-TO - 1
               MOVE "the proof before" TO WS-DIF-WHY
           END-IF.
       4100-EXIT.
           EXIT.

       4110-PROBE-ONE-PROOF.
           IF WS-PRV-PUB (WS-PRV-POS) = WS-ARG-PUB
                   AND WS-PRV-MINE (WS-PRV-POS) = "Y"
                   AND WS-PRV-NUM (WS-PRV-POS) < WS-DIF-TO
                   AND WS-PRV-NUM (WS-PRV-POS) > WS-DIF-FROM
               MOVE WS-PRV-NUM (WS-PRV-POS) TO WS-DIF-FROM
           END-IF.
       4110-EXIT.
           EXIT.

       4200-LOAD-PROOF.
           MOVE "N" TO WS-EOF-PROOF.
           OPEN INPUT PROOF-FILE.
           IF WS-PROOF-STATUS NOT = "00"
               DISPLAY "PROOF-SIGNOFF: the proof copy "
                       FUNCTION TRIM(WS-PROOF-NAME)
                       " cannot be read"
               MOVE 8 TO WS-SIGNOFF-RC
               GO TO 4200-EXIT
           END-IF.
           PERFORM 4210-LOAD-ONE-LINE THRU 4210-EXIT
               UNTIL NO-MORE-PROOF.
           CLOSE PROOF-FILE.
       4200-EXIT.
           EXIT.

       4210-LOAD-ONE-LINE.
           READ PROOF-FILE
               AT END
                   SET NO-MORE-PROOF TO TRUE
                   GO TO 4210-EXIT
           END-READ.
           IF LOADING-OLD
               IF WS-OLD-COUNT < WS-DIF-MAX
                   ADD 1 TO WS-OLD-COUNT
                   MOVE PROOF-LINE TO WS-OLD-TEXT (WS-OLD-COUNT)
               ELSE
                   SET PROOF-TRUNCATED TO TRUE
               END-IF
           ELSE
               IF WS-NEW-COUNT < WS-DIF-MAX
                   ADD 1 TO WS-NEW-COUNT
                   MOVE PROOF-LINE TO WS-NEW-TEXT (WS-NEW-COUNT)
               ELSE
                   SET PROOF-TRUNCATED TO TRUE
               END-IF
           END-IF.
       4210-EXIT.
           EXIT.

       4300-REPORT.
           MOVE "OPEN" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "PROOF DIFFERENCES   " FUNCTION TRIM(WS-ARG-PUB)
                  "   proof " WS-DIF-FROM " to proof " WS-DIF-TO
                  "   run " WS-RUN-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           IF WS-DIF-FROM = 0
               STRING "for " FUNCTION TRIM(WS-OPERATOR-ID)
                      " - the first proof; every line is new"
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
           ELSE
               STRING "for " FUNCTION TRIM(WS-OPERATOR-ID)
                      " - since proof " WS-DIF-FROM ", "
                      FUNCTION TRIM(WS-DIF-WHY)
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
           END-IF.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "==================================================="
               TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE 1 TO WS-OLD-POS WS-NEW-POS.
           PERFORM 4400-STEP THRU 4400-EXIT
               UNTIL WS-OLD-POS > WS-OLD-COUNT
                 AND WS-NEW-POS > WS-NEW-COUNT.
           IF WS-CNT-HUNKS = 0
               MOVE "  (no differences)" TO WS-SPL-TEXT
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
           END-IF.
           IF PROOF-TRUNCATED
               MOVE SPACES TO WS-SPL-TEXT
               STRING "  (only the first " WS-DIF-MAX
                      " lines of each proof were compared)"
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
           END-IF.
           MOVE " " TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "PROOF-SIGNOFF: " WS-CNT-HUNKS " change(s), "
                  WS-CNT-REMOVED " line(s) taken out, "
                  WS-CNT-ADDED " line(s) put in"
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "CLOS" TO WS-SPL-ACTION.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
       4300-EXIT.
           EXIT.

      *> One step: past a matching line, or one change reported.
       4400-STEP.
           IF WS-OLD-POS <= WS-OLD-COUNT
                   AND WS-NEW-POS <= WS-NEW-COUNT
                   AND WS-OLD-TEXT (WS-OLD-POS)
                       = WS-NEW-TEXT (WS-NEW-POS)
               ADD 1 TO WS-OLD-POS WS-NEW-POS
               GO TO 4400-EXIT
           END-IF.
           MOVE "N" TO WS-RESYNC.
           IF WS-OLD-POS > WS-OLD-COUNT
               MOVE 0 TO WS-SKIP-OLD
               COMPUTE WS-SKIP-NEW = WS-NEW-COUNT - WS-NEW-POS + 1
               SET RESYNC-FOUND TO TRUE
           END-IF.
           IF WS-NEW-POS > WS-NEW-COUNT
               COMPUTE WS-SKIP-OLD = WS-OLD-COUNT - WS-OLD-POS + 1
               MOVE 0 TO WS-SKIP-NEW
               SET RESYNC-FOUND TO TRUE
           END-IF.
           IF NOT RESYNC-FOUND
               PERFORM 4410-TRY-DISTANCE THRU 4410-EXIT
                   VARYING WS-DIST FROM 1 BY 1
                   UNTIL WS-DIST > WS-DIF-WINDOW OR RESYNC-FOUND
               IF RESYNC-FOUND
                   MOVE WS-FOUND-OLD TO WS-SKIP-OLD
                   MOVE WS-FOUND-NEW TO WS-SKIP-NEW
               ELSE
      *> Nothing agrees within the window: one line for one.
                   MOVE 1 TO WS-SKIP-OLD WS-SKIP-NEW
               END-IF
           END-IF.
           PERFORM 4500-EMIT-CHANGE THRU 4500-EXIT.
           ADD WS-SKIP-OLD TO WS-OLD-POS.
           ADD WS-SKIP-NEW TO WS-NEW-POS.
       4400-EXIT.
           EXIT.

       4410-TRY-DISTANCE.
           PERFORM 4420-TRY-SPLIT THRU 4420-EXIT
               VARYING WS-SKIP-OLD FROM 0 BY 1
               UNTIL WS-SKIP-OLD > WS-DIST OR RESYNC-FOUND.
       4410-EXIT.
           EXIT.

       4420-TRY-SPLIT.
           COMPUTE WS-SKIP-NEW = WS-DIST - WS-SKIP-OLD.
           COMPUTE WS-PROBE-OLD = WS-OLD-POS + WS-SKIP-OLD.
           COMPUTE WS-PROBE-NEW = WS-NEW-POS + WS-SKIP-NEW.
           IF WS-PROBE-OLD > WS-OLD-COUNT
                   OR WS-PROBE-NEW > WS-NEW-COUNT
               GO TO 4420-EXIT
           END-IF.
           IF WS-OLD-TEXT (WS-PROBE-OLD) = WS-NEW-TEXT (WS-PROBE-NEW)
               SET RESYNC-FOUND TO TRUE
               MOVE WS-SKIP-OLD TO WS-FOUND-OLD
               MOVE WS-SKIP-NEW TO WS-FOUND-NEW
           END-IF.
       4420-EXIT.
           EXIT.

       4500-EMIT-CHANGE.
           ADD 1 TO WS-CNT-HUNKS.
           MOVE SPACES TO WS-SPL-TEXT.
           MOVE WS-OLD-POS TO WS-HUNK-OLD.
           MOVE WS-NEW-POS TO WS-HUNK-NEW.
           STRING "@ proof " WS-DIF-FROM " line " WS-HUNK-OLD
                  ", proof " WS-DIF-TO " line " WS-HUNK-NEW
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           PERFORM 4510-EMIT-OLD-LINE THRU 4510-EXIT
               VARYING WS-EMIT-POS FROM WS-OLD-POS BY 1
               UNTIL WS-EMIT-POS >= WS-OLD-POS + WS-SKIP-OLD.
           PERFORM 4520-EMIT-NEW-LINE THRU 4520-EXIT
               VARYING WS-EMIT-POS FROM WS-NEW-POS BY 1
               UNTIL WS-EMIT-POS >= WS-NEW-POS + WS-SKIP-NEW.
       4500-EXIT.
           EXIT.

       4510-EMIT-OLD-LINE.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "- " WS-OLD-TEXT (WS-EMIT-POS)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           ADD 1 TO WS-CNT-REMOVED.
       4510-EXIT.
           EXIT.

       4520-EMIT-NEW-LINE.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "+ " WS-NEW-TEXT (WS-EMIT-POS)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           ADD 1 TO WS-CNT-ADDED.
       4520-EXIT.
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
           MOVE "proof_register.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "proof_approvers.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
       0900-EXIT.
           EXIT.
