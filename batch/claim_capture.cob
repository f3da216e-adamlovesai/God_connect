      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> CLAIM-CAPTURE
      *>
      *> Records a reviewer's verdict on a claim CLAIM-SCAN queued
      *> in batch/claims.dat, and lists the claims still to be
      *> worked. A verdict is appended as
      *>
      *>     V|claim-id|verdict|source|reviewer|timestamp
      *>
      *> and the latest verdict on a claim stands. Verdicts:
      *>
      *>     VERIFIED      the source bears the claim out
      *>     FALSE         the source contradicts it - the record
      *>                   is held from publication (DLGELIG,
      *>                   FALSECLAIM) until corrected
      *>     UNVERIFIABLE  no source settles it either way
      *>     CORRECTED     a FALSE claim put right at source
      *>
      *> Every verdict names its source: the reference, work or
      *> URL relied on, or for CORRECTED what was changed. CLAIM-
      *> SCAN also marks a FALSE claim CORRECTED by itself once
      *> the message no longer carries the claim text.
      *>
      *> Usage:
      *>     claim_capture "000123|FALSE|Britannica, Crusades"
      *>     claim_capture LIST       open and FALSE claims
      *>     claim_capture LIST ALL   every claim
      *>
      *> RETURN-CODE: 0 recorded or listed; 8 bad request or
      *> unknown claim; 12 the enqueue is held.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIM-CAPTURE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-FILE.
       01  CLAIM-LINE               PIC X(700).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CLAIM-STATUS          PIC X(02) VALUE SPACES.
       01  WS-EOF-CLAIM             PIC X(01) VALUE "N".
           88  NO-MORE-CLAIMS                VALUE "Y".

       01  WS-CMD-LINE              PIC X(260) VALUE SPACES.
       01  WS-ARG-ID                PIC X(10) VALUE SPACES.
       01  WS-ARG-VERDICT           PIC X(14) VALUE SPACES.
       01  WS-ARG-SOURCE            PIC X(200) VALUE SPACES.
       01  WS-ARG-ID-NUM            PIC 9(06) VALUE 0.
       01  WS-LIST-ALL              PIC X(01) VALUE "N".
           88  LIST-EVERY-CLAIM              VALUE "Y".

       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).

       01  WS-ENQ-ACTION            PIC X(03).
       01  WS-ENQ-RESOURCE          PIC X(20).
       01  WS-ENQ-RC                PIC X(02).

      *> The queue as read: each claim and its latest verdict.
       01  WS-CLM-MAX               PIC 9(05) VALUE 3000.
       01  WS-CLM-COUNT             PIC 9(05) VALUE 0.
       01  WS-CLM-TABLE.
           05  WS-CLM-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-CLM-IDX.
               10  WS-CLM-ID        PIC 9(06).
               10  WS-CLM-PATH      PIC X(200).
               10  WS-CLM-SEQ       PIC X(04).
               10  WS-CLM-KIND      PIC X(10).
               10  WS-CLM-NAME      PIC X(40).
               10  WS-CLM-TEXT      PIC X(240).
               10  WS-CLM-VERDICT   PIC X(12).
               10  WS-CLM-SOURCE    PIC X(60).
       01  WS-CLM-FOUND             PIC 9(05) VALUE 0.
       01  WS-CLM-POS               PIC 9(05) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-ID                 PIC X(06).
       01  WS-IN-ID-NUM             PIC 9(06).
       01  WS-IN-F3                 PIC X(200).
       01  WS-IN-F4                 PIC X(60).
       01  WS-IN-F5                 PIC X(10).
       01  WS-IN-F6                 PIC X(40).
       01  WS-IN-F7                 PIC X(20).
       01  WS-IN-F8                 PIC X(240).

       01  WS-LISTED                PIC 9(05) VALUE 0.
       01  WS-OPEN-COUNT            PIC 9(05) VALUE 0.
       01  WS-FALSE-COUNT           PIC 9(05) VALUE 0.
       01  WS-SHOW-VERDICT          PIC X(12).
       01  WS-EXIT-RC               PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           IF FUNCTION UPPER-CASE(WS-CMD-LINE(1:4)) = "LIST"
                   AND WS-CMD-LINE(5:1) = SPACE
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CMD-LINE(5:)))
                       = "ALL"
                   SET LIST-EVERY-CLAIM TO TRUE
               END-IF
               PERFORM 1000-LOAD-CLAIMS THRU 1000-EXIT
               PERFORM 3000-LIST-CLAIMS THRU 3000-EXIT
               STOP RUN
           END-IF.
           UNSTRING WS-CMD-LINE DELIMITED BY "|"
               INTO WS-ARG-ID WS-ARG-VERDICT WS-ARG-SOURCE
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-ARG-VERDICT) TO WS-ARG-VERDICT.
           MOVE FUNCTION TRIM(WS-ARG-ID) TO WS-ARG-ID.
           MOVE FUNCTION TRIM(WS-ARG-SOURCE) TO WS-ARG-SOURCE.
           IF FUNCTION TRIM(WS-ARG-ID) IS NOT NUMERIC
                   OR (WS-ARG-VERDICT NOT = "VERIFIED"
                       AND WS-ARG-VERDICT NOT = "FALSE"
                       AND WS-ARG-VERDICT NOT = "UNVERIFIABLE"
                       AND WS-ARG-VERDICT NOT = "CORRECTED")
                   OR WS-ARG-SOURCE = SPACES
               DISPLAY "CLAIM-CAPTURE: usage: claim_capture "
                       """claim-id|verdict|source"" - verdict "
                       "VERIFIED, FALSE, UNVERIFIABLE or CORRECTED;"
                       " the source is required"
               DISPLAY "CLAIM-CAPTURE:        claim_capture LIST "
                       "[ALL]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION NUMVAL(WS-ARG-ID) TO WS-ARG-ID-NUM.
           PERFORM 2000-APPEND-VERDICT THRU 2000-EXIT.
           MOVE WS-EXIT-RC TO RETURN-CODE.
           STOP RUN.

       1000-LOAD-CLAIMS.
           OPEN INPUT CLAIM-FILE.
           IF WS-CLAIM-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LOAD-ONE-CLAIM THRU 1100-EXIT
               UNTIL NO-MORE-CLAIMS.
           CLOSE CLAIM-FILE.
       1000-EXIT.
           EXIT.

      *> K records build the table; a V record sets the verdict
      *> of its claim, the later one winning.
       1100-LOAD-ONE-CLAIM.
           READ CLAIM-FILE
               AT END
                   SET NO-MORE-CLAIMS TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF CLAIM-LINE(1:2) NOT = "K|" AND CLAIM-LINE(1:2) NOT = "V|"
               GO TO 1100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-ID WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6 WS-IN-F7 WS-IN-F8.
           UNSTRING CLAIM-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-ID WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-IN-F7 WS-IN-F8
           END-UNSTRING.
           IF WS-IN-ID IS NOT NUMERIC
               GO TO 1100-EXIT
           END-IF.
           MOVE WS-IN-ID TO WS-IN-ID-NUM.
           IF CLAIM-LINE(1:2) = "K|"
               IF WS-CLM-COUNT NOT < WS-CLM-MAX
                   GO TO 1100-EXIT
               END-IF
               ADD 1 TO WS-CLM-COUNT
               MOVE WS-IN-ID-NUM TO WS-CLM-ID (WS-CLM-COUNT)
               MOVE WS-IN-F3     TO WS-CLM-PATH (WS-CLM-COUNT)
               MOVE WS-IN-F4     TO WS-CLM-SEQ (WS-CLM-COUNT)
               MOVE WS-IN-F5     TO WS-CLM-KIND (WS-CLM-COUNT)
               MOVE WS-IN-F6     TO WS-CLM-NAME (WS-CLM-COUNT)
               MOVE WS-IN-F8     TO WS-CLM-TEXT (WS-CLM-COUNT)
               MOVE SPACES       TO WS-CLM-VERDICT (WS-CLM-COUNT)
                                    WS-CLM-SOURCE (WS-CLM-COUNT)
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1200-FIND-CLAIM THRU 1200-EXIT.
           IF WS-CLM-FOUND > 0
               MOVE FUNCTION UPPER-CASE(WS-IN-F3)
                   TO WS-CLM-VERDICT (WS-CLM-FOUND)
               MOVE WS-IN-F4 TO WS-CLM-SOURCE (WS-CLM-FOUND)
           END-IF.
       1100-EXIT.
           EXIT.

       1200-FIND-CLAIM.
           MOVE 0 TO WS-CLM-FOUND.
           SET WS-CLM-IDX TO 1.
           SEARCH WS-CLM-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CLM-IDX > WS-CLM-COUNT
                   CONTINUE
               WHEN WS-CLM-ID (WS-CLM-IDX) = WS-IN-ID-NUM
                   SET WS-CLM-FOUND TO WS-CLM-IDX
           END-SEARCH.
       1200-EXIT.
           EXIT.

       2000-APPEND-VERDICT.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
      *> Serialize the read and append under the shared enqueue
      *> (DLGENQ), which CLAIM-SCAN also takes.
           MOVE "ENQ" TO WS-ENQ-ACTION.
           MOVE "claims" TO WS-ENQ-RESOURCE.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           IF WS-ENQ-RC = "12"
               DISPLAY "CLAIM-CAPTURE: could not take the "
                       "enqueue - try again or see ENQ-CONSOLE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1000-LOAD-CLAIMS THRU 1000-EXIT.
           MOVE WS-ARG-ID-NUM TO WS-IN-ID-NUM.
           PERFORM 1200-FIND-CLAIM THRU 1200-EXIT.
           IF WS-CLM-FOUND = 0
               DISPLAY "CLAIM-CAPTURE: no claim " WS-ARG-ID-NUM
                       " in " FUNCTION TRIM(WS-CFN-01)
               MOVE 8 TO WS-EXIT-RC
               GO TO 2000-RELEASE
           END-IF.
           IF WS-ARG-VERDICT = "CORRECTED"
                   AND WS-CLM-VERDICT (WS-CLM-FOUND) NOT = "FALSE"
               DISPLAY "CLAIM-CAPTURE: claim " WS-ARG-ID-NUM
                       " does not stand FALSE - only a false claim"
                       " is corrected"
               MOVE 8 TO WS-EXIT-RC
               GO TO 2000-RELEASE
           END-IF.
           MOVE "N" TO WS-EOF-CLAIM.
           OPEN EXTEND CLAIM-FILE.
           IF WS-CLAIM-STATUS = "35"
               OPEN OUTPUT CLAIM-FILE
           END-IF.
           MOVE SPACES TO CLAIM-LINE.
           STRING "V|"                           DELIMITED BY SIZE
                  WS-ARG-ID-NUM                  DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-VERDICT)  DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-SOURCE)   DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID)  DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP               DELIMITED BY SIZE
                  INTO CLAIM-LINE
           END-STRING.
           WRITE CLAIM-LINE.
           CLOSE CLAIM-FILE.
           DISPLAY "CLAIM-CAPTURE: claim " WS-ARG-ID-NUM " "
                   FUNCTION TRIM(WS-ARG-VERDICT) " - "
                   FUNCTION TRIM(WS-CLM-PATH (WS-CLM-FOUND)) " #"
                   WS-CLM-SEQ (WS-CLM-FOUND).
           IF WS-ARG-VERDICT = "FALSE"
               DISPLAY "CLAIM-CAPTURE: the record is held from "
                       "publication until the claim is corrected"
           END-IF.
       2000-RELEASE.
           MOVE "DEQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
       2000-EXIT.
           EXIT.

       3000-LIST-CLAIMS.
           IF WS-CLM-COUNT = 0
               DISPLAY "CLAIM-CAPTURE: no claims in "
                       FUNCTION TRIM(WS-CFN-01)
                       " - run CLAIM-SCAN first"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-LIST-ONE-CLAIM THRU 3100-EXIT
               VARYING WS-CLM-POS FROM 1 BY 1
               UNTIL WS-CLM-POS > WS-CLM-COUNT.
           DISPLAY "CLAIM-CAPTURE: " WS-CLM-COUNT " claim(s), "
                   WS-OPEN-COUNT " awaiting review, "
                   WS-FALSE-COUNT " standing FALSE, "
                   WS-LISTED " listed".
       3000-EXIT.
           EXIT.

       3100-LIST-ONE-CLAIM.
           IF WS-CLM-VERDICT (WS-CLM-POS) = SPACES
               ADD 1 TO WS-OPEN-COUNT
               MOVE "OPEN" TO WS-SHOW-VERDICT
           ELSE
               MOVE WS-CLM-VERDICT (WS-CLM-POS) TO WS-SHOW-VERDICT
           END-IF.
           IF WS-CLM-VERDICT (WS-CLM-POS) = "FALSE"
               ADD 1 TO WS-FALSE-COUNT
           END-IF.
           IF NOT LIST-EVERY-CLAIM
                   AND WS-SHOW-VERDICT NOT = "OPEN"
                   AND WS-SHOW-VERDICT NOT = "FALSE"
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-LISTED.
           DISPLAY WS-CLM-ID (WS-CLM-POS) " " WS-SHOW-VERDICT " "
                   WS-CLM-KIND (WS-CLM-POS) " "
                   FUNCTION TRIM(WS-CLM-PATH (WS-CLM-POS)) " #"
                   WS-CLM-SEQ (WS-CLM-POS) " "
                   FUNCTION TRIM(WS-CLM-NAME (WS-CLM-POS)).
           DISPLAY "       " FUNCTION TRIM(WS-CLM-TEXT (WS-CLM-POS)).
           IF WS-CLM-SOURCE (WS-CLM-POS) NOT = SPACES
               DISPLAY "       source: "
                       FUNCTION TRIM(WS-CLM-SOURCE (WS-CLM-POS))
           END-IF.
       3100-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "claims.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
       0900-EXIT.
           EXIT.
