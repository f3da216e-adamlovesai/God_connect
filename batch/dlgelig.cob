      *>     DONOTPUB    any reviewer flagged it X
      *>     PRIVACY     PRIVACY-CHECK holds a finding against it
      *>     DELETED     it is delete-marked on the extract
      *>     FALSECLAIM  a claim in it stands FALSE on the claim
      *>                 queue (CLAIM-CAPTURE) and has not been
      *>                 corrected
      *>     EMBARGOED   an embargo on the register (EMBARGO-MAINT,
      *>                 answered by DLGEMBG) covers it and its
      *>                 release time has not come. This one is
      *>                 asked first and outranks the rest: until
      *>                 release the record is treated as not yet
      *>                 existing, so no outlet may say it is held
      *>                 for privacy or anything else
      *>
      *> otherwise "00". Everything loads once per run unit, the
      *> DLGALIAS pattern, so a thousand-path pass costs one read
      *>
      *> MODIFICATION HISTORY
      *>     2026-09-02  DO   Initial version.
      *>     2026-10-15  DO   FALSECLAIM: a record holding a claim
      *>                      whose latest verdict on the claim
      *>                      queue (batch/claims.dat) is FALSE is
      *>                      ineligible until it is corrected.
      *>     2026-10-15  DO   EMBARGOED: a record under an embargo
      *>                      whose release has not come is
      *>                      ineligible ahead of every other bar
      *>                      (DLGEMBG).
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLGELIG.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-04
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT CLAIM-FILE ASSIGN DYNAMIC WS-CFN-05
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).

       FD  CLAIM-FILE.
       01  CLAIM-LINE               PIC X(700).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CFN-04                PIC X(200).
       01  WS-CFN-05                PIC X(200).
       01  WS-MODQ-STATUS           PIC X(02).
       01  WS-RATINGS-STATUS        PIC X(02).
       01  WS-EXC-STATUS            PIC X(02).
       01  WS-DATA-STATUS           PIC X(02).
       01  WS-CLAIM-STATUS          PIC X(02).
       01  WS-EOF-MODQ              PIC X(01).
           88  NO-MORE-MODQ                  VALUE "Y".
       01  WS-EOF-RATINGS           PIC X(01).
           88  NO-MORE-EXC                   VALUE "Y".
       01  WS-EOF-DATA              PIC X(01).
           88  NO-MORE-DATA                  VALUE "Y".
       01  WS-EOF-CLAIM             PIC X(01).
           88  NO-MORE-CLAIMS                VALUE "Y".
       01  WS-LOADED                PIC X(01) VALUE "N".
           88  RULES-ARE-LOADED              VALUE "Y".

               10  WS-MQ-DISP       PIC X(01).
       01  WS-MQ-POS                PIC 9(03) VALUE 0.

      *> Claim queue fold: each claim's path and latest verdict.
       01  WS-CL-MAX                PIC 9(04) VALUE 3000.
       01  WS-CL-COUNT              PIC 9(04) VALUE 0.
       01  WS-CL-TABLE.
           05  WS-CL-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-CL-IDX.
               10  WS-CL-ID         PIC X(06).
               10  WS-CL-PATH       PIC X(200).
               10  WS-CL-VERDICT    PIC X(12).
       01  WS-CL-POS                PIC 9(04) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
       01  WS-ADD-PATH              PIC X(200).
       01  WS-ADD-REASON            PIC X(10).

       01  WS-EMBG-RC               PIC X(02).
       01  WS-EMBG-ID               PIC X(04).
       01  WS-EMBG-RELEASE          PIC X(16).

       LINKAGE SECTION.
       01  LK-PATH                  PIC X(200).
       01  LK-RESULT                PIC X(02).
           END-IF.
           MOVE "00" TO LK-RESULT.
           MOVE SPACES TO LK-REASON.
           CALL "DLGEMBG" USING LK-PATH WS-EMBG-RC WS-EMBG-ID
                                WS-EMBG-RELEASE.
           IF WS-EMBG-RC = "12"
               MOVE "12" TO LK-RESULT
               MOVE "EMBARGOED" TO LK-REASON
               GOBACK
           END-IF.
           MOVE 0 TO WS-BAR-FOUND.
           SET WS-BAR-IDX TO 1.
           IF WS-BAR-COUNT > 0
       1000-LOAD-RULES.
           SET RULES-ARE-LOADED TO TRUE.
           MOVE "N" TO WS-EOF-MODQ WS-EOF-RATINGS WS-EOF-EXC
                       WS-EOF-DATA WS-EOF-CLAIM.
           MOVE "moderation_queue.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "ratings.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE "dialogue_data.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
           MOVE "claims.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-05.
           OPEN INPUT MODQ-FILE.
           IF WS-MODQ-STATUS = "00"
               PERFORM 1100-FOLD-ONE-QUEUE-LINE THRU 1100-EXIT
                   UNTIL NO-MORE-DATA
               CLOSE DATA-FILE
           END-IF.
           OPEN INPUT CLAIM-FILE.
           IF WS-CLAIM-STATUS = "00"
               PERFORM 1600-FOLD-ONE-CLAIM-LINE THRU 1600-EXIT
                   UNTIL NO-MORE-CLAIMS
               CLOSE CLAIM-FILE
           END-IF.
           PERFORM 1700-BAR-FROM-CLAIMS THRU 1700-EXIT
               VARYING WS-CL-POS FROM 1 BY 1
               UNTIL WS-CL-POS > WS-CL-COUNT.
       1000-EXIT.
           EXIT.

       1500-EXIT.
           EXIT.

      *> K|claim-id|path|... queues a claim; V|claim-id|verdict|...
      *> judges it, the latest verdict standing.
       1600-FOLD-ONE-CLAIM-LINE.
           READ CLAIM-FILE
               AT END
                   SET NO-MORE-CLAIMS TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN CLAIM-LINE(1:2) = "K|"
                           UNSTRING CLAIM-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                           END-UNSTRING
                           IF WS-CL-COUNT < WS-CL-MAX
                               ADD 1 TO WS-CL-COUNT
                               MOVE WS-IN-F2(1:6)
                                   TO WS-CL-ID (WS-CL-COUNT)
                               MOVE WS-IN-F3(1:200)
                                   TO WS-CL-PATH (WS-CL-COUNT)
                               MOVE SPACES
                                   TO WS-CL-VERDICT (WS-CL-COUNT)
                           END-IF
                       WHEN CLAIM-LINE(1:2) = "V|"
                           UNSTRING CLAIM-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                           END-UNSTRING
                           PERFORM 1610-NOTE-VERDICT THRU 1610-EXIT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       1600-EXIT.
           EXIT.

       1610-NOTE-VERDICT.
           SET WS-CL-IDX TO 1.
           IF WS-CL-COUNT > 0
               SEARCH WS-CL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CL-IDX > WS-CL-COUNT
                       CONTINUE
                   WHEN WS-CL-ID (WS-CL-IDX) = WS-IN-F2(1:6)
                       MOVE FUNCTION UPPER-CASE(WS-IN-F3(1:12))
                           TO WS-CL-VERDICT (WS-CL-IDX)
               END-SEARCH
           END-IF.
       1610-EXIT.
           EXIT.

      *> Only a claim standing FALSE bars; VERIFIED, UNVERIFIABLE,
      *> CORRECTED and a claim not yet reviewed do not.
       1700-BAR-FROM-CLAIMS.
           SET WS-CL-IDX TO WS-CL-POS.
           IF WS-CL-VERDICT (WS-CL-IDX) = "FALSE"
               MOVE WS-CL-PATH (WS-CL-IDX) TO WS-ADD-PATH
               MOVE "FALSECLAIM" TO WS-ADD-REASON
               PERFORM 1900-ADD-BAR THRU 1900-EXIT
           END-IF.
       1700-EXIT.
           EXIT.

       1900-ADD-BAR.
           IF WS-BAR-COUNT < WS-BAR-MAX
               ADD 1 TO WS-BAR-COUNT
