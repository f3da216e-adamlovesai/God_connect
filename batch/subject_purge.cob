      *>       distribution-list records outright,
      *>     - ANONYMIZES annotations quoting the reference (the
      *>       quoting text becomes [REMOVED - SUBJECT REQUEST]),
      *>     - ANONYMIZES circulation feedback - the member field
      *>       becomes [REMOVED] and the comment stands,
      *>     - ANONYMIZES errata addressed to them - the recipient
      *>       becomes [REMOVED] and the correction stands,
      *>
      *> each file rebuilt through a work copy, the INTAKE-LOAD
      *> pattern. Letters already produced are paper; the register
      *> rows for the member's questions, or carrying the member,
      *> are journaled and removed, and the office destroys the
      *> file copies by hand. A record is the member's when its
      *> reference is the same text or resolves through the member
      *> master (DLGMEMB) to the same member number.
      *> The purge is logged to the audit trail.
      *>
      *> Usage:
      *>
      *> MODIFICATION HISTORY
      *>     2026-09-02  DO   Initial version.
      *>     2026-10-15  DO   Legal/pastoral holds: a member under
      *>                      a MEMBER hold (DLGHOLD) is refused
      *>                      with RETURN-CODE 12 before any
      *>                      intent is consumed, and annotations
      *>                      pinned to a held dialogue keep their
      *>                      text.
      *>     2026-10-15  DO   Records match by member number
      *>                      through the member master (DLGMEMB)
      *>                      as well as by exact text; circulation
      *>                      feedback is anonymized and register
      *>                      rows carrying the member drop.
      *>     2026-10-15  DO   Errata (batch/errata.dat) addressed
      *>                      to the member anonymize; record
      *>                      buffers widened to the errata line.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJECT-PURGE.
       DATA DIVISION.
       FILE SECTION.
       FD  SRC-FILE.
       01  SRC-LINE                 PIC X(1200).

       FD  WORK-FILE.
       01  WORK-LINE                PIC X(1200).

       FD  JOURNAL-FILE.
       01  JOURNAL-LINE             PIC X(1300).

       FD  AUDIT-FILE.
       01  AUDIT-LINE               PIC X(300).
      *>   D drop matching record
      *>   N anonymize quoting note text
      *>   L drop register row for the member's questions
      *>   F anonymize feedback member field
      *>   E anonymize erratum recipient
       01  WS-PASS-LOGICAL          PIC X(40).
       01  WS-PASS-KIND             PIC X(01).
       01  WS-PASS-TOUCHED          PIC 9(04) VALUE 0.
       01  WS-IN-F4                 PIC X(240).
       01  WS-IN-F5                 PIC X(240).
       01  WS-IN-F6                 PIC X(60).
       01  WS-IN-F7                 PIC X(60).
       01  WS-HITS                  PIC 9(03) VALUE 0.
       01  WS-OUT-PTR               PIC 9(04) VALUE 1.
       01  WS-ERR-PTR               PIC 9(04) VALUE 1.
       01  WS-ERR-HEAD              PIC 9(04) VALUE 1.

       01  WS-HOLD-PGM              PIC X(30) VALUE "SUBJECT-PURGE".
       01  WS-HOLD-ITEM             PIC X(200).
       01  WS-HOLD-FROM             PIC X(10) VALUE SPACES.
       01  WS-HOLD-TO               PIC X(10) VALUE SPACES.
       01  WS-HOLD-RC               PIC X(02).
       01  WS-HOLD-ID               PIC X(04).
       01  WS-NOTES-HELD            PIC 9(04) VALUE 0.

      *> The subject as the member master knows them: the number
      *> each record's reference is resolved to and compared with
      *> (spaces - match on the text alone).
       01  WS-SUBJ-NUMBER           PIC X(06) VALUE SPACES.
       01  WS-SUBJ-CANON            PIC X(40) VALUE SPACES.
       01  WS-CAND-REF              PIC X(40).
       01  WS-CAND-SW               PIC X(01) VALUE "N".
           88  CAND-IS-SUBJECT               VALUE "Y".

       COPY DLGMBR01.

       PROCEDURE DIVISION.
       0000-MAINLINE.
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-MEMBER-REF FROM COMMAND-LINE.
           IF WS-MEMBER-REF = SPACES
               DISPLAY "SUBJECT-PURGE: usage: subject_purge "
                       """member reference"""
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> Legal/pastoral hold (DLGHOLD): a held member's records
      *> stand, and the refusal comes before an intent is spent.
           MOVE WS-MEMBER-REF TO WS-HOLD-ITEM.
           CALL "DLGHOLD" USING WS-HOLD-PGM WS-HOLD-ITEM
                                WS-HOLD-FROM WS-HOLD-TO
                                WS-HOLD-RC WS-HOLD-ID.
           IF WS-HOLD-RC = "12"
               DISPLAY "SUBJECT-PURGE: "
                       FUNCTION TRIM(WS-MEMBER-REF)
                       " is under hold " WS-HOLD-ID
                       " - nothing purged (see HOLD-REPORT)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> Dual control: a second operator's fresh approved intent
      *> (INTENT-CAPTURE / DLGINTNT) is consumed here; without one
      *> the job does not run, whoever asks.
               STOP RUN
           END-IF.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-MEMBER-REF TO WS-MBR-REF.
           CALL "DLGMEMB" USING WS-MBR-REF WS-MBR-NUMBER WS-MBR-CANON
                                WS-MBR-NAME WS-MBR-RC.
           IF WS-MBR-RC NOT = "16"
               MOVE WS-MBR-NUMBER TO WS-SUBJ-NUMBER
               MOVE WS-MBR-CANON TO WS-SUBJ-CANON
           END-IF.
           MOVE "question_box.dat" TO WS-PASS-LOGICAL.
           MOVE "Q" TO WS-PASS-KIND.
           PERFORM 2000-REBUILD-ONE-FILE THRU 2000-EXIT.
           MOVE "letter_register.dat" TO WS-PASS-LOGICAL.
           MOVE "L" TO WS-PASS-KIND.
           PERFORM 2000-REBUILD-ONE-FILE THRU 2000-EXIT.
           MOVE "circulation_feedback.dat" TO WS-PASS-LOGICAL.
           MOVE "F" TO WS-PASS-KIND.
           PERFORM 2000-REBUILD-ONE-FILE THRU 2000-EXIT.
           MOVE "errata.dat" TO WS-PASS-LOGICAL.
           MOVE "E" TO WS-PASS-KIND.
           PERFORM 2000-REBUILD-ONE-FILE THRU 2000-EXIT.
           PERFORM 9000-LOG-THE-PURGE THRU 9000-EXIT.
           DISPLAY "SUBJECT-PURGE: " WS-TOTAL-TOUCHED
                   " record(s) removed or anonymized for "
                   FUNCTION TRIM(WS-MEMBER-REF)
                   "; before-images in "
                   FUNCTION TRIM(WS-CFN-02).
           IF WS-NOTES-HELD > 0
               DISPLAY "SUBJECT-PURGE: " WS-NOTES-HELD
                       " annotation(s) left as written - their "
                       "dialogue is under hold (see HOLD-REPORT)"
           END-IF.
           DISPLAY "SUBJECT-PURGE: paper letters already produced "
                   "must be destroyed by hand - the register rows "
                   "are removed".
                       WHEN "L"
                           PERFORM 3400-REGISTER-LINE
                               THRU 3400-EXIT
                       WHEN "F"
                           PERFORM 3500-FEEDBACK-LINE
                               THRU 3500-EXIT
                       WHEN "E"
                           PERFORM 3600-ERRATUM-LINE
                               THRU 3600-EXIT
                   END-EVALUATE
           END-READ.
       2100-EXIT.
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
                    WS-IN-F5 WS-IN-F6
           END-UNSTRING.
           MOVE WS-IN-F5(1:40) TO WS-CAND-REF.
           PERFORM 7000-MATCH-SUBJECT THRU 7000-EXIT.
           IF NOT CAND-IS-SUBJECT
               MOVE SRC-LINE TO WORK-LINE
               WRITE WORK-LINE
               GO TO 3100-EXIT
           UNSTRING SRC-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           MOVE WS-IN-F3(1:40) TO WS-CAND-REF.
           PERFORM 7000-MATCH-SUBJECT THRU 7000-EXIT.
           IF NOT CAND-IS-SUBJECT
               MOVE SRC-LINE TO WORK-LINE
               WRITE WORK-LINE
               GO TO 3200-EXIT
           MOVE 0 TO WS-HITS.
           INSPECT WS-IN-F4 TALLYING WS-HITS
               FOR ALL FUNCTION TRIM(WS-MEMBER-REF).
           IF WS-SUBJ-CANON NOT = SPACES
               INSPECT WS-IN-F4 TALLYING WS-HITS
                   FOR ALL FUNCTION TRIM(WS-SUBJ-CANON)
           END-IF.
           IF WS-HITS = 0
               MOVE SRC-LINE TO WORK-LINE
               WRITE WORK-LINE
               GO TO 3300-EXIT
           END-IF.
      *> A note pinned to a held dialogue is part of the held
      *> record and keeps its text.
           MOVE WS-IN-F2(1:200) TO WS-HOLD-ITEM.
           CALL "DLGHOLD" USING WS-HOLD-PGM WS-HOLD-ITEM
                                WS-HOLD-FROM WS-HOLD-TO
                                WS-HOLD-RC WS-HOLD-ID.
           IF WS-HOLD-RC = "12"
               ADD 1 TO WS-NOTES-HELD
               MOVE SRC-LINE TO WORK-LINE
               WRITE WORK-LINE
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO WS-PASS-TOUCHED.
           PERFORM 8000-JOURNAL-BEFORE THRU 8000-EXIT.
           MOVE SPACES TO WORK-LINE.
       3300-EXIT.
           EXIT.

      *> L: register rows for the member's question numbers, or
      *> carrying the member, drop.
       3400-REGISTER-LINE.
           IF SRC-LINE(1:2) NOT = "L|"
               MOVE SRC-LINE TO WORK-LINE
               WRITE WORK-LINE
               GO TO 3400-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F5.
           UNSTRING SRC-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
           END-UNSTRING.
           MOVE "N" TO WS-QN-HIT.
           PERFORM 3410-PROBE-QUESTION THRU 3410-EXIT
               VARYING WS-QN-POS FROM 1 BY 1
               UNTIL WS-QN-POS > WS-QN-COUNT.
           IF WS-QN-HIT = "N"
               MOVE WS-IN-F5(1:40) TO WS-CAND-REF
               PERFORM 7000-MATCH-SUBJECT THRU 7000-EXIT
               IF CAND-IS-SUBJECT
                   MOVE "Y" TO WS-QN-HIT
               END-IF
           END-IF.
           IF WS-QN-HIT = "N"
               MOVE SRC-LINE TO WORK-LINE
               WRITE WORK-LINE
       3410-EXIT.
           EXIT.

      *> F: the feedback's member field anonymizes; the issue,
      *> scale and comment stand.
       3500-FEEDBACK-LINE.
           IF SRC-LINE(1:2) NOT = "F|"
               MOVE SRC-LINE TO WORK-LINE
               WRITE WORK-LINE
               GO TO 3500-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F7.
           UNSTRING SRC-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
                    WS-IN-F5 WS-IN-F6 WS-IN-F7
           END-UNSTRING.
           MOVE WS-IN-F7(1:40) TO WS-CAND-REF.
           PERFORM 7000-MATCH-SUBJECT THRU 7000-EXIT.
           IF NOT CAND-IS-SUBJECT
               MOVE SRC-LINE TO WORK-LINE
               WRITE WORK-LINE
               GO TO 3500-EXIT
           END-IF.
           ADD 1 TO WS-PASS-TOUCHED.
           PERFORM 8000-JOURNAL-BEFORE THRU 8000-EXIT.
           MOVE SPACES TO WORK-LINE.
           STRING "F|"                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-F2)     DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-F3)     DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-F4)     DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-F5)     DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-F6)     DELIMITED BY SIZE
                  "|[REMOVED]"                DELIMITED BY SIZE
                  INTO WORK-LINE
           END-STRING.
           WRITE WORK-LINE.
       3500-EXIT.
           EXIT.

      *> E: the erratum's recipient (fifth column) anonymizes; the
      *> line either side of it is carried over as it stands, since
      *> the corrected text can run the full width of the record.
       3600-ERRATUM-LINE.
           IF SRC-LINE(1:2) NOT = "E|"
               MOVE SRC-LINE TO WORK-LINE
               WRITE WORK-LINE
               GO TO 3600-EXIT
           END-IF.
           MOVE 1 TO WS-ERR-PTR.
           UNSTRING SRC-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
               WITH POINTER WS-ERR-PTR
           END-UNSTRING.
           MOVE WS-ERR-PTR TO WS-ERR-HEAD.
           MOVE SPACES TO WS-IN-F5.
           UNSTRING SRC-LINE DELIMITED BY "|"
               INTO WS-IN-F5
               WITH POINTER WS-ERR-PTR
           END-UNSTRING.
           MOVE WS-IN-F5(1:40) TO WS-CAND-REF.
           PERFORM 7000-MATCH-SUBJECT THRU 7000-EXIT.
           IF NOT CAND-IS-SUBJECT
               MOVE SRC-LINE TO WORK-LINE
               WRITE WORK-LINE
               GO TO 3600-EXIT
           END-IF.
           ADD 1 TO WS-PASS-TOUCHED.
           PERFORM 8000-JOURNAL-BEFORE THRU 8000-EXIT.
           MOVE SPACES TO WORK-LINE.
           MOVE 1 TO WS-OUT-PTR.
           STRING SRC-LINE(1:WS-ERR-HEAD - 1) DELIMITED BY SIZE
                  "[REMOVED]|"                DELIMITED BY SIZE
                  INTO WORK-LINE
                  WITH POINTER WS-OUT-PTR
           END-STRING.
           IF WS-ERR-PTR <= 1200
               STRING SRC-LINE(WS-ERR-PTR:)   DELIMITED BY SIZE
                      INTO WORK-LINE
                      WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF.
           WRITE WORK-LINE.
       3600-EXIT.
           EXIT.

      *> A record's reference is the subject's when it is the same
      *> text, or resolves (DLGMEMB) to the subject's number.
       7000-MATCH-SUBJECT.
           MOVE "N" TO WS-CAND-SW.
           IF WS-CAND-REF = SPACES
               GO TO 7000-EXIT
           END-IF.
           IF FUNCTION TRIM(WS-CAND-REF)
                   = FUNCTION TRIM(WS-MEMBER-REF)
               SET CAND-IS-SUBJECT TO TRUE
               GO TO 7000-EXIT
           END-IF.
           IF WS-SUBJ-NUMBER = SPACES
               GO TO 7000-EXIT
           END-IF.
           MOVE WS-CAND-REF TO WS-MBR-REF.
           CALL "DLGMEMB" USING WS-MBR-REF WS-MBR-NUMBER WS-MBR-CANON
                                WS-MBR-NAME WS-MBR-RC.
           IF WS-MBR-NUMBER = WS-SUBJ-NUMBER
               SET CAND-IS-SUBJECT TO TRUE
           END-IF.
       7000-EXIT.
           EXIT.

       8000-JOURNAL-BEFORE.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
