      *>       (batch/subscribers.dat),
      *>     - distribution-list records addressed to them
      *>       (batch/distribution_list.dat),
      *>     - answer letters produced for them
      *>       (batch/letter_register.dat),
      *>     - their circulation feedback
      *>       (batch/circulation_feedback.dat),
      *>     - complaints they have made (batch/complaints.dat),
      *>     - errata notices addressed to them (batch/errata.dat),
      *>     - their sponsorship gifts and giving statements
      *>       (batch/sponsorships.dat),
      *>     - their catechumen course enrolments and lesson
      *>       completions (batch/course_enrolments.dat,
      *>       batch/course_progress.dat),
      *>     - reviewer annotations whose text quotes them
      *>       (batch/annotations.dat, matched on the reference
      *>       text),
      *>     - the read-access trail (batch/read_access.dat,
      *>       DLGREAD) for the dialogues concerning them - those
      *>       answering their fulfilled questions and those the
      *>       annotations above are made on: who has read them,
      *>       when, and for what purpose.
      *>
      *> The reference is resolved against the member master
      *> (DLGMEMB), and a record counts as theirs when its own
      *> reference resolves to the same member number - "M4411",
      *> "member 4411" and "4411 (Mrs Adeyemi)" alike, and records
      *> keyed under a member since merged into them. Without a
      *> master, or for a reference carrying no number, the match
      *> is on the exact reference text.
      *>
      *> The access itself is logged to the audit trail - reading
      *> someone's file is an accountable act. SUBJECT-PURGE is
      *>
      *> MODIFICATION HISTORY
      *>     2026-09-02  DO   Initial version.
      *>     2026-10-15  DO   Records match by member number
      *>                      through the member master (DLGMEMB)
      *>                      as well as by exact text; circulation
      *>                      feedback and complaints sections
      *>                      added, and letters match on the
      *>                      register's member field.
      *>     2026-10-15  DO   Errata section added.
      *>     2026-10-15  DO   Sponsorship gifts and statements
      *>                      section added.
      *>     2026-10-15  DO   Read-access trail section added for
      *>                      the dialogues answering the
      *>                      subject's questions or annotated
      *>                      with their reference.
      *>     2026-10-15  DO   Catechumen course enrolments and
      *>                      lesson completions section added.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJECT-ACCESS.
               FILE STATUS IS WS-NOTES-STATUS.
           SELECT PACK-FILE ASSIGN DYNAMIC WS-CFN-06
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FB-FILE ASSIGN DYNAMIC WS-CFN-07
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FB-STATUS.
           SELECT CMP-FILE ASSIGN DYNAMIC WS-CFN-08
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMP-STATUS.
           SELECT ERR-FILE ASSIGN DYNAMIC WS-CFN-09
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-STATUS.
           SELECT SPON-FILE ASSIGN DYNAMIC WS-CFN-10
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPON-STATUS.
           SELECT RA-FILE ASSIGN DYNAMIC WS-CFN-11
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RA-STATUS.
           SELECT CRE-FILE ASSIGN DYNAMIC WS-CFN-12
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRE-STATUS.
           SELECT CRP-FILE ASSIGN DYNAMIC WS-CFN-13
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRP-STATUS.
           SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  AUDIT-FILE.
       01  AUDIT-LINE               PIC X(300).

       FD  FB-FILE.
       01  FB-LINE                  PIC X(500).

       FD  CMP-FILE.
       01  CMP-LINE                 PIC X(600).

       FD  ERR-FILE.
       01  ERR-LINE                 PIC X(1200).

       FD  SPON-FILE.
       01  SPON-LINE                PIC X(400).

       FD  RA-FILE.
       01  RA-LINE                  PIC X(400).

       FD  CRE-FILE.
       01  CRE-LINE                 PIC X(300).

       FD  CRP-FILE.
       01  CRP-LINE                 PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-04                PIC X(200).
       01  WS-CFN-05                PIC X(200).
       01  WS-CFN-06                PIC X(200).
       01  WS-CFN-07                PIC X(200).
       01  WS-CFN-08                PIC X(200).
       01  WS-CFN-09                PIC X(200).
       01  WS-CFN-10                PIC X(200).
       01  WS-CFN-11                PIC X(200).
       01  WS-CFN-12                PIC X(200).
       01  WS-CFN-13                PIC X(200).
       01  WS-AUDIT-NAME            PIC X(200).
       01  WS-QBOX-STATUS           PIC X(02) VALUE SPACES.
       01  WS-SUBS-STATUS           PIC X(02) VALUE SPACES.
       01  WS-REG-STATUS            PIC X(02) VALUE SPACES.
       01  WS-NOTES-STATUS          PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-FB-STATUS             PIC X(02) VALUE SPACES.
       01  WS-CMP-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ERR-STATUS            PIC X(02) VALUE SPACES.
       01  WS-SPON-STATUS           PIC X(02) VALUE SPACES.
       01  WS-RA-STATUS             PIC X(02) VALUE SPACES.
       01  WS-CRE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CRP-STATUS            PIC X(02) VALUE SPACES.
       01  WS-EOF-QBOX              PIC X(01) VALUE "N".
           88  NO-MORE-QBOX                  VALUE "Y".
       01  WS-EOF-SUBS              PIC X(01) VALUE "N".
           88  NO-MORE-REG                   VALUE "Y".
       01  WS-EOF-NOTES             PIC X(01) VALUE "N".
           88  NO-MORE-NOTES                 VALUE "Y".
       01  WS-EOF-FB                PIC X(01) VALUE "N".
           88  NO-MORE-FB                    VALUE "Y".
       01  WS-EOF-CMP               PIC X(01) VALUE "N".
           88  NO-MORE-CMP                   VALUE "Y".
       01  WS-EOF-ERR               PIC X(01) VALUE "N".
           88  NO-MORE-ERR                   VALUE "Y".
       01  WS-EOF-SPON              PIC X(01) VALUE "N".
           88  NO-MORE-SPON                  VALUE "Y".
       01  WS-EOF-RA                PIC X(01) VALUE "N".
           88  NO-MORE-RA                    VALUE "Y".
       01  WS-EOF-CRE               PIC X(01) VALUE "N".
           88  NO-MORE-CRE                   VALUE "Y".
       01  WS-EOF-CRP               PIC X(01) VALUE "N".
           88  NO-MORE-CRP                   VALUE "Y".

       01  WS-MEMBER-REF            PIC X(40) VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).

      *> The subject as the member master knows them: the number
      *> every record's reference is resolved to and compared with
      *> (spaces - match on the text alone), and the canonical
      *> reference annotations may quote.
       01  WS-SUBJ-NUMBER           PIC X(06) VALUE SPACES.
       01  WS-SUBJ-CANON            PIC X(40) VALUE SPACES.
       01  WS-SUBJ-NAME             PIC X(40) VALUE SPACES.
       01  WS-CAND-REF              PIC X(40).
       01  WS-CAND-SW               PIC X(01) VALUE "N".
           88  CAND-IS-SUBJECT               VALUE "Y".

       COPY DLGMBR01.

      *> The member's question numbers, for the letter join.
       01  WS-QN-MAX                PIC 9(03) VALUE 100.
       01  WS-QN-COUNT              PIC 9(03) VALUE 0.
       01  WS-QN-POS                PIC 9(03) VALUE 0.
       01  WS-QN-HIT                PIC X(01) VALUE "N".

      *> The dialogues concerning the subject, for the read-access
      *> section: answers to their fulfilled questions and the
      *> records their annotations are made on.
       01  WS-DP-MAX                PIC 9(03) VALUE 200.
       01  WS-DP-COUNT              PIC 9(03) VALUE 0.
       01  WS-DP-TABLE.
           05  WS-DP-PATH           PIC X(200) OCCURS 200 TIMES
                   INDEXED BY WS-DP-IDX.
       01  WS-DP-IN                 PIC X(200).
       01  WS-DP-HIT                PIC X(01) VALUE "N".

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
       01  WS-IN-F4                 PIC X(240).
       01  WS-IN-F5                 PIC X(240).
       01  WS-IN-F6                 PIC X(60).
       01  WS-IN-F7                 PIC X(60).
       01  WS-IN-F8                 PIC X(20).
       01  WS-IN-F9                 PIC X(20).
       01  WS-HITS                  PIC 9(03) VALUE 0.
       01  WS-ITEMS                 PIC 9(04) VALUE 0.

               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-MEMBER-REF TO WS-MBR-REF.
           CALL "DLGMEMB" USING WS-MBR-REF WS-MBR-NUMBER WS-MBR-CANON
                                WS-MBR-NAME WS-MBR-RC.
           IF WS-MBR-RC NOT = "16"
               MOVE WS-MBR-NUMBER TO WS-SUBJ-NUMBER
               MOVE WS-MBR-CANON TO WS-SUBJ-CANON
               MOVE WS-MBR-NAME TO WS-SUBJ-NAME
           END-IF.
           OPEN OUTPUT PACK-FILE.
           MOVE "SUBJECT ACCESS DISCLOSURE PACK" TO PACK-LINE.
           WRITE PACK-LINE.
               DELIMITED BY SIZE INTO PACK-LINE
           END-STRING.
           WRITE PACK-LINE.
           IF WS-SUBJ-CANON NOT = SPACES
               MOVE SPACES TO PACK-LINE
               STRING "MEMBER MASTER: "
                      FUNCTION TRIM(WS-SUBJ-CANON) " - "
                      FUNCTION TRIM(WS-SUBJ-NAME)
                   DELIMITED BY SIZE INTO PACK-LINE
               END-STRING
               WRITE PACK-LINE
           END-IF.
           MOVE SPACES TO PACK-LINE.
           STRING "PREPARED " WS-RUN-TIMESTAMP(1:8) " BY "
                  FUNCTION TRIM(WS-OPERATOR-ID)
           PERFORM 4000-SCAN-LETTERS THRU 4000-EXIT
               UNTIL NO-MORE-REG.
           PERFORM 8500-SECTION-HEAD THRU 8500-EXIT.
           MOVE "CIRCULATION FEEDBACK" TO PACK-LINE.
           WRITE PACK-LINE.
           PERFORM 6000-SCAN-FEEDBACK THRU 6000-EXIT
               UNTIL NO-MORE-FB.
           PERFORM 8500-SECTION-HEAD THRU 8500-EXIT.
           MOVE "COMPLAINTS" TO PACK-LINE.
           WRITE PACK-LINE.
           PERFORM 6500-SCAN-COMPLAINTS THRU 6500-EXIT
               UNTIL NO-MORE-CMP.
           PERFORM 8500-SECTION-HEAD THRU 8500-EXIT.
           MOVE "ERRATA NOTICES" TO PACK-LINE.
           WRITE PACK-LINE.
           PERFORM 6700-SCAN-ERRATA THRU 6700-EXIT
               UNTIL NO-MORE-ERR.
           PERFORM 8500-SECTION-HEAD THRU 8500-EXIT.
           MOVE "SPONSORSHIP GIFTS AND GIVING STATEMENTS" TO PACK-LINE.
           WRITE PACK-LINE.
           PERFORM 6800-SCAN-SPONSORSHIPS THRU 6800-EXIT
               UNTIL NO-MORE-SPON.
           PERFORM 8500-SECTION-HEAD THRU 8500-EXIT.
           MOVE "CATECHUMEN COURSES" TO PACK-LINE.
           WRITE PACK-LINE.
           PERFORM 6850-SCAN-ENROLMENTS THRU 6850-EXIT
               UNTIL NO-MORE-CRE.
           PERFORM 6860-SCAN-COMPLETIONS THRU 6860-EXIT
               UNTIL NO-MORE-CRP.
           PERFORM 8500-SECTION-HEAD THRU 8500-EXIT.
           MOVE "ANNOTATIONS QUOTING THE SUBJECT" TO PACK-LINE.
           WRITE PACK-LINE.
           PERFORM 5000-SCAN-ANNOTATIONS THRU 5000-EXIT
               UNTIL NO-MORE-NOTES.
           PERFORM 8500-SECTION-HEAD THRU 8500-EXIT.
           MOVE "READ ACCESS TO DIALOGUES CONCERNING THE SUBJECT"
               TO PACK-LINE.
           WRITE PACK-LINE.
           IF WS-DP-COUNT = 0
               SET NO-MORE-RA TO TRUE
           END-IF.
           PERFORM 6900-SCAN-READ-ACCESS THRU 6900-EXIT
               UNTIL NO-MORE-RA.
           CLOSE PACK-FILE.
           PERFORM 9000-LOG-THE-ACCESS THRU 9000-EXIT.
           DISPLAY "SUBJECT-ACCESS: " WS-ITEMS
                           INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                WS-IN-F4 WS-IN-F5 WS-IN-F6
                       END-UNSTRING
                       MOVE WS-IN-F5(1:40) TO WS-CAND-REF
                       PERFORM 7000-MATCH-SUBJECT THRU 7000-EXIT
                       IF CAND-IS-SUBJECT
                           ADD 1 TO WS-ITEMS
                           IF WS-QN-COUNT < WS-QN-MAX
                               ADD 1 TO WS-QN-COUNT
                           WRITE PACK-LINE
                       END-IF
                   END-IF
                   IF QBOX-LINE(1:2) = "S|"
                       PERFORM 1100-TAKE-ANSWER THRU 1100-EXIT
                   END-IF
           END-READ.
       1000-EXIT.
           EXIT.

      *> S|number|FULFILLED|path: a question of theirs answered by
      *> a dialogue makes that dialogue one concerning them. The
      *> status follows the Q line it rules on.
       1100-TAKE-ANSWER.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4.
           UNSTRING QBOX-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
           END-UNSTRING.
           IF WS-IN-F3(1:9) NOT = "FULFILLED" OR WS-IN-F4 = SPACES
               GO TO 1100-EXIT
           END-IF.
           MOVE "N" TO WS-QN-HIT.
           PERFORM 4100-PROBE-QUESTION THRU 4100-EXIT
               VARYING WS-QN-POS FROM 1 BY 1
               UNTIL WS-QN-POS > WS-QN-COUNT.
           IF WS-QN-HIT = "Y"
               MOVE WS-IN-F4(1:200) TO WS-DP-IN
               PERFORM 8600-KEEP-DIALOGUE THRU 8600-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

       2000-SCAN-SUBSCRIBERS.
           IF WS-SUBS-STATUS = SPACES
               OPEN INPUT SUBS-FILE
                           INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                WS-IN-F4 WS-IN-F5 WS-IN-F6
                       END-UNSTRING
                       MOVE WS-IN-F3(1:40) TO WS-CAND-REF
                       PERFORM 7000-MATCH-SUBJECT THRU 7000-EXIT
                       IF CAND-IS-SUBJECT
                           ADD 1 TO WS-ITEMS
                           MOVE SPACES TO PACK-LINE
                           STRING "  " WS-IN-F4(1:10) " "
                           INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                WS-IN-F4
                       END-UNSTRING
                       MOVE WS-IN-F3(1:40) TO WS-CAND-REF
                       PERFORM 7000-MATCH-SUBJECT THRU 7000-EXIT
                       IF CAND-IS-SUBJECT
                           ADD 1 TO WS-ITEMS
                           MOVE SPACES TO PACK-LINE
                           STRING "  notified of "
                   CLOSE REG-FILE
               NOT AT END
                   IF REG-LINE(1:2) = "L|"
                       MOVE SPACES TO WS-IN-F5
                       UNSTRING REG-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                WS-IN-F4 WS-IN-F5
                       END-UNSTRING
                       MOVE "N" TO WS-QN-HIT
                       PERFORM 4100-PROBE-QUESTION THRU 4100-EXIT
                           VARYING WS-QN-POS FROM 1 BY 1
                           UNTIL WS-QN-POS > WS-QN-COUNT
                       IF WS-IN-F5 NOT = SPACES
                           MOVE WS-IN-F5(1:40) TO WS-CAND-REF
                           PERFORM 7000-MATCH-SUBJECT THRU 7000-EXIT
                           IF CAND-IS-SUBJECT
                               MOVE "Y" TO WS-QN-HIT
                           END-IF
                       END-IF
                       IF WS-QN-HIT = "Y"
                           ADD 1 TO WS-ITEMS
                           MOVE SPACES TO PACK-LINE
                       MOVE 0 TO WS-HITS
                       INSPECT WS-IN-F4 TALLYING WS-HITS
                           FOR ALL FUNCTION TRIM(WS-MEMBER-REF)
                       IF WS-SUBJ-CANON NOT = SPACES
                           INSPECT WS-IN-F4 TALLYING WS-HITS
                               FOR ALL FUNCTION TRIM(WS-SUBJ-CANON)
                       END-IF
                       IF WS-HITS > 0
                           ADD 1 TO WS-ITEMS
                           MOVE SPACES TO PACK-LINE
                               DELIMITED BY SIZE INTO PACK-LINE
                           END-STRING
                           WRITE PACK-LINE
                           MOVE WS-IN-F2(1:200) TO WS-DP-IN
                           PERFORM 8600-KEEP-DIALOGUE THRU 8600-EXIT
                       END-IF
                   END-IF
           END-READ.
       5000-EXIT.
           EXIT.

       6000-SCAN-FEEDBACK.
           IF WS-FB-STATUS = SPACES
               OPEN INPUT FB-FILE
               IF WS-FB-STATUS NOT = "00"
                   SET NO-MORE-FB TO TRUE
                   GO TO 6000-EXIT
               END-IF
           END-IF.
           READ FB-FILE
               AT END
                   SET NO-MORE-FB TO TRUE
                   CLOSE FB-FILE
                   GO TO 6000-EXIT
           END-READ.
           IF FB-LINE(1:2) NOT = "F|"
               GO TO 6000-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F7.
           UNSTRING FB-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
                    WS-IN-F5 WS-IN-F6 WS-IN-F7
           END-UNSTRING.
           IF WS-IN-F7 = SPACES
               GO TO 6000-EXIT
           END-IF.
           MOVE WS-IN-F7(1:40) TO WS-CAND-REF.
           PERFORM 7000-MATCH-SUBJECT THRU 7000-EXIT.
           IF NOT CAND-IS-SUBJECT
               GO TO 6000-EXIT
           END-IF.
           ADD 1 TO WS-ITEMS.
           MOVE SPACES TO PACK-LINE.
           STRING "  " WS-IN-F6(1:8) " issue "
                  FUNCTION TRIM(WS-IN-F2(1:8)) " scale "
                  WS-IN-F4(1:1) ": "
                  FUNCTION TRIM(WS-IN-F5(1:80))
               DELIMITED BY SIZE INTO PACK-LINE
           END-STRING.
           WRITE PACK-LINE.
       6000-EXIT.
           EXIT.

       6500-SCAN-COMPLAINTS.
           IF WS-CMP-STATUS = SPACES
               OPEN INPUT CMP-FILE
               IF WS-CMP-STATUS NOT = "00"
                   SET NO-MORE-CMP TO TRUE
                   GO TO 6500-EXIT
               END-IF
           END-IF.
           READ CMP-FILE
               AT END
                   SET NO-MORE-CMP TO TRUE
                   CLOSE CMP-FILE
                   GO TO 6500-EXIT
           END-READ.
           IF CMP-LINE(1:2) NOT = "C|"
               GO TO 6500-EXIT
           END-IF.
           UNSTRING CMP-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
                    WS-IN-F5 WS-IN-F6
           END-UNSTRING.
           MOVE WS-IN-F4(1:40) TO WS-CAND-REF.
           PERFORM 7000-MATCH-SUBJECT THRU 7000-EXIT.
           IF NOT CAND-IS-SUBJECT
               GO TO 6500-EXIT
           END-IF.
           ADD 1 TO WS-ITEMS.
           MOVE SPACES TO PACK-LINE.
           STRING "  case " WS-IN-F2(1:4) " ("
                  FUNCTION TRIM(WS-IN-F5(1:10)) "): "
                  FUNCTION TRIM(WS-IN-F6(1:60))
               DELIMITED BY SIZE INTO PACK-LINE
           END-STRING.
           WRITE PACK-LINE.
       6500-EXIT.
           EXIT.

       6700-SCAN-ERRATA.
           IF WS-ERR-STATUS = SPACES
               OPEN INPUT ERR-FILE
               IF WS-ERR-STATUS NOT = "00"
                   SET NO-MORE-ERR TO TRUE
                   GO TO 6700-EXIT
               END-IF
           END-IF.
           READ ERR-FILE
               AT END
                   SET NO-MORE-ERR TO TRUE
                   CLOSE ERR-FILE
                   GO TO 6700-EXIT
           END-READ.
           IF ERR-LINE(1:2) NOT = "E|"
               GO TO 6700-EXIT
           END-IF.
           UNSTRING ERR-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
                    WS-IN-F5 WS-IN-F6
           END-UNSTRING.
           MOVE WS-IN-F5(1:40) TO WS-CAND-REF.
           PERFORM 7000-MATCH-SUBJECT THRU 7000-EXIT.
           IF NOT CAND-IS-SUBJECT
               GO TO 6700-EXIT
           END-IF.
           ADD 1 TO WS-ITEMS.
           MOVE SPACES TO PACK-LINE.
           STRING "  erratum " WS-IN-F2(1:6) " ("
                  FUNCTION TRIM(WS-IN-F3(1:8)) " "
                  FUNCTION TRIM(WS-IN-F4(1:20)) "): "
                  FUNCTION TRIM(WS-IN-F6(1:60))
               DELIMITED BY SIZE INTO PACK-LINE
           END-STRING.
           WRITE PACK-LINE.
       6700-EXIT.
           EXIT.

      *> G|gift|member|amount|date|fund|kind|number|anonymous|...
      *> Y|year|member|total|letter file|...
       6800-SCAN-SPONSORSHIPS.
           IF WS-SPON-STATUS = SPACES
               OPEN INPUT SPON-FILE
               IF WS-SPON-STATUS NOT = "00"
                   SET NO-MORE-SPON TO TRUE
                   GO TO 6800-EXIT
               END-IF
           END-IF.
           READ SPON-FILE
               AT END
                   SET NO-MORE-SPON TO TRUE
                   CLOSE SPON-FILE
                   GO TO 6800-EXIT
           END-READ.
           IF SPON-LINE(1:2) NOT = "G|" AND SPON-LINE(1:2) NOT = "Y|"
               GO TO 6800-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F8 WS-IN-F9.
           UNSTRING SPON-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
                    WS-IN-F5 WS-IN-F6 WS-IN-F7 WS-IN-F8 WS-IN-F9
           END-UNSTRING.
           MOVE WS-IN-F3(1:40) TO WS-CAND-REF.
           PERFORM 7000-MATCH-SUBJECT THRU 7000-EXIT.
           IF NOT CAND-IS-SUBJECT
               GO TO 6800-EXIT
           END-IF.
           ADD 1 TO WS-ITEMS.
           MOVE SPACES TO PACK-LINE.
           IF WS-IN-TAG = "G"
               IF WS-IN-F9(1:1) = "Y"
                   MOVE "(anonymous)" TO WS-IN-F9
               ELSE
                   MOVE SPACES TO WS-IN-F9
               END-IF
               STRING "  gift " WS-IN-F2(1:6) " ("
                      FUNCTION TRIM(WS-IN-F5(1:10)) "): "
                      FUNCTION TRIM(WS-IN-F4(1:12)) " to "
                      FUNCTION TRIM(WS-IN-F6(1:12)) ", sponsoring "
                      FUNCTION LOWER-CASE(FUNCTION TRIM(WS-IN-F7(1:8)))
                      " " FUNCTION TRIM(WS-IN-F8(1:6)) " " WS-IN-F9
                   DELIMITED BY SIZE INTO PACK-LINE
               END-STRING
           ELSE
               STRING "  giving statement " WS-IN-F2(1:4) ": "
                      FUNCTION TRIM(WS-IN-F4(1:12)) " ("
                      FUNCTION TRIM(WS-IN-F5(1:60)) ")"
                   DELIMITED BY SIZE INTO PACK-LINE
               END-STRING
           END-IF.
           WRITE PACK-LINE.
       6800-EXIT.
           EXIT.

      *> E|course|member|operator|stamp
      *> W|course|member|reason|operator|stamp
       6850-SCAN-ENROLMENTS.
           IF WS-CRE-STATUS = SPACES
               OPEN INPUT CRE-FILE
               IF WS-CRE-STATUS NOT = "00"
                   SET NO-MORE-CRE TO TRUE
                   GO TO 6850-EXIT
               END-IF
           END-IF.
           READ CRE-FILE
               AT END
                   SET NO-MORE-CRE TO TRUE
                   CLOSE CRE-FILE
                   GO TO 6850-EXIT
           END-READ.
           IF CRE-LINE(1:2) NOT = "E|" AND CRE-LINE(1:2) NOT = "W|"
               GO TO 6850-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6.
           UNSTRING CRE-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
                    WS-IN-F5 WS-IN-F6
           END-UNSTRING.
           MOVE WS-IN-F3(1:40) TO WS-CAND-REF.
           PERFORM 7000-MATCH-SUBJECT THRU 7000-EXIT.
           IF NOT CAND-IS-SUBJECT
               GO TO 6850-EXIT
           END-IF.
           ADD 1 TO WS-ITEMS.
           MOVE SPACES TO PACK-LINE.
           IF WS-IN-TAG = "E"
               STRING "  enrolled on " FUNCTION TRIM(WS-IN-F2(1:12))
                      " " WS-IN-F5(1:4) "-" WS-IN-F5(5:2) "-"
                      WS-IN-F5(7:2) " by "
                      FUNCTION TRIM(WS-IN-F4(1:20))
                   DELIMITED BY SIZE INTO PACK-LINE
               END-STRING
           ELSE
               STRING "  withdrawn from " FUNCTION TRIM(WS-IN-F2(1:12))
                      " " WS-IN-F6(1:4) "-" WS-IN-F6(5:2) "-"
                      WS-IN-F6(7:2) " by "
                      FUNCTION TRIM(WS-IN-F5(1:20)) ": "
                      FUNCTION TRIM(WS-IN-F4(1:60))
                   DELIMITED BY SIZE INTO PACK-LINE
               END-STRING
           END-IF.
           WRITE PACK-LINE.
       6850-EXIT.
           EXIT.

      *> P|course|member|lesson|date|operator|stamp
      *> X|course|member|lesson|reason|operator|stamp
       6860-SCAN-COMPLETIONS.
           IF WS-CRP-STATUS = SPACES
               OPEN INPUT CRP-FILE
               IF WS-CRP-STATUS NOT = "00"
                   SET NO-MORE-CRP TO TRUE
                   GO TO 6860-EXIT
               END-IF
           END-IF.
           READ CRP-FILE
               AT END
                   SET NO-MORE-CRP TO TRUE
                   CLOSE CRP-FILE
                   GO TO 6860-EXIT
           END-READ.
           IF CRP-LINE(1:2) NOT = "P|" AND CRP-LINE(1:2) NOT = "X|"
               GO TO 6860-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6.
           UNSTRING CRP-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
                    WS-IN-F5 WS-IN-F6
           END-UNSTRING.
           MOVE WS-IN-F3(1:40) TO WS-CAND-REF.
           PERFORM 7000-MATCH-SUBJECT THRU 7000-EXIT.
           IF NOT CAND-IS-SUBJECT
               GO TO 6860-EXIT
           END-IF.
           ADD 1 TO WS-ITEMS.
           MOVE SPACES TO PACK-LINE.
           IF WS-IN-TAG = "P"
               STRING "  " FUNCTION TRIM(WS-IN-F2(1:12)) " lesson "
                      FUNCTION TRIM(WS-IN-F4(1:8)) " completed "
                      WS-IN-F5(1:10) ", recorded by "
                      FUNCTION TRIM(WS-IN-F6(1:20))
                   DELIMITED BY SIZE INTO PACK-LINE
               END-STRING
           ELSE
               STRING "  " FUNCTION TRIM(WS-IN-F2(1:12)) " lesson "
                      FUNCTION TRIM(WS-IN-F4(1:8))
                      " completion struck by "
                      FUNCTION TRIM(WS-IN-F6(1:20)) ": "
                      FUNCTION TRIM(WS-IN-F5(1:60))
                   DELIMITED BY SIZE INTO PACK-LINE
               END-STRING
           END-IF.
           WRITE PACK-LINE.
       6860-EXIT.
           EXIT.

      *> A|stamp|operator|program|path|purpose|class - each read
      *> of a dialogue concerning the subject.
       6900-SCAN-READ-ACCESS.
           IF WS-RA-STATUS = SPACES
               OPEN INPUT RA-FILE
               IF WS-RA-STATUS NOT = "00"
                   SET NO-MORE-RA TO TRUE
                   GO TO 6900-EXIT
               END-IF
           END-IF.
           READ RA-FILE
               AT END
                   SET NO-MORE-RA TO TRUE
                   CLOSE RA-FILE
                   GO TO 6900-EXIT
           END-READ.
           IF RA-LINE(1:2) NOT = "A|"
               GO TO 6900-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6 WS-IN-F7.
           UNSTRING RA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
                    WS-IN-F5 WS-IN-F6 WS-IN-F7
           END-UNSTRING.
           MOVE WS-IN-F5(1:200) TO WS-DP-IN.
           PERFORM 8610-FIND-DIALOGUE THRU 8610-EXIT.
           IF WS-DP-HIT = "N"
               GO TO 6900-EXIT
           END-IF.
           ADD 1 TO WS-ITEMS.
           MOVE SPACES TO PACK-LINE.
           STRING "  " WS-IN-F2(1:4) "-" WS-IN-F2(5:2) "-"
                  WS-IN-F2(7:2) " " WS-IN-F2(9:2) ":" WS-IN-F2(11:2)
                  " " FUNCTION TRIM(WS-IN-F3(1:20))
                  " " FUNCTION TRIM(WS-IN-F4(1:30))
                  " (" FUNCTION TRIM(WS-IN-F6(1:10)) ") "
                  FUNCTION TRIM(WS-IN-F7(1:9))
               DELIMITED BY SIZE INTO PACK-LINE
           END-STRING.
           WRITE PACK-LINE.
           MOVE SPACES TO PACK-LINE.
           STRING "      " WS-IN-F5(1:126)
               DELIMITED BY SIZE INTO PACK-LINE
           END-STRING.
           WRITE PACK-LINE.
       6900-EXIT.
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

       8500-SECTION-HEAD.
           MOVE SPACES TO PACK-LINE.
           WRITE PACK-LINE.
       8500-EXIT.
           EXIT.

       8600-KEEP-DIALOGUE.
           PERFORM 8610-FIND-DIALOGUE THRU 8610-EXIT.
           IF WS-DP-HIT = "N" AND WS-DP-COUNT < WS-DP-MAX
               ADD 1 TO WS-DP-COUNT
               MOVE WS-DP-IN TO WS-DP-PATH (WS-DP-COUNT)
           END-IF.
       8600-EXIT.
           EXIT.

       8610-FIND-DIALOGUE.
           MOVE "N" TO WS-DP-HIT.
           SET WS-DP-IDX TO 1.
           IF WS-DP-COUNT > 0
               SEARCH WS-DP-PATH
                   AT END
                       CONTINUE
                   WHEN WS-DP-IDX > WS-DP-COUNT
                       CONTINUE
                   WHEN WS-DP-PATH (WS-DP-IDX) = WS-DP-IN
                       MOVE "Y" TO WS-DP-HIT
               END-SEARCH
           END-IF.
       8610-EXIT.
           EXIT.

      *> Reading someone's file is itself an accountable act.
       9000-LOG-THE-ACCESS.
           MOVE "audit.log" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-05.
           MOVE "subject_access_pack.txt" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-06.
           MOVE "circulation_feedback.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-07.
           MOVE "complaints.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-08.
           MOVE "errata.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-09.
           MOVE "sponsorships.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-10.
           MOVE "read_access.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-11.
           MOVE "course_enrolments.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-12.
           MOVE "course_progress.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-13.
       0900-EXIT.
           EXIT.
