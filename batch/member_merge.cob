      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> MEMBER-MERGE
      *>
      *> Match/merge for member references. The side files - the
      *> question box, subscriber registrations, the distribution
      *> list, circulation feedback, the letter register, the
      *> complaints register, the sponsorship register (gifts and
      *> giving statements) and the catechumen course records
      *> (enrolments and lesson completions) - quote members
      *> freehand ("member 4411", "M4411", "4411 (Mrs Adeyemi)"),
      *> and the member master (MEMBER-MAINT) can hold the same
      *> person twice.
      *> MATCH proposes the cleanup, a DIFFERENT operator confirms
      *> or rejects each proposal, and APPLY carries the confirmed
      *> ones out as re-key transactions against every side file
      *> with a before/after journal - the RULE-CHANGE discipline.
      *>
      *> Commands:
      *>     member_merge MATCH
      *>         resolve every distinct reference in the side files
      *>         through DLGMEMB and propose
      *>           REKEY  a reference that resolves but is not in
      *>                  the "member NNNN" form (by the number it
      *>                  carries, or by a unique name)
      *>           MERGE  two ACTIVE members on the master with the
      *>                  same name or the same contact - the
      *>                  higher number into the lower
      *>         references the master does not know are listed
      *>         for MEMBER-MAINT; nothing already proposed (in any
      *>         state) is proposed again
      *>     member_merge LIST
      *>         proposals awaiting a ruling or application
      *>     member_merge CONFIRM n
      *>     member_merge REJECT n
      *>         rule on proposal n; the reviewer must differ from
      *>         the proposer
      *>     member_merge APPLY
      *>         carry out every confirmed proposal: each side file
      *>         is rebuilt through a work copy under its own
      *>         enqueue, every record re-keyed is journaled before
      *>         and after, and each merged member gets a MERGED
      *>         image on the master pointing at the survivor
      *>
      *> batch/member_merges.dat is append-only and is its own
      *> audit:
      *>
      *>     P|number|REKEY or MERGE|from|to|reason|proposer|stamp
      *>         (from is the reference text for REKEY, the member
      *>         number merged away for MERGE; to is the member
      *>         number)
      *>     A|number|CONFIRMED or REJECTED|reviewer|stamp
      *>     I|number|APPLIED|operator|stamp|records-re-keyed
      *>
      *> batch/member_rekey_journal.dat carries, per record:
      *>
      *>     B|proposal|logical|operator|stamp|line before
      *>     A|proposal|logical|operator|stamp|line after
      *>
      *> APPLY is safe to rerun: a record already carrying its
      *> survivor's reference is left alone. If a side file cannot
      *> be taken, nothing is marked applied and the next APPLY
      *> finishes the work.
      *>
      *> MATCH, CONFIRM, REJECT and APPLY need update authority
      *> (DLGAUTH class U), run under the "member_merges" enqueue
      *> (DLGENQ) and log to the audit trail (DLGAUDIT).
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>     2026-10-15  DO   The sponsorship register's gift and
      *>                      statement records are side files.
      *>     2026-10-15  DO   The catechumen course enrolment and
      *>                      progress records are side files.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBER-MERGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROP-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROP-STATUS.
           SELECT MBR-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MBR-STATUS.
           SELECT SIDE-FILE ASSIGN DYNAMIC WS-SIDE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIDE-STATUS.
           SELECT WORK-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN DYNAMIC WS-CFN-04
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROP-FILE.
       01  PROP-LINE                PIC X(400).

       FD  MBR-FILE.
       01  MBR-LINE                 PIC X(400).

       FD  SIDE-FILE.
       01  SIDE-LINE                PIC X(600).

       FD  WORK-FILE.
       01  WORK-LINE                PIC X(600).

       FD  JOURNAL-FILE.
       01  JOURNAL-LINE             PIC X(700).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CFN-04                PIC X(200).
       01  WS-SIDE-NAME             PIC X(200).
       01  WS-PROP-STATUS           PIC X(02) VALUE SPACES.
       01  WS-MBR-STATUS            PIC X(02) VALUE SPACES.
       01  WS-SIDE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-JOURNAL-STATUS        PIC X(02) VALUE SPACES.
       01  WS-EOF-PROP              PIC X(01) VALUE "N".
           88  NO-MORE-PROPS                 VALUE "Y".
       01  WS-EOF-MBR               PIC X(01) VALUE "N".
           88  NO-MORE-MBR                   VALUE "Y".
       01  WS-EOF-SIDE              PIC X(01) VALUE "N".
           88  NO-MORE-SIDE                  VALUE "Y".

       01  WS-CMD-LINE              PIC X(400) VALUE SPACES.
       01  WS-COMMAND               PIC X(10) VALUE SPACES.
       01  WS-REST                  PIC X(380) VALUE SPACES.
       01  WS-ARG-NUM               PIC X(04) VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-TODAY                 PIC X(08).
       01  WS-TODAY-DASHED          PIC X(10).
       01  WS-MERGE-RC              PIC 9(02) VALUE 0.
       01  WS-NEXT-NUM              PIC 9(04) VALUE 0.
       01  WS-NUM-EDIT              PIC Z(05)9.
       01  WS-NUM-LEN               PIC 9(02) VALUE 0.
       01  WS-WANT-NUMBER           PIC 9(06) VALUE 0.
       01  WS-LISTED                PIC 9(04) VALUE 0.
       01  WS-PROPOSED              PIC 9(04) VALUE 0.
       01  WS-UNKNOWN               PIC 9(04) VALUE 0.
       01  WS-REKEYED               PIC 9(05) VALUE 0.
       01  WS-FILE-REKEYED          PIC 9(05) VALUE 0.
       01  WS-APPLIED               PIC 9(04) VALUE 0.
       01  WS-APPLY-STATE           PIC X(01) VALUE "Y".
           88  APPLY-COMPLETE                VALUE "Y".
           88  APPLY-INCOMPLETE              VALUE "N".
       01  WS-DIGITS                PIC 9(02) VALUE 0.

      *> Proposal states folded while reading: the latest ruling
      *> or application per number wins.
       01  WS-PRP-MAX               PIC 9(04) VALUE 2000.
       01  WS-PRP-COUNT             PIC 9(04) VALUE 0.
       01  WS-PRP-TABLE.
           05  WS-PRP-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-PRP-IDX.
               10  WS-PRP-NUM       PIC X(04).
               10  WS-PRP-KIND      PIC X(05).
               10  WS-PRP-FROM      PIC X(40).
               10  WS-PRP-TO        PIC X(06).
               10  WS-PRP-REASON    PIC X(12).
               10  WS-PRP-PROPOSER  PIC X(20).
               10  WS-PRP-STATE     PIC X(01).
      *>             P proposed, C confirmed, R rejected, I applied
               10  WS-PRP-HITS      PIC 9(05).
       01  WS-PRP-POS               PIC 9(04) VALUE 0.
       01  WS-PRP-FOUND             PIC 9(04) VALUE 0.

      *> The latest image of every member.
       01  WS-MST-MAX               PIC 9(04) VALUE 3000.
       01  WS-MST-COUNT             PIC 9(04) VALUE 0.
       01  WS-MST-TABLE.
           05  WS-MST-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-MST-IDX.
               10  WS-MST-NUMBER    PIC 9(06).
               10  WS-MST-NAME      PIC X(40).
               10  WS-MST-UNAME     PIC X(40).
               10  WS-MST-CHANNEL   PIC X(10).
               10  WS-MST-CONTACT   PIC X(60).
               10  WS-MST-UCONTACT  PIC X(60).
               10  WS-MST-STATE     PIC X(08).
               10  WS-MST-SINCE     PIC X(10).
       01  WS-MST-POS               PIC 9(04) VALUE 0.
       01  WS-MST-OTHER             PIC 9(04) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(40).
       01  WS-IN-F3                 PIC X(40).
       01  WS-IN-F4                 PIC X(60).
       01  WS-IN-F5                 PIC X(60).
       01  WS-IN-F6                 PIC X(20).
       01  WS-IN-F7                 PIC X(20).
       01  WS-IN-F8                 PIC X(10).

      *> The side files that quote a member: the record tag that
      *> carries the reference, the field it sits in (the tag is
      *> field 1) and the enqueue its writers take.
       01  WS-SIDE-COUNT            PIC 9(02) VALUE 12.
       01  WS-SIDE-SET.
           05  FILLER  PIC X(28) VALUE "question_box.dat         Q05".
           05  FILLER  PIC X(20) VALUE "question_box".
           05  FILLER  PIC X(28) VALUE "subscribers.dat          B03".
           05  FILLER  PIC X(20) VALUE "subscribers".
           05  FILLER  PIC X(28) VALUE "distribution_list.dat    L03".
           05  FILLER  PIC X(20) VALUE "distribution_list".
           05  FILLER  PIC X(28) VALUE "circulation_feedback.dat F07".
           05  FILLER  PIC X(20) VALUE "circ_feedback".
           05  FILLER  PIC X(28) VALUE "letter_register.dat      L05".
           05  FILLER  PIC X(20) VALUE "letter_register".
           05  FILLER  PIC X(28) VALUE "complaints.dat           C04".
           05  FILLER  PIC X(20) VALUE "complaints".
           05  FILLER  PIC X(28) VALUE "sponsorships.dat         G03".
           05  FILLER  PIC X(20) VALUE "sponsorships".
           05  FILLER  PIC X(28) VALUE "sponsorships.dat         Y03".
           05  FILLER  PIC X(20) VALUE "sponsorships".
           05  FILLER  PIC X(28) VALUE "course_enrolments.dat    E03".
           05  FILLER  PIC X(20) VALUE "courses".
           05  FILLER  PIC X(28) VALUE "course_enrolments.dat    W03".
           05  FILLER  PIC X(20) VALUE "courses".
           05  FILLER  PIC X(28) VALUE "course_progress.dat      P03".
           05  FILLER  PIC X(20) VALUE "courses".
           05  FILLER  PIC X(28) VALUE "course_progress.dat      X03".
           05  FILLER  PIC X(20) VALUE "courses".
       01  WS-SIDE-TABLE REDEFINES WS-SIDE-SET.
           05  WS-SIDE-ENTRY OCCURS 12 TIMES.
               10  WS-SIDE-LOGICAL  PIC X(25).
               10  WS-SIDE-TAG      PIC X(01).
               10  WS-SIDE-FIELD    PIC 9(02).
               10  WS-SIDE-RESOURCE PIC X(20).
       01  WS-SIDE-POS              PIC 9(02) VALUE 0.

      *> One field of a side-file line: where it starts, how long
      *> it is, and the line's own length.
       01  WS-FLD-WANT              PIC 9(02) VALUE 0.
       01  WS-FLD-SKIPS             PIC 9(02) VALUE 0.
       01  WS-FLD-PTR               PIC 9(04) VALUE 1.
       01  WS-FLD-START             PIC 9(04) VALUE 0.
       01  WS-FLD-LEN               PIC 9(04) VALUE 0.
       01  WS-FLD-SKIP              PIC X(600).
       01  WS-FLD-TEXT              PIC X(600).
       01  WS-LINE-LEN              PIC 9(04) VALUE 0.
       01  WS-TAIL-START            PIC 9(04) VALUE 0.
       01  WS-OUT-PTR               PIC 9(04) VALUE 1.

      *> MATCH: each distinct reference is judged once.
       01  WS-SEEN-MAX              PIC 9(04) VALUE 3000.
       01  WS-SEEN-COUNT            PIC 9(04) VALUE 0.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-REF OCCURS 3000 TIMES
                   INDEXED BY WS-SEEN-IDX
                                    PIC X(40).
       01  WS-SEEN-FOUND            PIC X(01) VALUE "N".
           88  REF-ALREADY-SEEN              VALUE "Y".

      *> The proposal being made.
       01  WS-NEW-KIND              PIC X(05).
       01  WS-NEW-FROM              PIC X(40).
       01  WS-NEW-TO                PIC X(06).
       01  WS-NEW-REASON            PIC X(12).

      *> APPLY: the reference a record should carry.
       01  WS-REF                   PIC X(40).
       01  WS-TARGET                PIC X(06).
       01  WS-TARGET-PROP           PIC 9(04) VALUE 0.
       01  WS-CANON                 PIC X(40).
       01  WS-HOPS                  PIC 9(02) VALUE 0.

       COPY DLGMBR01.

       01  WS-AUTH-PGM              PIC X(30) VALUE "MEMBER-MERGE".
       01  WS-AUTH-CLASS            PIC X(01) VALUE "U".
       01  WS-AUTH-RC               PIC X(02).
       01  WS-ENQ-ACTION            PIC X(03).
       01  WS-ENQ-RESOURCE          PIC X(20) VALUE "member_merges".
       01  WS-ENQ-RC                PIC X(02).
       01  WS-ENQ-HELD              PIC X(01) VALUE "N".
           88  ENQ-IS-HELD                   VALUE "Y".
       01  WS-FILE-RESOURCE         PIC X(20).
       01  WS-MASTER-RESOURCE       PIC X(20) VALUE "member_master".
       01  WS-AUDIT-TEXT            PIC X(200).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-TODAY-DASHED.
           STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-" WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-DASHED
           END-STRING.
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
           IF WS-COMMAND = "MATCH" OR "CONFIRM" OR "REJECT"
                   OR "APPLY"
               PERFORM 1000-TAKE-AUTHORITY THRU 1000-EXIT
               IF WS-MERGE-RC NOT = 0
                   MOVE WS-MERGE-RC TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 2000-LOAD-PROPOSALS THRU 2000-EXIT
               UNTIL NO-MORE-PROPS.
           EVALUATE WS-COMMAND
               WHEN "MATCH"
                   PERFORM 3000-MATCH THRU 3000-EXIT
               WHEN "CONFIRM"
                   PERFORM 4000-RULE-PROPOSAL THRU 4000-EXIT
               WHEN "REJECT"
                   PERFORM 4000-RULE-PROPOSAL THRU 4000-EXIT
               WHEN "APPLY"
                   PERFORM 5000-APPLY THRU 5000-EXIT
               WHEN "LIST"
                   PERFORM 6000-LIST THRU 6000-EXIT
               WHEN OTHER
                   DISPLAY "MEMBER-MERGE: usage:"
                   DISPLAY "  member_merge MATCH"
                   DISPLAY "  member_merge LIST"
                   DISPLAY "  member_merge CONFIRM n"
                   DISPLAY "  member_merge REJECT n"
                   DISPLAY "  member_merge APPLY"
                   MOVE 8 TO WS-MERGE-RC
           END-EVALUATE.
           IF ENQ-IS-HELD
               MOVE "DEQ" TO WS-ENQ-ACTION
               CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                                   WS-ENQ-RC
           END-IF.
           MOVE WS-MERGE-RC TO RETURN-CODE.
           STOP RUN.

      *> Proposal numbers are assigned off the file they are
      *> appended to, so every changing command runs under the
      *> enqueue.
       1000-TAKE-AUTHORITY.
           CALL "DLGAUTH" USING WS-AUTH-PGM WS-AUTH-CLASS
                               WS-AUTH-RC.
           IF WS-AUTH-RC = "12"
               MOVE 12 TO WS-MERGE-RC
               GO TO 1000-EXIT
           END-IF.
           MOVE "ENQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           IF WS-ENQ-RC = "12"
               DISPLAY "MEMBER-MERGE: could not take the "
                       "enqueue - try again or see ENQ-CONSOLE"
               MOVE 12 TO WS-MERGE-RC
               GO TO 1000-EXIT
           END-IF.
           SET ENQ-IS-HELD TO TRUE.
       1000-EXIT.
           EXIT.

       2000-LOAD-PROPOSALS.
           IF WS-PRP-COUNT = 0 AND WS-PROP-STATUS = SPACES
               OPEN INPUT PROP-FILE
               IF WS-PROP-STATUS NOT = "00"
                   SET NO-MORE-PROPS TO TRUE
                   MOVE SPACES TO WS-PROP-STATUS
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           READ PROP-FILE
               AT END
                   SET NO-MORE-PROPS TO TRUE
                   CLOSE PROP-FILE
                   MOVE SPACES TO WS-PROP-STATUS
               NOT AT END
                   PERFORM 2100-FOLD-ONE-PROPOSAL THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

       2100-FOLD-ONE-PROPOSAL.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6 WS-IN-F7.
           EVALUATE TRUE
               WHEN PROP-LINE(1:2) = "P|"
                   UNSTRING PROP-LINE DELIMITED BY "|"
                       INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
                            WS-IN-F5 WS-IN-F6 WS-IN-F7
                   END-UNSTRING
                   IF WS-PRP-COUNT < WS-PRP-MAX
                       ADD 1 TO WS-PRP-COUNT
                       MOVE WS-IN-F2(1:4)
                           TO WS-PRP-NUM (WS-PRP-COUNT)
                       MOVE WS-IN-F3 TO WS-PRP-KIND (WS-PRP-COUNT)
                       MOVE WS-IN-F4 TO WS-PRP-FROM (WS-PRP-COUNT)
                       MOVE WS-IN-F5 TO WS-PRP-TO (WS-PRP-COUNT)
                       MOVE WS-IN-F6
                           TO WS-PRP-REASON (WS-PRP-COUNT)
                       MOVE WS-IN-F7
                           TO WS-PRP-PROPOSER (WS-PRP-COUNT)
                       MOVE "P" TO WS-PRP-STATE (WS-PRP-COUNT)
                       MOVE 0 TO WS-PRP-HITS (WS-PRP-COUNT)
                   END-IF
                   IF WS-IN-F2(1:4) IS NUMERIC
                       AND FUNCTION NUMVAL(WS-IN-F2(1:4))
                           > WS-NEXT-NUM
                       MOVE FUNCTION NUMVAL(WS-IN-F2(1:4))
                           TO WS-NEXT-NUM
                   END-IF
               WHEN PROP-LINE(1:2) = "A|"
                   UNSTRING PROP-LINE DELIMITED BY "|"
                       INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                   END-UNSTRING
                   PERFORM 2200-FIND-PROPOSAL THRU 2200-EXIT
                   IF WS-PRP-FOUND > 0
                       IF WS-IN-F3(1:9) = "CONFIRMED"
                           MOVE "C" TO WS-PRP-STATE (WS-PRP-FOUND)
                       ELSE
                           MOVE "R" TO WS-PRP-STATE (WS-PRP-FOUND)
                       END-IF
                   END-IF
               WHEN PROP-LINE(1:2) = "I|"
                   UNSTRING PROP-LINE DELIMITED BY "|"
                       INTO WS-IN-TAG WS-IN-F2
                   END-UNSTRING
                   PERFORM 2200-FIND-PROPOSAL THRU 2200-EXIT
                   IF WS-PRP-FOUND > 0
                       MOVE "I" TO WS-PRP-STATE (WS-PRP-FOUND)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2200-FIND-PROPOSAL.
           MOVE 0 TO WS-PRP-FOUND.
           SET WS-PRP-IDX TO 1.
           IF WS-PRP-COUNT > 0
               SEARCH WS-PRP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PRP-IDX > WS-PRP-COUNT
                       CONTINUE
                   WHEN WS-PRP-NUM (WS-PRP-IDX) = WS-IN-F2(1:4)
                       SET WS-PRP-FOUND TO WS-PRP-IDX
               END-SEARCH
           END-IF.
       2200-EXIT.
           EXIT.

       2300-LOAD-MASTER.
           MOVE "N" TO WS-EOF-MBR.
           OPEN INPUT MBR-FILE.
           IF WS-MBR-STATUS NOT = "00"
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2310-LOAD-ONE-IMAGE THRU 2310-EXIT
               UNTIL NO-MORE-MBR.
           CLOSE MBR-FILE.
       2300-EXIT.
           EXIT.

      *> A later image of a number replaces the earlier one.
       2310-LOAD-ONE-IMAGE.
           READ MBR-FILE
               AT END
                   SET NO-MORE-MBR TO TRUE
                   GO TO 2310-EXIT
           END-READ.
           IF MBR-LINE(1:2) NOT = "M|"
               GO TO 2310-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6 WS-IN-F7 WS-IN-F8.
           UNSTRING MBR-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
                    WS-IN-F5 WS-IN-F6 WS-IN-F7 WS-IN-F8
           END-UNSTRING.
           IF WS-IN-F2(1:6) = SPACES
               GO TO 2310-EXIT
           END-IF.
           COMPUTE WS-NUM-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-IN-F2(1:6)
                                             TRAILING)).
           IF WS-IN-F2(1:WS-NUM-LEN) IS NOT NUMERIC
               GO TO 2310-EXIT
           END-IF.
           COMPUTE WS-WANT-NUMBER = FUNCTION NUMVAL(WS-IN-F2(1:6)).
           PERFORM 2320-FIND-NUMBER THRU 2320-EXIT.
           IF WS-MST-POS = 0
               IF WS-MST-COUNT >= WS-MST-MAX
                   DISPLAY "MEMBER-MERGE: more than " WS-MST-MAX
                           " members on the master - the rest are "
                           "not loaded"
                   SET NO-MORE-MBR TO TRUE
                   GO TO 2310-EXIT
               END-IF
               ADD 1 TO WS-MST-COUNT
               MOVE WS-MST-COUNT TO WS-MST-POS
               MOVE WS-WANT-NUMBER TO WS-MST-NUMBER (WS-MST-POS)
           END-IF.
           MOVE WS-IN-F3 TO WS-MST-NAME (WS-MST-POS).
           MOVE FUNCTION UPPER-CASE(WS-IN-F3)
               TO WS-MST-UNAME (WS-MST-POS).
           MOVE WS-IN-F4(1:10) TO WS-MST-CHANNEL (WS-MST-POS).
           MOVE WS-IN-F5 TO WS-MST-CONTACT (WS-MST-POS).
           MOVE FUNCTION UPPER-CASE(WS-IN-F5)
               TO WS-MST-UCONTACT (WS-MST-POS).
           MOVE WS-IN-F6(1:8) TO WS-MST-STATE (WS-MST-POS).
           MOVE WS-IN-F8 TO WS-MST-SINCE (WS-MST-POS).
       2310-EXIT.
           EXIT.

       2320-FIND-NUMBER.
           MOVE 0 TO WS-MST-POS.
           SET WS-MST-IDX TO 1.
           IF WS-MST-COUNT > 0
               SEARCH WS-MST-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MST-IDX > WS-MST-COUNT
                       CONTINUE
                   WHEN WS-MST-NUMBER (WS-MST-IDX) = WS-WANT-NUMBER
                       SET WS-MST-POS TO WS-MST-IDX
               END-SEARCH
           END-IF.
       2320-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> MATCH: re-key proposals from the side files, merge
      *> proposals from the master.
      *>----------------------------------------------------------*>
       3000-MATCH.
           PERFORM 2300-LOAD-MASTER THRU 2300-EXIT.
           IF WS-MST-COUNT = 0
               DISPLAY "MEMBER-MERGE: no member master - run "
                       "member_maint SEED first"
               MOVE 8 TO WS-MERGE-RC
               GO TO 3000-EXIT
           END-IF.
           MOVE 0 TO WS-PROPOSED WS-UNKNOWN.
           DISPLAY "MEMBER-MERGE: matching the side files".
           PERFORM 3100-MATCH-ONE-FILE THRU 3100-EXIT
               VARYING WS-SIDE-POS FROM 1 BY 1
               UNTIL WS-SIDE-POS > WS-SIDE-COUNT.
           DISPLAY "MEMBER-MERGE: matching the master for "
                   "duplicate members".
           PERFORM 3300-MATCH-ONE-MEMBER THRU 3300-EXIT
               VARYING WS-MST-POS FROM 1 BY 1
               UNTIL WS-MST-POS > WS-MST-COUNT.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "MEMBER-MERGE MATCH " WS-PROPOSED " PROPOSED "
                  WS-UNKNOWN " UNKNOWN"
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           DISPLAY "MEMBER-MERGE: " WS-PROPOSED
                   " proposal(s) made - a DIFFERENT operator must "
                   "confirm them".
           IF WS-UNKNOWN > 0
               DISPLAY "MEMBER-MERGE: " WS-UNKNOWN
                       " reference(s) not on the master - add them "
                       "with MEMBER-MAINT"
           END-IF.
       3000-EXIT.
           EXIT.

       3100-MATCH-ONE-FILE.
           MOVE WS-SIDE-LOGICAL (WS-SIDE-POS) TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-SIDE-NAME.
           MOVE "N" TO WS-EOF-SIDE.
           OPEN INPUT SIDE-FILE.
           IF WS-SIDE-STATUS NOT = "00"
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3200-MATCH-ONE-LINE THRU 3200-EXIT
               UNTIL NO-MORE-SIDE.
           CLOSE SIDE-FILE.
       3100-EXIT.
           EXIT.

       3200-MATCH-ONE-LINE.
           READ SIDE-FILE
               AT END
                   SET NO-MORE-SIDE TO TRUE
                   GO TO 3200-EXIT
           END-READ.
           PERFORM 7000-TAKE-REFERENCE THRU 7000-EXIT.
           IF WS-REF = SPACES
               GO TO 3200-EXIT
           END-IF.
           MOVE "N" TO WS-SEEN-FOUND.
           SET WS-SEEN-IDX TO 1.
           IF WS-SEEN-COUNT > 0
               SEARCH WS-SEEN-REF
                   AT END
                       CONTINUE
                   WHEN WS-SEEN-IDX > WS-SEEN-COUNT
                       CONTINUE
                   WHEN WS-SEEN-REF (WS-SEEN-IDX) = WS-REF
                       SET REF-ALREADY-SEEN TO TRUE
               END-SEARCH
           END-IF.
           IF REF-ALREADY-SEEN
               GO TO 3200-EXIT
           END-IF.
           IF WS-SEEN-COUNT < WS-SEEN-MAX
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-REF TO WS-SEEN-REF (WS-SEEN-COUNT)
           END-IF.
           MOVE WS-REF TO WS-MBR-REF.
           CALL "DLGMEMB" USING WS-MBR-REF WS-MBR-NUMBER
                                WS-MBR-CANON WS-MBR-NAME WS-MBR-RC.
           IF WS-MBR-RC NOT = "00" AND WS-MBR-RC NOT = "04"
               ADD 1 TO WS-UNKNOWN
               DISPLAY "  not on the master: "
                       FUNCTION TRIM(WS-REF) "  ("
                       FUNCTION TRIM(WS-SIDE-LOGICAL (WS-SIDE-POS))
                       ")"
               GO TO 3200-EXIT
           END-IF.
           IF WS-MBR-CANON = WS-REF
               GO TO 3200-EXIT
           END-IF.
           MOVE 0 TO WS-DIGITS.
           INSPECT WS-REF TALLYING WS-DIGITS
               FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
                   ALL "5" ALL "6" ALL "7" ALL "8" ALL "9".
           MOVE "REKEY" TO WS-NEW-KIND.
           MOVE WS-REF TO WS-NEW-FROM.
           MOVE WS-MBR-NUMBER TO WS-NEW-TO.
           IF WS-DIGITS > 0
               MOVE "BY-NUMBER" TO WS-NEW-REASON
           ELSE
               MOVE "BY-NAME" TO WS-NEW-REASON
           END-IF.
           PERFORM 3400-PROPOSE THRU 3400-EXIT.
       3200-EXIT.
           EXIT.

      *> Two ACTIVE members with one name, or one real contact, are
      *> proposed as one person: the later number into the earlier.
       3300-MATCH-ONE-MEMBER.
           IF WS-MST-STATE (WS-MST-POS) NOT = "ACTIVE"
               GO TO 3300-EXIT
           END-IF.
           PERFORM 3310-COMPARE-ONE-PAIR THRU 3310-EXIT
               VARYING WS-MST-OTHER FROM 1 BY 1
               UNTIL WS-MST-OTHER > WS-MST-COUNT.
       3300-EXIT.
           EXIT.

       3310-COMPARE-ONE-PAIR.
           IF WS-MST-STATE (WS-MST-OTHER) NOT = "ACTIVE"
                   OR WS-MST-NUMBER (WS-MST-OTHER)
                       <= WS-MST-NUMBER (WS-MST-POS)
               GO TO 3310-EXIT
           END-IF.
           MOVE SPACES TO WS-NEW-REASON.
           IF WS-MST-UNAME (WS-MST-OTHER) = WS-MST-UNAME (WS-MST-POS)
                   AND WS-MST-UNAME (WS-MST-POS) NOT = SPACES
                   AND WS-MST-UNAME (WS-MST-POS)
                       NOT = "(NAME NOT RECORDED)"
               MOVE "SAME-NAME" TO WS-NEW-REASON
           END-IF.
           IF WS-MST-UCONTACT (WS-MST-OTHER)
                   = WS-MST-UCONTACT (WS-MST-POS)
                   AND WS-MST-UCONTACT (WS-MST-POS) NOT = SPACES
               MOVE "SAME-CONTACT" TO WS-NEW-REASON
           END-IF.
           IF WS-NEW-REASON = SPACES
               GO TO 3310-EXIT
           END-IF.
           MOVE "MERGE" TO WS-NEW-KIND.
           MOVE WS-MST-NUMBER (WS-MST-OTHER) TO WS-NUM-EDIT.
           MOVE FUNCTION TRIM(WS-NUM-EDIT) TO WS-NEW-FROM.
           MOVE WS-MST-NUMBER (WS-MST-POS) TO WS-NUM-EDIT.
           MOVE FUNCTION TRIM(WS-NUM-EDIT) TO WS-NEW-TO.
           PERFORM 3400-PROPOSE THRU 3400-EXIT.
       3310-EXIT.
           EXIT.

      *> A proposal already on file in any state - open, ruled on
      *> or applied - is not made again.
       3400-PROPOSE.
           MOVE 0 TO WS-PRP-FOUND.
           SET WS-PRP-IDX TO 1.
           IF WS-PRP-COUNT > 0
               SEARCH WS-PRP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PRP-IDX > WS-PRP-COUNT
                       CONTINUE
                   WHEN WS-PRP-KIND (WS-PRP-IDX) = WS-NEW-KIND
                       AND WS-PRP-FROM (WS-PRP-IDX) = WS-NEW-FROM
                       AND WS-PRP-TO (WS-PRP-IDX) = WS-NEW-TO
                       SET WS-PRP-FOUND TO WS-PRP-IDX
               END-SEARCH
           END-IF.
           IF WS-PRP-FOUND > 0
               GO TO 3400-EXIT
           END-IF.
           IF WS-PRP-COUNT >= WS-PRP-MAX
               DISPLAY "MEMBER-MERGE: more than " WS-PRP-MAX
                       " proposals on file - rule on and apply "
                       "the open ones first"
               GO TO 3400-EXIT
           END-IF.
           ADD 1 TO WS-NEXT-NUM.
           ADD 1 TO WS-PRP-COUNT.
           MOVE WS-NEXT-NUM TO WS-PRP-NUM (WS-PRP-COUNT).
           MOVE WS-NEW-KIND TO WS-PRP-KIND (WS-PRP-COUNT).
           MOVE WS-NEW-FROM TO WS-PRP-FROM (WS-PRP-COUNT).
           MOVE WS-NEW-TO TO WS-PRP-TO (WS-PRP-COUNT).
           MOVE WS-NEW-REASON TO WS-PRP-REASON (WS-PRP-COUNT).
           MOVE WS-OPERATOR-ID TO WS-PRP-PROPOSER (WS-PRP-COUNT).
           MOVE "P" TO WS-PRP-STATE (WS-PRP-COUNT).
           MOVE 0 TO WS-PRP-HITS (WS-PRP-COUNT).
           OPEN EXTEND PROP-FILE.
           IF WS-PROP-STATUS = "35"
               OPEN OUTPUT PROP-FILE
           END-IF.
           MOVE SPACES TO PROP-LINE.
           STRING "P|"                           DELIMITED BY SIZE
                  WS-NEXT-NUM                    DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-NEW-KIND                    DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-FROM)     DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-TO)       DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-REASON)   DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID)  DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP               DELIMITED BY SIZE
                  INTO PROP-LINE
           END-STRING.
           WRITE PROP-LINE.
           CLOSE PROP-FILE.
           MOVE SPACES TO WS-PROP-STATUS.
           ADD 1 TO WS-PROPOSED.
           MOVE WS-PRP-COUNT TO WS-PRP-POS.
           PERFORM 6100-SHOW-PROPOSAL THRU 6100-EXIT.
       3400-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> CONFIRM / REJECT: the reviewer must differ from the
      *> proposer - that difference is the control.
      *>----------------------------------------------------------*>
       4000-RULE-PROPOSAL.
           UNSTRING WS-REST DELIMITED BY " "
               INTO WS-ARG-NUM
           END-UNSTRING.
           MOVE SPACES TO WS-IN-F2.
           MOVE WS-ARG-NUM TO WS-IN-F2(1:4).
           PERFORM 2200-FIND-PROPOSAL THRU 2200-EXIT.
           IF WS-PRP-FOUND = 0
               DISPLAY "MEMBER-MERGE: no proposal numbered "
                       WS-ARG-NUM
               MOVE 8 TO WS-MERGE-RC
               GO TO 4000-EXIT
           END-IF.
           IF WS-PRP-STATE (WS-PRP-FOUND) NOT = "P"
               DISPLAY "MEMBER-MERGE: proposal " WS-ARG-NUM
                       " is not awaiting a ruling"
               MOVE 8 TO WS-MERGE-RC
               GO TO 4000-EXIT
           END-IF.
           IF FUNCTION TRIM(WS-PRP-PROPOSER (WS-PRP-FOUND))
                   = FUNCTION TRIM(WS-OPERATOR-ID)
               DISPLAY "MEMBER-MERGE: the proposer may not rule on "
                       "their own proposal"
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "MEMBER-MERGE DENIED "
                      FUNCTION TRIM(WS-COMMAND) " "
                      WS-ARG-NUM " BY ITS PROPOSER"
                   DELIMITED BY SIZE INTO WS-AUDIT-TEXT
               END-STRING
               CALL "DLGAUDIT" USING WS-AUDIT-TEXT
               MOVE 12 TO WS-MERGE-RC
               GO TO 4000-EXIT
           END-IF.
           OPEN EXTEND PROP-FILE.
           MOVE SPACES TO PROP-LINE.
           IF WS-COMMAND = "CONFIRM"
               STRING "A|" WS-ARG-NUM "|CONFIRMED|"
                      FUNCTION TRIM(WS-OPERATOR-ID) "|"
                      WS-RUN-TIMESTAMP
                   DELIMITED BY SIZE INTO PROP-LINE
               END-STRING
           ELSE
               STRING "A|" WS-ARG-NUM "|REJECTED|"
                      FUNCTION TRIM(WS-OPERATOR-ID) "|"
                      WS-RUN-TIMESTAMP
                   DELIMITED BY SIZE INTO PROP-LINE
               END-STRING
           END-IF.
           WRITE PROP-LINE.
           CLOSE PROP-FILE.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "MEMBER-MERGE " FUNCTION TRIM(WS-COMMAND) " "
                  WS-ARG-NUM " "
                  FUNCTION TRIM(WS-PRP-KIND (WS-PRP-FOUND)) " "
                  FUNCTION TRIM(WS-PRP-FROM (WS-PRP-FOUND)) " TO "
                  FUNCTION TRIM(WS-PRP-TO (WS-PRP-FOUND))
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           IF WS-COMMAND = "CONFIRM"
               DISPLAY "MEMBER-MERGE: proposal " WS-ARG-NUM
                       " CONFIRMED by "
                       FUNCTION TRIM(WS-OPERATOR-ID)
           ELSE
               DISPLAY "MEMBER-MERGE: proposal " WS-ARG-NUM
                       " REJECTED by "
                       FUNCTION TRIM(WS-OPERATOR-ID)
           END-IF.
       4000-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> APPLY: re-key every side file for the confirmed proposals,
      *> then mark the merged members on the master and the
      *> proposals applied.
      *>----------------------------------------------------------*>
       5000-APPLY.
           MOVE 0 TO WS-PRP-FOUND.
           PERFORM 5010-COUNT-CONFIRMED THRU 5010-EXIT
               VARYING WS-PRP-POS FROM 1 BY 1
               UNTIL WS-PRP-POS > WS-PRP-COUNT.
           IF WS-PRP-FOUND = 0
               DISPLAY "MEMBER-MERGE: no confirmed proposal to apply"
               GO TO 5000-EXIT
           END-IF.
           MOVE WS-MASTER-RESOURCE TO WS-FILE-RESOURCE.
           MOVE "ENQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-FILE-RESOURCE
                               WS-ENQ-RC.
           IF WS-ENQ-RC = "12"
               DISPLAY "MEMBER-MERGE: could not take the member "
                       "master - nothing applied"
               MOVE 12 TO WS-MERGE-RC
               GO TO 5000-EXIT
           END-IF.
           PERFORM 2300-LOAD-MASTER THRU 2300-EXIT.
           MOVE 0 TO WS-REKEYED.
           SET APPLY-COMPLETE TO TRUE.
           PERFORM 5100-APPLY-ONE-FILE THRU 5100-EXIT
               VARYING WS-SIDE-POS FROM 1 BY 1
               UNTIL WS-SIDE-POS > WS-SIDE-COUNT.
           IF APPLY-INCOMPLETE
               DISPLAY "MEMBER-MERGE: not every side file could be "
                       "re-keyed - no proposal is marked applied; "
                       "rerun APPLY"
               MOVE 12 TO WS-MERGE-RC
           ELSE
               MOVE 0 TO WS-APPLIED
               PERFORM 5500-CLOSE-ONE-PROPOSAL THRU 5500-EXIT
                   VARYING WS-PRP-POS FROM 1 BY 1
                   UNTIL WS-PRP-POS > WS-PRP-COUNT
               DISPLAY "MEMBER-MERGE: " WS-APPLIED
                       " proposal(s) applied, " WS-REKEYED
                       " record(s) re-keyed; before/after images in "
                       FUNCTION TRIM(WS-CFN-04)
           END-IF.
           MOVE "DEQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-FILE-RESOURCE
                               WS-ENQ-RC.
       5000-EXIT.
           EXIT.

       5010-COUNT-CONFIRMED.
           IF WS-PRP-STATE (WS-PRP-POS) = "C"
               ADD 1 TO WS-PRP-FOUND
           END-IF.
       5010-EXIT.
           EXIT.

       5100-APPLY-ONE-FILE.
           MOVE 0 TO WS-FILE-REKEYED.
           MOVE WS-SIDE-LOGICAL (WS-SIDE-POS) TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-SIDE-NAME.
           MOVE WS-SIDE-RESOURCE (WS-SIDE-POS) TO WS-FILE-RESOURCE.
           MOVE "ENQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-FILE-RESOURCE
                               WS-ENQ-RC.
           IF WS-ENQ-RC = "12"
               DISPLAY "MEMBER-MERGE: "
                       FUNCTION TRIM(WS-SIDE-LOGICAL (WS-SIDE-POS))
                       " is in use - not re-keyed"
               SET APPLY-INCOMPLETE TO TRUE
               GO TO 5100-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SIDE.
           MOVE SPACES TO WS-SIDE-STATUS.
           OPEN INPUT SIDE-FILE.
           IF WS-SIDE-STATUS NOT = "00"
               GO TO 5100-RELEASE
           END-IF.
           OPEN OUTPUT WORK-FILE.
           PERFORM 5200-APPLY-ONE-LINE THRU 5200-EXIT
               UNTIL NO-MORE-SIDE.
           CLOSE SIDE-FILE.
           CLOSE WORK-FILE.
           IF WS-FILE-REKEYED > 0
               CALL "CBL_COPY_FILE" USING WS-CFN-03 WS-SIDE-NAME
               IF RETURN-CODE NOT = 0
                   DISPLAY "MEMBER-MERGE: could not copy the "
                           "re-keyed file over "
                           FUNCTION TRIM(WS-SIDE-NAME)
                   SET APPLY-INCOMPLETE TO TRUE
               END-IF
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-CFN-03.
           MOVE 0 TO RETURN-CODE.
           ADD WS-FILE-REKEYED TO WS-REKEYED.
           DISPLAY "MEMBER-MERGE: "
                   FUNCTION TRIM(WS-SIDE-LOGICAL (WS-SIDE-POS))
                   " - " WS-FILE-REKEYED " record(s) re-keyed".
       5100-RELEASE.
           MOVE "DEQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-FILE-RESOURCE
                               WS-ENQ-RC.
       5100-EXIT.
           EXIT.

       5200-APPLY-ONE-LINE.
           READ SIDE-FILE
               AT END
                   SET NO-MORE-SIDE TO TRUE
                   GO TO 5200-EXIT
           END-READ.
           MOVE SIDE-LINE TO WORK-LINE.
           PERFORM 7000-TAKE-REFERENCE THRU 7000-EXIT.
           IF WS-REF = SPACES
               WRITE WORK-LINE
               GO TO 5200-EXIT
           END-IF.
           PERFORM 5300-TRANSLATE THRU 5300-EXIT.
           IF WS-TARGET = SPACES OR WS-CANON = WS-REF
               WRITE WORK-LINE
               GO TO 5200-EXIT
           END-IF.
      *> The line again, with the new reference in the field's
      *> place.
           MOVE SPACES TO WORK-LINE.
           MOVE 1 TO WS-OUT-PTR.
           STRING SIDE-LINE(1:WS-FLD-START - 1)  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CANON)        DELIMITED BY SIZE
                  INTO WORK-LINE
                  WITH POINTER WS-OUT-PTR
           END-STRING.
           COMPUTE WS-TAIL-START = WS-FLD-START + WS-FLD-LEN.
           IF WS-TAIL-START <= WS-LINE-LEN
               STRING SIDE-LINE(WS-TAIL-START:
                                WS-LINE-LEN - WS-TAIL-START + 1)
                                                 DELIMITED BY SIZE
                      INTO WORK-LINE
                      WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF.
           WRITE WORK-LINE.
           ADD 1 TO WS-FILE-REKEYED.
           ADD 1 TO WS-PRP-HITS (WS-TARGET-PROP).
           MOVE "B" TO WS-IN-TAG.
           PERFORM 5400-JOURNAL-ONE-IMAGE THRU 5400-EXIT.
           MOVE "A" TO WS-IN-TAG.
           PERFORM 5400-JOURNAL-ONE-IMAGE THRU 5400-EXIT.
       5200-EXIT.
           EXIT.

      *> The member a reference should name: a confirmed re-key of
      *> its exact text, or the member it resolves to when that
      *> member is being merged away; then along the confirmed
      *> merges to the survivor.
       5300-TRANSLATE.
           MOVE SPACES TO WS-TARGET WS-CANON.
           MOVE 0 TO WS-TARGET-PROP.
           SET WS-PRP-IDX TO 1.
           SEARCH WS-PRP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PRP-IDX > WS-PRP-COUNT
                   CONTINUE
               WHEN WS-PRP-STATE (WS-PRP-IDX) = "C"
                   AND WS-PRP-KIND (WS-PRP-IDX) = "REKEY"
                   AND WS-PRP-FROM (WS-PRP-IDX) = WS-REF
                   MOVE WS-PRP-TO (WS-PRP-IDX) TO WS-TARGET
                   SET WS-TARGET-PROP TO WS-PRP-IDX
           END-SEARCH.
           IF WS-TARGET = SPACES
               MOVE WS-REF TO WS-MBR-REF
               CALL "DLGMEMB" USING WS-MBR-REF WS-MBR-NUMBER
                                    WS-MBR-CANON WS-MBR-NAME
                                    WS-MBR-RC
               IF WS-MBR-RC = "00" OR WS-MBR-RC = "04"
                   MOVE WS-MBR-NUMBER TO WS-NEW-FROM
                   PERFORM 5310-FIND-MERGE THRU 5310-EXIT
                   IF WS-PRP-FOUND > 0
                       MOVE WS-MBR-NUMBER TO WS-TARGET
                   END-IF
               END-IF
           END-IF.
           IF WS-TARGET = SPACES
               GO TO 5300-EXIT
           END-IF.
           MOVE 0 TO WS-HOPS.
           PERFORM 5320-FOLLOW-ONE-MERGE THRU 5320-EXIT
               UNTIL WS-HOPS >= 10.
           MOVE SPACES TO WS-CANON.
           STRING "member "                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TARGET)    DELIMITED BY SIZE
                  INTO WS-CANON
           END-STRING.
       5300-EXIT.
           EXIT.

       5310-FIND-MERGE.
           MOVE 0 TO WS-PRP-FOUND.
           SET WS-PRP-IDX TO 1.
           SEARCH WS-PRP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PRP-IDX > WS-PRP-COUNT
                   CONTINUE
               WHEN WS-PRP-STATE (WS-PRP-IDX) = "C"
                   AND WS-PRP-KIND (WS-PRP-IDX) = "MERGE"
                   AND WS-PRP-FROM (WS-PRP-IDX) = WS-NEW-FROM
                   SET WS-PRP-FOUND TO WS-PRP-IDX
           END-SEARCH.
       5310-EXIT.
           EXIT.

       5320-FOLLOW-ONE-MERGE.
           ADD 1 TO WS-HOPS.
           MOVE WS-TARGET TO WS-NEW-FROM.
           PERFORM 5310-FIND-MERGE THRU 5310-EXIT.
           IF WS-PRP-FOUND = 0
               MOVE 10 TO WS-HOPS
               GO TO 5320-EXIT
           END-IF.
           MOVE WS-PRP-TO (WS-PRP-FOUND) TO WS-TARGET.
           IF WS-TARGET-PROP = 0
               MOVE WS-PRP-FOUND TO WS-TARGET-PROP
           END-IF.
       5320-EXIT.
           EXIT.

       5400-JOURNAL-ONE-IMAGE.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           MOVE SPACES TO JOURNAL-LINE.
           MOVE 1 TO WS-OUT-PTR.
           STRING WS-IN-TAG                       DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-PRP-NUM (WS-TARGET-PROP)     DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SIDE-LOGICAL (WS-SIDE-POS))
                                                  DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID)   DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP                DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  INTO JOURNAL-LINE
                  WITH POINTER WS-OUT-PTR
           END-STRING.
           IF WS-IN-TAG = "B"
               STRING SIDE-LINE                   DELIMITED BY SIZE
                      INTO JOURNAL-LINE
                      WITH POINTER WS-OUT-PTR
               END-STRING
           ELSE
               STRING WORK-LINE                   DELIMITED BY SIZE
                      INTO JOURNAL-LINE
                      WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF.
           WRITE JOURNAL-LINE.
           CLOSE JOURNAL-FILE.
           MOVE SPACES TO WS-JOURNAL-STATUS.
       5400-EXIT.
           EXIT.

      *> Each confirmed proposal is marked applied; a merge also
      *> puts the member merged away on the master as MERGED into
      *> the survivor, so DLGMEMB follows it from now on.
       5500-CLOSE-ONE-PROPOSAL.
           IF WS-PRP-STATE (WS-PRP-POS) NOT = "C"
               GO TO 5500-EXIT
           END-IF.
           IF WS-PRP-KIND (WS-PRP-POS) = "MERGE"
               PERFORM 5600-MARK-MERGED THRU 5600-EXIT
           END-IF.
           OPEN EXTEND PROP-FILE.
           MOVE SPACES TO PROP-LINE.
           STRING "I|" WS-PRP-NUM (WS-PRP-POS) "|APPLIED|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  WS-RUN-TIMESTAMP "|" WS-PRP-HITS (WS-PRP-POS)
               DELIMITED BY SIZE INTO PROP-LINE
           END-STRING.
           WRITE PROP-LINE.
           CLOSE PROP-FILE.
           MOVE "I" TO WS-PRP-STATE (WS-PRP-POS).
           ADD 1 TO WS-APPLIED.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "MEMBER-MERGE APPLIED " WS-PRP-NUM (WS-PRP-POS)
                  " " FUNCTION TRIM(WS-PRP-KIND (WS-PRP-POS)) " "
                  FUNCTION TRIM(WS-PRP-FROM (WS-PRP-POS)) " TO "
                  FUNCTION TRIM(WS-PRP-TO (WS-PRP-POS)) " "
                  WS-PRP-HITS (WS-PRP-POS) " RECORD(S)"
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
       5500-EXIT.
           EXIT.

       5600-MARK-MERGED.
           MOVE WS-PRP-FROM (WS-PRP-POS)(1:6) TO WS-IN-F2.
           COMPUTE WS-WANT-NUMBER = FUNCTION NUMVAL(WS-IN-F2(1:6)).
           PERFORM 2320-FIND-NUMBER THRU 2320-EXIT.
           IF WS-MST-POS = 0
               GO TO 5600-EXIT
           END-IF.
           IF WS-MST-STATE (WS-MST-POS) = "MERGED"
               GO TO 5600-EXIT
           END-IF.
           OPEN EXTEND MBR-FILE.
           MOVE SPACES TO MBR-LINE.
           STRING "M|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRP-FROM (WS-PRP-POS))
                                                 DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MST-NAME (WS-MST-POS))
                                                 DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MST-CHANNEL (WS-MST-POS))
                                                 DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MST-CONTACT (WS-MST-POS))
                                                 DELIMITED BY SIZE
                  "|MERGED|"                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRP-TO (WS-PRP-POS))
                                                 DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-TODAY-DASHED                DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID)  DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP               DELIMITED BY SIZE
                  INTO MBR-LINE
           END-STRING.
           WRITE MBR-LINE.
           CLOSE MBR-FILE.
           MOVE "MERGED" TO WS-MST-STATE (WS-MST-POS).
       5600-EXIT.
           EXIT.

       6000-LIST.
           DISPLAY "MEMBER MERGES AWAITING A RULING OR APPLICATION".
           DISPLAY "==============================================".
           MOVE 0 TO WS-LISTED.
           PERFORM 6050-LIST-ONE-PROPOSAL THRU 6050-EXIT
               VARYING WS-PRP-POS FROM 1 BY 1
               UNTIL WS-PRP-POS > WS-PRP-COUNT.
           IF WS-LISTED = 0
               DISPLAY "  (none)"
           END-IF.
       6000-EXIT.
           EXIT.

       6050-LIST-ONE-PROPOSAL.
           IF WS-PRP-STATE (WS-PRP-POS) = "P"
                   OR WS-PRP-STATE (WS-PRP-POS) = "C"
               ADD 1 TO WS-LISTED
               PERFORM 6100-SHOW-PROPOSAL THRU 6100-EXIT
           END-IF.
       6050-EXIT.
           EXIT.

       6100-SHOW-PROPOSAL.
           IF WS-PRP-STATE (WS-PRP-POS) = "C"
               MOVE "CONFIRMED" TO WS-IN-F6
           ELSE
               MOVE "PROPOSED " TO WS-IN-F6
           END-IF.
           IF WS-PRP-KIND (WS-PRP-POS) = "REKEY"
               DISPLAY "  " WS-PRP-NUM (WS-PRP-POS) " "
                       WS-IN-F6(1:9) " REKEY """
                       FUNCTION TRIM(WS-PRP-FROM (WS-PRP-POS))
                       """ -> member "
                       FUNCTION TRIM(WS-PRP-TO (WS-PRP-POS))
                       "  (" FUNCTION TRIM(WS-PRP-REASON (WS-PRP-POS))
                       ", by "
                       FUNCTION TRIM(WS-PRP-PROPOSER (WS-PRP-POS))
                       ")"
           ELSE
               DISPLAY "  " WS-PRP-NUM (WS-PRP-POS) " "
                       WS-IN-F6(1:9) " MERGE member "
                       FUNCTION TRIM(WS-PRP-FROM (WS-PRP-POS))
                       " into member "
                       FUNCTION TRIM(WS-PRP-TO (WS-PRP-POS))
                       "  (" FUNCTION TRIM(WS-PRP-REASON (WS-PRP-POS))
                       ", by "
                       FUNCTION TRIM(WS-PRP-PROPOSER (WS-PRP-POS))
                       ")"
           END-IF.
       6100-EXIT.
           EXIT.

      *> The member reference on a side-file line, when the line is
      *> the file's member-bearing record and has the field: the
      *> text in WS-REF, its place in WS-FLD-START / WS-FLD-LEN and
      *> the line's length in WS-LINE-LEN. Purged references
      *> ([REMOVED]) are nobody's and come back as spaces.
       7000-TAKE-REFERENCE.
           MOVE SPACES TO WS-REF.
           IF SIDE-LINE(1:1) NOT = WS-SIDE-TAG (WS-SIDE-POS)
                   OR SIDE-LINE(2:1) NOT = "|"
               GO TO 7000-EXIT
           END-IF.
           COMPUTE WS-LINE-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(SIDE-LINE TRAILING)).
           MOVE 1 TO WS-FLD-PTR.
           COMPUTE WS-FLD-SKIPS = WS-SIDE-FIELD (WS-SIDE-POS) - 1.
           PERFORM 7100-SKIP-ONE-FIELD THRU 7100-EXIT
               WS-FLD-SKIPS TIMES.
           IF WS-FLD-PTR > WS-LINE-LEN
               GO TO 7000-EXIT
           END-IF.
           MOVE WS-FLD-PTR TO WS-FLD-START.
           MOVE SPACES TO WS-FLD-TEXT.
           MOVE 0 TO WS-FLD-LEN.
           UNSTRING SIDE-LINE DELIMITED BY "|"
               INTO WS-FLD-TEXT COUNT IN WS-FLD-LEN
               WITH POINTER WS-FLD-PTR
           END-UNSTRING.
           IF WS-FLD-START + WS-FLD-LEN - 1 > WS-LINE-LEN
               COMPUTE WS-FLD-LEN = WS-LINE-LEN - WS-FLD-START + 1
           END-IF.
           IF WS-FLD-LEN = 0 OR WS-FLD-LEN > 40
               GO TO 7000-EXIT
           END-IF.
           MOVE WS-FLD-TEXT(1:WS-FLD-LEN) TO WS-REF.
           IF WS-REF = "[REMOVED]"
               MOVE SPACES TO WS-REF
           END-IF.
       7000-EXIT.
           EXIT.

       7100-SKIP-ONE-FIELD.
           IF WS-FLD-PTR > 600
               GO TO 7100-EXIT
           END-IF.
           UNSTRING SIDE-LINE DELIMITED BY "|"
               INTO WS-FLD-SKIP
               WITH POINTER WS-FLD-PTR
           END-UNSTRING.
       7100-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "member_merges.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "member_master.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "member_merge_work.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE "member_rekey_journal.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
       0900-EXIT.
           EXIT.
