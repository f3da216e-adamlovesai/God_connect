      *> to the publication issue and the dialogue, appending to
      *> batch/circulation_feedback.dat:
      *>
      *>     F|issue|path|scale|comment|date|member
      *>
      *> The issue/dialogue pair is VALIDATED against
      *> batch/issue_contents.dat (written by
      *> reviewers' fixed 1-5. The dialogue may be given as a path
      *> or a number (DLGNUM). FEEDBACK-REPORT joins responses to
      *> the internal ratings so the board sees where reviewers
      *> and readers disagree. The responding member is optional;
      *> when given it must be a member on the member master
      *> (DLGMEMB) and is stored in its "member NNNN" form.
      *>
      *> Usage:
      *>     feedback_capture "20260831|0042|2|felt cold"
      *>     feedback_capture "20260831|0042|4|moving|member 4411"
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *>     2026-09-02  DO   The append runs under the shared
      *>                      enqueue (DLGENQ) so parallel
      *>                      responses serialize.
      *>     2026-10-15  DO   Optional responding member, checked
      *>                      against the member master (DLGMEMB)
      *>                      and stored as "member NNNN" in a new
      *>                      seventh field; an unknown or lapsed
      *>                      member is refused with RETURN-CODE 8.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDBACK-CAPTURE.
       01  WS-ARG-PATH              PIC X(200) VALUE SPACES.
       01  WS-ARG-SCALE             PIC X(04) VALUE SPACES.
       01  WS-ARG-COMMENT           PIC X(160) VALUE SPACES.
       01  WS-ARG-MEMBER            PIC X(40) VALUE SPACES.
       01  WS-TODAY                 PIC X(08).
       01  WS-PAIR-OK               PIC X(01) VALUE "N".
       01  WS-IN-TAG                PIC X(01).
       01  WS-ENQ-RESOURCE          PIC X(20).
       01  WS-ENQ-RC                PIC X(02).

       COPY DLGMBR01.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY "|"
               INTO WS-ARG-ISSUE WS-ARG-PATH WS-ARG-SCALE
                    WS-ARG-COMMENT WS-ARG-MEMBER
           END-UNSTRING.
           IF WS-ARG-ISSUE = SPACES OR WS-ARG-PATH = SPACES
               DISPLAY "FEEDBACK-CAPTURE: usage: feedback_capture "
                       """issue|path-or-number|scale|comment"
                       "[|member]"""
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ARG-MEMBER NOT = SPACES
               PERFORM 2000-CHECK-MEMBER THRU 2000-EXIT
           END-IF.
           CALL "DLGNUM" USING WS-ARG-PATH.
           PERFORM 1000-VERIFY-THE-PAIR THRU 1000-EXIT
               UNTIL NO-MORE-ISSUE.
                  FUNCTION TRIM(WS-ARG-COMMENT)  DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-TODAY                       DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-MEMBER)   DELIMITED BY SIZE
                  INTO FB-LINE
           END-STRING.
           WRITE FB-LINE.
       1000-EXIT.
           EXIT.

      *> The member must resolve to an ACTIVE member; what is
      *> stored is the member's reference as the master gives it.
       2000-CHECK-MEMBER.
           MOVE WS-ARG-MEMBER TO WS-MBR-REF.
           CALL "DLGMEMB" USING WS-MBR-REF WS-MBR-NUMBER WS-MBR-CANON
                                WS-MBR-NAME WS-MBR-RC.
           EVALUATE WS-MBR-RC
               WHEN "00"
                   MOVE WS-MBR-CANON TO WS-ARG-MEMBER
                   GO TO 2000-EXIT
               WHEN "04"
                   DISPLAY "FEEDBACK-CAPTURE: member "
                           FUNCTION TRIM(WS-MBR-NUMBER) " ("
                           FUNCTION TRIM(WS-MBR-NAME)
                           ") is not ACTIVE - see MEMBER-MAINT"
               WHEN "16"
                   DISPLAY "FEEDBACK-CAPTURE: no member master on "
                           "file - see MEMBER-MAINT SEED"
               WHEN OTHER
                   DISPLAY "FEEDBACK-CAPTURE: "
                           FUNCTION TRIM(WS-ARG-MEMBER)
                           " is not on the member master - see "
                           "MEMBER-MAINT ADD"
           END-EVALUATE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       2000-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
