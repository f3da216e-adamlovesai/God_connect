      *> An event type with no route stays NEW and is reported -
      *> a silent drop would be this bug all over again.
      *>
      *> The recipient MEMBER routes the event to the member it
      *> concerns - the "member NNNN" the producer put in the
      *> detail (or the key) - through their own outbox
      *> batch/outbox_member_<number>.txt. That line goes out only
      *> with the member's consent (DLGCONS, channel EMAIL, the
      *> event type as the topic); a suppressed one is logged to
      *> batch/consent_suppressions.dat and the event still counts
      *> as delivered, so it is not offered again.
      *>
      *> Usage:
      *>     notify_gateway
      *>
      *>
      *> MODIFICATION HISTORY
      *>     2026-09-02  DO   Initial version.
      *>     2026-10-15  DO   MEMBER recipient: the event goes to the
      *>                      member it names, only with their
      *>                      consent (DLGCONS); suppressions are
      *>                      logged.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFY-GATEWAY.
       01  WS-EVENTS-SEEN           PIC 9(05) VALUE 0.
       01  WS-EVENTS-SENT           PIC 9(05) VALUE 0.
       01  WS-EVENTS-UNROUTED       PIC 9(05) VALUE 0.
       01  WS-EVENTS-SUPPRESSED     PIC 9(05) VALUE 0.

      *> The member a MEMBER route delivers to.
       01  WS-RECIP-UPPER           PIC X(30).
       01  WS-MEMBER-LEAD           PIC 9(03) VALUE 0.
       01  WS-MEMBER-OUTBOX         PIC X(30).

       COPY DLGMBR01.
       COPY DLGCNS01.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "NOTIFY-GATEWAY: " WS-EVENTS-SEEN
                   " pending event(s), " WS-EVENTS-SENT
                   " delivery line(s) written, "
                   WS-EVENTS-UNROUTED " left NEW (no route), "
                   WS-EVENTS-SUPPRESSED
                   " member line(s) suppressed (no consent)".
           IF WS-EVENTS-UNROUTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
               GO TO 2200-EXIT
           END-IF.
           MOVE "Y" TO WS-ROUTED.
           MOVE FUNCTION UPPER-CASE(WS-RULE-RECIP (WS-RULE-POS))
               TO WS-RECIP-UPPER.
           IF WS-RECIP-UPPER = "MEMBER"
               PERFORM 2300-MEMBER-RECIPIENT THRU 2300-EXIT
               IF WS-MEMBER-OUTBOX = SPACES
                   GO TO 2200-EXIT
               END-IF
           ELSE
               MOVE WS-RULE-RECIP (WS-RULE-POS) TO WS-MEMBER-OUTBOX
           END-IF.
           MOVE SPACES TO WS-OUTBOX-NAME.
           STRING "batch/outbox_"
                  FUNCTION TRIM(WS-MEMBER-OUTBOX)
                  ".txt"
               DELIMITED BY SIZE INTO WS-OUTBOX-NAME
           END-STRING.
       2200-EXIT.
           EXIT.

      *> The member the event names ("member NNNN" in the detail,
      *> else the key) and their consent; spaces in the outbox name
      *> when there is nobody to write to.
       2300-MEMBER-RECIPIENT.
           MOVE SPACES TO WS-MEMBER-OUTBOX WS-CNS-MEMBER.
           MOVE 0 TO WS-MEMBER-LEAD.
           INSPECT WS-IN-DETAIL TALLYING WS-MEMBER-LEAD
               FOR CHARACTERS BEFORE INITIAL "member ".
           IF WS-MEMBER-LEAD < 120
               MOVE WS-IN-DETAIL(WS-MEMBER-LEAD + 1:) TO WS-CNS-MEMBER
           ELSE
               MOVE 0 TO WS-MEMBER-LEAD
               INSPECT WS-IN-KEY TALLYING WS-MEMBER-LEAD
                   FOR CHARACTERS BEFORE INITIAL "member "
               IF WS-MEMBER-LEAD < 200
                   MOVE WS-IN-KEY(WS-MEMBER-LEAD + 1:)
                       TO WS-CNS-MEMBER
               END-IF
           END-IF.
           IF WS-CNS-MEMBER = SPACES
               GO TO 2300-EXIT
           END-IF.
           MOVE "NOTIFY-GATEWAY" TO WS-CNS-PGM.
           MOVE "EMAIL" TO WS-CNS-CHANNEL.
           MOVE WS-IN-EVENT TO WS-CNS-TOPIC.
           CALL "DLGCONS" USING WS-CNS-PGM WS-CNS-MEMBER
                                WS-CNS-CHANNEL WS-CNS-TOPIC
                                WS-CNS-RC WS-CNS-REASON.
           IF WS-CNS-RC NOT = "00"
               ADD 1 TO WS-EVENTS-SUPPRESSED
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-CNS-MEMBER TO WS-MBR-REF.
           CALL "DLGMEMB" USING WS-MBR-REF WS-MBR-NUMBER WS-MBR-CANON
                                WS-MBR-NAME WS-MBR-RC.
           STRING "member_" FUNCTION TRIM(WS-MBR-NUMBER)
               DELIMITED BY SIZE INTO WS-MEMBER-OUTBOX
           END-STRING.
       2300-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
