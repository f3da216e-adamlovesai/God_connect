      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> MEMBER-MAINT
      *>
      *> Maintenance of the member master, batch/member_master.dat.
      *> Member references used to be typed freehand into the side
      *> files - the question box, subscriber registrations, the
      *> distribution list, circulation feedback, the letter
      *> register and the complaints register - so one person
      *> could appear as "member 4411", "M4411" and "4411 (Mrs
      *> Adeyemi)". The master gives each member a stable number,
      *> a name, a contact channel and a status; DLGMEMB resolves
      *> any reference against it, the capture programs refuse a
      *> reference it does not know, and MEMBER-MERGE re-keys the
      *> side files to the "member NNNN" form and merges duplicate
      *> members.
      *>
      *> Commands:
      *>     member_maint ADD "name|channel|contact"
      *>         a new ACTIVE member under the next free number
      *>     member_maint CHANGE n "name|channel|contact"
      *>         new particulars for member n; a blank field keeps
      *>         what is on file
      *>     member_maint STATUS n ACTIVE|LAPSED
      *>     member_maint LIST
      *>         every member, merged members with their survivor
      *>     member_maint SEED
      *>         put every member number the side files quote but
      *>         the master does not hold on the master, ACTIVE,
      *>         channel UNKNOWN, named from the text in parentheses
      *>         where the reference has some - the one-off load
      *>         that lets MEMBER-MERGE MATCH take over
      *>
      *> channel is EMAIL, POST, PHONE, IN-PERSON or UNKNOWN.
      *> The master is append-only; the latest image of a number
      *> is the member:
      *>
      *>     M|number|name|channel|contact|status|merged-into|
      *>         since|operator|stamp
      *>
      *> status ACTIVE, LAPSED or MERGED; MERGED images are written
      *> only by MEMBER-MERGE APPLY and carry the surviving number.
      *>
      *> ADD, CHANGE, STATUS and SEED need update authority
      *> (DLGAUTH class U), run under the "member_master" enqueue
      *> (DLGENQ) and log to the audit trail (DLGAUDIT).
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBER-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MBR-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MBR-STATUS.
           SELECT SIDE-FILE ASSIGN DYNAMIC WS-SIDE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIDE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MBR-FILE.
       01  MBR-LINE                 PIC X(400).

       FD  SIDE-FILE.
       01  SIDE-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-SIDE-NAME             PIC X(200).
       01  WS-MBR-STATUS            PIC X(02) VALUE SPACES.
       01  WS-SIDE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EOF-MBR               PIC X(01) VALUE "N".
           88  NO-MORE-MBR                   VALUE "Y".
       01  WS-EOF-SIDE              PIC X(01) VALUE "N".
           88  NO-MORE-SIDE                  VALUE "Y".

       01  WS-CMD-LINE              PIC X(400) VALUE SPACES.
       01  WS-COMMAND               PIC X(10) VALUE SPACES.
       01  WS-REST                  PIC X(380) VALUE SPACES.
       01  WS-ARG-NUM               PIC X(06) VALUE SPACES.
       01  WS-ARG-TAIL              PIC X(380) VALUE SPACES.
       01  WS-ARG-NAME              PIC X(40) VALUE SPACES.
       01  WS-ARG-CHANNEL           PIC X(10) VALUE SPACES.
       01  WS-ARG-CONTACT           PIC X(60) VALUE SPACES.
       01  WS-ARG-STATE             PIC X(08) VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-TODAY                 PIC X(08).
       01  WS-TODAY-DASHED          PIC X(10).
       01  WS-MAINT-RC              PIC 9(02) VALUE 0.
       01  WS-HIGH-NUMBER           PIC 9(06) VALUE 0.
       01  WS-WANT-NUMBER           PIC 9(06) VALUE 0.
       01  WS-NUM-EDIT              PIC Z(05)9.
       01  WS-NUM-LEN               PIC 9(02) VALUE 0.
       01  WS-LISTED                PIC 9(04) VALUE 0.
       01  WS-SEEDED                PIC 9(04) VALUE 0.
       01  WS-NO-NUMBER             PIC 9(04) VALUE 0.

      *> The latest image of every member.
       01  WS-MST-MAX               PIC 9(04) VALUE 3000.
       01  WS-MST-COUNT             PIC 9(04) VALUE 0.
       01  WS-MST-TABLE.
           05  WS-MST-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-MST-IDX.
               10  WS-MST-NUMBER    PIC 9(06).
               10  WS-MST-NAME      PIC X(40).
               10  WS-MST-CHANNEL   PIC X(10).
               10  WS-MST-CONTACT   PIC X(60).
               10  WS-MST-STATE     PIC X(08).
               10  WS-MST-MERGED    PIC X(06).
               10  WS-MST-SINCE     PIC X(10).
       01  WS-MST-POS               PIC 9(04) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-NUMBER             PIC X(06).
       01  WS-IN-NAME               PIC X(40).
       01  WS-IN-CHANNEL            PIC X(10).
       01  WS-IN-CONTACT            PIC X(60).
       01  WS-IN-STATE              PIC X(08).
       01  WS-IN-MERGED             PIC X(06).
       01  WS-IN-SINCE              PIC X(10).

      *> The side files that quote a member, the record tag that
      *> carries the reference and the field it sits in (the tag
      *> is field 1).
       01  WS-SIDE-COUNT            PIC 9(02) VALUE 6.
       01  WS-SIDE-SET.
           05  FILLER  PIC X(43) VALUE "question_box.dat         Q05".
           05  FILLER  PIC X(43) VALUE "subscribers.dat          B03".
           05  FILLER  PIC X(43) VALUE "distribution_list.dat    L03".
           05  FILLER  PIC X(43) VALUE "circulation_feedback.dat F07".
           05  FILLER  PIC X(43) VALUE "letter_register.dat      L05".
           05  FILLER  PIC X(43) VALUE "complaints.dat           C04".
       01  WS-SIDE-TABLE REDEFINES WS-SIDE-SET.
           05  WS-SIDE-ENTRY OCCURS 6 TIMES.
               10  WS-SIDE-LOGICAL  PIC X(25).
               10  WS-SIDE-TAG      PIC X(01).
               10  WS-SIDE-FIELD    PIC 9(02).
               10  FILLER           PIC X(15).
       01  WS-SIDE-POS              PIC 9(02) VALUE 0.

      *> One field of a side-file line.
       01  WS-FLD-WANT              PIC 9(02) VALUE 0.
       01  WS-FLD-SKIPS             PIC 9(02) VALUE 0.
       01  WS-FLD-PTR               PIC 9(04) VALUE 1.
       01  WS-FLD-SKIP              PIC X(600).
       01  WS-FLD-TEXT              PIC X(600).
       01  WS-FLD-LEN               PIC 9(04) VALUE 0.

      *> A reference as quoted, taken apart.
       01  WS-REF                   PIC X(40).
       01  WS-REF-POS               PIC 9(02) VALUE 0.
       01  WS-DIG-TEXT              PIC X(06).
       01  WS-DIG-LEN               PIC 9(02) VALUE 0.
       01  WS-DIG-STATE             PIC X(01) VALUE "N".
           88  DIGITS-NOT-STARTED            VALUE "N".
           88  DIGITS-RUNNING                VALUE "R".
           88  DIGITS-DONE                   VALUE "D".
       01  WS-PAREN-OPEN            PIC 9(02) VALUE 0.
       01  WS-PAREN-CLOSE           PIC 9(02) VALUE 0.

      *> The image being written.
       01  WS-OUT-NUMBER            PIC 9(06).
       01  WS-OUT-NAME              PIC X(40).
       01  WS-OUT-CHANNEL           PIC X(10).
       01  WS-OUT-CONTACT           PIC X(60).
       01  WS-OUT-STATE             PIC X(08).
       01  WS-OUT-MERGED            PIC X(06).
       01  WS-OUT-SINCE             PIC X(10).

       01  WS-AUTH-PGM              PIC X(30) VALUE "MEMBER-MAINT".
       01  WS-AUTH-CLASS            PIC X(01) VALUE "U".
       01  WS-AUTH-RC               PIC X(02).
       01  WS-ENQ-ACTION            PIC X(03).
       01  WS-ENQ-RESOURCE          PIC X(20) VALUE "member_master".
       01  WS-ENQ-RC                PIC X(02).
       01  WS-ENQ-HELD              PIC X(01) VALUE "N".
           88  ENQ-IS-HELD                   VALUE "Y".
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
           IF WS-COMMAND = "ADD" OR "CHANGE" OR "STATUS" OR "SEED"
               PERFORM 1000-TAKE-AUTHORITY THRU 1000-EXIT
               IF WS-MAINT-RC NOT = 0
                   MOVE WS-MAINT-RC TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 2000-LOAD-MASTER THRU 2000-EXIT.
           EVALUATE WS-COMMAND
               WHEN "ADD"
                   PERFORM 3000-ADD-MEMBER THRU 3000-EXIT
               WHEN "CHANGE"
                   PERFORM 4000-CHANGE-MEMBER THRU 4000-EXIT
               WHEN "STATUS"
                   PERFORM 5000-SET-STATUS THRU 5000-EXIT
               WHEN "LIST"
                   PERFORM 6000-LIST THRU 6000-EXIT
               WHEN "SEED"
                   PERFORM 7000-SEED THRU 7000-EXIT
               WHEN OTHER
                   DISPLAY "MEMBER-MAINT: usage:"
                   DISPLAY "  member_maint ADD ""name|channel|"
                           "contact"""
                   DISPLAY "  member_maint CHANGE n ""name|channel|"
                           "contact"""
                   DISPLAY "  member_maint STATUS n ACTIVE|LAPSED"
                   DISPLAY "  member_maint LIST"
                   DISPLAY "  member_maint SEED"
                   MOVE 8 TO WS-MAINT-RC
           END-EVALUATE.
           IF ENQ-IS-HELD
               MOVE "DEQ" TO WS-ENQ-ACTION
               CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                                   WS-ENQ-RC
           END-IF.
           MOVE WS-MAINT-RC TO RETURN-CODE.
           STOP RUN.

      *> Member numbers are assigned off the file they are appended
      *> to, so the read-assign-append cycle runs under the enqueue.
       1000-TAKE-AUTHORITY.
           CALL "DLGAUTH" USING WS-AUTH-PGM WS-AUTH-CLASS
                               WS-AUTH-RC.
           IF WS-AUTH-RC = "12"
               MOVE 12 TO WS-MAINT-RC
               GO TO 1000-EXIT
           END-IF.
           MOVE "ENQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           IF WS-ENQ-RC = "12"
               DISPLAY "MEMBER-MAINT: could not take the "
                       "enqueue - try again or see ENQ-CONSOLE"
               MOVE 12 TO WS-MAINT-RC
               GO TO 1000-EXIT
           END-IF.
           SET ENQ-IS-HELD TO TRUE.
       1000-EXIT.
           EXIT.

       2000-LOAD-MASTER.
           MOVE "N" TO WS-EOF-MBR.
           OPEN INPUT MBR-FILE.
           IF WS-MBR-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-LOAD-ONE-IMAGE THRU 2100-EXIT
               UNTIL NO-MORE-MBR.
           CLOSE MBR-FILE.
       2000-EXIT.
           EXIT.

      *> A later image of a number replaces the earlier one.
       2100-LOAD-ONE-IMAGE.
           READ MBR-FILE
               AT END
                   SET NO-MORE-MBR TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF MBR-LINE(1:2) NOT = "M|"
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-NUMBER WS-IN-NAME WS-IN-CHANNEL
                          WS-IN-CONTACT WS-IN-STATE WS-IN-MERGED
                          WS-IN-SINCE.
           UNSTRING MBR-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-NUMBER WS-IN-NAME WS-IN-CHANNEL
                    WS-IN-CONTACT WS-IN-STATE WS-IN-MERGED
                    WS-IN-SINCE
           END-UNSTRING.
           IF WS-IN-NUMBER = SPACES
               GO TO 2100-EXIT
           END-IF.
           COMPUTE WS-NUM-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-IN-NUMBER TRAILING)).
           IF WS-IN-NUMBER(1:WS-NUM-LEN) IS NOT NUMERIC
               GO TO 2100-EXIT
           END-IF.
           COMPUTE WS-WANT-NUMBER = FUNCTION NUMVAL(WS-IN-NUMBER).
           PERFORM 2200-FIND-NUMBER THRU 2200-EXIT.
           IF WS-MST-POS = 0
               IF WS-MST-COUNT >= WS-MST-MAX
                   DISPLAY "MEMBER-MAINT: more than " WS-MST-MAX
                           " members on the master - the rest are "
                           "not loaded"
                   SET NO-MORE-MBR TO TRUE
                   GO TO 2100-EXIT
               END-IF
               ADD 1 TO WS-MST-COUNT
               MOVE WS-MST-COUNT TO WS-MST-POS
               MOVE WS-WANT-NUMBER TO WS-MST-NUMBER (WS-MST-POS)
           END-IF.
           MOVE WS-IN-NAME    TO WS-MST-NAME (WS-MST-POS).
           MOVE WS-IN-CHANNEL TO WS-MST-CHANNEL (WS-MST-POS).
           MOVE WS-IN-CONTACT TO WS-MST-CONTACT (WS-MST-POS).
           MOVE WS-IN-STATE   TO WS-MST-STATE (WS-MST-POS).
           MOVE WS-IN-MERGED  TO WS-MST-MERGED (WS-MST-POS).
           MOVE WS-IN-SINCE   TO WS-MST-SINCE (WS-MST-POS).
           IF WS-WANT-NUMBER > WS-HIGH-NUMBER
               MOVE WS-WANT-NUMBER TO WS-HIGH-NUMBER
           END-IF.
       2100-EXIT.
           EXIT.

       2200-FIND-NUMBER.
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
       2200-EXIT.
           EXIT.

      *> The member named on the command line, which must be on
      *> the master.
       2300-FIND-ARG-MEMBER.
           MOVE 0 TO WS-MST-POS.
           IF WS-ARG-NUM = SPACES
               GO TO 2300-EXIT
           END-IF.
           COMPUTE WS-NUM-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-ARG-NUM TRAILING)).
           IF WS-ARG-NUM(1:WS-NUM-LEN) IS NOT NUMERIC
               GO TO 2300-EXIT
           END-IF.
           COMPUTE WS-WANT-NUMBER = FUNCTION NUMVAL(WS-ARG-NUM).
           PERFORM 2200-FIND-NUMBER THRU 2200-EXIT.
       2300-EXIT.
           EXIT.

       2400-CHECK-CHANNEL.
           MOVE FUNCTION UPPER-CASE(WS-ARG-CHANNEL) TO WS-ARG-CHANNEL.
           IF WS-ARG-CHANNEL NOT = "EMAIL" AND "POST" AND "PHONE"
                   AND "IN-PERSON" AND "UNKNOWN"
               DISPLAY "MEMBER-MAINT: channel must be EMAIL, POST, "
                       "PHONE, IN-PERSON or UNKNOWN"
               MOVE 8 TO WS-MAINT-RC
           END-IF.
       2400-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> ADD: the next number above the highest ever issued.
      *>----------------------------------------------------------*>
       3000-ADD-MEMBER.
           MOVE SPACES TO WS-ARG-NAME WS-ARG-CHANNEL WS-ARG-CONTACT.
           UNSTRING WS-REST DELIMITED BY "|"
               INTO WS-ARG-NAME WS-ARG-CHANNEL WS-ARG-CONTACT
           END-UNSTRING.
           IF WS-ARG-NAME = SPACES OR WS-ARG-CHANNEL = SPACES
               DISPLAY "MEMBER-MAINT: ADD needs ""name|channel|"
                       "contact"""
               MOVE 8 TO WS-MAINT-RC
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2400-CHECK-CHANNEL THRU 2400-EXIT.
           IF WS-MAINT-RC NOT = 0
               GO TO 3000-EXIT
           END-IF.
           IF WS-HIGH-NUMBER < 1000
               MOVE 1000 TO WS-HIGH-NUMBER
           END-IF.
           ADD 1 TO WS-HIGH-NUMBER.
           MOVE WS-HIGH-NUMBER  TO WS-OUT-NUMBER.
           MOVE WS-ARG-NAME     TO WS-OUT-NAME.
           MOVE WS-ARG-CHANNEL  TO WS-OUT-CHANNEL.
           MOVE WS-ARG-CONTACT  TO WS-OUT-CONTACT.
           MOVE "ACTIVE"        TO WS-OUT-STATE.
           MOVE SPACES          TO WS-OUT-MERGED.
           MOVE WS-TODAY-DASHED TO WS-OUT-SINCE.
           PERFORM 8000-WRITE-IMAGE THRU 8000-EXIT.
           MOVE WS-OUT-NUMBER TO WS-NUM-EDIT.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "MEMBER-MAINT ADDED "
                  FUNCTION TRIM(WS-NUM-EDIT) " "
                  FUNCTION TRIM(WS-ARG-NAME)
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           DISPLAY "MEMBER-MAINT: member "
                   FUNCTION TRIM(WS-NUM-EDIT) " added - "
                   FUNCTION TRIM(WS-ARG-NAME).
       3000-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> CHANGE: a new image carrying the fields given and the
      *> rest as on file.
      *>----------------------------------------------------------*>
       4000-CHANGE-MEMBER.
           MOVE SPACES TO WS-ARG-NUM WS-ARG-TAIL.
           UNSTRING WS-REST DELIMITED BY ALL SPACE
               INTO WS-ARG-NUM
           END-UNSTRING.
           IF WS-ARG-NUM NOT = SPACES
               MOVE WS-REST(FUNCTION LENGTH(
                   FUNCTION TRIM(WS-ARG-NUM)) + 2:)
                   TO WS-ARG-TAIL
           END-IF.
           PERFORM 2300-FIND-ARG-MEMBER THRU 2300-EXIT.
           IF WS-MST-POS = 0
               DISPLAY "MEMBER-MAINT: no member numbered "
                       FUNCTION TRIM(WS-ARG-NUM)
               MOVE 8 TO WS-MAINT-RC
               GO TO 4000-EXIT
           END-IF.
           IF WS-MST-STATE (WS-MST-POS) = "MERGED"
               DISPLAY "MEMBER-MAINT: member "
                       FUNCTION TRIM(WS-ARG-NUM) " was merged into "
                       FUNCTION TRIM(WS-MST-MERGED (WS-MST-POS))
                       " - change that member instead"
               MOVE 8 TO WS-MAINT-RC
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO WS-ARG-NAME WS-ARG-CHANNEL WS-ARG-CONTACT.
           UNSTRING WS-ARG-TAIL DELIMITED BY "|"
               INTO WS-ARG-NAME WS-ARG-CHANNEL WS-ARG-CONTACT
           END-UNSTRING.
           IF WS-ARG-NAME = SPACES AND WS-ARG-CHANNEL = SPACES
                   AND WS-ARG-CONTACT = SPACES
               DISPLAY "MEMBER-MAINT: CHANGE needs n "
                       """name|channel|contact"""
               MOVE 8 TO WS-MAINT-RC
               GO TO 4000-EXIT
           END-IF.
           IF WS-ARG-CHANNEL NOT = SPACES
               PERFORM 2400-CHECK-CHANNEL THRU 2400-EXIT
               IF WS-MAINT-RC NOT = 0
                   GO TO 4000-EXIT
               END-IF
           END-IF.
           PERFORM 8100-IMAGE-FROM-TABLE THRU 8100-EXIT.
           IF WS-ARG-NAME NOT = SPACES
               MOVE WS-ARG-NAME TO WS-OUT-NAME
           END-IF.
           IF WS-ARG-CHANNEL NOT = SPACES
               MOVE WS-ARG-CHANNEL TO WS-OUT-CHANNEL
           END-IF.
           IF WS-ARG-CONTACT NOT = SPACES
               MOVE WS-ARG-CONTACT TO WS-OUT-CONTACT
           END-IF.
           PERFORM 8000-WRITE-IMAGE THRU 8000-EXIT.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "MEMBER-MAINT CHANGED "
                  FUNCTION TRIM(WS-ARG-NUM) " "
                  FUNCTION TRIM(WS-OUT-NAME) " "
                  FUNCTION TRIM(WS-OUT-CHANNEL)
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           DISPLAY "MEMBER-MAINT: member " FUNCTION TRIM(WS-ARG-NUM)
                   " changed".
       4000-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> STATUS: ACTIVE or LAPSED. MERGED is MEMBER-MERGE's to set
      *> and is not undone here.
      *>----------------------------------------------------------*>
       5000-SET-STATUS.
           MOVE SPACES TO WS-ARG-NUM WS-ARG-STATE.
           UNSTRING WS-REST DELIMITED BY ALL SPACE
               INTO WS-ARG-NUM WS-ARG-STATE
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-ARG-STATE) TO WS-ARG-STATE.
           IF WS-ARG-STATE NOT = "ACTIVE" AND "LAPSED"
               DISPLAY "MEMBER-MAINT: STATUS needs n ACTIVE|LAPSED"
               MOVE 8 TO WS-MAINT-RC
               GO TO 5000-EXIT
           END-IF.
           PERFORM 2300-FIND-ARG-MEMBER THRU 2300-EXIT.
           IF WS-MST-POS = 0
               DISPLAY "MEMBER-MAINT: no member numbered "
                       FUNCTION TRIM(WS-ARG-NUM)
               MOVE 8 TO WS-MAINT-RC
               GO TO 5000-EXIT
           END-IF.
           IF WS-MST-STATE (WS-MST-POS) = "MERGED"
               DISPLAY "MEMBER-MAINT: member "
                       FUNCTION TRIM(WS-ARG-NUM) " was merged into "
                       FUNCTION TRIM(WS-MST-MERGED (WS-MST-POS))
                       " - its status stays MERGED"
               MOVE 8 TO WS-MAINT-RC
               GO TO 5000-EXIT
           END-IF.
           IF WS-MST-STATE (WS-MST-POS) = WS-ARG-STATE
               DISPLAY "MEMBER-MAINT: member "
                       FUNCTION TRIM(WS-ARG-NUM) " is already "
                       FUNCTION TRIM(WS-ARG-STATE)
               GO TO 5000-EXIT
           END-IF.
           PERFORM 8100-IMAGE-FROM-TABLE THRU 8100-EXIT.
           MOVE WS-ARG-STATE TO WS-OUT-STATE.
           MOVE WS-TODAY-DASHED TO WS-OUT-SINCE.
           PERFORM 8000-WRITE-IMAGE THRU 8000-EXIT.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "MEMBER-MAINT STATUS "
                  FUNCTION TRIM(WS-ARG-NUM) " "
                  FUNCTION TRIM(WS-ARG-STATE)
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           DISPLAY "MEMBER-MAINT: member " FUNCTION TRIM(WS-ARG-NUM)
                   " is now " FUNCTION TRIM(WS-ARG-STATE).
       5000-EXIT.
           EXIT.

       6000-LIST.
           DISPLAY "MEMBER MASTER".
           DISPLAY "=============".
           MOVE 0 TO WS-LISTED.
           PERFORM 6100-LIST-ONE-MEMBER THRU 6100-EXIT
               VARYING WS-MST-POS FROM 1 BY 1
               UNTIL WS-MST-POS > WS-MST-COUNT.
           IF WS-LISTED = 0
               DISPLAY "  (none - see member_maint SEED)"
           END-IF.
       6000-EXIT.
           EXIT.

       6100-LIST-ONE-MEMBER.
           ADD 1 TO WS-LISTED.
           MOVE WS-MST-NUMBER (WS-MST-POS) TO WS-NUM-EDIT.
           IF WS-MST-STATE (WS-MST-POS) = "MERGED"
               DISPLAY "  " WS-NUM-EDIT " MERGED into "
                       FUNCTION TRIM(WS-MST-MERGED (WS-MST-POS))
                       "  " FUNCTION TRIM(WS-MST-NAME (WS-MST-POS))
               GO TO 6100-EXIT
           END-IF.
           DISPLAY "  " WS-NUM-EDIT " " WS-MST-STATE (WS-MST-POS)
                   " " WS-MST-CHANNEL (WS-MST-POS)
                   " " FUNCTION TRIM(WS-MST-NAME (WS-MST-POS))
                   "  " FUNCTION TRIM(WS-MST-CONTACT (WS-MST-POS)).
       6100-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> SEED: every number the side files quote that the master
      *> lacks becomes a member. References with no number are
      *> counted and left to MEMBER-MERGE MATCH and the reviewer.
      *>----------------------------------------------------------*>
       7000-SEED.
           MOVE 0 TO WS-SEEDED WS-NO-NUMBER.
           PERFORM 7100-SEED-ONE-FILE THRU 7100-EXIT
               VARYING WS-SIDE-POS FROM 1 BY 1
               UNTIL WS-SIDE-POS > WS-SIDE-COUNT.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "MEMBER-MAINT SEEDED " WS-SEEDED " MEMBER(S)"
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           DISPLAY "MEMBER-MAINT: " WS-SEEDED
                   " member(s) added from the side files".
           IF WS-NO-NUMBER > 0
               DISPLAY "MEMBER-MAINT: " WS-NO-NUMBER
                       " reference(s) carry no member number - "
                       "add those members and let member_merge "
                       "MATCH propose the re-keys"
           END-IF.
       7000-EXIT.
           EXIT.

       7100-SEED-ONE-FILE.
           MOVE WS-SIDE-LOGICAL (WS-SIDE-POS) TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-SIDE-NAME.
           MOVE "N" TO WS-EOF-SIDE.
           OPEN INPUT SIDE-FILE.
           IF WS-SIDE-STATUS NOT = "00"
               GO TO 7100-EXIT
           END-IF.
           PERFORM 7200-SEED-ONE-LINE THRU 7200-EXIT
               UNTIL NO-MORE-SIDE.
           CLOSE SIDE-FILE.
       7100-EXIT.
           EXIT.

       7200-SEED-ONE-LINE.
           READ SIDE-FILE
               AT END
                   SET NO-MORE-SIDE TO TRUE
                   GO TO 7200-EXIT
           END-READ.
           IF SIDE-LINE(1:1) NOT = WS-SIDE-TAG (WS-SIDE-POS)
                   OR SIDE-LINE(2:1) NOT = "|"
               GO TO 7200-EXIT
           END-IF.
           MOVE WS-SIDE-FIELD (WS-SIDE-POS) TO WS-FLD-WANT.
           PERFORM 7300-TAKE-FIELD THRU 7300-EXIT.
           IF WS-FLD-LEN = 0
               GO TO 7200-EXIT
           END-IF.
           MOVE WS-FLD-TEXT(1:40) TO WS-REF.
           IF WS-REF = SPACES OR WS-REF = "[REMOVED]"
               GO TO 7200-EXIT
           END-IF.
           MOVE SPACES TO WS-DIG-TEXT.
           MOVE 0 TO WS-DIG-LEN.
           SET DIGITS-NOT-STARTED TO TRUE.
           PERFORM 7400-SCAN-ONE-CHARACTER THRU 7400-EXIT
               VARYING WS-REF-POS FROM 1 BY 1
               UNTIL WS-REF-POS > 40 OR DIGITS-DONE.
           IF WS-DIG-LEN = 0
               ADD 1 TO WS-NO-NUMBER
               GO TO 7200-EXIT
           END-IF.
           COMPUTE WS-WANT-NUMBER =
               FUNCTION NUMVAL(WS-DIG-TEXT(1:WS-DIG-LEN)).
           IF WS-WANT-NUMBER = 0
               GO TO 7200-EXIT
           END-IF.
           PERFORM 2200-FIND-NUMBER THRU 2200-EXIT.
           IF WS-MST-POS > 0
               GO TO 7200-EXIT
           END-IF.
           IF WS-MST-COUNT >= WS-MST-MAX
               GO TO 7200-EXIT
           END-IF.
      *> Named from the parentheses where the reference has them.
           MOVE "(name not recorded)" TO WS-OUT-NAME.
           MOVE 0 TO WS-PAREN-OPEN WS-PAREN-CLOSE.
           INSPECT WS-REF TALLYING WS-PAREN-OPEN
               FOR CHARACTERS BEFORE INITIAL "(".
           INSPECT WS-REF TALLYING WS-PAREN-CLOSE
               FOR CHARACTERS BEFORE INITIAL ")".
           IF WS-PAREN-OPEN < 40
                   AND WS-PAREN-CLOSE > WS-PAREN-OPEN + 1
               MOVE WS-REF(WS-PAREN-OPEN + 2:
                           WS-PAREN-CLOSE - WS-PAREN-OPEN - 1)
                   TO WS-OUT-NAME
           END-IF.
           MOVE WS-WANT-NUMBER  TO WS-OUT-NUMBER.
           MOVE "UNKNOWN"       TO WS-OUT-CHANNEL.
           MOVE SPACES          TO WS-OUT-CONTACT WS-OUT-MERGED.
           MOVE "ACTIVE"        TO WS-OUT-STATE.
           MOVE WS-TODAY-DASHED TO WS-OUT-SINCE.
           PERFORM 8000-WRITE-IMAGE THRU 8000-EXIT.
           ADD 1 TO WS-MST-COUNT.
           MOVE WS-WANT-NUMBER TO WS-MST-NUMBER (WS-MST-COUNT).
           MOVE WS-OUT-NAME    TO WS-MST-NAME (WS-MST-COUNT).
           MOVE "ACTIVE"       TO WS-MST-STATE (WS-MST-COUNT).
           IF WS-WANT-NUMBER > WS-HIGH-NUMBER
               MOVE WS-WANT-NUMBER TO WS-HIGH-NUMBER
           END-IF.
           ADD 1 TO WS-SEEDED.
           MOVE WS-WANT-NUMBER TO WS-NUM-EDIT.
           DISPLAY "  member " FUNCTION TRIM(WS-NUM-EDIT) " "
                   FUNCTION TRIM(WS-OUT-NAME) "  (from "
                   FUNCTION TRIM(WS-SIDE-LOGICAL (WS-SIDE-POS)) ")".
       7200-EXIT.
           EXIT.

      *> Field WS-FLD-WANT of the side-file line (the tag is field
      *> 1) into WS-FLD-TEXT, its length in WS-FLD-LEN - zero when
      *> the record is too short to have it.
       7300-TAKE-FIELD.
           MOVE SPACES TO WS-FLD-TEXT.
           MOVE 0 TO WS-FLD-LEN.
           MOVE 1 TO WS-FLD-PTR.
           COMPUTE WS-FLD-SKIPS = WS-FLD-WANT - 1.
           PERFORM 7310-SKIP-ONE-FIELD THRU 7310-EXIT
               WS-FLD-SKIPS TIMES.
           IF WS-FLD-PTR > 600
               GO TO 7300-EXIT
           END-IF.
           UNSTRING SIDE-LINE DELIMITED BY "|"
               INTO WS-FLD-TEXT COUNT IN WS-FLD-LEN
               WITH POINTER WS-FLD-PTR
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-FLD-TEXT) TO WS-FLD-TEXT.
           IF WS-FLD-TEXT = SPACES
               MOVE 0 TO WS-FLD-LEN
           END-IF.
       7300-EXIT.
           EXIT.

       7310-SKIP-ONE-FIELD.
           IF WS-FLD-PTR > 600
               GO TO 7310-EXIT
           END-IF.
           UNSTRING SIDE-LINE DELIMITED BY "|"
               INTO WS-FLD-SKIP
               WITH POINTER WS-FLD-PTR
           END-UNSTRING.
       7310-EXIT.
           EXIT.

      *> The first run of digits, at most six of them.
       7400-SCAN-ONE-CHARACTER.
           IF WS-REF(WS-REF-POS:1) IS NUMERIC
               SET DIGITS-RUNNING TO TRUE
               IF WS-DIG-LEN < 6
                   ADD 1 TO WS-DIG-LEN
                   MOVE WS-REF(WS-REF-POS:1)
                       TO WS-DIG-TEXT(WS-DIG-LEN:1)
               END-IF
               GO TO 7400-EXIT
           END-IF.
           IF DIGITS-RUNNING
               SET DIGITS-DONE TO TRUE
           END-IF.
       7400-EXIT.
           EXIT.

       8000-WRITE-IMAGE.
           OPEN EXTEND MBR-FILE.
           IF WS-MBR-STATUS = "35"
               OPEN OUTPUT MBR-FILE
           END-IF.
           MOVE WS-OUT-NUMBER TO WS-NUM-EDIT.
           MOVE SPACES TO MBR-LINE.
           STRING "M|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-EDIT)    DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OUT-NAME)    DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OUT-CHANNEL) DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OUT-CONTACT) DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OUT-STATE)   DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OUT-MERGED)  DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-OUT-SINCE                  DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP              DELIMITED BY SIZE
                  INTO MBR-LINE
           END-STRING.
           WRITE MBR-LINE.
           CLOSE MBR-FILE.
       8000-EXIT.
           EXIT.

       8100-IMAGE-FROM-TABLE.
           MOVE WS-MST-NUMBER (WS-MST-POS)  TO WS-OUT-NUMBER.
           MOVE WS-MST-NAME (WS-MST-POS)    TO WS-OUT-NAME.
           MOVE WS-MST-CHANNEL (WS-MST-POS) TO WS-OUT-CHANNEL.
           MOVE WS-MST-CONTACT (WS-MST-POS) TO WS-OUT-CONTACT.
           MOVE WS-MST-STATE (WS-MST-POS)   TO WS-OUT-STATE.
           MOVE WS-MST-MERGED (WS-MST-POS)  TO WS-OUT-MERGED.
           MOVE WS-MST-SINCE (WS-MST-POS)   TO WS-OUT-SINCE.
       8100-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "member_master.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
       0900-EXIT.
           EXIT.
