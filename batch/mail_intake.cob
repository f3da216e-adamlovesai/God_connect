      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> MAIL-INTAKE
      *>
      *> Most congregation questions still arrive by email, and
      *> used to be retyped into QUESTION-CAPTURE weeks later. The
      *> pastoral office now saves each message as a plain-text
      *> file in the mailbox drop, batch/mail_drop/, and this job
      *> takes them in. build_mail_drop_list.sh lists the drop in
      *> batch/mail_drop.lst; for every message on the list:
      *>
      *>     - the headers give the sender (From:), the date sent
      *>       (Date:) and the subject (Subject:); the body is the
      *>       question, with the greeting, quoted replies (">"
      *>       lines, "On ... wrote:", "-----Original Message-----"
      *>       and what follows), the signature ("-- " and what
      *>       follows) and the closing ("Kind regards" and what
      *>       follows) stripped. A body line "Persona: x" or
      *>       "Tradition: x" names the persona or tradition the
      *>       member wants answering; a message with no body is
      *>       taken on its subject;
      *>     - the sender's address is matched to the contact on
      *>       the member master (batch/member_master.dat) and the
      *>       member resolved through DLGMEMB, so a merged member
      *>       is credited to the survivor;
      *>     - the question is appended to batch/question_box.dat
      *>       under the next free number, the QUESTION-CAPTURE
      *>       record, dated the day the message was sent:
      *>
      *>           Q|number|question|persona or tradition|
      *>             member NNNN|date|parish
      *>
      *>     - a QUESTION-RECEIVED event goes through the
      *>       notification outbox (DLGNTFY) naming the member and
      *>       the number given, so the MEMBER route acknowledges
      *>       it to them;
      *>     - the message is filed under batch/mail_filed/ as
      *>       YYYYMMDD-<file>, out of the drop.
      *>
      *> A message that cannot be parsed, or whose sender is not
      *> an ACTIVE member, is moved to batch/mail_rejects/ instead,
      *> beside a <file>.reason file saying why:
      *>
      *>     R|reason|sender|detail|stamp
      *>
      *> reason NOT-MAIL (no mail headers), NO-SENDER, BAD-DATE,
      *> ENCODED (base64, multipart or non-text content),
      *> NO-QUESTION, UNMATCHED, AMBIGUOUS (the address is the
      *> contact of more than one member) or LAPSED. Fix the
      *> member master or the message and put it back in the
      *> drop. Every message taken or rejected is logged to
      *> batch/mail_intake_log.dat:
      *>
      *>     I|stamp|message|ACCEPTED|number|member|sender|subject
      *>     I|stamp|message|REJECTED|reason|member|sender|detail
      *>
      *> The whole run holds the "question_box" enqueue (DLGENQ),
      *> so it serializes with QUESTION-CAPTURE and QUESTION-TRIAGE.
      *> A question longer than the question box holds (240
      *> characters) is cut there and reported; the filed message
      *> keeps the full text.
      *>
      *> Usage:
      *>     mail_intake
      *>
      *> RETURN-CODE 0 every message taken; 4 some rejected or cut;
      *> 12 the enqueue could not be taken, no member master is on
      *> file or a message could not be filed (it is left in the
      *> drop for the next run).
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>     2026-10-15  DO   Mailed questions are stamped with the
      *>                      run's parish (DLGPRSH MINE).
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIL-INTAKE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT MBR-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MBR-STATUS.
           SELECT QBOX-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QBOX-STATUS.
           SELECT LOG-FILE ASSIGN DYNAMIC WS-CFN-04
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT MSG-FILE ASSIGN DYNAMIC WS-MSG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSG-STATUS.
           SELECT REASON-FILE ASSIGN DYNAMIC WS-REASON-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REASON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIST-FILE.
       01  LIST-LINE                PIC X(200).

       FD  MBR-FILE.
       01  MBR-LINE                 PIC X(400).

       FD  QBOX-FILE.
       01  QBOX-LINE                PIC X(500).

       FD  LOG-FILE.
       01  LOG-LINE                 PIC X(600).

       FD  MSG-FILE.
       01  MSG-LINE                 PIC X(1000).

       FD  REASON-FILE.
       01  REASON-LINE              PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CFN-04                PIC X(200).
       01  WS-CFN-05                PIC X(200).
       01  WS-CFN-06                PIC X(200).
       01  WS-MSG-FILE              PIC X(200).
       01  WS-REASON-FILE           PIC X(200).
       01  WS-LIST-STATUS           PIC X(02).
       01  WS-MBR-STATUS            PIC X(02).
       01  WS-QBOX-STATUS           PIC X(02).
       01  WS-LOG-STATUS            PIC X(02).
       01  WS-MSG-STATUS            PIC X(02).
       01  WS-REASON-STATUS         PIC X(02).
       01  WS-EOF-LIST              PIC X(01) VALUE "N".
           88  NO-MORE-LIST                  VALUE "Y".
       01  WS-EOF-MBR               PIC X(01) VALUE "N".
           88  NO-MORE-MBR                   VALUE "Y".
       01  WS-EOF-QBOX              PIC X(01) VALUE "N".
           88  NO-MORE-QBOX                  VALUE "Y".
       01  WS-EOF-MSG               PIC X(01) VALUE "N".
           88  NO-MORE-MSG                   VALUE "Y".

       01  WS-TODAY                 PIC X(08).
       01  WS-NOW                   PIC X(21).
       01  WS-STAMP                 PIC X(14).

       01  WS-ENQ-ACTION            PIC X(03).
       01  WS-ENQ-RESOURCE          PIC X(20).
       01  WS-ENQ-RC                PIC X(02).

      *> The parish a new record is filed under (DLGPRSH).
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "MAIL-INTAKE".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).

       01  WS-NTF-EVENT             PIC X(20).
       01  WS-NTF-KEY               PIC X(200).
       01  WS-NTF-DETAIL            PIC X(120).

       COPY DLGMBR01.

      *> Every member's contact address, from the latest image of
      *> each number on the master.
       01  WS-MC-MAX                PIC 9(04) VALUE 3000.
       01  WS-MC-COUNT              PIC 9(04) VALUE 0.
       01  WS-MC-TABLE.
           05  WS-MC-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-MC-IDX.
               10  WS-MC-NUMBER     PIC X(06).
               10  WS-MC-ADDRESS    PIC X(100).
       01  WS-MC-POS                PIC 9(04) VALUE 0.
       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-NUMBER             PIC X(06).
       01  WS-IN-NAME               PIC X(40).
       01  WS-IN-CHANNEL            PIC X(10).
       01  WS-IN-CONTACT            PIC X(60).
       01  WS-IN-NUM                PIC X(04).
       01  WS-NUM-LEN               PIC 9(02) VALUE 0.

      *> Question numbering, the QUESTION-CAPTURE way.
       01  WS-NEXT-NUM              PIC 9(04) VALUE 0.

      *> The message in hand.
       01  WS-PHASE                 PIC X(01) VALUE "H".
           88  IN-HEADERS                    VALUE "H".
           88  IN-BODY                       VALUE "B".
           88  BODY-ENDED                    VALUE "E".
       01  WS-LAST-HEADER           PIC X(20) VALUE SPACES.
       01  WS-HDR-NAME              PIC X(40).
       01  WS-HDR-VALUE             PIC X(1000).
       01  WS-HDR-FROM              PIC X(200).
       01  WS-HDR-DATE              PIC X(80).
       01  WS-HDR-SUBJECT           PIC X(200).
       01  WS-HDR-CTYPE             PIC X(80).
       01  WS-HDR-CTE               PIC X(40).
       01  WS-HDR-SEEN              PIC 9(03) VALUE 0.
       01  WS-COLON-POS             PIC 9(04) VALUE 0.
       01  WS-APPEND-PTR            PIC 9(04) VALUE 0.
       01  WS-LINE                  PIC X(1000).
       01  WS-ULINE                 PIC X(1000).
       01  WS-CLOSING               PIC X(40).
       01  WS-LINE-LEN              PIC 9(04) VALUE 0.
       01  WS-BODY                  PIC X(1000).
       01  WS-BODY-PTR              PIC 9(04) VALUE 1.
       01  WS-BODY-OVER             PIC X(01) VALUE "N".
           88  BODY-OVERFLOWED               VALUE "Y".
       01  WS-JOIN-NEXT             PIC X(01) VALUE "N".
           88  JOIN-NEXT-LINE                VALUE "Y".
       01  WS-QP-FLAG               PIC X(01) VALUE "N".
           88  QUOTED-PRINTABLE              VALUE "Y".
       01  WS-QUESTION              PIC X(240).
       01  WS-TARGET                PIC X(60).
       01  WS-SENDER                PIC X(100).
       01  WS-CUT-FLAG              PIC X(01) VALUE "N".
           88  QUESTION-CUT                  VALUE "Y".

      *> Address extraction: "Name <addr>" or a bare address.
       01  WS-ADDR-IN               PIC X(200).
       01  WS-ADDR-OUT              PIC X(100).
       01  WS-ADDR-LEAD             PIC 9(03) VALUE 0.
       01  WS-ADDR-REST             PIC X(200).
       01  WS-AT-COUNT              PIC 9(03) VALUE 0.

      *> Date sent: "Tue, 13 Oct 2026 09:14:00 +0100" or
      *> "2026-10-13".
       01  WS-MSG-DATE              PIC X(08).
       01  WS-DT-TEXT               PIC X(80).
       01  WS-DT-TOKENS.
           05  WS-DT-TOK OCCURS 6 TIMES PIC X(20).
       01  WS-DT-K                  PIC 9(02) VALUE 0.
       01  WS-DT-M                  PIC 9(02) VALUE 0.
       01  WS-DT-AT                 PIC 9(02) VALUE 0.
       01  WS-DT-MONTH              PIC 9(02) VALUE 0.
       01  WS-DT-DAY-X              PIC X(02).
       01  WS-DT-YEAR-X             PIC X(04).
       01  WS-DT-MONTH-NAMES        PIC X(36)
               VALUE "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
       01  WS-DT-MONTH-TABLE REDEFINES WS-DT-MONTH-NAMES.
           05  WS-DT-MONTH-NAME OCCURS 12 TIMES PIC X(03).
       01  WS-DT-MM                 PIC 99.

      *> Sender to member.
       01  WS-MATCH-HITS            PIC 9(03) VALUE 0.
       01  WS-MATCH-CANON           PIC X(40).
       01  WS-MATCH-NAME            PIC X(40).
       01  WS-MATCH-RC              PIC X(02).
       01  WS-MATCH-POS             PIC 9(04) VALUE 0.
       01  WS-MATCH-EDIT            PIC ZZ9.

      *> Disposition.
       01  WS-REJECT-REASON         PIC X(12).
       01  WS-REJECT-DETAIL         PIC X(120).
       01  WS-BASE-NAME             PIC X(200).
       01  WS-BASE-LEN              PIC 9(03) VALUE 0.
       01  WS-PATH-LEN              PIC 9(03) VALUE 0.
       01  WS-DEST-PATH             PIC X(200).

       01  WS-SEEN-COUNT            PIC 9(05) VALUE 0.
       01  WS-TAKEN-COUNT           PIC 9(05) VALUE 0.
       01  WS-REJECT-COUNT          PIC 9(05) VALUE 0.
       01  WS-CUT-COUNT             PIC 9(05) VALUE 0.
       01  WS-FAIL-COUNT            PIC 9(05) VALUE 0.
       01  WS-FINAL-RC              PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-TAKE-MESSAGE THRU 2000-EXIT
               UNTIL NO-MORE-LIST.
           PERFORM 9000-FINISH THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW(1:14) TO WS-STAMP.
           OPEN INPUT LIST-FILE.
           IF WS-LIST-STATUS NOT = "00"
               DISPLAY "MAIL-INTAKE: no drop list "
                       FUNCTION TRIM(WS-CFN-01)
                       " - run build_mail_drop_list.sh first"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-MEMBERS THRU 1100-EXIT.
           CALL "CBL_CREATE_DIR" USING FUNCTION TRIM(WS-CFN-05).
           CALL "CBL_CREATE_DIR" USING FUNCTION TRIM(WS-CFN-06).
           MOVE 0 TO RETURN-CODE.
      *> The whole run numbers and appends under the shared
      *> enqueue (DLGENQ), as QUESTION-CAPTURE does for one.
           MOVE "ENQ" TO WS-ENQ-ACTION.
           MOVE "question_box" TO WS-ENQ-RESOURCE.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           IF WS-ENQ-RC = "12"
               DISPLAY "MAIL-INTAKE: could not take the enqueue - "
                       "try again or see ENQ-CONSOLE"
               CLOSE LIST-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT QBOX-FILE.
           IF WS-QBOX-STATUS = "00"
               PERFORM 1200-NEXT-NUMBER THRU 1200-EXIT
                   UNTIL NO-MORE-QBOX
               CLOSE QBOX-FILE
           END-IF.
           OPEN EXTEND QBOX-FILE.
           IF WS-QBOX-STATUS = "35"
               OPEN OUTPUT QBOX-FILE
           END-IF.
           OPEN EXTEND LOG-FILE.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT LOG-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      *> The contact address of every member number, from its latest
      *> image; DLGMEMB does the resolving proper.
       1100-LOAD-MEMBERS.
           OPEN INPUT MBR-FILE.
           IF WS-MBR-STATUS NOT = "00"
               DISPLAY "MAIL-INTAKE: no member master on file - "
                       "see MEMBER-MAINT SEED; the drop is left "
                       "as it is"
               CLOSE LIST-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1110-LOAD-ONE-MEMBER THRU 1110-EXIT
               UNTIL NO-MORE-MBR.
           CLOSE MBR-FILE.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-MEMBER.
           READ MBR-FILE
               AT END
                   SET NO-MORE-MBR TO TRUE
                   GO TO 1110-EXIT
           END-READ.
           IF MBR-LINE(1:2) NOT = "M|"
               GO TO 1110-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-NUMBER WS-IN-NAME WS-IN-CHANNEL
                          WS-IN-CONTACT.
           UNSTRING MBR-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-NUMBER WS-IN-NAME WS-IN-CHANNEL
                    WS-IN-CONTACT
           END-UNSTRING.
           IF WS-IN-NUMBER = SPACES
               GO TO 1110-EXIT
           END-IF.
           COMPUTE WS-NUM-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-IN-NUMBER TRAILING)).
           IF WS-IN-NUMBER(1:WS-NUM-LEN) IS NOT NUMERIC
               GO TO 1110-EXIT
           END-IF.
           SET WS-MC-IDX TO 1.
           SEARCH WS-MC-ENTRY
               AT END
                   MOVE 0 TO WS-MC-POS
               WHEN WS-MC-IDX > WS-MC-COUNT
                   MOVE 0 TO WS-MC-POS
               WHEN WS-MC-NUMBER (WS-MC-IDX) = WS-IN-NUMBER
                   SET WS-MC-POS TO WS-MC-IDX
           END-SEARCH.
           IF WS-MC-POS = 0
               IF WS-MC-COUNT >= WS-MC-MAX
                   DISPLAY "MAIL-INTAKE: more than " WS-MC-MAX
                           " members on the master - the rest are "
                           "not matched"
                   SET NO-MORE-MBR TO TRUE
                   GO TO 1110-EXIT
               END-IF
               ADD 1 TO WS-MC-COUNT
               MOVE WS-MC-COUNT TO WS-MC-POS
               MOVE WS-IN-NUMBER TO WS-MC-NUMBER (WS-MC-POS)
           END-IF.
           MOVE WS-IN-CONTACT TO WS-ADDR-IN.
           PERFORM 8100-EXTRACT-ADDRESS THRU 8100-EXIT.
           MOVE WS-ADDR-OUT TO WS-MC-ADDRESS (WS-MC-POS).
       1110-EXIT.
           EXIT.

       1200-NEXT-NUMBER.
           READ QBOX-FILE
               AT END
                   SET NO-MORE-QBOX TO TRUE
               NOT AT END
                   IF QBOX-LINE(1:2) = "Q|"
                       UNSTRING QBOX-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-NUM
                       END-UNSTRING
                       IF WS-IN-NUM IS NUMERIC
                           IF FUNCTION NUMVAL(WS-IN-NUM)
                                   > WS-NEXT-NUM
                               MOVE FUNCTION NUMVAL(WS-IN-NUM)
                                   TO WS-NEXT-NUM
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> One message from the drop list: parse, match, then file
      *> it as a question or reject it.
      *>----------------------------------------------------------*>
       2000-TAKE-MESSAGE.
           READ LIST-FILE
               AT END
                   SET NO-MORE-LIST TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF LIST-LINE = SPACES OR LIST-LINE(1:1) = "*"
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-SEEN-COUNT.
           MOVE FUNCTION TRIM(LIST-LINE) TO WS-MSG-FILE.
           MOVE SPACES TO WS-REJECT-REASON WS-REJECT-DETAIL
                          WS-MATCH-CANON WS-SENDER.
           PERFORM 2100-READ-MESSAGE THRU 2100-EXIT.
           IF WS-REJECT-REASON = "GONE"
               DISPLAY "MAIL-INTAKE: " FUNCTION TRIM(WS-MSG-FILE)
                       " is no longer in the drop - skipped"
               SUBTRACT 1 FROM WS-SEEN-COUNT
               GO TO 2000-EXIT
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM 2500-CHECK-MESSAGE THRU 2500-EXIT
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM 2700-MATCH-SENDER THRU 2700-EXIT
           END-IF.
           PERFORM 8200-BASE-NAME THRU 8200-EXIT.
           IF WS-REJECT-REASON = SPACES
               PERFORM 3000-FILE-QUESTION THRU 3000-EXIT
           ELSE
               PERFORM 4000-REJECT-MESSAGE THRU 4000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-READ-MESSAGE.
           MOVE SPACES TO WS-HDR-FROM WS-HDR-DATE WS-HDR-SUBJECT
                          WS-HDR-CTYPE WS-HDR-CTE WS-LAST-HEADER
                          WS-BODY WS-TARGET WS-QUESTION.
           MOVE 0 TO WS-HDR-SEEN.
           MOVE 1 TO WS-BODY-PTR.
           MOVE "N" TO WS-BODY-OVER WS-JOIN-NEXT WS-QP-FLAG
                       WS-CUT-FLAG WS-EOF-MSG.
           SET IN-HEADERS TO TRUE.
           OPEN INPUT MSG-FILE.
      *> Listed but already gone - taken by an earlier run.
           IF WS-MSG-STATUS = "35"
               MOVE "GONE" TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF.
           IF WS-MSG-STATUS NOT = "00"
               MOVE "NOT-MAIL" TO WS-REJECT-REASON
               STRING "the message file could not be read (status "
                      WS-MSG-STATUS ")"
                   DELIMITED BY SIZE INTO WS-REJECT-DETAIL
               END-STRING
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-MESSAGE-LINE THRU 2200-EXIT
               UNTIL NO-MORE-MSG.
           CLOSE MSG-FILE.
       2100-EXIT.
           EXIT.

       2200-MESSAGE-LINE.
           READ MSG-FILE
               AT END
                   SET NO-MORE-MSG TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           INSPECT MSG-LINE REPLACING ALL X"0D" BY SPACE
                                      ALL X"09" BY SPACE.
           IF IN-HEADERS
               PERFORM 2300-HEADER-LINE THRU 2300-EXIT
           ELSE
               IF IN-BODY
                   PERFORM 2400-BODY-LINE THRU 2400-EXIT
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

      *> Headers run to the first blank line. A folded From: or
      *> Subject: continues on lines that start with white space.
       2300-HEADER-LINE.
           IF MSG-LINE = SPACES
               IF WS-HDR-SEEN = 0
                   GO TO 2300-EXIT
               END-IF
               SET IN-BODY TO TRUE
               GO TO 2300-EXIT
           END-IF.
           IF MSG-LINE(1:1) = SPACE AND WS-HDR-SEEN > 0
               EVALUATE WS-LAST-HEADER
                   WHEN "FROM"
                       PERFORM 2310-FOLD-FROM THRU 2310-EXIT
                   WHEN "SUBJECT"
                       PERFORM 2320-FOLD-SUBJECT THRU 2320-EXIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               GO TO 2300-EXIT
           END-IF.
           MOVE 0 TO WS-COLON-POS.
           INSPECT MSG-LINE TALLYING WS-COLON-POS
               FOR CHARACTERS BEFORE INITIAL ":".
           IF WS-COLON-POS = 0 OR WS-COLON-POS > 40
                   OR MSG-LINE(1:WS-COLON-POS) = SPACES
      *> Not a header at all - a loose text file, not a message.
               MOVE "NOT-MAIL" TO WS-REJECT-REASON
               MOVE "no mail headers (From:, Date:, Subject:) at "
                   & "the top of the file" TO WS-REJECT-DETAIL
               SET NO-MORE-MSG TO TRUE
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-HDR-SEEN.
           MOVE FUNCTION UPPER-CASE(MSG-LINE(1:WS-COLON-POS))
               TO WS-HDR-NAME.
           MOVE SPACES TO WS-HDR-VALUE.
           IF WS-COLON-POS < 999
               MOVE FUNCTION TRIM(MSG-LINE(WS-COLON-POS + 2:))
                   TO WS-HDR-VALUE
           END-IF.
           MOVE SPACES TO WS-LAST-HEADER.
           EVALUATE WS-HDR-NAME
               WHEN "FROM"
                   MOVE WS-HDR-VALUE TO WS-HDR-FROM
                   MOVE "FROM" TO WS-LAST-HEADER
               WHEN "DATE"
                   MOVE WS-HDR-VALUE TO WS-HDR-DATE
               WHEN "SUBJECT"
                   MOVE WS-HDR-VALUE TO WS-HDR-SUBJECT
                   MOVE "SUBJECT" TO WS-LAST-HEADER
               WHEN "CONTENT-TYPE"
                   MOVE FUNCTION UPPER-CASE(WS-HDR-VALUE)
                       TO WS-HDR-CTYPE
               WHEN "CONTENT-TRANSFER-ENCODING"
                   MOVE FUNCTION UPPER-CASE(WS-HDR-VALUE)
                       TO WS-HDR-CTE
                   IF WS-HDR-CTE(1:16) = "QUOTED-PRINTABLE"
                       SET QUOTED-PRINTABLE TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2300-EXIT.
           EXIT.

       2310-FOLD-FROM.
           COMPUTE WS-APPEND-PTR =
               FUNCTION LENGTH(FUNCTION TRIM(WS-HDR-FROM TRAILING)) + 1.
           STRING " " FUNCTION TRIM(MSG-LINE)
               DELIMITED BY SIZE INTO WS-HDR-FROM
               WITH POINTER WS-APPEND-PTR
           END-STRING.
       2310-EXIT.
           EXIT.

       2320-FOLD-SUBJECT.
           COMPUTE WS-APPEND-PTR =
               FUNCTION LENGTH(FUNCTION TRIM(WS-HDR-SUBJECT TRAILING))
               + 1.
           STRING " " FUNCTION TRIM(MSG-LINE)
               DELIMITED BY SIZE INTO WS-HDR-SUBJECT
               WITH POINTER WS-APPEND-PTR
           END-STRING.
       2320-EXIT.
           EXIT.

      *> The body up to the first sign of quoted text, signature
      *> or closing; the greeting before it is dropped.
       2400-BODY-LINE.
           IF MSG-LINE = SPACES
               GO TO 2400-EXIT
           END-IF.
           MOVE FUNCTION TRIM(MSG-LINE) TO WS-LINE.
           MOVE FUNCTION UPPER-CASE(WS-LINE) TO WS-ULINE.
           COMPUTE WS-LINE-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-LINE TRAILING)).
           IF WS-LINE(1:1) = ">"
               GO TO 2400-EXIT
           END-IF.
           IF WS-LINE = "--"
                   OR WS-ULINE(1:5) = "-----"
                   OR WS-ULINE(1:10) = "__________"
                   OR WS-ULINE(1:12) = "SENT FROM MY"
                   OR WS-ULINE(1:5) = "FROM:"
               SET BODY-ENDED TO TRUE
               GO TO 2400-EXIT
           END-IF.
           IF WS-ULINE(1:3) = "ON " AND WS-LINE-LEN > 6
               IF WS-ULINE(WS-LINE-LEN - 5:6) = "WROTE:"
                   SET BODY-ENDED TO TRUE
                   GO TO 2400-EXIT
               END-IF
           END-IF.
           MOVE WS-ULINE(1:40) TO WS-CLOSING.
           INSPECT WS-CLOSING REPLACING ALL "," BY SPACE
                                        ALL "!" BY SPACE
                                        ALL "." BY SPACE.
           MOVE FUNCTION TRIM(WS-CLOSING) TO WS-CLOSING.
           IF WS-ULINE(41:) = SPACES
               EVALUATE WS-CLOSING
                   WHEN "THANKS"
                   WHEN "THANK YOU"
                   WHEN "MANY THANKS"
                   WHEN "REGARDS"
                   WHEN "KIND REGARDS"
                   WHEN "BEST REGARDS"
                   WHEN "WARM REGARDS"
                   WHEN "BEST WISHES"
                   WHEN "GOD BLESS"
                   WHEN "BLESSINGS"
                   WHEN "SINCERELY"
                   WHEN "YOURS SINCERELY"
                   WHEN "YOURS FAITHFULLY"
                   WHEN "IN CHRIST"
                       SET BODY-ENDED TO TRUE
                       GO TO 2400-EXIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-ULINE(1:8) = "PERSONA:"
               MOVE FUNCTION TRIM(WS-LINE(9:)) TO WS-TARGET
               GO TO 2400-EXIT
           END-IF.
           IF WS-ULINE(1:10) = "TRADITION:"
               MOVE FUNCTION TRIM(WS-LINE(11:)) TO WS-TARGET
               GO TO 2400-EXIT
           END-IF.
      *> "Dear Father," / "Hi all," / "Hello," before any text.
           IF WS-BODY-PTR = 1 AND WS-LINE-LEN < 40
                   AND WS-LINE(WS-LINE-LEN:1) = ","
               IF WS-ULINE(1:5) = "DEAR " OR WS-ULINE(1:3) = "HI "
                       OR WS-ULINE(1:3) = "HI,"
                       OR WS-ULINE(1:6) = "HELLO "
                       OR WS-ULINE(1:6) = "HELLO,"
                   GO TO 2400-EXIT
               END-IF
           END-IF.
      *> A quoted-printable soft line break joins the next line on.
           IF QUOTED-PRINTABLE AND WS-LINE(WS-LINE-LEN:1) = "="
               MOVE SPACE TO WS-LINE(WS-LINE-LEN:1)
           END-IF.
           IF WS-BODY-PTR > 1 AND NOT JOIN-NEXT-LINE
               STRING " " DELIMITED BY SIZE
                   INTO WS-BODY WITH POINTER WS-BODY-PTR
                   ON OVERFLOW
                       SET BODY-OVERFLOWED TO TRUE
               END-STRING
           END-IF.
           MOVE "N" TO WS-JOIN-NEXT.
           IF QUOTED-PRINTABLE AND WS-LINE(WS-LINE-LEN:1) = SPACE
               SET JOIN-NEXT-LINE TO TRUE
           END-IF.
           STRING FUNCTION TRIM(WS-LINE) DELIMITED BY SIZE
               INTO WS-BODY WITH POINTER WS-BODY-PTR
               ON OVERFLOW
                   SET BODY-OVERFLOWED TO TRUE
           END-STRING.
       2400-EXIT.
           EXIT.

      *> What the parse gave, checked field by field.
       2500-CHECK-MESSAGE.
           IF WS-HDR-CTE(1:6) = "BASE64"
               MOVE "ENCODED" TO WS-REJECT-REASON
               MOVE "the body is base64-encoded - save the message "
                   & "as plain text" TO WS-REJECT-DETAIL
               GO TO 2500-EXIT
           END-IF.
           IF WS-HDR-CTYPE NOT = SPACES
                   AND WS-HDR-CTYPE(1:10) NOT = "TEXT/PLAIN"
               MOVE "ENCODED" TO WS-REJECT-REASON
               STRING "content type "
                      FUNCTION TRIM(WS-HDR-CTYPE)
                      " - save the message as plain text"
                   DELIMITED BY SIZE INTO WS-REJECT-DETAIL
               END-STRING
               GO TO 2500-EXIT
           END-IF.
           MOVE WS-HDR-FROM TO WS-ADDR-IN.
           PERFORM 8100-EXTRACT-ADDRESS THRU 8100-EXIT.
           MOVE WS-ADDR-OUT TO WS-SENDER.
           IF WS-SENDER = SPACES
               MOVE "NO-SENDER" TO WS-REJECT-REASON
               MOVE "no address on the From: line"
                   TO WS-REJECT-DETAIL
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2600-PARSE-DATE THRU 2600-EXIT.
           IF WS-MSG-DATE = SPACES
               MOVE "BAD-DATE" TO WS-REJECT-REASON
               STRING "Date: """ FUNCTION TRIM(WS-HDR-DATE)
                      """ is not a date"
                   DELIMITED BY SIZE INTO WS-REJECT-DETAIL
               END-STRING
               GO TO 2500-EXIT
           END-IF.
           IF WS-BODY = SPACES
               MOVE WS-HDR-SUBJECT TO WS-BODY
           END-IF.
           IF WS-BODY = SPACES
               MOVE "NO-QUESTION" TO WS-REJECT-REASON
               MOVE "nothing left of the body once quoted text and "
                   & "signature are stripped, and no subject"
                   TO WS-REJECT-DETAIL
               GO TO 2500-EXIT
           END-IF.
      *> The question box is "|"-delimited.
           INSPECT WS-BODY REPLACING ALL "|" BY "/".
           INSPECT WS-TARGET REPLACING ALL "|" BY "/".
           MOVE WS-BODY TO WS-QUESTION.
           IF WS-BODY(241:) NOT = SPACES OR BODY-OVERFLOWED
               SET QUESTION-CUT TO TRUE
           END-IF.
       2500-EXIT.
           EXIT.

       2600-PARSE-DATE.
           MOVE SPACES TO WS-MSG-DATE WS-DT-TOKENS.
           MOVE FUNCTION TRIM(WS-HDR-DATE) TO WS-DT-TEXT.
           IF WS-DT-TEXT = SPACES
               GO TO 2600-EXIT
           END-IF.
      *> An ISO date as some mail tools save it.
           IF WS-DT-TEXT(5:1) = "-" AND WS-DT-TEXT(8:1) = "-"
               IF WS-DT-TEXT(1:4) IS NUMERIC
                       AND WS-DT-TEXT(6:2) IS NUMERIC
                       AND WS-DT-TEXT(9:2) IS NUMERIC
                   STRING WS-DT-TEXT(1:4) WS-DT-TEXT(6:2)
                          WS-DT-TEXT(9:2)
                       DELIMITED BY SIZE INTO WS-MSG-DATE
                   END-STRING
                   PERFORM 2650-CHECK-DATE THRU 2650-EXIT
               END-IF
               GO TO 2600-EXIT
           END-IF.
           INSPECT WS-DT-TEXT REPLACING ALL "," BY SPACE.
           UNSTRING WS-DT-TEXT DELIMITED BY ALL SPACE
               INTO WS-DT-TOK (1) WS-DT-TOK (2) WS-DT-TOK (3)
                    WS-DT-TOK (4) WS-DT-TOK (5) WS-DT-TOK (6)
           END-UNSTRING.
      *> The month name, with the day before it and the year after.
           MOVE 0 TO WS-DT-MONTH WS-DT-AT.
           PERFORM 2610-FIND-MONTH THRU 2610-EXIT
               VARYING WS-DT-K FROM 2 BY 1
               UNTIL WS-DT-K > 5 OR WS-DT-MONTH > 0.
           IF WS-DT-MONTH = 0
               GO TO 2600-EXIT
           END-IF.
           IF WS-DT-TOK (WS-DT-AT - 1)(3:) NOT = SPACES
                   OR WS-DT-TOK (WS-DT-AT + 1)(5:) NOT = SPACES
               GO TO 2600-EXIT
           END-IF.
           MOVE WS-DT-TOK (WS-DT-AT - 1)(1:2) TO WS-DT-DAY-X.
           IF WS-DT-DAY-X(2:1) = SPACE
               MOVE WS-DT-DAY-X(1:1) TO WS-DT-DAY-X(2:1)
               MOVE "0" TO WS-DT-DAY-X(1:1)
           END-IF.
           MOVE WS-DT-TOK (WS-DT-AT + 1)(1:4) TO WS-DT-YEAR-X.
           IF WS-DT-DAY-X IS NOT NUMERIC
                   OR WS-DT-YEAR-X IS NOT NUMERIC
               GO TO 2600-EXIT
           END-IF.
           MOVE WS-DT-MONTH TO WS-DT-MM.
           STRING WS-DT-YEAR-X WS-DT-MM WS-DT-DAY-X
               DELIMITED BY SIZE INTO WS-MSG-DATE
           END-STRING.
           PERFORM 2650-CHECK-DATE THRU 2650-EXIT.
       2600-EXIT.
           EXIT.

       2610-FIND-MONTH.
           PERFORM 2620-TRY-MONTH THRU 2620-EXIT
               VARYING WS-DT-M FROM 1 BY 1
               UNTIL WS-DT-M > 12 OR WS-DT-MONTH > 0.
       2610-EXIT.
           EXIT.

       2620-TRY-MONTH.
           IF FUNCTION UPPER-CASE(WS-DT-TOK (WS-DT-K)(1:3))
                   = WS-DT-MONTH-NAME (WS-DT-M)
               MOVE WS-DT-M TO WS-DT-MONTH
               MOVE WS-DT-K TO WS-DT-AT
           END-IF.
       2620-EXIT.
           EXIT.

      *> A day and month that exist, in a plausible century.
       2650-CHECK-DATE.
           IF WS-MSG-DATE(5:2) < "01" OR WS-MSG-DATE(5:2) > "12"
                   OR WS-MSG-DATE(7:2) < "01"
                   OR WS-MSG-DATE(7:2) > "31"
                   OR WS-MSG-DATE(1:2) NOT = "20"
               MOVE SPACES TO WS-MSG-DATE
           END-IF.
       2650-EXIT.
           EXIT.

      *> The sender's address against every member's contact; the
      *> members it names are resolved through DLGMEMB, so two
      *> images of one merged member count once.
       2700-MATCH-SENDER.
           MOVE 0 TO WS-MATCH-HITS.
           MOVE SPACES TO WS-MATCH-CANON WS-MATCH-NAME WS-MATCH-RC.
           PERFORM 2710-TRY-MEMBER THRU 2710-EXIT
               VARYING WS-MATCH-POS FROM 1 BY 1
               UNTIL WS-MATCH-POS > WS-MC-COUNT.
           EVALUATE TRUE
               WHEN WS-MATCH-HITS = 0
                   MOVE "UNMATCHED" TO WS-REJECT-REASON
                   STRING FUNCTION TRIM(WS-SENDER)
                          " is no member's contact - see "
                          "MEMBER-MAINT CHANGE"
                       DELIMITED BY SIZE INTO WS-REJECT-DETAIL
                   END-STRING
               WHEN WS-MATCH-HITS > 1
                   MOVE "AMBIGUOUS" TO WS-REJECT-REASON
                   MOVE WS-MATCH-HITS TO WS-MATCH-EDIT
                   MOVE SPACES TO WS-MATCH-CANON
                   STRING FUNCTION TRIM(WS-SENDER)
                          " is the contact of "
                          FUNCTION TRIM(WS-MATCH-EDIT)
                          " members - see MEMBER-MERGE"
                       DELIMITED BY SIZE INTO WS-REJECT-DETAIL
                   END-STRING
               WHEN WS-MATCH-RC NOT = "00"
                   MOVE "LAPSED" TO WS-REJECT-REASON
                   STRING FUNCTION TRIM(WS-MATCH-CANON) " ("
                          FUNCTION TRIM(WS-MATCH-NAME)
                          ") is not ACTIVE - see MEMBER-MAINT"
                       DELIMITED BY SIZE INTO WS-REJECT-DETAIL
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2700-EXIT.
           EXIT.

       2710-TRY-MEMBER.
           IF WS-MC-ADDRESS (WS-MATCH-POS) NOT = WS-SENDER
               GO TO 2710-EXIT
           END-IF.
           MOVE SPACES TO WS-MBR-REF.
           STRING "member " FUNCTION TRIM(WS-MC-NUMBER (WS-MATCH-POS))
               DELIMITED BY SIZE INTO WS-MBR-REF
           END-STRING.
           CALL "DLGMEMB" USING WS-MBR-REF WS-MBR-NUMBER WS-MBR-CANON
                                WS-MBR-NAME WS-MBR-RC.
           IF WS-MBR-CANON = SPACES OR WS-MBR-CANON = WS-MATCH-CANON
               GO TO 2710-EXIT
           END-IF.
           ADD 1 TO WS-MATCH-HITS.
           MOVE WS-MBR-CANON TO WS-MATCH-CANON.
           MOVE WS-MBR-NAME TO WS-MATCH-NAME.
           MOVE WS-MBR-RC TO WS-MATCH-RC.
       2710-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> A good message: filed out of the drop first, so a message
      *> that cannot be moved is never numbered twice; then the Q
      *> record, the log line and the acknowledgement.
      *>----------------------------------------------------------*>
       3000-FILE-QUESTION.
           MOVE SPACES TO WS-DEST-PATH.
           STRING FUNCTION TRIM(WS-CFN-06) "/" WS-TODAY "-"
                  FUNCTION TRIM(WS-BASE-NAME)
               DELIMITED BY SIZE INTO WS-DEST-PATH
           END-STRING.
           CALL "CBL_COPY_FILE" USING WS-MSG-FILE WS-DEST-PATH.
           IF RETURN-CODE NOT = 0
               DISPLAY "MAIL-INTAKE: could not file "
                       FUNCTION TRIM(WS-MSG-FILE) " to "
                       FUNCTION TRIM(WS-DEST-PATH)
                       " - left in the drop"
               MOVE 0 TO RETURN-CODE
               ADD 1 TO WS-FAIL-COUNT
               GO TO 3000-EXIT
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-MSG-FILE.
           MOVE 0 TO RETURN-CODE.
           ADD 1 TO WS-NEXT-NUM.
           ADD 1 TO WS-TAKEN-COUNT.
           MOVE SPACES TO QBOX-LINE.
           STRING "Q|"                            DELIMITED BY SIZE
                  WS-NEXT-NUM                     DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QUESTION)      DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TARGET)        DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MATCH-CANON)   DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-MSG-DATE                     DELIMITED BY SIZE
                  INTO QBOX-LINE
           END-STRING.
           MOVE "MINE" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
           IF WS-PRS-PARISH NOT = SPACES
               MOVE SPACES TO WS-PRS-TEXT
               STRING FUNCTION TRIM(QBOX-LINE TRAILING)
                                         DELIMITED BY SIZE
                      "|"                DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PRS-PARISH)
                                         DELIMITED BY SIZE
                      INTO WS-PRS-TEXT
               END-STRING
               MOVE WS-PRS-TEXT TO QBOX-LINE
           END-IF.
           WRITE QBOX-LINE.
           INSPECT WS-HDR-SUBJECT REPLACING ALL "|" BY "/".
           MOVE SPACES TO LOG-LINE.
           STRING "I|"                            DELIMITED BY SIZE
                  WS-STAMP                        DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MSG-FILE)      DELIMITED BY SIZE
                  "|ACCEPTED|"                    DELIMITED BY SIZE
                  WS-NEXT-NUM                     DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MATCH-CANON)   DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SENDER)        DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HDR-SUBJECT)   DELIMITED BY SIZE
                  INTO LOG-LINE
           END-STRING.
           WRITE LOG-LINE.
      *> The acknowledgement: the MEMBER route of the notification
      *> outbox reaches the "member NNNN" named in the detail.
           MOVE "QUESTION-RECEIVED" TO WS-NTF-EVENT.
           MOVE SPACES TO WS-NTF-KEY WS-NTF-DETAIL.
           STRING "question " WS-NEXT-NUM
               DELIMITED BY SIZE INTO WS-NTF-KEY
           END-STRING.
           STRING "question " WS-NEXT-NUM " received by email from "
                  FUNCTION TRIM(WS-MATCH-CANON)
               DELIMITED BY SIZE INTO WS-NTF-DETAIL
           END-STRING.
           CALL "DLGNTFY" USING WS-NTF-EVENT WS-NTF-KEY
                                WS-NTF-DETAIL.
           DISPLAY "MAIL-INTAKE: " FUNCTION TRIM(WS-BASE-NAME)
                   " - question " WS-NEXT-NUM " from "
                   FUNCTION TRIM(WS-MATCH-CANON).
           IF QUESTION-CUT
               ADD 1 TO WS-CUT-COUNT
               DISPLAY "MAIL-INTAKE:   question " WS-NEXT-NUM
                       " cut at 240 characters - the full text "
                       "is in " FUNCTION TRIM(WS-DEST-PATH)
           END-IF.
       3000-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> A rejected message moves to the rejects folder beside a
      *> .reason file, and is logged.
      *>----------------------------------------------------------*>
       4000-REJECT-MESSAGE.
           MOVE SPACES TO WS-DEST-PATH.
           STRING FUNCTION TRIM(WS-CFN-05) "/" WS-TODAY "-"
                  FUNCTION TRIM(WS-BASE-NAME)
               DELIMITED BY SIZE INTO WS-DEST-PATH
           END-STRING.
           CALL "CBL_COPY_FILE" USING WS-MSG-FILE WS-DEST-PATH.
           IF RETURN-CODE NOT = 0
               DISPLAY "MAIL-INTAKE: could not move "
                       FUNCTION TRIM(WS-MSG-FILE) " to "
                       FUNCTION TRIM(WS-DEST-PATH)
                       " - left in the drop ("
                       FUNCTION TRIM(WS-REJECT-REASON) ")"
               MOVE 0 TO RETURN-CODE
               ADD 1 TO WS-FAIL-COUNT
               GO TO 4000-EXIT
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-MSG-FILE.
           MOVE 0 TO RETURN-CODE.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO WS-REASON-FILE.
           STRING FUNCTION TRIM(WS-DEST-PATH) ".reason"
               DELIMITED BY SIZE INTO WS-REASON-FILE
           END-STRING.
           OPEN OUTPUT REASON-FILE.
           IF WS-REASON-STATUS = "00"
               MOVE SPACES TO REASON-LINE
               STRING "R|"                         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REJECT-REASON)
                                                   DELIMITED BY SIZE
                      "|"                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SENDER)     DELIMITED BY SIZE
                      "|"                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REJECT-DETAIL)
                                                   DELIMITED BY SIZE
                      "|"                          DELIMITED BY SIZE
                      WS-STAMP                     DELIMITED BY SIZE
                   INTO REASON-LINE
               END-STRING
               WRITE REASON-LINE
               CLOSE REASON-FILE
           END-IF.
           MOVE SPACES TO LOG-LINE.
           STRING "I|"                            DELIMITED BY SIZE
                  WS-STAMP                        DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MSG-FILE)      DELIMITED BY SIZE
                  "|REJECTED|"                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MATCH-CANON)   DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SENDER)        DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REJECT-DETAIL) DELIMITED BY SIZE
                  INTO LOG-LINE
           END-STRING.
           WRITE LOG-LINE.
           DISPLAY "MAIL-INTAKE: " FUNCTION TRIM(WS-BASE-NAME)
                   " rejected " FUNCTION TRIM(WS-REJECT-REASON)
                   " - " FUNCTION TRIM(WS-REJECT-DETAIL).
       4000-EXIT.
           EXIT.

      *> The address in "Name <addr>", or the first word with an
      *> "@" in it, lower-cased; blank when there is none.
       8100-EXTRACT-ADDRESS.
           MOVE SPACES TO WS-ADDR-OUT WS-ADDR-REST.
           MOVE 0 TO WS-ADDR-LEAD.
           INSPECT WS-ADDR-IN TALLYING WS-ADDR-LEAD
               FOR CHARACTERS BEFORE INITIAL "<".
           IF WS-ADDR-LEAD < 199
               UNSTRING WS-ADDR-IN(WS-ADDR-LEAD + 2:)
                   DELIMITED BY ">"
                   INTO WS-ADDR-REST
               END-UNSTRING
           ELSE
               MOVE FUNCTION TRIM(WS-ADDR-IN) TO WS-ADDR-REST
           END-IF.
           UNSTRING FUNCTION TRIM(WS-ADDR-REST) DELIMITED BY ALL SPACE
               INTO WS-ADDR-OUT
           END-UNSTRING.
           MOVE 0 TO WS-AT-COUNT.
           INSPECT WS-ADDR-OUT TALLYING WS-AT-COUNT FOR ALL "@".
           IF WS-AT-COUNT NOT = 1
               MOVE SPACES TO WS-ADDR-OUT
           ELSE
               MOVE FUNCTION LOWER-CASE(WS-ADDR-OUT) TO WS-ADDR-OUT
           END-IF.
       8100-EXIT.
           EXIT.

      *> The message file's own name, without the drop directory.
       8200-BASE-NAME.
           COMPUTE WS-PATH-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-MSG-FILE TRAILING)).
           MOVE 0 TO WS-BASE-LEN.
           INSPECT FUNCTION REVERSE(WS-MSG-FILE(1:WS-PATH-LEN))
               TALLYING WS-BASE-LEN FOR CHARACTERS BEFORE INITIAL "/".
           MOVE SPACES TO WS-BASE-NAME.
           MOVE WS-MSG-FILE(WS-PATH-LEN - WS-BASE-LEN + 1:WS-BASE-LEN)
               TO WS-BASE-NAME.
       8200-EXIT.
           EXIT.

       9000-FINISH.
           CLOSE LIST-FILE QBOX-FILE LOG-FILE.
           MOVE "DEQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           DISPLAY "MAIL-INTAKE: " WS-SEEN-COUNT " message(s), "
                   WS-TAKEN-COUNT " taken, " WS-REJECT-COUNT
                   " rejected, " WS-FAIL-COUNT " left in the drop".
           IF WS-REJECT-COUNT > 0 OR WS-CUT-COUNT > 0
               MOVE 4 TO WS-FINAL-RC
           END-IF.
           IF WS-FAIL-COUNT > 0
               MOVE 12 TO WS-FINAL-RC
           END-IF.
           MOVE WS-FINAL-RC TO RETURN-CODE.
       9000-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "mail_drop.lst" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "member_master.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "question_box.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE "mail_intake_log.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
           MOVE "mail_rejects" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-05.
           MOVE "mail_filed" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-06.
       0900-EXIT.
           EXIT.
