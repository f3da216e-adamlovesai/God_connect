      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> COMPLAINT-REGISTER
      *>
      *> The formal complaint register. A complaint about a
      *> dialogue ("this debate mocks my faith") arrives by letter
      *> or telephone; it is not a circulation feedback score and
      *> not a hostility flag off MODERATION-QUEUE, and until now
      *> it lived in the chancellor's inbox. Each complaint gets a
      *> case number on batch/complaints.dat, tied to the dialogue
      *> (a repository path or its permanent dialogue number,
      *> resolved through DLGNUM) and the complainant's member
      *> reference, and walks one lifecycle:
      *>
      *>     RECEIVED -> ACKNOWLEDGED -> INVESTIGATED
      *>              -> UPHELD or NOT UPHELD -> CLOSED
      *>
      *>     C|case|path|member|channel|summary|operator|stamp
      *>     S|case|state|note|operator|stamp
      *>     F|case|remedy|reference|operator|stamp
      *>     L|case|ACK or OUTCOME|letter-file|stamp
      *>
      *> Commands:
      *>     complaint_register RECEIVE "path or number|member
      *>         reference|LETTER or PHONE|what the complaint says"
      *>     complaint_register ACK "case|note"
      *>         acknowledge; writes the acknowledgment letter
      *>     complaint_register INVESTIGATE "case|note"
      *>     complaint_register UPHOLD "case|DELETE or REGEN|
      *>         finding"
      *>         uphold; writes the outcome letter and raises the
      *>         remedy - DELETE files a DELETE-MARK intent on
      *>         batch/job_intents.dat (a second operator must
      *>         still approve it through INTENT-CAPTURE), REGEN
      *>         opens a regeneration work order on
      *>         batch/regen_orders.dat for the generation slate
      *>     complaint_register NOTUPHELD "case|finding"
      *>         writes the outcome letter
      *>     complaint_register CLOSE "case|note"
      *>     complaint_register LIST
      *>         show the open cases with their age, those about
      *>         dialogues in the run's parish view (DLGPRSH CODE)
      *>
      *> Letters are produced the ANSWER-LETTERS way: the
      *> salutation block from batch/complaint_letter_template.txt
      *> (a built-in greeting stands in if it is missing), the
      *> body wrapped at the letter width (DLGWID01, 066), the
      *> member reference in the address block, into
      *> batch/letters_complaint_<case>_ack.ltr and
      *> batch/letters_complaint_<case>_outcome.ltr. SLA-SWEEP ages
      *> every case not yet CLOSED as its COMPLAINTS queue.
      *>
      *> Every command but LIST needs update authority (DLGAUTH
      *> class U) and runs under the shared enqueue (DLGENQ) so
      *> parallel consoles cannot take the same case number. The
      *> register is append-only; the history is its own audit.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>     2026-10-15  DO   RECEIVE checks the member against the
      *>                      member master (DLGMEMB) and records
      *>                      the case under "member NNNN"; an
      *>                      unknown or lapsed member is refused
      *>                      with RETURN-CODE 8.
      *>     2026-10-15  DO   LIST shows only the cases about
      *>                      dialogues in the run's parish view
      *>                      (DLGPRSH CODE).
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-REGISTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMP-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMP-STATUS.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT TPL-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPL-STATUS.
           SELECT INTENT-FILE ASSIGN DYNAMIC WS-CFN-04
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTENT-STATUS.
           SELECT REGEN-FILE ASSIGN DYNAMIC WS-CFN-05
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGEN-STATUS.
           SELECT LETTER-FILE ASSIGN DYNAMIC WS-LETTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CMP-FILE.
       01  CMP-LINE                 PIC X(600).

       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).

       FD  TPL-FILE.
       01  TPL-LINE                 PIC X(100).

       FD  INTENT-FILE.
       01  INTENT-LINE              PIC X(500).

       FD  REGEN-FILE.
       01  REGEN-LINE               PIC X(500).

       FD  LETTER-FILE.
       01  LETTER-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CFN-04                PIC X(200).
       01  WS-CFN-05                PIC X(200).
       01  WS-LETTER-NAME           PIC X(200).
       01  WS-CMP-STATUS            PIC X(02) VALUE SPACES.
       01  WS-DATA-STATUS           PIC X(02) VALUE SPACES.
       01  WS-TPL-STATUS            PIC X(02) VALUE SPACES.
       01  WS-INTENT-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REGEN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-EOF-CMP               PIC X(01) VALUE "N".
           88  NO-MORE-CMP                   VALUE "Y".
       01  WS-EOF-DATA              PIC X(01) VALUE "N".
           88  NO-MORE-DATA                  VALUE "Y".
       01  WS-EOF-TPL               PIC X(01) VALUE "N".
           88  NO-MORE-TPL                   VALUE "Y".
       01  WS-EOF-INTENT            PIC X(01) VALUE "N".
           88  NO-MORE-INTENTS               VALUE "Y".
       01  WS-AUTH-PGM              PIC X(30)
                                    VALUE "COMPLAINT-REGISTER".
       01  WS-AUTH-CLASS            PIC X(01) VALUE "U".
       01  WS-AUTH-RC               PIC X(02).

      *> Letter width, via the DLGWID01 convention.
           COPY DLGWID01 REPLACING WIDTH-TAG BY ==066==.

       01  WS-CMD-LINE              PIC X(400) VALUE SPACES.
       01  WS-COMMAND               PIC X(12) VALUE SPACES.
       01  WS-REST                  PIC X(380) VALUE SPACES.
       01  WS-ARG-PATH              PIC X(200) VALUE SPACES.
       01  WS-ARG-MEMBER            PIC X(40) VALUE SPACES.
       01  WS-ARG-CHANNEL           PIC X(10) VALUE SPACES.
       01  WS-ARG-TEXT              PIC X(240) VALUE SPACES.
       01  WS-ARG-NUM               PIC X(04) VALUE SPACES.
       01  WS-ARG-REMEDY            PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-TODAY                 PIC 9(08) VALUE 0.
       01  WS-NEXT-NUM              PIC 9(04) VALUE 0.
       01  WS-NEXT-INTENT           PIC 9(04) VALUE 0.
       01  WS-AGE-DAYS              PIC 9(05) VALUE 0.
       01  WS-AGE-INT               PIC 9(08) VALUE 0.

      *> Cases folded while reading: the latest state record per
      *> case wins.
       01  WS-CASE-MAX              PIC 9(03) VALUE 500.
       01  WS-CASE-COUNT            PIC 9(03) VALUE 0.
       01  WS-CASE-TABLE.
           05  WS-CASE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-CASE-IDX.
               10  WS-CASE-NUM      PIC X(04).
               10  WS-CASE-PATH     PIC X(200).
               10  WS-CASE-MEMBER   PIC X(40).
               10  WS-CASE-CHANNEL  PIC X(10).
               10  WS-CASE-SUMMARY  PIC X(240).
               10  WS-CASE-RECEIVED PIC X(08).
               10  WS-CASE-STATE    PIC X(12).
       01  WS-CASE-POS              PIC 9(03) VALUE 0.
       01  WS-CASE-FOUND            PIC 9(03) VALUE 0.
       01  WS-NEW-STATE             PIC X(12) VALUE SPACES.
       01  WS-NEED-STATE            PIC X(12) VALUE SPACES.
       01  WS-NEED-STATE-2          PIC X(12) VALUE SPACES.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
       01  WS-IN-F4                 PIC X(240).
       01  WS-IN-F5                 PIC X(240).
       01  WS-IN-F6                 PIC X(240).
       01  WS-IN-F7                 PIC X(60).
       01  WS-IN-F8                 PIC X(60).
       01  WS-LISTED                PIC 9(03) VALUE 0.

      *> The dialogue the case concerns, off the extract.
       01  WS-DLG-FOUND             PIC X(01) VALUE "N".
           88  DIALOGUE-ON-FILE              VALUE "Y".
       01  WS-DLG-TOPIC             PIC X(240).
       01  WS-DLG-CAST              PIC X(200).
       01  WS-DLG-NAME              PIC X(40).
       01  WS-DLG-HITS              PIC 9(03) VALUE 0.
       01  WS-IN-CASE-REC           PIC X(01) VALUE "N".
           88  IN-CASE-REC                   VALUE "Y".

       01  WS-LETTER-KIND           PIC X(07).
       01  WS-LINES-COPIED          PIC 9(03) VALUE 0.
       01  WS-REMEDY-REF            PIC X(40) VALUE SPACES.
       01  WS-AUDIT-TEXT            PIC X(200).

       01  WS-ENQ-ACTION            PIC X(03).
       01  WS-ENQ-RESOURCE          PIC X(20).
       01  WS-ENQ-RC                PIC X(02).
       01  WS-SAVE-RC               PIC S9(04) VALUE 0.

       COPY DLGMBR01.

      *> The shared word-wrap, writing letter lines.
       01  WS-WRAP-CONTENT          PIC X(240).
       01  WS-WRAP-LINE             PIC X(100).
       01  WS-WRAP-LINE-LEN         PIC 9(03) VALUE 0.
       01  WS-WRAP-PTR              PIC 9(03) VALUE 1.
       01  WS-WRAP-WORD             PIC X(240).
       01  WS-WRAP-WORD-LEN         PIC 9(03) VALUE 0.
       01  WS-WRAP-CAND-LEN         PIC 9(03) VALUE 0.
       01  WS-WRAP-DONE             PIC X(01) VALUE "N".
           88  NO-MORE-WRAP-WORDS            VALUE "Y".

      *> Whose a side-file record is (DLGPRSH CODE).
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30)
           VALUE "COMPLAINT-REGISTER".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY " "
               INTO WS-COMMAND WS-REST
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND.
      *> The rest of the line is the quoted payload, spaces and
      *> all.
           IF WS-COMMAND NOT = SPACES
               MOVE SPACES TO WS-REST
               MOVE WS-CMD-LINE(FUNCTION LENGTH(FUNCTION TRIM(
                   WS-COMMAND)) + 2:) TO WS-REST
           END-IF.
           IF WS-COMMAND = "RECEIVE" OR "ACK" OR "INVESTIGATE"
                   OR "UPHOLD" OR "NOTUPHELD" OR "CLOSE"
               CALL "DLGAUTH" USING WS-AUTH-PGM WS-AUTH-CLASS
                                   WS-AUTH-RC
               IF WS-AUTH-RC = "12"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "ENQ" TO WS-ENQ-ACTION
               MOVE "complaints" TO WS-ENQ-RESOURCE
               CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                                   WS-ENQ-RC
               IF WS-ENQ-RC = "12"
                   DISPLAY "COMPLAINT-REGISTER: could not take the "
                           "enqueue - try again or see ENQ-CONSOLE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 1000-LOAD-CASES THRU 1000-EXIT
               UNTIL NO-MORE-CMP.
           EVALUATE WS-COMMAND
               WHEN "RECEIVE"
                   PERFORM 2000-RECEIVE-CASE THRU 2000-EXIT
               WHEN "ACK"
                   MOVE "ACKNOWLEDGED" TO WS-NEW-STATE
                   MOVE "RECEIVED" TO WS-NEED-STATE
                   MOVE SPACES TO WS-NEED-STATE-2
                   PERFORM 3000-ADVANCE-CASE THRU 3000-EXIT
               WHEN "INVESTIGATE"
                   MOVE "INVESTIGATED" TO WS-NEW-STATE
                   MOVE "ACKNOWLEDGED" TO WS-NEED-STATE
                   MOVE SPACES TO WS-NEED-STATE-2
                   PERFORM 3000-ADVANCE-CASE THRU 3000-EXIT
               WHEN "UPHOLD"
                   MOVE "UPHELD" TO WS-NEW-STATE
                   MOVE "INVESTIGATED" TO WS-NEED-STATE
                   MOVE SPACES TO WS-NEED-STATE-2
                   PERFORM 3000-ADVANCE-CASE THRU 3000-EXIT
               WHEN "NOTUPHELD"
                   MOVE "NOT UPHELD" TO WS-NEW-STATE
                   MOVE "INVESTIGATED" TO WS-NEED-STATE
                   MOVE SPACES TO WS-NEED-STATE-2
                   PERFORM 3000-ADVANCE-CASE THRU 3000-EXIT
               WHEN "CLOSE"
                   MOVE "CLOSED" TO WS-NEW-STATE
                   MOVE "UPHELD" TO WS-NEED-STATE
                   MOVE "NOT UPHELD" TO WS-NEED-STATE-2
                   PERFORM 3000-ADVANCE-CASE THRU 3000-EXIT
               WHEN "LIST"
                   PERFORM 4000-LIST-CASES THRU 4000-EXIT
               WHEN OTHER
                   DISPLAY "COMPLAINT-REGISTER: usage:"
                   DISPLAY "  complaint_register RECEIVE "
                           """path|member|LETTER or PHONE|summary"""
                   DISPLAY "  complaint_register ACK ""case|note"""
                   DISPLAY "  complaint_register INVESTIGATE "
                           """case|note"""
                   DISPLAY "  complaint_register UPHOLD "
                           """case|DELETE or REGEN|finding"""
                   DISPLAY "  complaint_register NOTUPHELD "
                           """case|finding"""
                   DISPLAY "  complaint_register CLOSE ""case|note"""
                   DISPLAY "  complaint_register LIST"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
      *> The dequeue CALL resets RETURN-CODE; keep the verdict.
           IF WS-COMMAND = "RECEIVE" OR "ACK" OR "INVESTIGATE"
                   OR "UPHOLD" OR "NOTUPHELD" OR "CLOSE"
               MOVE RETURN-CODE TO WS-SAVE-RC
               MOVE "DEQ" TO WS-ENQ-ACTION
               MOVE "complaints" TO WS-ENQ-RESOURCE
               CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                                   WS-ENQ-RC
               MOVE WS-SAVE-RC TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-LOAD-CASES.
           IF WS-CMP-STATUS = SPACES
               OPEN INPUT CMP-FILE
               IF WS-CMP-STATUS NOT = "00"
                   SET NO-MORE-CMP TO TRUE
                   MOVE SPACES TO WS-CMP-STATUS
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           READ CMP-FILE
               AT END
                   SET NO-MORE-CMP TO TRUE
                   CLOSE CMP-FILE
                   MOVE SPACES TO WS-CMP-STATUS
               NOT AT END
                   MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4
                                  WS-IN-F5 WS-IN-F6 WS-IN-F7
                                  WS-IN-F8
                   EVALUATE TRUE
                       WHEN CMP-LINE(1:2) = "C|"
                           UNSTRING CMP-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                    WS-IN-F4 WS-IN-F5 WS-IN-F6
                                    WS-IN-F7 WS-IN-F8
                           END-UNSTRING
                           PERFORM 1200-ADD-CASE THRU 1200-EXIT
                       WHEN CMP-LINE(1:2) = "S|"
                           UNSTRING CMP-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                           END-UNSTRING
                           PERFORM 1100-FIND-CASE THRU 1100-EXIT
                           IF WS-CASE-FOUND > 0
                               MOVE WS-IN-F3(1:12)
                                   TO WS-CASE-STATE (WS-CASE-FOUND)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       1000-EXIT.
           EXIT.

       1100-FIND-CASE.
           MOVE 0 TO WS-CASE-FOUND.
           SET WS-CASE-IDX TO 1.
           IF WS-CASE-COUNT > 0
               SEARCH WS-CASE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CASE-IDX > WS-CASE-COUNT
                       CONTINUE
                   WHEN WS-CASE-NUM (WS-CASE-IDX) = WS-IN-F2(1:4)
                       SET WS-CASE-FOUND TO WS-CASE-IDX
               END-SEARCH
           END-IF.
       1100-EXIT.
           EXIT.

       1200-ADD-CASE.
           IF WS-IN-F2(1:4) IS NUMERIC
               AND FUNCTION NUMVAL(WS-IN-F2(1:4)) > WS-NEXT-NUM
               MOVE FUNCTION NUMVAL(WS-IN-F2(1:4)) TO WS-NEXT-NUM
           END-IF.
           IF WS-CASE-COUNT NOT < WS-CASE-MAX
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-CASE-COUNT.
           MOVE WS-IN-F2(1:4) TO WS-CASE-NUM (WS-CASE-COUNT).
           MOVE WS-IN-F3(1:200) TO WS-CASE-PATH (WS-CASE-COUNT).
           MOVE WS-IN-F4(1:40) TO WS-CASE-MEMBER (WS-CASE-COUNT).
           MOVE WS-IN-F5(1:10) TO WS-CASE-CHANNEL (WS-CASE-COUNT).
           MOVE WS-IN-F6 TO WS-CASE-SUMMARY (WS-CASE-COUNT).
           MOVE WS-IN-F8(1:8) TO WS-CASE-RECEIVED (WS-CASE-COUNT).
           MOVE "RECEIVED" TO WS-CASE-STATE (WS-CASE-COUNT).
       1200-EXIT.
           EXIT.

      *> RECEIVE: the dialogue must be on the extract - a
      *> complaint about a record we cannot find is a typing
      *> error, not a case.
       2000-RECEIVE-CASE.
           UNSTRING WS-REST DELIMITED BY "|"
               INTO WS-ARG-PATH WS-ARG-MEMBER WS-ARG-CHANNEL
                    WS-ARG-TEXT
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-ARG-PATH) TO WS-ARG-PATH.
           MOVE FUNCTION TRIM(WS-ARG-MEMBER) TO WS-ARG-MEMBER.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG-CHANNEL))
               TO WS-ARG-CHANNEL.
           MOVE FUNCTION TRIM(WS-ARG-TEXT) TO WS-ARG-TEXT.
           IF WS-ARG-PATH = SPACES OR WS-ARG-MEMBER = SPACES
                   OR WS-ARG-TEXT = SPACES
               DISPLAY "COMPLAINT-REGISTER: RECEIVE needs "
                       """path|member|channel|summary"""
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           IF WS-ARG-CHANNEL NOT = "LETTER" AND NOT = "PHONE"
               DISPLAY "COMPLAINT-REGISTER: channel must be "
                       "LETTER or PHONE"
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
      *> The member must be an ACTIVE member on the master; the
      *> case carries the reference as the master gives it.
           MOVE WS-ARG-MEMBER TO WS-MBR-REF.
           CALL "DLGMEMB" USING WS-MBR-REF WS-MBR-NUMBER WS-MBR-CANON
                                WS-MBR-NAME WS-MBR-RC.
           EVALUATE WS-MBR-RC
               WHEN "00"
                   MOVE WS-MBR-CANON TO WS-ARG-MEMBER
               WHEN "04"
                   DISPLAY "COMPLAINT-REGISTER: member "
                           FUNCTION TRIM(WS-MBR-NUMBER) " ("
                           FUNCTION TRIM(WS-MBR-NAME)
                           ") is not ACTIVE - see MEMBER-MAINT"
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-EXIT
               WHEN "16"
                   DISPLAY "COMPLAINT-REGISTER: no member master on "
                           "file - see MEMBER-MAINT SEED"
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-EXIT
               WHEN OTHER
                   DISPLAY "COMPLAINT-REGISTER: "
                           FUNCTION TRIM(WS-ARG-MEMBER)
                           " is not on the member master - see "
                           "MEMBER-MAINT ADD"
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-EXIT
           END-EVALUATE.
      *> A dialogue number resolves to its path through the
      *> registry (DLGNUM); a real path passes through.
           CALL "DLGNUM" USING WS-ARG-PATH.
           PERFORM 7000-LOOKUP-DIALOGUE THRU 7000-EXIT.
           IF NOT DIALOGUE-ON-FILE
               DISPLAY "COMPLAINT-REGISTER: no dialogue at "
                       FUNCTION TRIM(WS-ARG-PATH)
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-NEXT-NUM.
           OPEN EXTEND CMP-FILE.
           IF WS-CMP-STATUS = "35"
               OPEN OUTPUT CMP-FILE
           END-IF.
           MOVE SPACES TO CMP-LINE.
           STRING "C|"                            DELIMITED BY SIZE
                  WS-NEXT-NUM                     DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-PATH)      DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-MEMBER)    DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-CHANNEL)   DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-TEXT)      DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID)   DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP                DELIMITED BY SIZE
                  INTO CMP-LINE
           END-STRING.
           WRITE CMP-LINE.
           CLOSE CMP-FILE.
           MOVE SPACES TO WS-CMP-STATUS.
           DISPLAY "COMPLAINT-REGISTER: case " WS-NEXT-NUM
                   " received (" FUNCTION TRIM(WS-ARG-CHANNEL)
                   ") from " FUNCTION TRIM(WS-ARG-MEMBER).
           DISPLAY "    " FUNCTION TRIM(WS-ARG-PATH).
       2000-EXIT.
           EXIT.

      *> Every state change after RECEIVE: the case must stand at
      *> the state before it in the lifecycle (WS-NEED-STATE, or
      *> WS-NEED-STATE-2 where two lead to the same next step).
       3000-ADVANCE-CASE.
           MOVE SPACES TO WS-ARG-NUM WS-ARG-REMEDY WS-ARG-TEXT.
           IF WS-COMMAND = "UPHOLD"
               UNSTRING WS-REST DELIMITED BY "|"
                   INTO WS-ARG-NUM WS-ARG-REMEDY WS-ARG-TEXT
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-ARG-REMEDY)) TO WS-ARG-REMEDY
           ELSE
               UNSTRING WS-REST DELIMITED BY "|"
                   INTO WS-ARG-NUM WS-ARG-TEXT
               END-UNSTRING
           END-IF.
           MOVE FUNCTION TRIM(WS-ARG-NUM) TO WS-ARG-NUM.
           MOVE FUNCTION TRIM(WS-ARG-TEXT) TO WS-ARG-TEXT.
           IF WS-ARG-NUM IS NUMERIC
               MOVE WS-ARG-NUM TO WS-IN-F2(1:4)
               PERFORM 1100-FIND-CASE THRU 1100-EXIT
           ELSE
               MOVE 0 TO WS-CASE-FOUND
           END-IF.
           IF WS-CASE-FOUND = 0
               DISPLAY "COMPLAINT-REGISTER: no case numbered "
                       FUNCTION TRIM(WS-ARG-NUM)
                       " (give the four-digit case number)"
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           IF WS-CASE-STATE (WS-CASE-FOUND) NOT = WS-NEED-STATE
                   AND (WS-NEED-STATE-2 = SPACES
                     OR WS-CASE-STATE (WS-CASE-FOUND)
                           NOT = WS-NEED-STATE-2)
               DISPLAY "COMPLAINT-REGISTER: case " WS-ARG-NUM
                       " is "
                       FUNCTION TRIM(WS-CASE-STATE (WS-CASE-FOUND))
                       " - it cannot be marked "
                       FUNCTION TRIM(WS-NEW-STATE) " from there"
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           IF WS-COMMAND = "UPHOLD"
                   AND WS-ARG-REMEDY NOT = "DELETE"
                   AND WS-ARG-REMEDY NOT = "REGEN"
               DISPLAY "COMPLAINT-REGISTER: UPHOLD needs "
                       """case|DELETE or REGEN|finding"""
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           IF (WS-COMMAND = "UPHOLD" OR "NOTUPHELD")
                   AND WS-ARG-TEXT = SPACES
               DISPLAY "COMPLAINT-REGISTER: the outcome needs the "
                       "finding - it goes in the letter"
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           OPEN EXTEND CMP-FILE.
           MOVE SPACES TO CMP-LINE.
           STRING "S|" WS-ARG-NUM "|"
                  FUNCTION TRIM(WS-NEW-STATE) "|"
                  FUNCTION TRIM(WS-ARG-TEXT) "|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO CMP-LINE
           END-STRING.
           WRITE CMP-LINE.
           CLOSE CMP-FILE.
           MOVE SPACES TO WS-CMP-STATUS.
           MOVE WS-NEW-STATE TO WS-CASE-STATE (WS-CASE-FOUND).
           MOVE WS-CASE-FOUND TO WS-CASE-POS.
           DISPLAY "COMPLAINT-REGISTER: case " WS-ARG-NUM " "
                   FUNCTION TRIM(WS-NEW-STATE) " by "
                   FUNCTION TRIM(WS-OPERATOR-ID).
           EVALUATE WS-COMMAND
               WHEN "ACK"
                   MOVE "ACK" TO WS-LETTER-KIND
                   PERFORM 5000-WRITE-LETTER THRU 5000-EXIT
               WHEN "UPHOLD"
                   PERFORM 6000-RAISE-REMEDY THRU 6000-EXIT
                   MOVE "OUTCOME" TO WS-LETTER-KIND
                   PERFORM 5000-WRITE-LETTER THRU 5000-EXIT
               WHEN "NOTUPHELD"
                   MOVE "OUTCOME" TO WS-LETTER-KIND
                   PERFORM 5000-WRITE-LETTER THRU 5000-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3000-EXIT.
           EXIT.

       4000-LIST-CASES.
           DISPLAY "OPEN COMPLAINT CASES".
           DISPLAY "====================".
           MOVE 0 TO WS-LISTED.
           PERFORM 4100-LIST-ONE-CASE THRU 4100-EXIT
               VARYING WS-CASE-POS FROM 1 BY 1
               UNTIL WS-CASE-POS > WS-CASE-COUNT.
           IF WS-LISTED = 0
               DISPLAY "  (none)"
           END-IF.
       4000-EXIT.
           EXIT.

       4100-LIST-ONE-CASE.
           IF WS-CASE-STATE (WS-CASE-POS) = "CLOSED"
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-CASE-PATH (WS-CASE-POS) TO WS-PRS-TEXT.
           MOVE SPACES TO WS-PRS-PARISH.
           PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT.
           IF WS-PRS-RC NOT = "00"
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-LISTED.
           MOVE 0 TO WS-AGE-DAYS.
           IF WS-CASE-RECEIVED (WS-CASE-POS) IS NUMERIC
               MOVE WS-CASE-RECEIVED (WS-CASE-POS) TO WS-AGE-INT
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(WS-AGE-INT)
           END-IF.
           DISPLAY "  " WS-CASE-NUM (WS-CASE-POS) " "
                   WS-CASE-STATE (WS-CASE-POS) " "
                   WS-CASE-CHANNEL (WS-CASE-POS)
                   " RECEIVED " WS-CASE-RECEIVED (WS-CASE-POS)
                   " AGE " WS-AGE-DAYS " DAY(S)".
           DISPLAY "       MEMBER: "
                   FUNCTION TRIM(WS-CASE-MEMBER (WS-CASE-POS)).
           DISPLAY "       "
                   FUNCTION TRIM(WS-CASE-PATH (WS-CASE-POS)).
           DISPLAY "       "
                   WS-CASE-SUMMARY (WS-CASE-POS)(1:72).
       4100-EXIT.
           EXIT.

      *> The acknowledgment or outcome letter, built the
      *> ANSWER-LETTERS way and recorded on the register.
       5000-WRITE-LETTER.
           MOVE WS-CASE-PATH (WS-CASE-POS) TO WS-ARG-PATH.
           PERFORM 7000-LOOKUP-DIALOGUE THRU 7000-EXIT.
           MOVE SPACES TO WS-LETTER-NAME.
           IF WS-LETTER-KIND = "ACK"
               STRING "batch/letters_complaint_"
                      WS-CASE-NUM (WS-CASE-POS)
                      "_ack.ltr"
                   DELIMITED BY SIZE INTO WS-LETTER-NAME
               END-STRING
           ELSE
               STRING "batch/letters_complaint_"
                      WS-CASE-NUM (WS-CASE-POS)
                      "_outcome.ltr"
                   DELIMITED BY SIZE INTO WS-LETTER-NAME
               END-STRING
           END-IF.
           OPEN OUTPUT LETTER-FILE.
           PERFORM 5100-SALUTATION THRU 5100-EXIT.
           PERFORM 5200-COMPLAINT-BLOCK THRU 5200-EXIT.
           IF WS-LETTER-KIND = "ACK"
               PERFORM 5300-ACK-BLOCK THRU 5300-EXIT
           ELSE
               PERFORM 5400-OUTCOME-BLOCK THRU 5400-EXIT
           END-IF.
           PERFORM 5500-CLOSING-BLOCK THRU 5500-EXIT.
           CLOSE LETTER-FILE.
           OPEN EXTEND CMP-FILE.
           MOVE SPACES TO CMP-LINE.
           STRING "L|" WS-CASE-NUM (WS-CASE-POS) "|"
                  FUNCTION TRIM(WS-LETTER-KIND) "|"
                  FUNCTION TRIM(WS-LETTER-NAME) "|"
                  WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO CMP-LINE
           END-STRING.
           WRITE CMP-LINE.
           CLOSE CMP-FILE.
           MOVE SPACES TO WS-CMP-STATUS.
           DISPLAY "COMPLAINT-REGISTER: letter in "
                   FUNCTION TRIM(WS-LETTER-NAME).
       5000-EXIT.
           EXIT.

       5100-SALUTATION.
           MOVE 0 TO WS-LINES-COPIED.
           MOVE "N" TO WS-EOF-TPL.
           MOVE SPACES TO WS-TPL-STATUS.
           OPEN INPUT TPL-FILE.
           IF WS-TPL-STATUS = "00"
               PERFORM 5110-COPY-ONE-TPL-LINE THRU 5110-EXIT
                   UNTIL NO-MORE-TPL
               CLOSE TPL-FILE
           END-IF.
           IF WS-LINES-COPIED = 0
      *> No template on file - the built-in greeting stands in.
               MOVE "Dear member of the congregation,"
                   TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.
       5100-EXIT.
           EXIT.

       5110-COPY-ONE-TPL-LINE.
           READ TPL-FILE
               AT END
                   SET NO-MORE-TPL TO TRUE
               NOT AT END
                   MOVE TPL-LINE TO LETTER-LINE
                   WRITE LETTER-LINE
                   ADD 1 TO WS-LINES-COPIED
           END-READ.
       5110-EXIT.
           EXIT.

       5200-COMPLAINT-BLOCK.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "YOUR COMPLAINT (CASE "
                  WS-CASE-NUM (WS-CASE-POS)
                  ", RECEIVED "
                  WS-CASE-RECEIVED (WS-CASE-POS)
                  " BY "
                  FUNCTION TRIM(WS-CASE-CHANNEL (WS-CASE-POS))
                  "):"
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE WS-CASE-SUMMARY (WS-CASE-POS) TO WS-WRAP-CONTENT.
           PERFORM 8000-WRAP-AND-WRITE THRU 8000-EXIT.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           IF DIALOGUE-ON-FILE
               MOVE "CONCERNING THE DIALOGUE:" TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE WS-DLG-TOPIC TO WS-WRAP-CONTENT
               PERFORM 8000-WRAP-AND-WRITE THRU 8000-EXIT
               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.
       5200-EXIT.
           EXIT.

       5300-ACK-BLOCK.
           MOVE SPACES TO WS-WRAP-CONTENT.
           STRING "Thank you for writing to us. Your complaint has "
                  "been entered on our register and passed to the "
                  "office for investigation. We will write to you "
                  "again with the outcome."
               DELIMITED BY SIZE INTO WS-WRAP-CONTENT
           END-STRING.
           PERFORM 8000-WRAP-AND-WRITE THRU 8000-EXIT.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
       5300-EXIT.
           EXIT.

       5400-OUTCOME-BLOCK.
           MOVE SPACES TO WS-WRAP-CONTENT.
           IF WS-COMMAND = "UPHOLD"
               STRING "Your complaint has been investigated and "
                      "it is UPHELD."
                   DELIMITED BY SIZE INTO WS-WRAP-CONTENT
               END-STRING
           ELSE
               STRING "Your complaint has been investigated and "
                      "it is NOT UPHELD."
                   DELIMITED BY SIZE INTO WS-WRAP-CONTENT
               END-STRING
           END-IF.
           PERFORM 8000-WRAP-AND-WRITE THRU 8000-EXIT.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "OUR FINDING:" TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-ARG-TEXT TO WS-WRAP-CONTENT.
           PERFORM 8000-WRAP-AND-WRITE THRU 8000-EXIT.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           IF WS-COMMAND = "UPHOLD"
               MOVE SPACES TO WS-WRAP-CONTENT
               IF WS-ARG-REMEDY = "DELETE"
                   STRING "The dialogue has been referred for "
                          "withdrawal from the record."
                       DELIMITED BY SIZE INTO WS-WRAP-CONTENT
                   END-STRING
               ELSE
                   STRING "The dialogue has been referred to be "
                          "prepared again."
                       DELIMITED BY SIZE INTO WS-WRAP-CONTENT
                   END-STRING
               END-IF
               PERFORM 8000-WRAP-AND-WRITE THRU 8000-EXIT
               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.
       5400-EXIT.
           EXIT.

       5500-CLOSING-BLOCK.
           MOVE "In fellowship," TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "The Terrestrial Church" TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "ADDRESSEE: "
                  FUNCTION TRIM(WS-CASE-MEMBER (WS-CASE-POS))
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
       5500-EXIT.
           EXIT.

      *> An upheld complaint raises its remedy itself: DELETE files
      *> a DELETE-MARK intent (dual control still wants a second
      *> operator's approval before the mark runs), REGEN opens a
      *> work order for the generation slate with the topic and
      *> cast, the way MODERATION-REVIEW's R ruling does.
       6000-RAISE-REMEDY.
           MOVE WS-CASE-PATH (WS-CASE-POS) TO WS-ARG-PATH.
           PERFORM 7000-LOOKUP-DIALOGUE THRU 7000-EXIT.
           IF WS-ARG-REMEDY = "DELETE"
               PERFORM 6100-FILE-DELETE-INTENT THRU 6100-EXIT
           ELSE
               PERFORM 6200-OPEN-REGEN-ORDER THRU 6200-EXIT
           END-IF.
           OPEN EXTEND CMP-FILE.
           MOVE SPACES TO CMP-LINE.
           STRING "F|" WS-CASE-NUM (WS-CASE-POS) "|"
                  FUNCTION TRIM(WS-ARG-REMEDY) "|"
                  FUNCTION TRIM(WS-REMEDY-REF) "|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO CMP-LINE
           END-STRING.
           WRITE CMP-LINE.
           CLOSE CMP-FILE.
           MOVE SPACES TO WS-CMP-STATUS.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "COMPLAINT-UPHELD " WS-CASE-NUM (WS-CASE-POS) " "
                  FUNCTION TRIM(WS-REMEDY-REF) " "
                  FUNCTION TRIM(WS-CASE-PATH (WS-CASE-POS))
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
       6000-EXIT.
           EXIT.

       6100-FILE-DELETE-INTENT.
           MOVE "ENQ" TO WS-ENQ-ACTION.
           MOVE "job_intents" TO WS-ENQ-RESOURCE.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           MOVE 0 TO WS-NEXT-INTENT.
           MOVE "N" TO WS-EOF-INTENT.
           MOVE SPACES TO WS-INTENT-STATUS.
           OPEN INPUT INTENT-FILE.
           IF WS-INTENT-STATUS = "00"
               PERFORM 6110-SCAN-ONE-INTENT THRU 6110-EXIT
                   UNTIL NO-MORE-INTENTS
               CLOSE INTENT-FILE
           END-IF.
           ADD 1 TO WS-NEXT-INTENT.
           OPEN EXTEND INTENT-FILE.
           IF WS-INTENT-STATUS = "35"
               OPEN OUTPUT INTENT-FILE
           END-IF.
           MOVE SPACES TO INTENT-LINE.
           STRING "I|"                            DELIMITED BY SIZE
                  WS-NEXT-INTENT                  DELIMITED BY SIZE
                  "|DELETE-MARK|"                 DELIMITED BY SIZE
                  FUNCTION TRIM(
                      WS-CASE-PATH (WS-CASE-POS)) DELIMITED BY SIZE
                  "|complaint "                   DELIMITED BY SIZE
                  WS-CASE-NUM (WS-CASE-POS)       DELIMITED BY SIZE
                  " upheld: "                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-TEXT)      DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID)   DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP                DELIMITED BY SIZE
                  INTO INTENT-LINE
           END-STRING.
           WRITE INTENT-LINE.
           CLOSE INTENT-FILE.
           MOVE "DEQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           MOVE SPACES TO WS-REMEDY-REF.
           STRING "DELETE-MARK intent " WS-NEXT-INTENT
               DELIMITED BY SIZE INTO WS-REMEDY-REF
           END-STRING.
           DISPLAY "COMPLAINT-REGISTER: DELETE-MARK intent "
                   WS-NEXT-INTENT " filed - a second operator "
                   "approves it through INTENT-CAPTURE".
       6100-EXIT.
           EXIT.

       6110-SCAN-ONE-INTENT.
           READ INTENT-FILE
               AT END
                   SET NO-MORE-INTENTS TO TRUE
               NOT AT END
                   IF INTENT-LINE(1:2) = "I|"
                           AND INTENT-LINE(3:4) IS NUMERIC
                       IF FUNCTION NUMVAL(INTENT-LINE(3:4))
                               > WS-NEXT-INTENT
                           MOVE FUNCTION NUMVAL(INTENT-LINE(3:4))
                               TO WS-NEXT-INTENT
                       END-IF
                   END-IF
           END-READ.
       6110-EXIT.
           EXIT.

       6200-OPEN-REGEN-ORDER.
           OPEN EXTEND REGEN-FILE.
           IF WS-REGEN-STATUS = "35"
               OPEN OUTPUT REGEN-FILE
           END-IF.
           MOVE SPACES TO REGEN-LINE.
           STRING "O|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(
                      WS-CASE-PATH (WS-CASE-POS))
                                                 DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DLG-TOPIC)    DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DLG-CAST)     DELIMITED BY SIZE
                  "|OPEN|"                       DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP               DELIMITED BY SIZE
                  INTO REGEN-LINE
           END-STRING.
           WRITE REGEN-LINE.
           CLOSE REGEN-FILE.
           MOVE SPACES TO WS-REGEN-STATUS.
           MOVE "regeneration work order" TO WS-REMEDY-REF.
           DISPLAY "COMPLAINT-REGISTER: regeneration work order "
                   "opened - the slate planner will carry it".
       6200-EXIT.
           EXIT.

      *> Find the dialogue at WS-ARG-PATH on the extract: its topic
      *> line and its distinct cast off the M records.
       7000-LOOKUP-DIALOGUE.
           MOVE "N" TO WS-DLG-FOUND WS-IN-CASE-REC WS-EOF-DATA.
           MOVE SPACES TO WS-DLG-TOPIC WS-DLG-CAST.
           MOVE SPACES TO WS-DATA-STATUS.
           OPEN INPUT DATA-FILE.
           IF WS-DATA-STATUS NOT = "00"
               GO TO 7000-EXIT
           END-IF.
           PERFORM 7100-SCAN-ONE-LINE THRU 7100-EXIT
               UNTIL NO-MORE-DATA.
           CLOSE DATA-FILE.
       7000-EXIT.
           EXIT.

       7100-SCAN-ONE-LINE.
           READ DATA-FILE
               AT END
                   SET NO-MORE-DATA TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN DATA-LINE(1:2) = "H|"
                           MOVE "N" TO WS-IN-CASE-REC
                           UNSTRING DATA-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                           END-UNSTRING
                           IF WS-IN-F2(1:200) = WS-ARG-PATH
                               SET IN-CASE-REC TO TRUE
                               SET DIALOGUE-ON-FILE TO TRUE
                               MOVE WS-IN-F3 TO WS-DLG-TOPIC
                           END-IF
                       WHEN DATA-LINE(1:2) = "M|"
                               AND IN-CASE-REC
                           PERFORM 7200-ADD-TO-CAST THRU 7200-EXIT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       7100-EXIT.
           EXIT.

       7200-ADD-TO-CAST.
           MOVE SPACES TO WS-DLG-NAME.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
                    WS-DLG-NAME
           END-UNSTRING.
           IF WS-DLG-NAME = SPACES
               GO TO 7200-EXIT
           END-IF.
           MOVE 0 TO WS-DLG-HITS.
           INSPECT WS-DLG-CAST TALLYING WS-DLG-HITS
               FOR ALL FUNCTION TRIM(WS-DLG-NAME).
           IF WS-DLG-HITS > 0
               GO TO 7200-EXIT
           END-IF.
           IF WS-DLG-CAST = SPACES
               MOVE FUNCTION TRIM(WS-DLG-NAME) TO WS-DLG-CAST
           ELSE
               STRING FUNCTION TRIM(WS-DLG-CAST) ","
                      FUNCTION TRIM(WS-DLG-NAME)
                   DELIMITED BY SIZE INTO WS-IN-F6
               END-STRING
               MOVE WS-IN-F6(1:200) TO WS-DLG-CAST
           END-IF.
       7200-EXIT.
           EXIT.

      *> The shared word wrap at the letter width.
       8000-WRAP-AND-WRITE.
           MOVE SPACES TO WS-WRAP-LINE.
           MOVE 0 TO WS-WRAP-LINE-LEN.
           MOVE 1 TO WS-WRAP-PTR.
           MOVE "N" TO WS-WRAP-DONE.
           PERFORM 8100-WRAP-NEXT-WORD THRU 8100-EXIT
               UNTIL NO-MORE-WRAP-WORDS OR WS-WRAP-PTR > 240.
           IF WS-WRAP-LINE-LEN > 0
               PERFORM 8200-FLUSH-LINE THRU 8200-EXIT
           END-IF.
       8000-EXIT.
           EXIT.

       8100-WRAP-NEXT-WORD.
           MOVE SPACES TO WS-WRAP-WORD.
           UNSTRING WS-WRAP-CONTENT DELIMITED BY SPACE
               INTO WS-WRAP-WORD
               WITH POINTER WS-WRAP-PTR
           END-UNSTRING.
           IF WS-WRAP-PTR > 240
               SET NO-MORE-WRAP-WORDS TO TRUE
           END-IF.
           IF WS-WRAP-WORD NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-WRAP-WORD))
                   TO WS-WRAP-WORD-LEN
               PERFORM 8150-ADD-WORD-TO-LINE THRU 8150-EXIT
           END-IF.
       8100-EXIT.
           EXIT.

       8150-ADD-WORD-TO-LINE.
           IF WS-WRAP-LINE-LEN = 0
               COMPUTE WS-WRAP-CAND-LEN = WS-WRAP-WORD-LEN
           ELSE
               COMPUTE WS-WRAP-CAND-LEN =
                   WS-WRAP-LINE-LEN + 1 + WS-WRAP-WORD-LEN
           END-IF.
           IF WS-WRAP-CAND-LEN > WS-DISPLAY-WIDTH
                   AND WS-WRAP-LINE-LEN > 0
               PERFORM 8200-FLUSH-LINE THRU 8200-EXIT
           END-IF.
           IF WS-WRAP-LINE-LEN = 0
               MOVE FUNCTION TRIM(WS-WRAP-WORD) TO WS-WRAP-LINE
               MOVE WS-WRAP-WORD-LEN TO WS-WRAP-LINE-LEN
           ELSE
               STRING WS-WRAP-LINE (1:WS-WRAP-LINE-LEN)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-WRAP-WORD) DELIMITED BY SIZE
                   INTO WS-WRAP-LINE
               END-STRING
               COMPUTE WS-WRAP-LINE-LEN =
                   WS-WRAP-LINE-LEN + 1 + WS-WRAP-WORD-LEN
           END-IF.
       8150-EXIT.
           EXIT.

       8200-FLUSH-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "    " WS-WRAP-LINE (1:WS-WRAP-LINE-LEN)
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE SPACES TO WS-WRAP-LINE.
           MOVE 0 TO WS-WRAP-LINE-LEN.
       8200-EXIT.
           EXIT.

      *> The record's parish column in WS-PRS-PARISH (blank
      *> falls back to the path in WS-PRS-TEXT) against the run's
      *> view; WS-PRS-RC "04" is another parish's record.
       8900-JUDGE-PARISH.
           MOVE "CODE" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
       8900-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "complaints.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "dialogue_data.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "complaint_letter_template.txt" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE "job_intents.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
           MOVE "regen_orders.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-05.
       0900-EXIT.
           EXIT.
