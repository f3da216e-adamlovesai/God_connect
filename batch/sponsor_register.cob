      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> SPONSOR-REGISTER
      *>
      *> Dialogue sponsorship. Parishioners give to "sponsor" a
      *> dialogue on a question that matters to them, and the
      *> treasurer kept the gifts in a spreadsheet nobody else
      *> could reconcile. Each gift is now a record on
      *> batch/sponsorships.dat, tying the donation to the
      *> question-box number or the generation order it sponsors:
      *>
      *>     G|gift|member|amount|date|fund|QUESTION or ORDER|
      *>       number|anonymous Y/N|parish|operator|stamp
      *>     X|gift|reason|operator|stamp         gift voided
      *>     K|gift|letter file|operator|stamp    acknowledged
      *>     D|year|amount|parish|operator|stamp  the treasurer's
      *>                                          deposit control
      *>                                          figure for the
      *>                                          year (latest wins)
      *>     Y|year|member|total|letter file|operator|stamp
      *>                                          year-end statement
      *>
      *> The acknowledgment letter is written at gift time,
      *> batch/sponsor_ack_<gift>.ltr. Once the sponsored question
      *> or order is fulfilled, the anthology, the bulletin and
      *> the public site print a sponsor credit with the dialogue
      *> (DLGSPON) - unless the sponsor asked for anonymity.
      *>
      *> Commands:
      *>     sponsor_register GIFT "member|amount|YYYY-MM-DD|fund|
      *>         Q number or G number[|ANONYMOUS]"
      *>         fund blank is GENERAL; the member must be ACTIVE
      *>         on the member master (DLGMEMB)
      *>     sponsor_register VOID "gift|reason"
      *>     sponsor_register DEPOSIT "YYYY|amount"
      *>         the treasurer's deposit control figure
      *>     sponsor_register LIST [YYYY]
      *>     sponsor_register STATEMENTS [YYYY]
      *>         year-end giving statements (default: last year),
      *>         batch/giving_<year>_<member>.ltr, one per member
      *>         who gave - written only when the year's gifts
      *>         agree to the penny with the deposit control
      *>         figure. The reconciliation goes to the spool
      *>         (DLGSPOOL, class BOARD) either way. A member
      *>         already sent a statement for the year is passed
      *>         over.
      *>
      *> Letters go only to a member who consents to them (DLGCONS,
      *> channel MAIL, topic GIVING); a suppressed letter is not
      *> written and the suppression is logged there. Gifts and
      *> deposits carry the operator's parish (DLGPRSH MINE) and
      *> each run sees only its view's. GIFT, VOID, DEPOSIT and
      *> STATEMENTS need update authority (DLGAUTH class U), run
      *> under the shared enqueue (DLGENQ, resource "sponsorships")
      *> and log to the audit trail (DLGAUDIT).
      *>
      *> RETURN-CODE 0 done, 8 a bad transaction or a year that
      *> does not reconcile, 12 denied or the enqueue not taken.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPONSOR-REGISTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPON-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPON-STATUS.
           SELECT QBOX-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QBOX-STATUS.
           SELECT ORDER-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.
           SELECT LETTER-FILE ASSIGN DYNAMIC WS-LETTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SPON-FILE.
       01  SPON-LINE                PIC X(400).

       FD  QBOX-FILE.
       01  QBOX-LINE                PIC X(500).

       FD  ORDER-FILE.
       01  ORDER-LINE               PIC X(600).

       FD  LETTER-FILE.
       01  LETTER-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-LETTER-NAME           PIC X(200).
       01  WS-SPON-STATUS           PIC X(02) VALUE SPACES.
       01  WS-QBOX-STATUS           PIC X(02) VALUE SPACES.
       01  WS-ORDER-STATUS          PIC X(02) VALUE SPACES.
       01  WS-EOF-SPON              PIC X(01) VALUE "N".
           88  NO-MORE-SPON                  VALUE "Y".
       01  WS-EOF-QBOX              PIC X(01) VALUE "N".
           88  NO-MORE-QBOX                  VALUE "Y".
       01  WS-EOF-ORDER             PIC X(01) VALUE "N".
           88  NO-MORE-ORDER                 VALUE "Y".
       01  WS-AUTH-PGM              PIC X(30)
                                    VALUE "SPONSOR-REGISTER".
       01  WS-AUTH-CLASS            PIC X(01) VALUE "U".
       01  WS-AUTH-RC               PIC X(02).
       01  WS-AUDIT-TEXT            PIC X(200).

       01  WS-CMD-LINE              PIC X(400) VALUE SPACES.
       01  WS-COMMAND               PIC X(12) VALUE SPACES.
       01  WS-REST                  PIC X(380) VALUE SPACES.
       01  WS-ARG-MEMBER            PIC X(40) VALUE SPACES.
       01  WS-ARG-AMOUNT            PIC X(20) VALUE SPACES.
       01  WS-ARG-DATE              PIC X(10) VALUE SPACES.
       01  WS-ARG-DATE-NUM          PIC X(08).
       01  WS-ARG-DATE-9 REDEFINES WS-ARG-DATE-NUM
                                    PIC 9(08).
       01  WS-ARG-FUND              PIC X(20) VALUE SPACES.
       01  WS-ARG-TARGET            PIC X(20) VALUE SPACES.
       01  WS-ARG-ANON              PIC X(20) VALUE SPACES.
       01  WS-ANON-FLAG             PIC X(01) VALUE "N".
       01  WS-ARG-GIFT              PIC X(10) VALUE SPACES.
       01  WS-ARG-TEXT              PIC X(200) VALUE SPACES.
       01  WS-ARG-YEAR              PIC X(04) VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-TODAY                 PIC X(08).
       01  WS-YEAR                  PIC X(04).
       01  WS-YEAR-9 REDEFINES WS-YEAR PIC 9(04).
       01  WS-OUT-LINE              PIC X(400).
       01  WS-LISTED                PIC 9(04) VALUE 0.

      *> The target a gift names.
       01  WS-TGT-KIND              PIC X(08) VALUE SPACES.
       01  WS-TGT-DIGITS            PIC X(10) VALUE SPACES.
       01  WS-TGT-NUM               PIC X(06) VALUE SPACES.
       01  WS-TGT-Q                 PIC 9(04) VALUE 0.
       01  WS-TGT-G                 PIC 9(06) VALUE 0.
       01  WS-TGT-FOUND             PIC X(01) VALUE "N".
           88  TARGET-ON-FILE                VALUE "Y".
       01  WS-TGT-STATE             PIC X(12) VALUE SPACES.
       01  WS-TGT-TEXT              PIC X(200) VALUE SPACES.

      *> An amount typed as 25, 25.5 or 25.00.
       01  WS-AMT                   PIC 9(07)V99 VALUE 0.
       01  WS-AMT-OK                PIC X(01) VALUE "Y".
       01  WS-AMT-CHAR              PIC X(01).
       01  WS-AMT-POS               PIC 9(02) VALUE 0.
       01  WS-AMT-LEN               PIC 9(02) VALUE 0.
       01  WS-AMT-INT-DIGITS        PIC 9(02) VALUE 0.
       01  WS-AMT-DEC-DIGITS        PIC 9(02) VALUE 0.
       01  WS-AMT-POINTS            PIC 9(02) VALUE 0.
       01  WS-AMT-FILE              PIC Z(06)9.99.
       01  WS-AMT-EDIT              PIC Z,ZZZ,ZZ9.99.
       01  WS-AMT-EDIT-2            PIC Z,ZZZ,ZZ9.99-.
       01  WS-AMT-DIFF              PIC S9(09)V99 VALUE 0.

      *> The gifts on file, voids and acknowledgments applied, and
      *> whether each is the run's parish's.
       01  WS-GFT-MAX               PIC 9(04) VALUE 5000.
       01  WS-GFT-COUNT             PIC 9(04) VALUE 0.
       01  WS-GFT-TABLE.
           05  WS-GFT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-GFT-IDX.
               10  WS-GFT-NUM       PIC X(06).
               10  WS-GFT-MEMBER    PIC X(40).
               10  WS-GFT-AMOUNT    PIC 9(07)V99.
               10  WS-GFT-DATE      PIC X(10).
               10  WS-GFT-FUND      PIC X(12).
               10  WS-GFT-KIND      PIC X(08).
               10  WS-GFT-TARGET    PIC X(06).
               10  WS-GFT-ANON      PIC X(01).
               10  WS-GFT-VOID      PIC X(01).
               10  WS-GFT-ACKED     PIC X(01).
               10  WS-GFT-IN-VIEW   PIC X(01).
       01  WS-GFT-POS               PIC 9(04) VALUE 0.
       01  WS-GFT-FOUND             PIC 9(04) VALUE 0.
       01  WS-NEXT-GIFT             PIC 9(06) VALUE 0.
       01  WS-GIFT-ID               PIC 9(06) VALUE 0.

      *> Deposit control figures, the latest per year and parish.
       01  WS-DEP-MAX               PIC 9(03) VALUE 300.
       01  WS-DEP-COUNT             PIC 9(03) VALUE 0.
       01  WS-DEP-TABLE.
           05  WS-DEP-ENTRY OCCURS 300 TIMES.
               10  WS-DEP-YEAR      PIC X(04).
               10  WS-DEP-PARISH    PIC X(12).
               10  WS-DEP-AMOUNT    PIC 9(09)V99.
               10  WS-DEP-IN-VIEW   PIC X(01).
       01  WS-DEP-POS               PIC 9(03) VALUE 0.
       01  WS-DEP-FOUND             PIC 9(03) VALUE 0.
       01  WS-DEP-SEEN              PIC X(01) VALUE "N".
       01  WS-DEP-TOTAL             PIC 9(09)V99 VALUE 0.

      *> Statements already sent: year and member.
       01  WS-STM-MAX               PIC 9(04) VALUE 3000.
       01  WS-STM-COUNT             PIC 9(04) VALUE 0.
       01  WS-STM-TABLE.
           05  WS-STM-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-STM-IDX.
               10  WS-STM-KEY.
                   15  WS-STM-YEAR  PIC X(04).
                   15  WS-STM-MEMBER PIC X(40).
       01  WS-STM-WANT.
           05  WS-STM-WANT-YEAR     PIC X(04).
           05  WS-STM-WANT-MEMBER   PIC X(40).
       01  WS-STM-HIT               PIC X(01) VALUE "N".

      *> The year's givers and funds, for the statements run.
       01  WS-GVR-MAX               PIC 9(04) VALUE 2000.
       01  WS-GVR-COUNT             PIC 9(04) VALUE 0.
       01  WS-GVR-TABLE.
           05  WS-GVR-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-GVR-IDX.
               10  WS-GVR-MEMBER    PIC X(40).
               10  WS-GVR-GIFTS     PIC 9(04).
               10  WS-GVR-TOTAL     PIC 9(09)V99.
       01  WS-GVR-POS               PIC 9(04) VALUE 0.
       01  WS-GVR-FOUND             PIC 9(04) VALUE 0.
       01  WS-FND-MAX               PIC 9(02) VALUE 50.
       01  WS-FND-COUNT             PIC 9(02) VALUE 0.
       01  WS-FND-TABLE.
           05  WS-FND-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-FND-IDX.
               10  WS-FND-CODE      PIC X(12).
               10  WS-FND-GIFTS     PIC 9(04).
               10  WS-FND-TOTAL     PIC 9(09)V99.
       01  WS-FND-POS               PIC 9(02) VALUE 0.
       01  WS-FND-FOUND             PIC 9(02) VALUE 0.
       01  WS-YEAR-GIFTS            PIC 9(05) VALUE 0.
       01  WS-YEAR-TOTAL            PIC 9(09)V99 VALUE 0.
       01  WS-STMT-WRITTEN          PIC 9(04) VALUE 0.
       01  WS-STMT-SUPPRESSED       PIC 9(04) VALUE 0.
       01  WS-STMT-ALREADY          PIC 9(04) VALUE 0.
       01  WS-NUM-EDIT              PIC ZZZ9.

       01  WS-SPL-ACTION            PIC X(04).
       01  WS-SPL-PGM               PIC X(30)
                                    VALUE "SPONSOR-REGISTER".
       01  WS-SPL-CLASS             PIC X(10) VALUE "BOARD".
       01  WS-SPL-TEXT              PIC X(132).

      *> Parish tenancy (DLGPRSH): the code new records carry and
      *> whether a record on file is the view's.
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30)
                                    VALUE "SPONSOR-REGISTER".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).
       01  WS-MY-PARISH             PIC X(12).

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
       01  WS-IN-F4                 PIC X(240).
       01  WS-IN-F5                 PIC X(240).
       01  WS-IN-F6                 PIC X(240).
       01  WS-IN-F7                 PIC X(240).
       01  WS-IN-F8                 PIC X(240).
       01  WS-IN-F9                 PIC X(240).
       01  WS-IN-F10                PIC X(240).

       01  WS-ENQ-ACTION            PIC X(03).
       01  WS-ENQ-RESOURCE          PIC X(20) VALUE "sponsorships".
       01  WS-ENQ-RC                PIC X(02).
       01  WS-SAVE-RC               PIC S9(04) VALUE 0.

       COPY DLGMBR01.
       COPY DLGCNS01.

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
           IF WS-COMMAND = "GIFT" OR "VOID" OR "DEPOSIT"
                   OR "STATEMENTS"
               CALL "DLGAUTH" USING WS-AUTH-PGM WS-AUTH-CLASS
                                   WS-AUTH-RC
               IF WS-AUTH-RC = "12"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "ENQ" TO WS-ENQ-ACTION
               CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                                   WS-ENQ-RC
               IF WS-ENQ-RC = "12"
                   DISPLAY "SPONSOR-REGISTER: could not take the "
                           "enqueue - try again or see ENQ-CONSOLE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE "MINE" TO WS-PRS-ACTION.
           MOVE SPACES TO WS-PRS-TEXT.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
           MOVE WS-PRS-PARISH TO WS-MY-PARISH.
           PERFORM 1000-LOAD-SPONSORSHIPS THRU 1000-EXIT
               UNTIL NO-MORE-SPON.
           EVALUATE WS-COMMAND
               WHEN "GIFT"
                   PERFORM 2000-RECORD-GIFT THRU 2000-EXIT
               WHEN "VOID"
                   PERFORM 2200-VOID-GIFT THRU 2200-EXIT
               WHEN "DEPOSIT"
                   PERFORM 2300-RECORD-DEPOSIT THRU 2300-EXIT
               WHEN "LIST"
                   PERFORM 3000-LIST-GIFTS THRU 3000-EXIT
               WHEN "STATEMENTS"
                   PERFORM 4000-YEAR-END-STATEMENTS THRU 4000-EXIT
               WHEN OTHER
                   DISPLAY "SPONSOR-REGISTER: usage:"
                   DISPLAY "  sponsor_register GIFT ""member|amount|"
                           "YYYY-MM-DD|fund|Q number or G number"
                           "[|ANONYMOUS]"""
                   DISPLAY "  sponsor_register VOID ""gift|reason"""
                   DISPLAY "  sponsor_register DEPOSIT "
                           """YYYY|amount"""
                   DISPLAY "  sponsor_register LIST [YYYY]"
                   DISPLAY "  sponsor_register STATEMENTS [YYYY]"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
      *> The dequeue CALL resets RETURN-CODE; keep the verdict.
           IF WS-COMMAND = "GIFT" OR "VOID" OR "DEPOSIT"
                   OR "STATEMENTS"
               MOVE RETURN-CODE TO WS-SAVE-RC
               MOVE "DEQ" TO WS-ENQ-ACTION
               CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                                   WS-ENQ-RC
               MOVE WS-SAVE-RC TO RETURN-CODE
           END-IF.
           STOP RUN.

      *>----------------------------------------------------------*>
      *> The register, folded.
      *>----------------------------------------------------------*>
       1000-LOAD-SPONSORSHIPS.
           IF WS-SPON-STATUS = SPACES
               OPEN INPUT SPON-FILE
               IF WS-SPON-STATUS NOT = "00"
                   SET NO-MORE-SPON TO TRUE
                   MOVE SPACES TO WS-SPON-STATUS
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           READ SPON-FILE
               AT END
                   SET NO-MORE-SPON TO TRUE
                   CLOSE SPON-FILE
                   MOVE SPACES TO WS-SPON-STATUS
                   GO TO 1000-EXIT
           END-READ.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6 WS-IN-F7 WS-IN-F8 WS-IN-F9
                          WS-IN-F10.
           UNSTRING SPON-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-IN-F7 WS-IN-F8 WS-IN-F9 WS-IN-F10
           END-UNSTRING.
           EVALUATE WS-IN-TAG
               WHEN "G"
                   PERFORM 1100-TAKE-GIFT THRU 1100-EXIT
               WHEN "X"
                   MOVE WS-IN-F2(1:6) TO WS-ARG-GIFT
                   PERFORM 1900-FIND-GIFT THRU 1900-EXIT
                   IF WS-GFT-FOUND > 0
                       MOVE "Y" TO WS-GFT-VOID (WS-GFT-FOUND)
                   END-IF
               WHEN "K"
                   MOVE WS-IN-F2(1:6) TO WS-ARG-GIFT
                   PERFORM 1900-FIND-GIFT THRU 1900-EXIT
                   IF WS-GFT-FOUND > 0
                       MOVE "Y" TO WS-GFT-ACKED (WS-GFT-FOUND)
                   END-IF
               WHEN "D"
                   PERFORM 1200-TAKE-DEPOSIT THRU 1200-EXIT
               WHEN "Y"
                   IF WS-STM-COUNT < WS-STM-MAX
                       ADD 1 TO WS-STM-COUNT
                       MOVE WS-IN-F2(1:4) TO WS-STM-YEAR (WS-STM-COUNT)
                       MOVE WS-IN-F3(1:40)
                           TO WS-STM-MEMBER (WS-STM-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1000-EXIT.
           EXIT.

       1100-TAKE-GIFT.
           IF WS-IN-F2(1:6) IS NUMERIC
               AND FUNCTION NUMVAL(WS-IN-F2(1:6)) > WS-NEXT-GIFT
               MOVE FUNCTION NUMVAL(WS-IN-F2(1:6)) TO WS-NEXT-GIFT
           END-IF.
           IF WS-GFT-COUNT >= WS-GFT-MAX
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-GFT-COUNT.
           MOVE WS-IN-F2(1:6) TO WS-GFT-NUM (WS-GFT-COUNT).
           MOVE WS-IN-F3(1:40) TO WS-GFT-MEMBER (WS-GFT-COUNT).
           MOVE FUNCTION NUMVAL(WS-IN-F4(1:20))
               TO WS-GFT-AMOUNT (WS-GFT-COUNT).
           MOVE WS-IN-F5(1:10) TO WS-GFT-DATE (WS-GFT-COUNT).
           MOVE WS-IN-F6(1:12) TO WS-GFT-FUND (WS-GFT-COUNT).
           MOVE WS-IN-F7(1:8) TO WS-GFT-KIND (WS-GFT-COUNT).
           MOVE WS-IN-F8(1:6) TO WS-GFT-TARGET (WS-GFT-COUNT).
           MOVE WS-IN-F9(1:1) TO WS-GFT-ANON (WS-GFT-COUNT).
           MOVE "N" TO WS-GFT-VOID (WS-GFT-COUNT).
           MOVE "N" TO WS-GFT-ACKED (WS-GFT-COUNT).
           MOVE WS-IN-F10(1:12) TO WS-PRS-PARISH.
           PERFORM 1800-JUDGE-PARISH THRU 1800-EXIT.
           MOVE WS-PRS-RC(2:1) TO WS-GFT-IN-VIEW (WS-GFT-COUNT).
       1100-EXIT.
           EXIT.

      *> D|year|amount|parish|operator|stamp
       1200-TAKE-DEPOSIT.
           MOVE 0 TO WS-DEP-FOUND.
           PERFORM 1210-MATCH-ONE-DEPOSIT THRU 1210-EXIT
               VARYING WS-DEP-POS FROM 1 BY 1
               UNTIL WS-DEP-POS > WS-DEP-COUNT.
           IF WS-DEP-FOUND = 0
               IF WS-DEP-COUNT >= WS-DEP-MAX
                   GO TO 1200-EXIT
               END-IF
               ADD 1 TO WS-DEP-COUNT
               MOVE WS-DEP-COUNT TO WS-DEP-FOUND
               MOVE WS-IN-F2(1:4) TO WS-DEP-YEAR (WS-DEP-FOUND)
               MOVE WS-IN-F4(1:12) TO WS-DEP-PARISH (WS-DEP-FOUND)
               MOVE WS-IN-F4(1:12) TO WS-PRS-PARISH
               PERFORM 1800-JUDGE-PARISH THRU 1800-EXIT
               MOVE WS-PRS-RC(2:1) TO WS-DEP-IN-VIEW (WS-DEP-FOUND)
           END-IF.
           MOVE FUNCTION NUMVAL(WS-IN-F3(1:20))
               TO WS-DEP-AMOUNT (WS-DEP-FOUND).
       1200-EXIT.
           EXIT.

       1210-MATCH-ONE-DEPOSIT.
           IF WS-DEP-YEAR (WS-DEP-POS) = WS-IN-F2(1:4)
                   AND WS-DEP-PARISH (WS-DEP-POS) = WS-IN-F4(1:12)
               MOVE WS-DEP-POS TO WS-DEP-FOUND
           END-IF.
       1210-EXIT.
           EXIT.

      *> WS-PRS-PARISH holds the record's parish column; WS-PRS-RC
      *> comes back "00" for the view's own record, "04" for
      *> another parish's.
       1800-JUDGE-PARISH.
           MOVE SPACES TO WS-PRS-TEXT.
           MOVE "CODE" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
       1800-EXIT.
           EXIT.

      *> WS-ARG-GIFT names the gift; WS-GFT-FOUND its slot.
       1900-FIND-GIFT.
           MOVE 0 TO WS-GFT-FOUND.
           SET WS-GFT-IDX TO 1.
           IF WS-GFT-COUNT > 0
               SEARCH WS-GFT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-GFT-IDX > WS-GFT-COUNT
                       CONTINUE
                   WHEN WS-GFT-NUM (WS-GFT-IDX) = WS-ARG-GIFT(1:6)
                       SET WS-GFT-FOUND TO WS-GFT-IDX
               END-SEARCH
           END-IF.
       1900-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> GIFT: the donation recorded and acknowledged.
      *>----------------------------------------------------------*>
       2000-RECORD-GIFT.
           MOVE SPACES TO WS-ARG-MEMBER WS-ARG-AMOUNT WS-ARG-DATE
                          WS-ARG-FUND WS-ARG-TARGET WS-ARG-ANON.
           UNSTRING WS-REST DELIMITED BY "|"
               INTO WS-ARG-MEMBER WS-ARG-AMOUNT WS-ARG-DATE
                    WS-ARG-FUND WS-ARG-TARGET WS-ARG-ANON
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-ARG-MEMBER) TO WS-ARG-MEMBER.
           MOVE FUNCTION TRIM(WS-ARG-DATE) TO WS-ARG-DATE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG-FUND))
               TO WS-ARG-FUND.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG-TARGET))
               TO WS-ARG-TARGET.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG-ANON))
               TO WS-ARG-ANON.
           IF WS-ARG-MEMBER = SPACES OR WS-ARG-TARGET = SPACES
               DISPLAY "SPONSOR-REGISTER: GIFT needs ""member|"
                       "amount|YYYY-MM-DD|fund|Q number or G number"
                       "[|ANONYMOUS]"""
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           IF WS-ARG-FUND = SPACES
               MOVE "GENERAL" TO WS-ARG-FUND
           END-IF.
           IF WS-ARG-FUND(13:1) NOT = SPACE
               DISPLAY "SPONSOR-REGISTER: fund names run to twelve "
                       "characters"
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           IF WS-ARG-ANON NOT = SPACES
                   AND WS-ARG-ANON NOT = "ANONYMOUS"
               DISPLAY "SPONSOR-REGISTER: the last field is "
                       "ANONYMOUS or nothing"
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 7000-PARSE-AMOUNT THRU 7000-EXIT.
           IF WS-AMT-OK NOT = "Y"
               GO TO 2000-EXIT
           END-IF.
      *> The gift date: a calendar date, not in the future.
           MOVE SPACES TO WS-ARG-DATE-NUM.
           STRING WS-ARG-DATE(1:4) WS-ARG-DATE(6:2) WS-ARG-DATE(9:2)
               DELIMITED BY SIZE INTO WS-ARG-DATE-NUM
           END-STRING.
           IF WS-ARG-DATE-NUM IS NOT NUMERIC
                   OR WS-ARG-DATE(5:1) NOT = "-"
                   OR WS-ARG-DATE(8:1) NOT = "-"
               DISPLAY "SPONSOR-REGISTER: gift date "
                       FUNCTION TRIM(WS-ARG-DATE)
                       " is not YYYY-MM-DD"
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ARG-DATE-9) NOT = 0
               DISPLAY "SPONSOR-REGISTER: " WS-ARG-DATE
                       " is not a calendar date"
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           IF WS-ARG-DATE-NUM > WS-TODAY
               DISPLAY "SPONSOR-REGISTER: gift date " WS-ARG-DATE
                       " is in the future"
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
      *> The member: ACTIVE on the master, stored as it gives it.
           MOVE WS-ARG-MEMBER TO WS-MBR-REF.
           CALL "DLGMEMB" USING WS-MBR-REF WS-MBR-NUMBER WS-MBR-CANON
                                WS-MBR-NAME WS-MBR-RC.
           EVALUATE WS-MBR-RC
               WHEN "00"
                   MOVE WS-MBR-CANON TO WS-ARG-MEMBER
               WHEN "04"
                   DISPLAY "SPONSOR-REGISTER: member "
                           FUNCTION TRIM(WS-MBR-NUMBER) " ("
                           FUNCTION TRIM(WS-MBR-NAME)
                           ") is not ACTIVE - see MEMBER-MAINT"
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-EXIT
               WHEN "16"
                   DISPLAY "SPONSOR-REGISTER: no member master on "
                           "file - see MEMBER-MAINT SEED"
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-EXIT
               WHEN OTHER
                   DISPLAY "SPONSOR-REGISTER: "
                           FUNCTION TRIM(WS-ARG-MEMBER)
                           " is not on the member master - see "
                           "MEMBER-MAINT ADD"
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-EXIT
           END-EVALUATE.
           PERFORM 2050-CHECK-TARGET THRU 2050-EXIT.
           IF RETURN-CODE = 8
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-NEXT-GIFT.
           MOVE WS-NEXT-GIFT TO WS-GIFT-ID.
           MOVE WS-AMT TO WS-AMT-FILE.
           IF WS-ARG-ANON = "ANONYMOUS"
               MOVE "Y" TO WS-ANON-FLAG
           ELSE
               MOVE "N" TO WS-ANON-FLAG
           END-IF.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "G|" WS-GIFT-ID "|"
                  FUNCTION TRIM(WS-ARG-MEMBER) "|"
                  FUNCTION TRIM(WS-AMT-FILE) "|"
                  WS-ARG-DATE "|"
                  FUNCTION TRIM(WS-ARG-FUND) "|"
                  FUNCTION TRIM(WS-TGT-KIND) "|"
                  FUNCTION TRIM(WS-TGT-NUM) "|"
                  WS-ANON-FLAG "|"
                  FUNCTION TRIM(WS-MY-PARISH) "|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8100-APPEND-RECORD THRU 8100-EXIT.
           MOVE WS-AMT TO WS-AMT-EDIT.
           DISPLAY "SPONSOR-REGISTER: gift " WS-GIFT-ID " of "
                   FUNCTION TRIM(WS-AMT-EDIT) " from "
                   FUNCTION TRIM(WS-ARG-MEMBER) " to the "
                   FUNCTION TRIM(WS-ARG-FUND) " fund, sponsoring "
                   FUNCTION LOWER-CASE(FUNCTION TRIM(WS-TGT-KIND))
                   " " FUNCTION TRIM(WS-TGT-NUM).
           IF WS-ARG-ANON = "ANONYMOUS"
               DISPLAY "SPONSOR-REGISTER: the sponsor asked for "
                       "anonymity - no publication will name them"
           END-IF.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "SPONSOR-REGISTER GIFT " WS-GIFT-ID " "
                  FUNCTION TRIM(WS-ARG-MEMBER) " "
                  FUNCTION TRIM(WS-AMT-FILE) " "
                  FUNCTION TRIM(WS-ARG-FUND)
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           PERFORM 2100-ACKNOWLEDGE THRU 2100-EXIT.
           MOVE 0 TO RETURN-CODE.
       2000-EXIT.
           EXIT.

      *> "Q 7" is question 0007 on the question box, "G 12" order
      *> 000012 on the generation order ledger. A declined
      *> question or a cancelled order cannot be sponsored.
       2050-CHECK-TARGET.
           MOVE SPACES TO WS-TGT-KIND WS-TGT-DIGITS WS-TGT-NUM
                          WS-TGT-STATE WS-TGT-TEXT.
           MOVE "N" TO WS-TGT-FOUND.
           MOVE FUNCTION TRIM(WS-ARG-TARGET(2:)) TO WS-TGT-DIGITS.
           IF WS-TGT-DIGITS = SPACES
                   OR FUNCTION TRIM(WS-TGT-DIGITS) IS NOT NUMERIC
                   OR (WS-ARG-TARGET(1:1) NOT = "Q"
                       AND WS-ARG-TARGET(1:1) NOT = "G")
               DISPLAY "SPONSOR-REGISTER: the gift sponsors "
                       """Q number"" (a question-box number) or "
                       """G number"" (a generation order)"
               MOVE 8 TO RETURN-CODE
               GO TO 2050-EXIT
           END-IF.
           IF WS-ARG-TARGET(1:1) = "Q"
               MOVE "QUESTION" TO WS-TGT-KIND
               MOVE FUNCTION NUMVAL(WS-TGT-DIGITS) TO WS-TGT-Q
               MOVE WS-TGT-Q TO WS-TGT-NUM
               MOVE "N" TO WS-EOF-QBOX
               MOVE SPACES TO WS-QBOX-STATUS
               PERFORM 2060-SCAN-QUESTIONS THRU 2060-EXIT
                   UNTIL NO-MORE-QBOX
           ELSE
               MOVE "ORDER" TO WS-TGT-KIND
               MOVE FUNCTION NUMVAL(WS-TGT-DIGITS) TO WS-TGT-G
               MOVE WS-TGT-G TO WS-TGT-NUM
               MOVE "N" TO WS-EOF-ORDER
               MOVE SPACES TO WS-ORDER-STATUS
               PERFORM 2070-SCAN-ORDERS THRU 2070-EXIT
                   UNTIL NO-MORE-ORDER
           END-IF.
           IF NOT TARGET-ON-FILE
               DISPLAY "SPONSOR-REGISTER: no "
                       FUNCTION LOWER-CASE(FUNCTION TRIM(WS-TGT-KIND))
                       " " FUNCTION TRIM(WS-TGT-NUM) " on file"
               MOVE 8 TO RETURN-CODE
               GO TO 2050-EXIT
           END-IF.
           IF WS-TGT-STATE = "DECLINED" OR WS-TGT-STATE = "CANCELLED"
               DISPLAY "SPONSOR-REGISTER: "
                       FUNCTION LOWER-CASE(FUNCTION TRIM(WS-TGT-KIND))
                       " " FUNCTION TRIM(WS-TGT-NUM) " was "
                       FUNCTION LOWER-CASE(FUNCTION TRIM(WS-TGT-STATE))
                       " - nothing to sponsor"
               MOVE 8 TO RETURN-CODE
           END-IF.
       2050-EXIT.
           EXIT.

      *> Q|number|question|...   S|number|status|... (latest wins)
       2060-SCAN-QUESTIONS.
           IF WS-QBOX-STATUS = SPACES
               OPEN INPUT QBOX-FILE
               IF WS-QBOX-STATUS NOT = "00"
                   SET NO-MORE-QBOX TO TRUE
                   GO TO 2060-EXIT
               END-IF
           END-IF.
           READ QBOX-FILE
               AT END
                   SET NO-MORE-QBOX TO TRUE
                   CLOSE QBOX-FILE
                   GO TO 2060-EXIT
           END-READ.
           IF QBOX-LINE(3:4) NOT = WS-TGT-NUM(1:4)
                   OR QBOX-LINE(7:1) NOT = "|"
               GO TO 2060-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING QBOX-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           IF WS-IN-TAG = "Q"
               SET TARGET-ON-FILE TO TRUE
               MOVE WS-IN-F3(1:200) TO WS-TGT-TEXT
           END-IF.
           IF WS-IN-TAG = "S"
               MOVE WS-IN-F3(1:12) TO WS-TGT-STATE
           END-IF.
       2060-EXIT.
           EXIT.

      *> G|order|source|ref|topic|...   X|order|... cancelled
       2070-SCAN-ORDERS.
           IF WS-ORDER-STATUS = SPACES
               OPEN INPUT ORDER-FILE
               IF WS-ORDER-STATUS NOT = "00"
                   SET NO-MORE-ORDER TO TRUE
                   GO TO 2070-EXIT
               END-IF
           END-IF.
           READ ORDER-FILE
               AT END
                   SET NO-MORE-ORDER TO TRUE
                   CLOSE ORDER-FILE
                   GO TO 2070-EXIT
           END-READ.
           IF ORDER-LINE(3:6) NOT = WS-TGT-NUM
                   OR ORDER-LINE(9:1) NOT = "|"
               GO TO 2070-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5.
           UNSTRING ORDER-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
           END-UNSTRING.
           IF WS-IN-TAG = "G"
               SET TARGET-ON-FILE TO TRUE
               MOVE WS-IN-F5(1:200) TO WS-TGT-TEXT
           END-IF.
           IF WS-IN-TAG = "X"
               MOVE "CANCELLED" TO WS-TGT-STATE
           END-IF.
       2070-EXIT.
           EXIT.

      *> The acknowledgment letter, written at gift time when the
      *> member consents to letters about giving.
       2100-ACKNOWLEDGE.
           MOVE "SPONSOR-REGISTER" TO WS-CNS-PGM.
           MOVE WS-ARG-MEMBER TO WS-CNS-MEMBER.
           MOVE "MAIL" TO WS-CNS-CHANNEL.
           MOVE "GIVING" TO WS-CNS-TOPIC.
           CALL "DLGCONS" USING WS-CNS-PGM WS-CNS-MEMBER
                                WS-CNS-CHANNEL WS-CNS-TOPIC
                                WS-CNS-RC WS-CNS-REASON.
           IF WS-CNS-RC NOT = "00"
               DISPLAY "SPONSOR-REGISTER: acknowledgment suppressed - "
                       FUNCTION TRIM(WS-CNS-REASON)
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO WS-LETTER-NAME.
           STRING "batch/sponsor_ack_" WS-GIFT-ID ".ltr"
               DELIMITED BY SIZE INTO WS-LETTER-NAME
           END-STRING.
           OPEN OUTPUT LETTER-FILE.
           PERFORM 5000-LETTER-HEAD THRU 5000-EXIT.
           MOVE WS-AMT TO WS-AMT-EDIT.
           MOVE SPACES TO LETTER-LINE.
           STRING "Thank you for your gift of "
                  FUNCTION TRIM(WS-AMT-EDIT) " to the "
                  FUNCTION TRIM(WS-ARG-FUND) " fund, received "
                  WS-ARG-DATE ","
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           IF WS-TGT-KIND = "QUESTION"
               STRING "sponsoring the dialogue that will answer "
                      "question " FUNCTION TRIM(WS-TGT-NUM) ":"
                   DELIMITED BY SIZE INTO LETTER-LINE
               END-STRING
           ELSE
               STRING "sponsoring the dialogue on generation order "
                      FUNCTION TRIM(WS-TGT-NUM) ":"
                   DELIMITED BY SIZE INTO LETTER-LINE
               END-STRING
           END-IF.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "    " WS-TGT-TEXT(1:62)
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           IF WS-ARG-ANON = "ANONYMOUS"
               MOVE "As you asked, your gift will stay anonymous: no "
                   TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "publication will name you." TO LETTER-LINE
               WRITE LETTER-LINE
           ELSE
               MOVE "When the dialogue is published, your gift will "
                   TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "be acknowledged with it." TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "Gift reference " WS-GIFT-ID
                  ". Please keep this letter for your records."
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           PERFORM 5100-LETTER-CLOSE THRU 5100-EXIT.
           CLOSE LETTER-FILE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "K|" WS-GIFT-ID "|"
                  FUNCTION TRIM(WS-LETTER-NAME) "|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8100-APPEND-RECORD THRU 8100-EXIT.
           DISPLAY "SPONSOR-REGISTER: acknowledgment in "
                   FUNCTION TRIM(WS-LETTER-NAME).
       2100-EXIT.
           EXIT.

       2200-VOID-GIFT.
           MOVE SPACES TO WS-ARG-GIFT WS-ARG-TEXT.
           UNSTRING WS-REST DELIMITED BY "|"
               INTO WS-ARG-GIFT WS-ARG-TEXT
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-ARG-GIFT) TO WS-ARG-GIFT.
           MOVE FUNCTION TRIM(WS-ARG-TEXT) TO WS-ARG-TEXT.
           IF WS-ARG-GIFT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-ARG-GIFT) = 0
               MOVE FUNCTION NUMVAL(WS-ARG-GIFT) TO WS-GIFT-ID
               MOVE WS-GIFT-ID TO WS-ARG-GIFT
           END-IF.
           PERFORM 1900-FIND-GIFT THRU 1900-EXIT.
           IF WS-GFT-FOUND = 0
               DISPLAY "SPONSOR-REGISTER: no gift "
                       FUNCTION TRIM(WS-ARG-GIFT) " on file"
               MOVE 8 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF.
           IF WS-GFT-IN-VIEW (WS-GFT-FOUND) NOT = "0"
               DISPLAY "SPONSOR-REGISTER: gift "
                       FUNCTION TRIM(WS-ARG-GIFT)
                       " is another parish's"
               MOVE 8 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF.
           IF WS-GFT-VOID (WS-GFT-FOUND) = "Y"
               DISPLAY "SPONSOR-REGISTER: gift "
                       FUNCTION TRIM(WS-ARG-GIFT) " is already void"
               MOVE 8 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF.
           IF WS-ARG-TEXT = SPACES
               DISPLAY "SPONSOR-REGISTER: VOID needs the reason"
               MOVE 8 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "X|" WS-ARG-GIFT(1:6) "|"
                  FUNCTION TRIM(WS-ARG-TEXT) "|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8100-APPEND-RECORD THRU 8100-EXIT.
           DISPLAY "SPONSOR-REGISTER: gift " WS-ARG-GIFT(1:6)
                   " voided".
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "SPONSOR-REGISTER VOID " WS-ARG-GIFT(1:6) " "
                  FUNCTION TRIM(WS-ARG-TEXT)
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           MOVE 0 TO RETURN-CODE.
       2200-EXIT.
           EXIT.

      *> The treasurer's deposit control figure for a year; a
      *> later figure for the same year replaces it.
       2300-RECORD-DEPOSIT.
           MOVE SPACES TO WS-ARG-YEAR WS-ARG-AMOUNT.
           UNSTRING WS-REST DELIMITED BY "|"
               INTO WS-ARG-YEAR WS-ARG-AMOUNT
           END-UNSTRING.
           IF WS-ARG-YEAR IS NOT NUMERIC
               DISPLAY "SPONSOR-REGISTER: DEPOSIT needs "
                       """YYYY|amount"""
               MOVE 8 TO RETURN-CODE
               GO TO 2300-EXIT
           END-IF.
           PERFORM 7000-PARSE-AMOUNT THRU 7000-EXIT.
           IF WS-AMT-OK NOT = "Y"
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-AMT TO WS-AMT-FILE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "D|" WS-ARG-YEAR "|"
                  FUNCTION TRIM(WS-AMT-FILE) "|"
                  FUNCTION TRIM(WS-MY-PARISH) "|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8100-APPEND-RECORD THRU 8100-EXIT.
           MOVE WS-AMT TO WS-AMT-EDIT.
           DISPLAY "SPONSOR-REGISTER: deposit control for "
                   WS-ARG-YEAR " is " FUNCTION TRIM(WS-AMT-EDIT).
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "SPONSOR-REGISTER DEPOSIT " WS-ARG-YEAR " "
                  FUNCTION TRIM(WS-AMT-FILE)
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           MOVE 0 TO RETURN-CODE.
       2300-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> LIST: the view's gifts, optionally for one year.
      *>----------------------------------------------------------*>
       3000-LIST-GIFTS.
           MOVE WS-REST(1:4) TO WS-ARG-YEAR.
           IF WS-ARG-YEAR NOT = SPACES AND WS-ARG-YEAR IS NOT NUMERIC
               DISPLAY "SPONSOR-REGISTER: LIST takes a year, YYYY"
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "SPONSORSHIP GIFTS".
           DISPLAY "=================".
           DISPLAY "  GIFT   DATE             AMOUNT FUND         "
                   "SPONSORS NOTE MEMBER".
           MOVE 0 TO WS-LISTED.
           PERFORM 3100-LIST-ONE-GIFT THRU 3100-EXIT
               VARYING WS-GFT-POS FROM 1 BY 1
               UNTIL WS-GFT-POS > WS-GFT-COUNT.
           IF WS-LISTED = 0
               DISPLAY "  (none)"
           END-IF.
       3000-EXIT.
           EXIT.

       3100-LIST-ONE-GIFT.
           IF WS-GFT-IN-VIEW (WS-GFT-POS) NOT = "0"
               GO TO 3100-EXIT
           END-IF.
           IF WS-ARG-YEAR NOT = SPACES
                   AND WS-GFT-DATE (WS-GFT-POS)(1:4) NOT = WS-ARG-YEAR
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-LISTED.
           MOVE WS-GFT-AMOUNT (WS-GFT-POS) TO WS-AMT-EDIT.
           MOVE SPACES TO WS-ARG-ANON.
           IF WS-GFT-ANON (WS-GFT-POS) = "Y"
               MOVE "ANON" TO WS-ARG-ANON
           END-IF.
           IF WS-GFT-VOID (WS-GFT-POS) = "Y"
               MOVE "VOID" TO WS-ARG-ANON
           END-IF.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  " WS-GFT-NUM (WS-GFT-POS) " "
                  WS-GFT-DATE (WS-GFT-POS) " " WS-AMT-EDIT " "
                  WS-GFT-FUND (WS-GFT-POS) " "
                  WS-GFT-KIND (WS-GFT-POS)(1:1) " "
                  WS-GFT-TARGET (WS-GFT-POS) " "
                  WS-ARG-ANON(1:4) " "
                  FUNCTION TRIM(WS-GFT-MEMBER (WS-GFT-POS))
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           DISPLAY FUNCTION TRIM(WS-OUT-LINE TRAILING).
       3100-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> STATEMENTS: the year reconciled to the deposit control
      *> figure, then one giving statement per member.
      *>----------------------------------------------------------*>
       4000-YEAR-END-STATEMENTS.
           MOVE WS-REST(1:4) TO WS-ARG-YEAR.
           IF WS-ARG-YEAR = SPACES
               MOVE WS-TODAY(1:4) TO WS-YEAR
               SUBTRACT 1 FROM WS-YEAR-9
           ELSE
               MOVE WS-ARG-YEAR TO WS-YEAR
           END-IF.
           IF WS-YEAR IS NOT NUMERIC
               DISPLAY "SPONSOR-REGISTER: STATEMENTS takes a year, "
                       "YYYY"
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           MOVE 0 TO WS-YEAR-GIFTS WS-YEAR-TOTAL WS-GVR-COUNT
                     WS-FND-COUNT.
           PERFORM 4100-TALLY-ONE-GIFT THRU 4100-EXIT
               VARYING WS-GFT-POS FROM 1 BY 1
               UNTIL WS-GFT-POS > WS-GFT-COUNT.
           MOVE 0 TO WS-DEP-TOTAL.
           MOVE "N" TO WS-DEP-SEEN.
           PERFORM 4150-TALLY-ONE-DEPOSIT THRU 4150-EXIT
               VARYING WS-DEP-POS FROM 1 BY 1
               UNTIL WS-DEP-POS > WS-DEP-COUNT.
           MOVE "OPEN" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "SPONSOR-REGISTER: year-end giving for " WS-YEAR
                  ", prepared " WS-TODAY
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           MOVE ALL "=" TO WS-SPL-TEXT(1:60).
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "GIFTS BY FUND" TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           PERFORM 4200-SPOOL-ONE-FUND THRU 4200-EXIT
               VARYING WS-FND-POS FROM 1 BY 1
               UNTIL WS-FND-POS > WS-FND-COUNT.
           MOVE WS-YEAR-TOTAL TO WS-AMT-EDIT.
           MOVE WS-YEAR-GIFTS TO WS-NUM-EDIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "  ALL FUNDS    " WS-NUM-EDIT " gift(s) "
                  WS-AMT-EDIT
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "RECONCILIATION" TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "  gifts recorded          " WS-AMT-EDIT
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           IF WS-DEP-SEEN = "N"
               MOVE "  deposit control figure  (none on file - the "
                   & "treasurer records it with DEPOSIT)"
                   TO WS-SPL-TEXT
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
               MOVE "  NOT RECONCILED - no statements written"
                   TO WS-SPL-TEXT
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 4050-CLOSE-SPOOL
           END-IF.
           MOVE WS-DEP-TOTAL TO WS-AMT-EDIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "  deposit control figure  " WS-AMT-EDIT
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           COMPUTE WS-AMT-DIFF = WS-YEAR-TOTAL - WS-DEP-TOTAL.
           MOVE WS-AMT-DIFF TO WS-AMT-EDIT-2.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "  difference              " WS-AMT-EDIT-2
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           IF WS-AMT-DIFF NOT = 0
               MOVE "  NOT RECONCILED - no statements written; find "
                   & "the missing or extra gift" TO WS-SPL-TEXT
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 4050-CLOSE-SPOOL
           END-IF.
           MOVE "  RECONCILED" TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "GIVING STATEMENTS" TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE 0 TO WS-STMT-WRITTEN WS-STMT-SUPPRESSED
                     WS-STMT-ALREADY.
           PERFORM 4300-ONE-STATEMENT THRU 4300-EXIT
               VARYING WS-GVR-POS FROM 1 BY 1
               UNTIL WS-GVR-POS > WS-GVR-COUNT.
           IF WS-GVR-COUNT = 0
               MOVE "  (no gifts in the year)" TO WS-SPL-TEXT
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
           END-IF.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "SPONSOR-REGISTER: " WS-STMT-WRITTEN
                  " statement(s) written, " WS-STMT-SUPPRESSED
                  " suppressed, " WS-STMT-ALREADY " already sent"
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "SPONSOR-REGISTER STATEMENTS " WS-YEAR " "
                  WS-STMT-WRITTEN " written"
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
       4050-CLOSE-SPOOL.
           MOVE RETURN-CODE TO WS-SAVE-RC.
           MOVE "CLOS" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           MOVE WS-SAVE-RC TO RETURN-CODE.
       4000-EXIT.
           EXIT.

      *> A live gift of the view's, dated in the year, counts to
      *> its fund and its giver.
       4100-TALLY-ONE-GIFT.
           IF WS-GFT-IN-VIEW (WS-GFT-POS) NOT = "0"
                   OR WS-GFT-VOID (WS-GFT-POS) = "Y"
                   OR WS-GFT-DATE (WS-GFT-POS)(1:4) NOT = WS-YEAR
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-YEAR-GIFTS.
           ADD WS-GFT-AMOUNT (WS-GFT-POS) TO WS-YEAR-TOTAL.
           MOVE 0 TO WS-FND-FOUND.
           SET WS-FND-IDX TO 1.
           IF WS-FND-COUNT > 0
               SEARCH WS-FND-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FND-IDX > WS-FND-COUNT
                       CONTINUE
                   WHEN WS-FND-CODE (WS-FND-IDX)
                           = WS-GFT-FUND (WS-GFT-POS)
                       SET WS-FND-FOUND TO WS-FND-IDX
               END-SEARCH
           END-IF.
           IF WS-FND-FOUND = 0 AND WS-FND-COUNT < WS-FND-MAX
               ADD 1 TO WS-FND-COUNT
               MOVE WS-FND-COUNT TO WS-FND-FOUND
               MOVE WS-GFT-FUND (WS-GFT-POS)
                   TO WS-FND-CODE (WS-FND-FOUND)
               MOVE 0 TO WS-FND-GIFTS (WS-FND-FOUND)
                         WS-FND-TOTAL (WS-FND-FOUND)
           END-IF.
           IF WS-FND-FOUND > 0
               ADD 1 TO WS-FND-GIFTS (WS-FND-FOUND)
               ADD WS-GFT-AMOUNT (WS-GFT-POS)
                   TO WS-FND-TOTAL (WS-FND-FOUND)
           END-IF.
           MOVE 0 TO WS-GVR-FOUND.
           SET WS-GVR-IDX TO 1.
           IF WS-GVR-COUNT > 0
               SEARCH WS-GVR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-GVR-IDX > WS-GVR-COUNT
                       CONTINUE
                   WHEN WS-GVR-MEMBER (WS-GVR-IDX)
                           = WS-GFT-MEMBER (WS-GFT-POS)
                       SET WS-GVR-FOUND TO WS-GVR-IDX
               END-SEARCH
           END-IF.
           IF WS-GVR-FOUND = 0 AND WS-GVR-COUNT < WS-GVR-MAX
               ADD 1 TO WS-GVR-COUNT
               MOVE WS-GVR-COUNT TO WS-GVR-FOUND
               MOVE WS-GFT-MEMBER (WS-GFT-POS)
                   TO WS-GVR-MEMBER (WS-GVR-FOUND)
               MOVE 0 TO WS-GVR-GIFTS (WS-GVR-FOUND)
                         WS-GVR-TOTAL (WS-GVR-FOUND)
           END-IF.
           IF WS-GVR-FOUND > 0
               ADD 1 TO WS-GVR-GIFTS (WS-GVR-FOUND)
               ADD WS-GFT-AMOUNT (WS-GFT-POS)
                   TO WS-GVR-TOTAL (WS-GVR-FOUND)
           END-IF.
       4100-EXIT.
           EXIT.

      *> Each of the view's parishes has its own figure.
       4150-TALLY-ONE-DEPOSIT.
           IF WS-DEP-YEAR (WS-DEP-POS) = WS-YEAR
                   AND WS-DEP-IN-VIEW (WS-DEP-POS) = "0"
               MOVE "Y" TO WS-DEP-SEEN
               ADD WS-DEP-AMOUNT (WS-DEP-POS) TO WS-DEP-TOTAL
           END-IF.
       4150-EXIT.
           EXIT.

       4200-SPOOL-ONE-FUND.
           MOVE WS-FND-TOTAL (WS-FND-POS) TO WS-AMT-EDIT.
           MOVE WS-FND-GIFTS (WS-FND-POS) TO WS-NUM-EDIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "  " WS-FND-CODE (WS-FND-POS) " " WS-NUM-EDIT
                  " gift(s) " WS-AMT-EDIT
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
       4200-EXIT.
           EXIT.

      *> One giver's statement: every live gift of the year, the
      *> total, and a Y record so the statement goes once.
       4300-ONE-STATEMENT.
           MOVE WS-YEAR TO WS-STM-WANT-YEAR.
           MOVE WS-GVR-MEMBER (WS-GVR-POS) TO WS-STM-WANT-MEMBER.
           MOVE "N" TO WS-STM-HIT.
           SET WS-STM-IDX TO 1.
           IF WS-STM-COUNT > 0
               SEARCH WS-STM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-STM-IDX > WS-STM-COUNT
                       CONTINUE
                   WHEN WS-STM-KEY (WS-STM-IDX) = WS-STM-WANT
                       MOVE "Y" TO WS-STM-HIT
               END-SEARCH
           END-IF.
           MOVE WS-GVR-TOTAL (WS-GVR-POS) TO WS-AMT-EDIT.
           MOVE WS-GVR-GIFTS (WS-GVR-POS) TO WS-NUM-EDIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "  " WS-GVR-MEMBER (WS-GVR-POS)(1:20) " "
                  WS-NUM-EDIT " gift(s) " WS-AMT-EDIT
                  "  "
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           IF WS-STM-HIT = "Y"
               ADD 1 TO WS-STMT-ALREADY
               MOVE "already sent" TO WS-SPL-TEXT(57:20)
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
               GO TO 4300-EXIT
           END-IF.
           MOVE "SPONSOR-REGISTER" TO WS-CNS-PGM.
           MOVE WS-GVR-MEMBER (WS-GVR-POS) TO WS-CNS-MEMBER.
           MOVE "MAIL" TO WS-CNS-CHANNEL.
           MOVE "GIVING" TO WS-CNS-TOPIC.
           CALL "DLGCONS" USING WS-CNS-PGM WS-CNS-MEMBER
                                WS-CNS-CHANNEL WS-CNS-TOPIC
                                WS-CNS-RC WS-CNS-REASON.
           IF WS-CNS-RC NOT = "00"
               ADD 1 TO WS-STMT-SUPPRESSED
               MOVE "suppressed" TO WS-SPL-TEXT(57:20)
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
               GO TO 4300-EXIT
           END-IF.
           MOVE WS-GVR-MEMBER (WS-GVR-POS) TO WS-MBR-REF.
           CALL "DLGMEMB" USING WS-MBR-REF WS-MBR-NUMBER WS-MBR-CANON
                                WS-MBR-NAME WS-MBR-RC.
           MOVE WS-GVR-MEMBER (WS-GVR-POS) TO WS-ARG-MEMBER.
           MOVE SPACES TO WS-LETTER-NAME.
           STRING "batch/giving_" WS-YEAR "_"
                  FUNCTION TRIM(WS-MBR-NUMBER) ".ltr"
               DELIMITED BY SIZE INTO WS-LETTER-NAME
           END-STRING.
           OPEN OUTPUT LETTER-FILE.
           PERFORM 5000-LETTER-HEAD THRU 5000-EXIT.
           MOVE SPACES TO LETTER-LINE.
           STRING "Your giving statement for " WS-YEAR
                  ". Thank you for every gift listed below."
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "    GIFT    DATE              AMOUNT  FUND"
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           PERFORM 4310-STATEMENT-GIFT THRU 4310-EXIT
               VARYING WS-GFT-POS FROM 1 BY 1
               UNTIL WS-GFT-POS > WS-GFT-COUNT.
           MOVE WS-GVR-TOTAL (WS-GVR-POS) TO WS-AMT-EDIT.
           MOVE SPACES TO LETTER-LINE.
           STRING "    TOTAL   " WS-YEAR "        " WS-AMT-EDIT
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "Please keep this statement for your records."
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           PERFORM 5100-LETTER-CLOSE THRU 5100-EXIT.
           CLOSE LETTER-FILE.
           MOVE WS-GVR-TOTAL (WS-GVR-POS) TO WS-AMT-FILE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "Y|" WS-YEAR "|"
                  FUNCTION TRIM(WS-GVR-MEMBER (WS-GVR-POS)) "|"
                  FUNCTION TRIM(WS-AMT-FILE) "|"
                  FUNCTION TRIM(WS-LETTER-NAME) "|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8100-APPEND-RECORD THRU 8100-EXIT.
           ADD 1 TO WS-STMT-WRITTEN.
           MOVE WS-LETTER-NAME(1:40) TO WS-SPL-TEXT(57:40).
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
       4300-EXIT.
           EXIT.

       4310-STATEMENT-GIFT.
           IF WS-GFT-IN-VIEW (WS-GFT-POS) NOT = "0"
                   OR WS-GFT-VOID (WS-GFT-POS) = "Y"
                   OR WS-GFT-DATE (WS-GFT-POS)(1:4) NOT = WS-YEAR
                   OR WS-GFT-MEMBER (WS-GFT-POS) NOT = WS-ARG-MEMBER
               GO TO 4310-EXIT
           END-IF.
           MOVE WS-GFT-AMOUNT (WS-GFT-POS) TO WS-AMT-EDIT.
           MOVE SPACES TO LETTER-LINE.
           STRING "    " WS-GFT-NUM (WS-GFT-POS) "  "
                  WS-GFT-DATE (WS-GFT-POS) "  " WS-AMT-EDIT "  "
                  WS-GFT-FUND (WS-GFT-POS)
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
       4310-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Letter furniture, shared by acknowledgments and
      *> statements. WS-MBR-NAME holds the member's name.
      *>----------------------------------------------------------*>
       5000-LETTER-HEAD.
           MOVE "THE TERRESTRIAL CHURCH - PASTORAL CORRESPONDENCE"
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "------------------------------------------------"
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           IF WS-MBR-NAME = SPACES
               MOVE "Dear member of the congregation," TO LETTER-LINE
           ELSE
               STRING "Dear " FUNCTION TRIM(WS-MBR-NAME) ","
                   DELIMITED BY SIZE INTO LETTER-LINE
               END-STRING
           END-IF.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
       5000-EXIT.
           EXIT.

       5100-LETTER-CLOSE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "With gratitude," TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "The Terrestrial Church" TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "ADDRESSEE: " FUNCTION TRIM(WS-ARG-MEMBER)
               DELIMITED BY SIZE INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
       5100-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> An amount as typed - digits with at most two decimals, up
      *> to 9,999,999.99 - into WS-AMT. WS-AMT-OK "N" (and
      *> RETURN-CODE 8) when it will not do.
      *>----------------------------------------------------------*>
       7000-PARSE-AMOUNT.
           MOVE "Y" TO WS-AMT-OK.
           MOVE 0 TO WS-AMT WS-AMT-INT-DIGITS WS-AMT-DEC-DIGITS
                     WS-AMT-POINTS.
           MOVE FUNCTION TRIM(WS-ARG-AMOUNT) TO WS-ARG-AMOUNT.
           IF WS-ARG-AMOUNT = SPACES
               MOVE "N" TO WS-AMT-OK
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ARG-AMOUNT))
                   TO WS-AMT-LEN
               PERFORM 7010-CHECK-ONE-CHAR THRU 7010-EXIT
                   VARYING WS-AMT-POS FROM 1 BY 1
                   UNTIL WS-AMT-POS > WS-AMT-LEN
           END-IF.
           IF WS-AMT-INT-DIGITS = 0 OR WS-AMT-INT-DIGITS > 7
                   OR WS-AMT-DEC-DIGITS > 2
               MOVE "N" TO WS-AMT-OK
           END-IF.
           IF WS-AMT-OK = "Y"
               MOVE FUNCTION NUMVAL(WS-ARG-AMOUNT) TO WS-AMT
               IF WS-AMT = 0
                   MOVE "N" TO WS-AMT-OK
               END-IF
           END-IF.
           IF WS-AMT-OK NOT = "Y"
               DISPLAY "SPONSOR-REGISTER: amount "
                       FUNCTION TRIM(WS-ARG-AMOUNT)
                       " must be more than nothing, in units and at "
                       "most two decimals (25 or 25.00)"
               MOVE 8 TO RETURN-CODE
           END-IF.
       7000-EXIT.
           EXIT.

       7010-CHECK-ONE-CHAR.
           MOVE WS-ARG-AMOUNT(WS-AMT-POS:1) TO WS-AMT-CHAR.
           IF WS-AMT-CHAR = "."
               ADD 1 TO WS-AMT-POINTS
               IF WS-AMT-POINTS > 1
                   MOVE "N" TO WS-AMT-OK
               END-IF
               GO TO 7010-EXIT
           END-IF.
           IF WS-AMT-CHAR IS NOT NUMERIC
               MOVE "N" TO WS-AMT-OK
               GO TO 7010-EXIT
           END-IF.
           IF WS-AMT-POINTS = 0
               ADD 1 TO WS-AMT-INT-DIGITS
           ELSE
               ADD 1 TO WS-AMT-DEC-DIGITS
           END-IF.
       7010-EXIT.
           EXIT.

       8000-SPOOL-LINE.
           MOVE "LINE" TO WS-SPL-ACTION.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
       8000-EXIT.
           EXIT.

       8100-APPEND-RECORD.
           OPEN EXTEND SPON-FILE.
           IF WS-SPON-STATUS = "35"
               OPEN OUTPUT SPON-FILE
           END-IF.
           MOVE WS-OUT-LINE TO SPON-LINE.
           WRITE SPON-LINE.
           CLOSE SPON-FILE.
           MOVE SPACES TO WS-SPON-STATUS.
       8100-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "sponsorships.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "question_box.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "gen_orders.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
       0900-EXIT.
           EXIT.
