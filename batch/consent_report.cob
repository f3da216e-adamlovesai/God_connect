      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> CONSENT-REPORT
      *>
      *> The periodic consent renewal list. For every ACTIVE member
      *> on the member master (batch/member_master.dat) it looks up
      *> the consent in force on batch/member_consent.dat (the
      *> latest record CONSENT-CAPTURE wrote; a merged member's
      *> consent counts for the survivor, DLGMEMB) and lists
      *>
      *>     - DUE FOR RENEWAL: members whose consent was given
      *>       longer ago than the renewal period, with the date,
      *>       channels and source, so the office can ask again;
      *>     - NO CONSENT ON FILE: members nothing can be sent to
      *>       until a consent is captured (DLGCONS suppresses
      *>       every contact for them).
      *>
      *> The renewal period is the first command-line argument in
      *> months; omitted it defaults to 24. Ends with RETURN-CODE
      *> 4 while anything is listed, the suite's "review items"
      *> code.
      *>
      *> Usage:
      *>     consent_report [months]
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSENT-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MBR-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MBR-STATUS.
           SELECT CONSENT-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MBR-FILE.
       01  MBR-LINE                 PIC X(400).

       FD  CONSENT-FILE.
       01  CONSENT-LINE             PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-MBR-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CONSENT-STATUS        PIC X(02) VALUE SPACES.
       01  WS-EOF-MBR               PIC X(01) VALUE "N".
           88  NO-MORE-MBR                   VALUE "Y".
       01  WS-EOF-CONSENT           PIC X(01) VALUE "N".
           88  NO-MORE-CONSENT               VALUE "Y".

       01  WS-CMD-LINE              PIC X(40) VALUE SPACES.
       01  WS-MONTHS                PIC 9(03) VALUE 24.
       01  WS-ARG-LEN               PIC 9(02) VALUE 0.
       01  WS-TODAY                 PIC X(08).
       01  WS-MONTH-INDEX           PIC 9(06) VALUE 0.
       01  WS-CUT-YEAR              PIC 9(04) VALUE 0.
       01  WS-CUT-MONTH             PIC 9(02) VALUE 0.
       01  WS-CUTOFF                PIC X(10).

      *> The latest image of every member on the master.
       01  WS-MST-MAX               PIC 9(04) VALUE 3000.
       01  WS-MST-COUNT             PIC 9(04) VALUE 0.
       01  WS-MST-TABLE.
           05  WS-MST-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-MST-IDX.
               10  WS-MST-NUMBER    PIC X(06).
               10  WS-MST-NAME      PIC X(40).
               10  WS-MST-STATE     PIC X(08).
       01  WS-MST-POS               PIC 9(04) VALUE 0.
       01  WS-MST-FOUND             PIC 9(04) VALUE 0.

      *> The consent in force per (surviving) member number.
       01  WS-CON-MAX               PIC 9(04) VALUE 3000.
       01  WS-CON-COUNT             PIC 9(04) VALUE 0.
       01  WS-CON-TABLE.
           05  WS-CON-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-CON-IDX.
               10  WS-CON-NUMBER    PIC X(06).
               10  WS-CON-CHANNELS  PIC X(05).
               10  WS-CON-DATE      PIC X(10).
               10  WS-CON-SOURCE    PIC X(40).
       01  WS-CON-FOUND             PIC 9(04) VALUE 0.
       01  WS-WANT-NUMBER           PIC X(06).

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-NUMBER             PIC X(06).
       01  WS-IN-NAME               PIC X(40).
       01  WS-IN-CHANNEL            PIC X(10).
       01  WS-IN-CONTACT            PIC X(60).
       01  WS-IN-STATE              PIC X(08).
       01  WS-IN-TOPICS             PIC X(200).
       01  WS-IN-DATE               PIC X(10).
       01  WS-IN-SOURCE             PIC X(60).

       01  WS-LIST-PASS             PIC X(01).
           88  LISTING-DUE                   VALUE "D".
           88  LISTING-MISSING               VALUE "M".
       01  WS-DUE-COUNT             PIC 9(04) VALUE 0.
       01  WS-MISSING-COUNT         PIC 9(04) VALUE 0.
       01  WS-ACTIVE-COUNT          PIC 9(04) VALUE 0.

       COPY DLGMBR01.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           IF WS-CMD-LINE NOT = SPACES
               COMPUTE WS-ARG-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-CMD-LINE))
               MOVE FUNCTION TRIM(WS-CMD-LINE) TO WS-CMD-LINE
               IF WS-ARG-LEN > 3
                       OR WS-CMD-LINE(1:WS-ARG-LEN) IS NOT NUMERIC
                   DISPLAY "CONSENT-REPORT: usage: consent_report "
                           "[months]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-MONTHS = FUNCTION NUMVAL(WS-CMD-LINE)
           END-IF.
           PERFORM 1000-FIGURE-CUTOFF THRU 1000-EXIT.
           OPEN INPUT MBR-FILE.
           IF WS-MBR-STATUS NOT = "00"
               DISPLAY "CONSENT-REPORT: no member master at "
                       FUNCTION TRIM(WS-CFN-01)
                       " - see MEMBER-MAINT SEED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-ONE-MEMBER THRU 1100-EXIT
               UNTIL NO-MORE-MBR.
           CLOSE MBR-FILE.
           OPEN INPUT CONSENT-FILE.
           IF WS-CONSENT-STATUS = "00"
               PERFORM 1200-LOAD-ONE-CONSENT THRU 1200-EXIT
                   UNTIL NO-MORE-CONSENT
               CLOSE CONSENT-FILE
           END-IF.
           DISPLAY "MEMBER CONSENT RENEWAL REPORT".
           DISPLAY "renewal period " WS-MONTHS " month(s) - "
                   "consents given before " WS-CUTOFF " are due".
           DISPLAY "================================================".
           DISPLAY "DUE FOR RENEWAL".
           DISPLAY "------------------------------------------------".
           SET LISTING-DUE TO TRUE.
           PERFORM 2000-LIST-ONE-MEMBER THRU 2000-EXIT
               VARYING WS-MST-POS FROM 1 BY 1
               UNTIL WS-MST-POS > WS-MST-COUNT.
           IF WS-DUE-COUNT = 0
               DISPLAY "  (none)"
           END-IF.
           DISPLAY " ".
           DISPLAY "NO CONSENT ON FILE - NOTHING IS SENT TO THEM".
           DISPLAY "------------------------------------------------".
           SET LISTING-MISSING TO TRUE.
           PERFORM 2000-LIST-ONE-MEMBER THRU 2000-EXIT
               VARYING WS-MST-POS FROM 1 BY 1
               UNTIL WS-MST-POS > WS-MST-COUNT.
           IF WS-MISSING-COUNT = 0
               DISPLAY "  (none)"
           END-IF.
           DISPLAY "================================================".
           DISPLAY "CONSENT-REPORT: " WS-ACTIVE-COUNT
                   " active member(s), " WS-DUE-COUNT
                   " due for renewal, " WS-MISSING-COUNT
                   " with no consent".
           IF WS-DUE-COUNT > 0 OR WS-MISSING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> Today less the renewal period, by calendar month; a
      *> consent dated before it is due.
       1000-FIGURE-CUTOFF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-MONTH-INDEX =
               FUNCTION NUMVAL(WS-TODAY(1:4)) * 12
             + FUNCTION NUMVAL(WS-TODAY(5:2)) - 1 - WS-MONTHS.
           COMPUTE WS-CUT-YEAR = WS-MONTH-INDEX / 12.
           COMPUTE WS-CUT-MONTH =
               WS-MONTH-INDEX - (WS-CUT-YEAR * 12) + 1.
           MOVE SPACES TO WS-CUTOFF.
           STRING WS-CUT-YEAR "-" WS-CUT-MONTH "-" WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-CUTOFF
           END-STRING.
       1000-EXIT.
           EXIT.

      *> A later image of a number replaces the earlier one.
       1100-LOAD-ONE-MEMBER.
           READ MBR-FILE
               AT END
                   SET NO-MORE-MBR TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF MBR-LINE(1:2) NOT = "M|"
               GO TO 1100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-NUMBER WS-IN-NAME WS-IN-CHANNEL
                          WS-IN-CONTACT WS-IN-STATE.
           UNSTRING MBR-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-NUMBER WS-IN-NAME WS-IN-CHANNEL
                    WS-IN-CONTACT WS-IN-STATE
           END-UNSTRING.
           IF WS-IN-NUMBER = SPACES
               GO TO 1100-EXIT
           END-IF.
           MOVE 0 TO WS-MST-FOUND.
           SET WS-MST-IDX TO 1.
           IF WS-MST-COUNT > 0
               SEARCH WS-MST-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MST-IDX > WS-MST-COUNT
                       CONTINUE
                   WHEN WS-MST-NUMBER (WS-MST-IDX) = WS-IN-NUMBER
                       SET WS-MST-FOUND TO WS-MST-IDX
               END-SEARCH
           END-IF.
           IF WS-MST-FOUND = 0
               IF WS-MST-COUNT >= WS-MST-MAX
                   GO TO 1100-EXIT
               END-IF
               ADD 1 TO WS-MST-COUNT
               MOVE WS-MST-COUNT TO WS-MST-FOUND
               MOVE WS-IN-NUMBER TO WS-MST-NUMBER (WS-MST-FOUND)
           END-IF.
           MOVE WS-IN-NAME TO WS-MST-NAME (WS-MST-FOUND).
           MOVE FUNCTION UPPER-CASE(WS-IN-STATE)
               TO WS-MST-STATE (WS-MST-FOUND).
       1100-EXIT.
           EXIT.

      *> The latest consent per surviving member number.
       1200-LOAD-ONE-CONSENT.
           READ CONSENT-FILE
               AT END
                   SET NO-MORE-CONSENT TO TRUE
                   GO TO 1200-EXIT
           END-READ.
           IF CONSENT-LINE(1:2) NOT = "K|"
               GO TO 1200-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-NUMBER WS-IN-CHANNEL WS-IN-TOPICS
                          WS-IN-DATE WS-IN-SOURCE.
           UNSTRING CONSENT-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-NUMBER WS-IN-CHANNEL
                    WS-IN-TOPICS WS-IN-DATE WS-IN-SOURCE
           END-UNSTRING.
           IF WS-IN-NUMBER = SPACES
               GO TO 1200-EXIT
           END-IF.
           MOVE SPACES TO WS-MBR-REF.
           STRING "member " WS-IN-NUMBER
               DELIMITED BY SIZE INTO WS-MBR-REF
           END-STRING.
           CALL "DLGMEMB" USING WS-MBR-REF WS-MBR-NUMBER WS-MBR-CANON
                                WS-MBR-NAME WS-MBR-RC.
           IF WS-MBR-NUMBER = SPACES
               MOVE WS-IN-NUMBER TO WS-WANT-NUMBER
           ELSE
               MOVE WS-MBR-NUMBER TO WS-WANT-NUMBER
           END-IF.
           PERFORM 1300-FIND-CONSENT THRU 1300-EXIT.
           IF WS-CON-FOUND = 0
               IF WS-CON-COUNT >= WS-CON-MAX
                   GO TO 1200-EXIT
               END-IF
               ADD 1 TO WS-CON-COUNT
               MOVE WS-CON-COUNT TO WS-CON-FOUND
               MOVE WS-WANT-NUMBER TO WS-CON-NUMBER (WS-CON-FOUND)
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-IN-CHANNEL(1:5))
               TO WS-CON-CHANNELS (WS-CON-FOUND).
           MOVE WS-IN-DATE TO WS-CON-DATE (WS-CON-FOUND).
           MOVE WS-IN-SOURCE(1:40) TO WS-CON-SOURCE (WS-CON-FOUND).
       1200-EXIT.
           EXIT.

       1300-FIND-CONSENT.
           MOVE 0 TO WS-CON-FOUND.
           SET WS-CON-IDX TO 1.
           IF WS-CON-COUNT > 0
               SEARCH WS-CON-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CON-IDX > WS-CON-COUNT
                       CONTINUE
                   WHEN WS-CON-NUMBER (WS-CON-IDX) = WS-WANT-NUMBER
                       SET WS-CON-FOUND TO WS-CON-IDX
               END-SEARCH
           END-IF.
       1300-EXIT.
           EXIT.

      *> One ACTIVE member, on whichever list this pass is making.
       2000-LIST-ONE-MEMBER.
           IF WS-MST-STATE (WS-MST-POS) NOT = "ACTIVE"
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-MST-NUMBER (WS-MST-POS) TO WS-WANT-NUMBER.
           PERFORM 1300-FIND-CONSENT THRU 1300-EXIT.
           IF LISTING-MISSING
               ADD 1 TO WS-ACTIVE-COUNT
               IF WS-CON-FOUND = 0
                   ADD 1 TO WS-MISSING-COUNT
                   DISPLAY "  member " WS-MST-NUMBER (WS-MST-POS) " "
                           FUNCTION TRIM(WS-MST-NAME (WS-MST-POS))
               END-IF
               GO TO 2000-EXIT
           END-IF.
           IF WS-CON-FOUND = 0
               GO TO 2000-EXIT
           END-IF.
           IF WS-CON-DATE (WS-CON-FOUND) NOT < WS-CUTOFF
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-DUE-COUNT.
           DISPLAY "  member " WS-MST-NUMBER (WS-MST-POS) " "
                   FUNCTION TRIM(WS-MST-NAME (WS-MST-POS)).
           DISPLAY "      given " WS-CON-DATE (WS-CON-FOUND)
                   "  channels " WS-CON-CHANNELS (WS-CON-FOUND)
                   "  source: "
                   FUNCTION TRIM(WS-CON-SOURCE (WS-CON-FOUND)).
       2000-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "member_master.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "member_consent.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
       0900-EXIT.
           EXIT.
