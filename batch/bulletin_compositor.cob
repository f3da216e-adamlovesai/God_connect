      *>       holy days the operations calendar lists in it,
      *>     - the quote of the day for each of the seven days,
      *>       picked from batch/quotes.dat by QOTD's own
      *>       deterministic date fold over the quotes whose
      *>       dialogue passes DLGELIG and sits in the parish
      *>       view, so this file and a QOTD run always agree,
      *>     - every bulletin-flagged (B) dialogue from the ratings
      *>       standings, rendered in DLGSHOW's wrapped style at
      *>       the bulletin's own display width (DLGWID01, 064),
      *>     - congregation questions marked FULFILLED during the
      *>       week, with the answering record's topic,
      *>     - CORRECTIONS: the errata ERRATA-NOTICE has raised
      *>       against earlier issues and anthologies
      *>       (batch/errata.dat, kind ISSUE) and not yet printed,
      *>       each with the text as printed and as corrected;
      *>       the section is left out when there are none.
      *>
      *> It REFUSES any path a reviewer flagged X do-not-publish
      *> and any path PRIVACY-CHECK holds a finding against, and
      *> reports every exclusion and its reason at end of run.
      *> Given BAND=<band>, a dialogue READING-GRADE has graded
      *> above that reading-grade band (DLGGRD01), or not graded
      *> at all, is excluded the same way (DLGGRADE). Each
      *> dialogue that ships is registered in
      *> batch/issue_contents.dat (I|issue|path|date) so later
      *> feedback can be verified against what the issue actually
      *> carried, and each erratum it printed is marked ISSUED in
      *> this issue (S|erratum|ISSUED|BULLETIN issue|date) so it is
      *> printed once. Only the run's parish's errata are taken
      *> (DLGPRSH CODE).
      *>
      *> Nothing goes to print unproofed. A PROOF run (the
      *> default) files the composed issue as the next numbered
      *> proof of the BULLETIN (DLGPROOF, batch/proofs/) for the
      *> named approvers to rule on through PROOF-SIGNOFF; only a
      *> FINAL run writes batch/bulletin.txt and registers the
      *> issue, and only when the current proof holds every
      *> approval and the issue composed now still matches it line
      *> for line (so give FINAL the same week start the proof
      *> had).
      *>
      *> Usage:
      *>     bulletin_compositor [PROOF|FINAL] [YYYY-MM-DD]
      *>                         [BAND=band]
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *>                      adds the moderation SUPPRESS and
      *>                      withdraw dispositions to the
      *>                      exclusions.
      *>     2026-10-15  DO   Optional BAND=<band> argument
      *>                      excludes dialogues graded above
      *>                      that reading-grade band, or not
      *>                      graded (DLGGRADE).
      *>     2026-10-15  DO   PROOF (default) and FINAL runs: a
      *>                      proof is filed for sign-off through
      *>                      DLGPROOF; the print file and the
      *>                      issue register are written only by
      *>                      a FINAL run of an approved,
      *>                      unchanged proof.
      *>     2026-10-15  DO   A dialogue shared in from another
      *>                      parish prints its credit line
      *>                      (DLGCRED) under its topic.
      *>     2026-10-15  DO   CORRECTIONS section: pending errata
      *>                      against earlier issues (ERRATA-NOTICE,
      *>                      batch/errata.dat) print with the text
      *>                      before and after, and a FINAL run
      *>                      marks them issued in this issue.
      *>     2026-10-15  DO   A sponsored dialogue prints its
      *>                      sponsor credit (DLGSPON) under its
      *>                      topic.
      *>     2026-10-15  DO   Quote of the day counts and picks only
      *>                      quotes whose dialogue passes DLGELIG
      *>                      and the parish view (DLGPRSH CODE), as
      *>                      QOTD does.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BULLETIN-COMPOSITOR.
           SELECT EXC-FILE ASSIGN DYNAMIC WS-CFN-06
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT BULL-FILE ASSIGN DYNAMIC WS-PRF-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ISSUE-FILE ASSIGN DYNAMIC WS-CFN-08
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISSUE-STATUS.
           SELECT ERRATA-FILE ASSIGN DYNAMIC WS-CFN-09
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRATA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ISSUE-FILE.
       01  ISSUE-LINE               PIC X(300).

       FD  ERRATA-FILE.
       01  ERRATA-LINE              PIC X(1200).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-06                PIC X(200).
       01  WS-CFN-07                PIC X(200).
       01  WS-CFN-08                PIC X(200).
       01  WS-CFN-09                PIC X(200).
       01  WS-CAL-STATUS            PIC X(02) VALUE SPACES.
       01  WS-QUOTE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RATINGS-STATUS        PIC X(02) VALUE SPACES.
       01  WS-QBOX-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EXC-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ISSUE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ERRATA-STATUS         PIC X(02) VALUE SPACES.
       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).
       01  WS-EOF-CAL               PIC X(01) VALUE "N".
           88  NO-MORE-QBOX                  VALUE "Y".
       01  WS-EOF-EXC               PIC X(01) VALUE "N".
           88  NO-MORE-EXC                   VALUE "Y".
       01  WS-EOF-ERRATA            PIC X(01) VALUE "N".
           88  NO-MORE-ERRATA                VALUE "Y".

      *> Bulletin-specific display width, narrower than the
      *> standard 072 to allow for the printed margins.
           COPY DLGWID01 REPLACING WIDTH-TAG BY ==064==.

       01  WS-CMD-LINE              PIC X(100) VALUE SPACES.
       01  WS-CMD-REST              PIC X(100) VALUE SPACES.
       01  WS-ARG-START             PIC X(10) VALUE SPACES.
       01  WS-ARG-2                 PIC X(20) VALUE SPACES.
       01  WS-ARG-BAND              PIC X(10) VALUE SPACES.
       01  WS-WEEK-START-NUM        PIC 9(08) VALUE 0.
       01  WS-WEEK-START-INT        PIC 9(08) VALUE 0.
       01  WS-WEEK-END-NUM          PIC 9(08) VALUE 0.
               10  WS-ANS-PATH      PIC X(200).
       01  WS-ANS-POS               PIC 9(02) VALUE 0.

      *> Errata against earlier issues (ERRATA-NOTICE) still to
      *> print; an S record on file means one has been issued.
       01  WS-ERT-MAX               PIC 9(02) VALUE 50.
       01  WS-ERT-COUNT             PIC 9(02) VALUE 0.
       01  WS-ERT-TABLE.
           05  WS-ERT-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-ERT-IDX.
               10  WS-ERT-ID        PIC X(06).
               10  WS-ERT-ISSUE     PIC X(08).
               10  WS-ERT-FIELD     PIC X(12).
               10  WS-ERT-BEFORE    PIC X(240).
               10  WS-ERT-AFTER     PIC X(240).
               10  WS-ERT-TOPIC     PIC X(120).
       01  WS-ERT-POS               PIC 9(02) VALUE 0.
       01  WS-ERT-PRINTED           PIC 9(02) VALUE 0.
       01  WS-ERT-HELD              PIC 9(04) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
       01  WS-IN-F5                 PIC X(240).
       01  WS-IN-F6                 PIC X(240).
       01  WS-IN-F7                 PIC X(240).
       01  WS-IN-F8                 PIC X(240).
       01  WS-IN-F9                 PIC X(240).
       01  WS-IN-F10                PIC X(240).
       01  WS-IN-F11                PIC X(240).
       01  WS-IN-F12                PIC X(240).
       01  WS-IN-F13                PIC X(240).
       01  WS-IN-F14                PIC X(240).
       01  WS-QUOTE-COUNT           PIC 9(04) VALUE 0.
       01  WS-PICK                  PIC 9(04) VALUE 0.
       01  WS-ROW                   PIC 9(04) VALUE 0.
       01  WS-QUOTE-IN-PLAY         PIC X(01) VALUE "N".
           88  QUOTE-IN-PLAY                  VALUE "Y".
       01  WS-IN-PERSONA            PIC X(40).
       01  WS-IN-QUOTE              PIC X(240).

       01  WS-IN-RENDER             PIC X(01) VALUE "N".
           88  RENDERING-THIS-PATH           VALUE "Y".
       01  WS-SHIPPED               PIC 9(03) VALUE 0.
       01  WS-CREDITED              PIC 9(03) VALUE 0.
       01  WS-SPONSORED             PIC 9(03) VALUE 0.
       01  WS-CRD-PATH              PIC X(200).
       01  WS-CRD-CREDIT            PIC X(120).
       01  WS-CRD-RC                PIC X(02).
       01  WS-TODAY-STAMP           PIC X(08).

       01  WS-ELIG-PATH             PIC X(200).
       01  WS-ELIG-RC               PIC X(02).
       01  WS-ELIG-REASON           PIC X(10).

       01  WS-GRD-PATH              PIC X(200).
       01  WS-GRD-RC                PIC X(02).
       01  WS-GRD-BAND              PIC X(10).

       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30)
                                    VALUE "BULLETIN-COMPOSITOR".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).

      *> Proof and sign-off through DLGPROOF.
           COPY DLGPRF01.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
      *> PROOF (the default) or FINAL may lead; see DLGPRF01.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL " "
               INTO WS-PRF-ARG
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-PRF-ARG) TO WS-PRF-ARG.
           IF WS-PRF-ARG = "PROOF" OR "FINAL"
               IF WS-PRF-ARG = "FINAL"
                   SET PRF-FINAL-RUN TO TRUE
               END-IF
               MOVE WS-CMD-LINE(FUNCTION LENGTH(
                   FUNCTION TRIM(WS-PRF-ARG)) + 2:) TO WS-CMD-REST
               MOVE WS-CMD-REST TO WS-CMD-LINE
           END-IF.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL " "
               INTO WS-ARG-START WS-ARG-2
           END-UNSTRING.
           IF WS-ARG-START(1:5) = "BAND="
               MOVE WS-CMD-LINE TO WS-ARG-2
               MOVE SPACES TO WS-ARG-START
           END-IF.
           IF WS-ARG-2(1:5) = "BAND="
               MOVE FUNCTION UPPER-CASE(WS-ARG-2(6:10)) TO WS-ARG-BAND
               MOVE SPACES TO WS-GRD-PATH
               CALL "DLGGRADE" USING WS-GRD-PATH WS-ARG-BAND
                                     WS-GRD-RC WS-GRD-BAND
               IF WS-GRD-RC = "08"
                   DISPLAY "BULLETIN-COMPOSITOR: "
                           FUNCTION TRIM(WS-ARG-BAND)
                           " is not a reading-grade band"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 6500-PROOF-GATE THRU 6500-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-TODAY-STAMP.
           IF WS-ARG-START = SPACES
               UNTIL WS-RATE-POS > WS-RATE-COUNT.
           PERFORM 1500-LOAD-QUESTIONS THRU 1500-EXIT
               UNTIL NO-MORE-QBOX.
           PERFORM 1600-LOAD-ERRATA THRU 1600-EXIT
               UNTIL NO-MORE-ERRATA.
           MOVE WS-CFN-04 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
           PERFORM 3000-QUOTES-SECTION THRU 3000-EXIT.
           PERFORM 4000-DIALOGUES-SECTION THRU 4000-EXIT.
           PERFORM 5000-QUESTIONS-SECTION THRU 5000-EXIT.
           PERFORM 5500-ERRATA-SECTION THRU 5500-EXIT.
           CLOSE BULL-FILE.
           PERFORM 6600-PROOF-OR-RELEASE THRU 6600-EXIT.
           IF PRF-FINAL-RUN
               PERFORM 6000-REGISTER-ISSUE THRU 6000-EXIT
           END-IF.
           PERFORM 7000-EXCLUSION-REPORT THRU 7000-EXIT.
           DISPLAY "BULLETIN-COMPOSITOR: issue " WS-ISSUE-ID
                   " composed: "
                   WS-SHIPPED " dialogue(s), " WS-ANS-COUNT
                   " answered question(s), " WS-EXCL-COUNT
                   " exclusion(s)".
           IF WS-CREDITED > 0
               DISPLAY "BULLETIN-COMPOSITOR: " WS-CREDITED
                       " dialogue(s) credited to another parish"
           END-IF.
           IF WS-SPONSORED > 0
               DISPLAY "BULLETIN-COMPOSITOR: " WS-SPONSORED
                       " dialogue(s) credited to their sponsors"
           END-IF.
           IF WS-ERT-PRINTED > 0 OR WS-ERT-HELD > 0
               DISPLAY "BULLETIN-COMPOSITOR: " WS-ERT-PRINTED
                       " erratum notice(s) printed, " WS-ERT-HELD
                       " held over to the next issue"
           END-IF.
           STOP RUN.

       1000-BUILD-WEEK.
               PERFORM 1490-EXCLUDE THRU 1490-EXIT
               GO TO 1400-EXIT
           END-IF.
           IF WS-ARG-BAND NOT = SPACES
               MOVE WS-CUR-PATH TO WS-GRD-PATH
               CALL "DLGGRADE" USING WS-GRD-PATH WS-ARG-BAND
                                     WS-GRD-RC WS-GRD-BAND
               IF WS-GRD-RC NOT = "00"
                   MOVE "G" TO WS-HIT
                   PERFORM 1490-EXCLUDE THRU 1490-EXIT
                   GO TO 1400-EXIT
               END-IF
           END-IF.
           IF WS-SEL-COUNT < WS-SEL-MAX
               ADD 1 TO WS-SEL-COUNT
               SET WS-SEL-IDX TO WS-SEL-COUNT
                   WHEN "E"
                       MOVE WS-ELIG-REASON
                           TO WS-EXCL-REASON (WS-EXCL-COUNT)
                   WHEN "G"
                       MOVE SPACES TO WS-EXCL-REASON (WS-EXCL-COUNT)
                       IF WS-GRD-RC = "12"
                           STRING "reading grade "
                                  FUNCTION TRIM(WS-GRD-BAND)
                               DELIMITED BY SIZE
                               INTO WS-EXCL-REASON (WS-EXCL-COUNT)
                           END-STRING
                       ELSE
                           MOVE "not reading-graded"
                               TO WS-EXCL-REASON (WS-EXCL-COUNT)
                       END-IF
                   WHEN OTHER
                       MOVE "privacy finding open"
                           TO WS-EXCL-REASON (WS-EXCL-COUNT)
       1500-EXIT.
           EXIT.

      *> E|erratum|ISSUE|issue|member|path|seq|field|before|after|
      *>   corrected|raised|topic|parish   and   S|erratum|... ,
      *> which marks one issued.
       1600-LOAD-ERRATA.
           IF WS-ERRATA-STATUS = SPACES
               OPEN INPUT ERRATA-FILE
               IF WS-ERRATA-STATUS NOT = "00"
                   SET NO-MORE-ERRATA TO TRUE
                   GO TO 1600-EXIT
               END-IF
           END-IF.
           READ ERRATA-FILE
               AT END
                   SET NO-MORE-ERRATA TO TRUE
                   CLOSE ERRATA-FILE
               NOT AT END
                   EVALUATE TRUE
                       WHEN ERRATA-LINE(1:2) = "E|"
                           PERFORM 1610-TAKE-ERRATUM THRU 1610-EXIT
                       WHEN ERRATA-LINE(1:2) = "S|"
                           MOVE SPACES TO WS-IN-F2
                           UNSTRING ERRATA-LINE DELIMITED BY "|"
                               INTO WS-IN-TAG WS-IN-F2
                           END-UNSTRING
                           PERFORM 1620-MARK-ISSUED THRU 1620-EXIT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       1600-EXIT.
           EXIT.

       1610-TAKE-ERRATUM.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6 WS-IN-F7 WS-IN-F8 WS-IN-F9
                          WS-IN-F10 WS-IN-F11 WS-IN-F12 WS-IN-F13
                          WS-IN-F14.
           UNSTRING ERRATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-IN-F7 WS-IN-F8 WS-IN-F9 WS-IN-F10
                    WS-IN-F11 WS-IN-F12 WS-IN-F13 WS-IN-F14
           END-UNSTRING.
           IF WS-IN-F3(1:5) NOT = "ISSUE"
               GO TO 1610-EXIT
           END-IF.
           MOVE WS-IN-F6 TO WS-PRS-TEXT.
           MOVE WS-IN-F14(1:12) TO WS-PRS-PARISH.
           MOVE "CODE" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
           IF WS-PRS-RC NOT = "00"
               GO TO 1610-EXIT
           END-IF.
           IF WS-ERT-COUNT NOT < WS-ERT-MAX
               ADD 1 TO WS-ERT-HELD
               GO TO 1610-EXIT
           END-IF.
           ADD 1 TO WS-ERT-COUNT.
           MOVE WS-IN-F2(1:6) TO WS-ERT-ID (WS-ERT-COUNT).
           MOVE WS-IN-F4(1:8) TO WS-ERT-ISSUE (WS-ERT-COUNT).
           MOVE WS-IN-F8(1:12) TO WS-ERT-FIELD (WS-ERT-COUNT).
           MOVE WS-IN-F9 TO WS-ERT-BEFORE (WS-ERT-COUNT).
           MOVE WS-IN-F10 TO WS-ERT-AFTER (WS-ERT-COUNT).
           MOVE WS-IN-F13(1:120) TO WS-ERT-TOPIC (WS-ERT-COUNT).
       1610-EXIT.
           EXIT.

      *> An issued erratum gives up its slot to the last one
      *> taken, so the table only ever holds the pending ones.
       1620-MARK-ISSUED.
           MOVE 0 TO WS-ERT-POS.
           SET WS-ERT-IDX TO 1.
           IF WS-ERT-COUNT > 0
               SEARCH WS-ERT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ERT-IDX > WS-ERT-COUNT
                       CONTINUE
                   WHEN WS-ERT-ID (WS-ERT-IDX) = WS-IN-F2(1:6)
                       SET WS-ERT-POS TO WS-ERT-IDX
               END-SEARCH
           END-IF.
           IF WS-ERT-POS = 0
               GO TO 1620-EXIT
           END-IF.
           IF WS-ERT-POS < WS-ERT-COUNT
               MOVE WS-ERT-ENTRY (WS-ERT-COUNT)
                   TO WS-ERT-ENTRY (WS-ERT-POS)
           END-IF.
           SUBTRACT 1 FROM WS-ERT-COUNT.
       1620-EXIT.
           EXIT.

       2000-MASTHEAD.
           MOVE ALL "=" TO BULL-LINE.
           WRITE BULL-LINE.
       2100-EXIT.
           EXIT.

      *> The week's quotes: QOTD's deterministic pick per date, over
      *> the quotes in play (3300), so this section and a QOTD run
      *> on any machine agree.
       3000-QUOTES-SECTION.
           MOVE SPACES TO BULL-LINE.
           WRITE BULL-LINE.
               AT END
                   SET NO-MORE-QUOTES TO TRUE
               NOT AT END
                   PERFORM 3300-JUDGE-QUOTE THRU 3300-EXIT
                   IF QUOTE-IN-PLAY
                       ADD 1 TO WS-QUOTE-COUNT
                   END-IF
           END-READ.
               AT END
                   SET NO-MORE-QUOTES TO TRUE
               NOT AT END
                   PERFORM 3300-JUDGE-QUOTE THRU 3300-EXIT
                   IF QUOTE-IN-PLAY
                       ADD 1 TO WS-ROW
                       IF WS-ROW = WS-PICK
                           PERFORM 3220-PRINT-QUOTE THRU 3220-EXIT
       3220-EXIT.
           EXIT.

      *> A quote is in play when it is a Q record whose dialogue
      *> (field 6) passes DLGELIG and sits in the run's parish view.
      *> QOTD applies the same test, so both count the same rows and
      *> land on the same quote for a date.
       3300-JUDGE-QUOTE.
           MOVE "N" TO WS-QUOTE-IN-PLAY.
           IF QUOTE-LINE(1:2) NOT = "Q|"
               GO TO 3300-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F5.
           UNSTRING QUOTE-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-PERSONA WS-IN-F3
                    WS-IN-F4 WS-IN-F5
           END-UNSTRING.
           MOVE WS-IN-F5 TO WS-ELIG-PATH.
           CALL "DLGELIG" USING WS-ELIG-PATH WS-ELIG-RC
                                WS-ELIG-REASON.
           IF WS-ELIG-RC NOT = "00"
               GO TO 3300-EXIT
           END-IF.
           MOVE WS-IN-F5 TO WS-PRS-TEXT.
           MOVE SPACES TO WS-PRS-PARISH.
           MOVE "CODE" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
           IF WS-PRS-RC NOT = "00"
               GO TO 3300-EXIT
           END-IF.
           MOVE "Y" TO WS-QUOTE-IN-PLAY.
       3300-EXIT.
           EXIT.

      *> One streaming pass of the extract: selected H records open
      *> a rendering, their M records wrap out beneath them.
       4000-DIALOGUES-SECTION.
                      INTO BULL-LINE
               END-STRING
               WRITE BULL-LINE
               PERFORM 4210-CREDIT-LINE THRU 4210-EXIT
               PERFORM 4220-SPONSOR-LINE THRU 4220-EXIT
           END-IF.
       4200-EXIT.
           EXIT.

      *> A dialogue shared in from another parish carries that
      *> parish's credit under the sharing agreement.
       4210-CREDIT-LINE.
           MOVE WS-CUR-PATH TO WS-CRD-PATH.
           CALL "DLGCRED" USING WS-CRD-PATH WS-CRD-CREDIT WS-CRD-RC.
           IF WS-CRD-RC NOT = "04"
               GO TO 4210-EXIT
           END-IF.
           ADD 1 TO WS-CREDITED.
           MOVE SPACES TO BULL-LINE.
           STRING "  "                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CRD-CREDIT)  DELIMITED BY SIZE
                  INTO BULL-LINE
           END-STRING.
           WRITE BULL-LINE.
       4210-EXIT.
           EXIT.

      *> A dialogue a member gave to sponsor thanks its sponsor.
       4220-SPONSOR-LINE.
           MOVE WS-CUR-PATH TO WS-CRD-PATH.
           CALL "DLGSPON" USING WS-CRD-PATH WS-CRD-CREDIT WS-CRD-RC.
           IF WS-CRD-RC NOT = "04"
               GO TO 4220-EXIT
           END-IF.
           ADD 1 TO WS-SPONSORED.
           MOVE SPACES TO BULL-LINE.
           STRING "  "                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CRD-CREDIT)  DELIMITED BY SIZE
                  INTO BULL-LINE
           END-STRING.
           WRITE BULL-LINE.
       4220-EXIT.
           EXIT.

       4300-RENDER-MESSAGE.
           MOVE SPACES TO WS-IN-F5 WS-IN-F7.
           UNSTRING DATA-LINE DELIMITED BY "|"
       5110-EXIT.
           EXIT.

      *> Errata against earlier issues, the text as printed and
      *> as it now reads; no section at all when there are none.
       5500-ERRATA-SECTION.
           IF WS-ERT-COUNT = 0
               GO TO 5500-EXIT
           END-IF.
           MOVE SPACES TO BULL-LINE.
           WRITE BULL-LINE.
           MOVE "  CORRECTIONS" TO BULL-LINE.
           WRITE BULL-LINE.
           MOVE "  -----------" TO BULL-LINE.
           WRITE BULL-LINE.
           PERFORM 5600-PRINT-ONE-ERRATUM THRU 5600-EXIT
               VARYING WS-ERT-POS FROM 1 BY 1
               UNTIL WS-ERT-POS > WS-ERT-COUNT.
       5500-EXIT.
           EXIT.

       5600-PRINT-ONE-ERRATUM.
           MOVE SPACES TO BULL-LINE.
           WRITE BULL-LINE.
           MOVE SPACES TO BULL-LINE.
           STRING "  Erratum " WS-ERT-ID (WS-ERT-POS)
                  " - issue of "
                  WS-ERT-ISSUE (WS-ERT-POS) (1:4) "-"
                  WS-ERT-ISSUE (WS-ERT-POS) (5:2) "-"
                  WS-ERT-ISSUE (WS-ERT-POS) (7:2)
                  ", " FUNCTION TRIM(WS-ERT-FIELD (WS-ERT-POS))
                  ": " FUNCTION TRIM(WS-ERT-TOPIC (WS-ERT-POS))
               DELIMITED BY SIZE INTO BULL-LINE
           END-STRING.
           WRITE BULL-LINE.
           MOVE "printed" TO WS-WRAP-SPEAKER.
           MOVE WS-ERT-BEFORE (WS-ERT-POS) TO WS-WRAP-CONTENT.
           PERFORM 8000-WRAP-AND-WRITE THRU 8000-EXIT.
           MOVE "should read" TO WS-WRAP-SPEAKER.
           MOVE WS-ERT-AFTER (WS-ERT-POS) TO WS-WRAP-CONTENT.
           PERFORM 8000-WRAP-AND-WRITE THRU 8000-EXIT.
           ADD 1 TO WS-ERT-PRINTED.
       5600-EXIT.
           EXIT.

       6000-REGISTER-ISSUE.
           OPEN EXTEND ISSUE-FILE.
           IF WS-ISSUE-STATUS = "35"
               VARYING WS-SEL-IDX FROM 1 BY 1
               UNTIL WS-SEL-IDX > WS-SEL-COUNT.
           CLOSE ISSUE-FILE.
           IF WS-ERT-COUNT > 0
               OPEN EXTEND ERRATA-FILE
               PERFORM 6200-ISSUE-ONE-ERRATUM THRU 6200-EXIT
                   VARYING WS-ERT-POS FROM 1 BY 1
                   UNTIL WS-ERT-POS > WS-ERT-COUNT
               CLOSE ERRATA-FILE
           END-IF.
       6000-EXIT.
           EXIT.

       6100-EXIT.
           EXIT.

      *> S|erratum|ISSUED|BULLETIN issue|date - printed once.
       6200-ISSUE-ONE-ERRATUM.
           MOVE SPACES TO ERRATA-LINE.
           STRING "S|" WS-ERT-ID (WS-ERT-POS)
                  "|ISSUED|BULLETIN " WS-ISSUE-ID
                  "|" WS-TODAY-STAMP
               DELIMITED BY SIZE INTO ERRATA-LINE
           END-STRING.
           WRITE ERRATA-LINE.
       6200-EXIT.
           EXIT.

      *> A FINAL run goes no further unless the current proof holds
      *> every approval; a PROOF run composes to a scratch copy
      *> that DLGPROOF files as the next proof.
       6500-PROOF-GATE.
           MOVE "BULLETIN" TO WS-PRF-PUB.
           MOVE "BULLETIN-COMPOSITOR" TO WS-PRF-PGM.
           MOVE SPACES TO WS-PRF-OUT-NAME.
           IF PRF-PROOF-RUN
               STRING FUNCTION TRIM(WS-PRF-LIVE-NAME) ".proof"
                   DELIMITED BY SIZE INTO WS-PRF-OUT-NAME
               END-STRING
               GO TO 6500-EXIT
           END-IF.
           STRING FUNCTION TRIM(WS-PRF-LIVE-NAME) ".final"
               DELIMITED BY SIZE INTO WS-PRF-OUT-NAME
           END-STRING.
           MOVE "GATE" TO WS-PRF-ACTION.
           MOVE WS-PRF-LIVE-NAME TO WS-PRF-FILE.
           CALL "DLGPROOF" USING WS-PRF-ACTION WS-PRF-PUB WS-PRF-FILE
                                 WS-PRF-PGM WS-PRF-NUMBER WS-PRF-RC.
           IF WS-PRF-RC NOT = "00"
               DISPLAY "BULLETIN-COMPOSITOR: FINAL refused - "
                       FUNCTION TRIM(WS-PRF-LIVE-NAME)
                       " not written"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "BULLETIN-COMPOSITOR: FINAL of approved proof "
                   WS-PRF-NUMBER.
       6500-EXIT.
           EXIT.

      *> PROOF: file the issue for sign-off. FINAL: it must match
      *> the approved proof line for line before it replaces the
      *> print file.
       6600-PROOF-OR-RELEASE.
           MOVE WS-PRF-OUT-NAME TO WS-PRF-FILE.
           IF PRF-PROOF-RUN
               MOVE "NEW " TO WS-PRF-ACTION
               CALL "DLGPROOF" USING WS-PRF-ACTION WS-PRF-PUB
                       WS-PRF-FILE WS-PRF-PGM WS-PRF-NUMBER
                       WS-PRF-RC
               CALL "CBL_DELETE_FILE" USING WS-PRF-OUT-NAME
               MOVE 0 TO RETURN-CODE
               IF WS-PRF-RC NOT = "00"
                   DISPLAY "BULLETIN-COMPOSITOR: the proof could "
                           "not be filed"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "BULLETIN-COMPOSITOR: proof " WS-PRF-NUMBER
                       " of the BULLETIN filed for sign-off "
                       "(PROOF-SIGNOFF)"
               GO TO 6600-EXIT
           END-IF.
           MOVE "MTCH" TO WS-PRF-ACTION.
           CALL "DLGPROOF" USING WS-PRF-ACTION WS-PRF-PUB WS-PRF-FILE
                                 WS-PRF-PGM WS-PRF-NUMBER WS-PRF-RC.
           IF WS-PRF-RC NOT = "00"
               CALL "CBL_DELETE_FILE" USING WS-PRF-OUT-NAME
               DISPLAY "BULLETIN-COMPOSITOR: FINAL refused - the "
                       "issue no longer matches approved proof "
                       WS-PRF-NUMBER "; run a new proof"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "CBL_COPY_FILE" USING WS-PRF-OUT-NAME WS-PRF-LIVE-NAME.
           CALL "CBL_DELETE_FILE" USING WS-PRF-OUT-NAME.
           MOVE 0 TO RETURN-CODE.
           MOVE "FINL" TO WS-PRF-ACTION.
           MOVE WS-PRF-LIVE-NAME TO WS-PRF-FILE.
           CALL "DLGPROOF" USING WS-PRF-ACTION WS-PRF-PUB WS-PRF-FILE
                                 WS-PRF-PGM WS-PRF-NUMBER WS-PRF-RC.
           DISPLAY "BULLETIN-COMPOSITOR: proof " WS-PRF-NUMBER
                   " released to " FUNCTION TRIM(WS-PRF-LIVE-NAME).
       6600-EXIT.
           EXIT.

       7000-EXCLUSION-REPORT.
           IF WS-EXCL-COUNT = 0
               GO TO 7000-EXIT
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-06.
           MOVE "bulletin.txt" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-07.
           MOVE WS-CFN-07 TO WS-PRF-LIVE-NAME.
           MOVE "issue_contents.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-08.
           MOVE "errata.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-09.
       0900-EXIT.
           EXIT.
