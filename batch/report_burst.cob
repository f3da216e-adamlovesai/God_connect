      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> REPORT-BURST
      *>
      *> Splits spooled reports (DLGSPOOL members) into one member
      *> per recipient, so each tradition's chaplain is sent that
      *> tradition's slice of TRADITION-ENGAGEMENT, MODERATION-
      *> REVIEW, COMPLETENESS-SCORECARD or the exceptions listing
      *> instead of someone cutting up the whole printout.
      *>
      *>     report_burst              burst every member on the
      *>                               spool index that a rule
      *>                               covers and that has not
      *>                               been burst before
      *>     report_burst <member>     burst (or re-send) that one
      *>                               member
      *>
      *> The reports mark their slices with DLGSPOOL break records
      *> (K|field|value). batch/burst_rules.ref says who gets what:
      *>
      *>     B|report-program|break-field|break-value|recipient
      *>
      *> "*" as the report or the value matches any; a value also
      *> matches a break value that continues with "/" (a rule for
      *> Hinduism takes Hinduism/Vedanta). Comparison ignores case.
      *> A slice goes to every recipient with a rule matching any
      *> of its breaks; the lines outside every slice (titles,
      *> totals, footers) go to each recipient that gets a slice.
      *>
      *> Each recipient's member is written beside the source as
      *> <source>_<recipient>.spl, registered on the spool index
      *> under REPORT-BURST (so SPOOL-VIEWER lists, reprints and
      *> purges it), and appended with a cover line to the
      *> recipient's outbox, batch/outbox_<recipient>.txt - the
      *> same outbox NOTIFY-GATEWAY fills. batch/distribution_log.dat
      *> is the proof of what was sent:
      *>
      *>     D|burst-stamp|report|run-stamp|source-member|recipient|
      *>       pages|lines|burst-member
      *>     S|burst-stamp|source-member|report|recipients
      *>
      *> pages are the pages of the source run the recipient was
      *> sent (60 lines a page, DLGSPOOL's page), e.g. 1-2,4. The S
      *> record closes a source member; a member with an S record
      *> is not burst again unless named on the command line.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>     2026-10-15  DO   A burst member is indexed under its
      *>                      source member's parish.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-BURST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT INDEX-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT DIST-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.
           SELECT SOURCE-FILE ASSIGN DYNAMIC WS-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT BURST-FILE ASSIGN DYNAMIC WS-BURST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BURST-STATUS.
           SELECT OUTBOX-FILE ASSIGN DYNAMIC WS-OUTBOX-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01  RULES-LINE               PIC X(200).

       FD  INDEX-FILE.
       01  INDEX-LINE               PIC X(300).

       FD  DIST-FILE.
       01  DIST-LINE                PIC X(400).

       FD  SOURCE-FILE.
       01  SOURCE-LINE              PIC X(132).

       FD  BURST-FILE.
       01  BURST-LINE               PIC X(132).

       FD  OUTBOX-FILE.
       01  OUTBOX-LINE              PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-SOURCE-NAME           PIC X(200).
       01  WS-BURST-NAME            PIC X(200).
       01  WS-OUTBOX-NAME           PIC X(200).
       01  WS-RULES-STATUS          PIC X(02) VALUE SPACES.
       01  WS-INDEX-STATUS          PIC X(02) VALUE SPACES.
       01  WS-DIST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-SOURCE-STATUS         PIC X(02) VALUE SPACES.
       01  WS-BURST-STATUS          PIC X(02) VALUE SPACES.
       01  WS-OUTBOX-STATUS         PIC X(02) VALUE SPACES.
       01  WS-EOF-RULES             PIC X(01) VALUE "N".
           88  NO-MORE-RULES                 VALUE "Y".
       01  WS-EOF-INDEX             PIC X(01) VALUE "N".
           88  NO-MORE-INDEX                 VALUE "Y".
       01  WS-EOF-DIST              PIC X(01) VALUE "N".
           88  NO-MORE-DIST                  VALUE "Y".
       01  WS-EOF-SOURCE            PIC X(01) VALUE "N".
           88  NO-MORE-SOURCE                VALUE "Y".
       01  WS-EOF-BURST             PIC X(01) VALUE "N".
           88  NO-MORE-BURST                 VALUE "Y".

       01  WS-CMD-ARG               PIC X(200) VALUE SPACES.
       01  WS-BURST-RC              PIC 9(02) VALUE 0.
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-TODAY                 PIC X(08).
       01  WS-OPERATOR-ID           PIC X(20).

       01  WS-ACC-ACTION            PIC X(04).
       01  WS-ACC-PGM               PIC X(30).
       01  WS-ACC-IN                PIC 9(07) VALUE 0.
       01  WS-ACC-OUT               PIC 9(07) VALUE 0.
       01  WS-ACC-RC                PIC 9(02) VALUE 0.

      *> The burst rules, upper-cased as loaded.
       01  WS-RULE-MAX              PIC 9(02) VALUE 80.
       01  WS-RULE-COUNT            PIC 9(02) VALUE 0.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 80 TIMES.
               10  WS-RULE-REPORT   PIC X(30).
               10  WS-RULE-FIELD    PIC X(20).
               10  WS-RULE-VALUE    PIC X(60).
               10  WS-RULE-VLEN     PIC 9(02).
               10  WS-RULE-RECIP    PIC X(30).
       01  WS-RULE-POS              PIC 9(02) VALUE 0.

      *> Source members the distribution log has already closed.
       01  WS-DONE-MAX              PIC 9(04) VALUE 500.
       01  WS-DONE-COUNT            PIC 9(04) VALUE 0.
       01  WS-DONE-TABLE.
           05  WS-DONE-MEMBER OCCURS 500 TIMES PIC X(120).
       01  WS-DONE-POS              PIC 9(04) VALUE 0.
       01  WS-IS-DONE               PIC X(01) VALUE "N".
           88  ALREADY-BURST                 VALUE "Y".

      *> Members on the spool index waiting to be burst.
       01  WS-CAND-MAX              PIC 9(03) VALUE 200.
       01  WS-CAND-COUNT            PIC 9(03) VALUE 0.
       01  WS-CAND-TABLE.
           05  WS-CAND-ENTRY OCCURS 200 TIMES.
               10  WS-CAND-MEMBER   PIC X(120).
               10  WS-CAND-PGM      PIC X(30).
               10  WS-CAND-CLASS    PIC X(10).
               10  WS-CAND-STAMP    PIC X(21).
               10  WS-CAND-PARISH   PIC X(12).
       01  WS-CAND-POS              PIC 9(03) VALUE 0.
       01  WS-CAND-SKIPPED          PIC 9(03) VALUE 0.

      *> Distinct recipients of the member in hand.
       01  WS-RCP-MAX               PIC 9(02) VALUE 40.
       01  WS-RCP-COUNT             PIC 9(02) VALUE 0.
       01  WS-RCP-TABLE.
           05  WS-RCP-NAME OCCURS 40 TIMES PIC X(30).
       01  WS-RCP-POS               PIC 9(02) VALUE 0.
       01  WS-RCP-FOUND             PIC X(01) VALUE "N".
       01  WS-RECIPIENT             PIC X(30).
       01  WS-RECIPIENT-UC          PIC X(30).
       01  WS-SENT-COUNT            PIC 9(02) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(200).
       01  WS-IN-F3                 PIC X(200).
       01  WS-IN-F4                 PIC X(100).
       01  WS-IN-F5                 PIC X(60).
       01  WS-IN-F6                 PIC X(30).
       01  WS-IN-F7                 PIC X(10).
       01  WS-IN-F8                 PIC X(12).
       01  WS-PGM-UC                PIC X(30).

      *> Slice state while reading a source member: C = the lines
      *> belong to everyone, S = inside a slice; WS-SLICE-MATCH
      *> says whether the recipient in hand takes the slice.
       01  WS-SLICE-STATE           PIC X(01) VALUE "C".
           88  IN-COMMON                     VALUE "C".
           88  IN-SLICE                      VALUE "S".
       01  WS-SLICE-MATCH           PIC X(01) VALUE "N".
           88  SLICE-IS-WANTED               VALUE "Y".
       01  WS-LAST-WAS-BREAK        PIC X(01) VALUE "N".
           88  LAST-WAS-BREAK                VALUE "Y".
       01  WS-K-FIELD               PIC X(20).
       01  WS-K-VALUE               PIC X(100).
       01  WS-VLEN                  PIC 9(03) VALUE 0.

       01  WS-SRC-LINES             PIC 9(06) VALUE 0.
       01  WS-SLICE-LINES           PIC 9(06) VALUE 0.
       01  WS-OUT-LINES             PIC 9(06) VALUE 0.
       01  WS-OUT-PAGES             PIC 9(04) VALUE 0.
       01  WS-SRC-PAGE              PIC 9(04) VALUE 0.
       01  WS-RUN-FIRST             PIC 9(04) VALUE 0.
       01  WS-RUN-LAST              PIC 9(04) VALUE 0.
       01  WS-PAGE-EDIT             PIC Z(3)9.
       01  WS-PAGE-LIST             PIC X(100).
       01  WS-PAGE-PTR              PIC 9(03) VALUE 1.
       01  WS-SRC-LEN               PIC 9(03) VALUE 0.

       01  WS-BURSTS-SENT           PIC 9(05) VALUE 0.
       01  WS-MEMBERS-BURST         PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE "STRT" TO WS-ACC-ACTION.
           MOVE "REPORT-BURST" TO WS-ACC-PGM.
           CALL "DLGACCT" USING WS-ACC-ACTION WS-ACC-PGM
                                WS-ACC-IN WS-ACC-OUT WS-ACC-RC.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-BURST-RC = 0
               PERFORM 3000-BURST-ONE-MEMBER THRU 3000-EXIT
                   VARYING WS-CAND-POS FROM 1 BY 1
                   UNTIL WS-CAND-POS > WS-CAND-COUNT
               DISPLAY "REPORT-BURST: " WS-MEMBERS-BURST
                       " member(s) burst, " WS-BURSTS-SENT
                       " slice(s) sent"
           END-IF.
           MOVE "END " TO WS-ACC-ACTION.
           MOVE WS-CAND-COUNT TO WS-ACC-IN.
           MOVE WS-BURSTS-SENT TO WS-ACC-OUT.
           MOVE WS-BURST-RC TO WS-ACC-RC.
           CALL "DLGACCT" USING WS-ACC-ACTION WS-ACC-PGM
                                WS-ACC-IN WS-ACC-OUT WS-ACC-RC.
           MOVE WS-ACC-RC TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CMD-ARG FROM COMMAND-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           PERFORM 1100-LOAD-RULES THRU 1100-EXIT
               UNTIL NO-MORE-RULES.
           IF WS-RULE-COUNT = 0
               DISPLAY "REPORT-BURST: no rules in "
                       FUNCTION TRIM(WS-CFN-01)
                       " - nothing can be burst"
               MOVE 8 TO WS-BURST-RC
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-LOAD-DONE THRU 1200-EXIT
               UNTIL NO-MORE-DIST.
           PERFORM 1300-LOAD-CANDIDATES THRU 1300-EXIT
               UNTIL NO-MORE-INDEX.
           IF WS-CMD-ARG NOT = SPACES AND WS-CAND-COUNT = 0
               DISPLAY "REPORT-BURST: "
                       FUNCTION TRIM(WS-CMD-ARG)
                       " is not on the spool index under a report"
                       " the rules cover"
               MOVE 8 TO WS-BURST-RC
               GO TO 1000-EXIT
           END-IF.
           IF WS-CAND-COUNT = 0
               DISPLAY "REPORT-BURST: nothing new on the spool to "
                       "burst"
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-RULES.
           IF WS-RULES-STATUS = SPACES
               OPEN INPUT RULES-FILE
               IF WS-RULES-STATUS NOT = "00"
                   SET NO-MORE-RULES TO TRUE
                   GO TO 1100-EXIT
               END-IF
           END-IF.
           READ RULES-FILE
               AT END
                   SET NO-MORE-RULES TO TRUE
                   CLOSE RULES-FILE
               NOT AT END
                   IF RULES-LINE(1:2) = "B|"
                           AND WS-RULE-COUNT < WS-RULE-MAX
                       PERFORM 1110-ADD-ONE-RULE THRU 1110-EXIT
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

       1110-ADD-ONE-RULE.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5.
           UNSTRING RULES-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
           END-UNSTRING.
           IF WS-IN-F2 = SPACES OR WS-IN-F3 = SPACES
                   OR WS-IN-F4 = SPACES OR WS-IN-F5 = SPACES
               GO TO 1110-EXIT
           END-IF.
           ADD 1 TO WS-RULE-COUNT.
           MOVE FUNCTION UPPER-CASE(WS-IN-F2)
               TO WS-RULE-REPORT (WS-RULE-COUNT).
           MOVE FUNCTION UPPER-CASE(WS-IN-F3)
               TO WS-RULE-FIELD (WS-RULE-COUNT).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-F4))
               TO WS-RULE-VALUE (WS-RULE-COUNT).
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-IN-F4))
               TO WS-RULE-VLEN (WS-RULE-COUNT).
           MOVE FUNCTION TRIM(WS-IN-F5)
               TO WS-RULE-RECIP (WS-RULE-COUNT).
       1110-EXIT.
           EXIT.

       1200-LOAD-DONE.
           IF WS-DIST-STATUS = SPACES
               OPEN INPUT DIST-FILE
               IF WS-DIST-STATUS NOT = "00"
                   SET NO-MORE-DIST TO TRUE
                   GO TO 1200-EXIT
               END-IF
           END-IF.
           READ DIST-FILE
               AT END
                   SET NO-MORE-DIST TO TRUE
                   CLOSE DIST-FILE
               NOT AT END
                   IF DIST-LINE(1:2) = "S|"
                           AND WS-DONE-COUNT < WS-DONE-MAX
                       UNSTRING DIST-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                       END-UNSTRING
                       ADD 1 TO WS-DONE-COUNT
                       MOVE WS-IN-F3 TO WS-DONE-MEMBER (WS-DONE-COUNT)
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.

      *> A member is a candidate when its report has a rule and it
      *> is not itself a burst member; without an argument it must
      *> also not be closed on the distribution log already.
       1300-LOAD-CANDIDATES.
           IF WS-INDEX-STATUS = SPACES
               OPEN INPUT INDEX-FILE
               IF WS-INDEX-STATUS NOT = "00"
                   SET NO-MORE-INDEX TO TRUE
                   GO TO 1300-EXIT
               END-IF
           END-IF.
           READ INDEX-FILE
               AT END
                   SET NO-MORE-INDEX TO TRUE
                   CLOSE INDEX-FILE
                   GO TO 1300-EXIT
           END-READ.
           IF INDEX-LINE(1:2) NOT = "M|"
               GO TO 1300-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6 WS-IN-F7 WS-IN-F8.
           UNSTRING INDEX-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-IN-F7 WS-IN-F8
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-IN-F3) TO WS-PGM-UC.
           IF WS-PGM-UC = "REPORT-BURST"
               GO TO 1300-EXIT
           END-IF.
           IF WS-CMD-ARG NOT = SPACES
               IF WS-IN-F2 NOT = WS-CMD-ARG
                   GO TO 1300-EXIT
               END-IF
           ELSE
               MOVE "N" TO WS-IS-DONE
               PERFORM 1310-PROBE-DONE THRU 1310-EXIT
                   VARYING WS-DONE-POS FROM 1 BY 1
                   UNTIL WS-DONE-POS > WS-DONE-COUNT
                      OR ALREADY-BURST
               IF ALREADY-BURST
                   GO TO 1300-EXIT
               END-IF
           END-IF.
           MOVE "N" TO WS-RCP-FOUND.
           PERFORM 1320-PROBE-REPORT THRU 1320-EXIT
               VARYING WS-RULE-POS FROM 1 BY 1
               UNTIL WS-RULE-POS > WS-RULE-COUNT
                  OR WS-RCP-FOUND = "Y".
           IF WS-RCP-FOUND NOT = "Y"
               GO TO 1300-EXIT
           END-IF.
           IF WS-CAND-COUNT >= WS-CAND-MAX
               ADD 1 TO WS-CAND-SKIPPED
               DISPLAY "REPORT-BURST: more than " WS-CAND-MAX
                       " members waiting - "
                       FUNCTION TRIM(WS-IN-F2)
                       " left for the next run"
               GO TO 1300-EXIT
           END-IF.
           ADD 1 TO WS-CAND-COUNT.
           MOVE WS-IN-F2 TO WS-CAND-MEMBER (WS-CAND-COUNT).
           MOVE WS-PGM-UC TO WS-CAND-PGM (WS-CAND-COUNT).
           MOVE WS-IN-F4 TO WS-CAND-CLASS (WS-CAND-COUNT).
           MOVE WS-IN-F6 TO WS-CAND-STAMP (WS-CAND-COUNT).
           MOVE WS-IN-F8 TO WS-CAND-PARISH (WS-CAND-COUNT).
       1300-EXIT.
           EXIT.

       1310-PROBE-DONE.
           IF WS-DONE-MEMBER (WS-DONE-POS) = WS-IN-F2
               SET ALREADY-BURST TO TRUE
           END-IF.
       1310-EXIT.
           EXIT.

       1320-PROBE-REPORT.
           IF WS-RULE-REPORT (WS-RULE-POS) = "*"
                   OR WS-RULE-REPORT (WS-RULE-POS) = WS-PGM-UC
               MOVE "Y" TO WS-RCP-FOUND
           END-IF.
       1320-EXIT.
           EXIT.

      *> One source member: one pass over it per recipient its
      *> report has rules for, then the S record that closes it.
       3000-BURST-ONE-MEMBER.
           MOVE WS-CAND-MEMBER (WS-CAND-POS) TO WS-SOURCE-NAME.
           MOVE 0 TO WS-RCP-COUNT.
           MOVE 0 TO WS-SENT-COUNT.
           PERFORM 3100-COLLECT-RECIPIENT THRU 3100-EXIT
               VARYING WS-RULE-POS FROM 1 BY 1
               UNTIL WS-RULE-POS > WS-RULE-COUNT.
           OPEN INPUT SOURCE-FILE.
           IF WS-SOURCE-STATUS NOT = "00"
               DISPLAY "REPORT-BURST: spool member "
                       FUNCTION TRIM(WS-SOURCE-NAME)
                       " is gone - not burst"
               MOVE 4 TO WS-BURST-RC
               GO TO 3000-EXIT
           END-IF.
           CLOSE SOURCE-FILE.
           PERFORM 4000-BURST-FOR-RECIPIENT THRU 4000-EXIT
               VARYING WS-RCP-POS FROM 1 BY 1
               UNTIL WS-RCP-POS > WS-RCP-COUNT.
           PERFORM 3200-CLOSE-MEMBER THRU 3200-EXIT.
           ADD 1 TO WS-MEMBERS-BURST.
       3000-EXIT.
           EXIT.

       3100-COLLECT-RECIPIENT.
           IF WS-RULE-REPORT (WS-RULE-POS) NOT = "*"
                   AND WS-RULE-REPORT (WS-RULE-POS)
                       NOT = WS-CAND-PGM (WS-CAND-POS)
               GO TO 3100-EXIT
           END-IF.
           MOVE "N" TO WS-RCP-FOUND.
           PERFORM 3110-PROBE-RECIPIENT THRU 3110-EXIT
               VARYING WS-RCP-POS FROM 1 BY 1
               UNTIL WS-RCP-POS > WS-RCP-COUNT.
           IF WS-RCP-FOUND = "N" AND WS-RCP-COUNT < WS-RCP-MAX
               ADD 1 TO WS-RCP-COUNT
               MOVE WS-RULE-RECIP (WS-RULE-POS)
                   TO WS-RCP-NAME (WS-RCP-COUNT)
           END-IF.
       3100-EXIT.
           EXIT.

       3110-PROBE-RECIPIENT.
           IF WS-RCP-NAME (WS-RCP-POS) = WS-RULE-RECIP (WS-RULE-POS)
               MOVE "Y" TO WS-RCP-FOUND
           END-IF.
       3110-EXIT.
           EXIT.

       3200-CLOSE-MEMBER.
           PERFORM 7000-OPEN-DIST THRU 7000-EXIT.
           MOVE SPACES TO DIST-LINE.
           STRING "S|"                            DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP                DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SOURCE-NAME)   DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAND-PGM (WS-CAND-POS))
                                                  DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-SENT-COUNT                   DELIMITED BY SIZE
                  INTO DIST-LINE
           END-STRING.
           WRITE DIST-LINE.
           CLOSE DIST-FILE.
           DISPLAY "REPORT-BURST: "
                   FUNCTION TRIM(WS-SOURCE-NAME) " - "
                   WS-SENT-COUNT " of " WS-RCP-COUNT
                   " recipient(s) had a slice".
       3200-EXIT.
           EXIT.

      *> Write the recipient's member, then deliver it or, when no
      *> slice of the run was theirs, take it back off the disk.
       4000-BURST-FOR-RECIPIENT.
           MOVE WS-RCP-NAME (WS-RCP-POS) TO WS-RECIPIENT.
           MOVE FUNCTION UPPER-CASE(WS-RECIPIENT) TO WS-RECIPIENT-UC.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SOURCE-NAME))
               TO WS-SRC-LEN.
           MOVE SPACES TO WS-BURST-NAME.
           IF WS-SRC-LEN > 4
                   AND WS-SOURCE-NAME(WS-SRC-LEN - 3:4) = ".spl"
               SUBTRACT 4 FROM WS-SRC-LEN
           END-IF.
           STRING WS-SOURCE-NAME(1:WS-SRC-LEN)
                  "_" FUNCTION TRIM(WS-RECIPIENT) ".spl"
               DELIMITED BY SIZE INTO WS-BURST-NAME
           END-STRING.
           OPEN OUTPUT BURST-FILE.
           IF WS-BURST-STATUS NOT = "00"
               DISPLAY "REPORT-BURST: cannot write "
                       FUNCTION TRIM(WS-BURST-NAME)
               MOVE 12 TO WS-BURST-RC
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO BURST-LINE.
           STRING "H|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAND-PGM (WS-CAND-POS))
                                                  DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAND-CLASS (WS-CAND-POS))
                                                  DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RECIPIENT)     DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-CAND-STAMP (WS-CAND-POS)     DELIMITED BY SIZE
                  INTO BURST-LINE
           END-STRING.
           WRITE BURST-LINE.
           MOVE 0 TO WS-SRC-LINES WS-SLICE-LINES WS-OUT-LINES.
           MOVE 0 TO WS-RUN-FIRST WS-RUN-LAST.
           MOVE SPACES TO WS-PAGE-LIST.
           MOVE 1 TO WS-PAGE-PTR.
           SET IN-COMMON TO TRUE.
           MOVE "N" TO WS-SLICE-MATCH.
           MOVE "N" TO WS-LAST-WAS-BREAK.
           MOVE "N" TO WS-EOF-SOURCE.
           OPEN INPUT SOURCE-FILE.
      *> The member's own header line is not report text.
           READ SOURCE-FILE
               AT END
                   SET NO-MORE-SOURCE TO TRUE
           END-READ.
           PERFORM 4100-SPLIT-ONE-LINE THRU 4100-EXIT
               UNTIL NO-MORE-SOURCE.
           CLOSE SOURCE-FILE.
           CLOSE BURST-FILE.
           IF WS-SLICE-LINES = 0
               CALL "CBL_DELETE_FILE" USING WS-BURST-NAME
               MOVE 0 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4400-FLUSH-PAGE-RUN THRU 4400-EXIT.
           COMPUTE WS-OUT-PAGES = (WS-OUT-LINES - 1) / 60 + 1.
           PERFORM 5000-DELIVER-TO-OUTBOX THRU 5000-EXIT.
           PERFORM 6000-REGISTER-BURST THRU 6000-EXIT.
           ADD 1 TO WS-SENT-COUNT.
           ADD 1 TO WS-BURSTS-SENT.
       4000-EXIT.
           EXIT.

       4100-SPLIT-ONE-LINE.
           READ SOURCE-FILE
               AT END
                   SET NO-MORE-SOURCE TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           IF SOURCE-LINE(1:2) = "K|"
               PERFORM 4200-TAKE-BREAK THRU 4200-EXIT
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-SRC-LINES.
           MOVE "N" TO WS-LAST-WAS-BREAK.
           IF IN-SLICE AND NOT SLICE-IS-WANTED
               GO TO 4100-EXIT
           END-IF.
           IF IN-SLICE
               ADD 1 TO WS-SLICE-LINES
           END-IF.
           MOVE SOURCE-LINE TO BURST-LINE.
           WRITE BURST-LINE.
           ADD 1 TO WS-OUT-LINES.
           COMPUTE WS-SRC-PAGE = (WS-SRC-LINES - 1) / 60 + 1.
           PERFORM 4300-NOTE-PAGE THRU 4300-EXIT.
       4100-EXIT.
           EXIT.

      *> A blank break hands the lines back to everyone. A field
      *> break after report text (or after a blank break) opens a
      *> new slice; one straight after another field break adds to
      *> the description of the same slice.
       4200-TAKE-BREAK.
           MOVE SPACES TO WS-K-FIELD WS-K-VALUE.
           UNSTRING SOURCE-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-K-FIELD WS-K-VALUE
           END-UNSTRING.
           IF WS-K-FIELD = SPACES
               SET IN-COMMON TO TRUE
               MOVE "N" TO WS-SLICE-MATCH
               MOVE "N" TO WS-LAST-WAS-BREAK
               GO TO 4200-EXIT
           END-IF.
           IF NOT LAST-WAS-BREAK OR IN-COMMON
               SET IN-SLICE TO TRUE
               MOVE "N" TO WS-SLICE-MATCH
           END-IF.
           SET LAST-WAS-BREAK TO TRUE.
           MOVE FUNCTION UPPER-CASE(WS-K-FIELD) TO WS-K-FIELD.
           MOVE FUNCTION UPPER-CASE(WS-K-VALUE) TO WS-K-VALUE.
           PERFORM 4210-PROBE-SLICE-RULE THRU 4210-EXIT
               VARYING WS-RULE-POS FROM 1 BY 1
               UNTIL WS-RULE-POS > WS-RULE-COUNT
                  OR SLICE-IS-WANTED.
       4200-EXIT.
           EXIT.

       4210-PROBE-SLICE-RULE.
           IF FUNCTION UPPER-CASE(WS-RULE-RECIP (WS-RULE-POS))
                   NOT = WS-RECIPIENT-UC
               GO TO 4210-EXIT
           END-IF.
           IF WS-RULE-REPORT (WS-RULE-POS) NOT = "*"
                   AND WS-RULE-REPORT (WS-RULE-POS)
                       NOT = WS-CAND-PGM (WS-CAND-POS)
               GO TO 4210-EXIT
           END-IF.
           IF WS-RULE-FIELD (WS-RULE-POS) NOT = WS-K-FIELD
               GO TO 4210-EXIT
           END-IF.
           IF WS-RULE-VALUE (WS-RULE-POS) = "*"
               SET SLICE-IS-WANTED TO TRUE
               GO TO 4210-EXIT
           END-IF.
           MOVE WS-RULE-VLEN (WS-RULE-POS) TO WS-VLEN.
           IF WS-K-VALUE(1:WS-VLEN)
                   = WS-RULE-VALUE (WS-RULE-POS)(1:WS-VLEN)
                   AND (WS-K-VALUE(WS-VLEN + 1:1) = SPACE
                        OR WS-K-VALUE(WS-VLEN + 1:1) = "/")
               SET SLICE-IS-WANTED TO TRUE
           END-IF.
       4210-EXIT.
           EXIT.

      *> Source pages sent, as runs: 1-2,4.
       4300-NOTE-PAGE.
           IF WS-RUN-FIRST = 0
               MOVE WS-SRC-PAGE TO WS-RUN-FIRST
               MOVE WS-SRC-PAGE TO WS-RUN-LAST
               GO TO 4300-EXIT
           END-IF.
           IF WS-SRC-PAGE = WS-RUN-LAST
               GO TO 4300-EXIT
           END-IF.
           IF WS-SRC-PAGE = WS-RUN-LAST + 1
               MOVE WS-SRC-PAGE TO WS-RUN-LAST
               GO TO 4300-EXIT
           END-IF.
           PERFORM 4400-FLUSH-PAGE-RUN THRU 4400-EXIT.
           MOVE WS-SRC-PAGE TO WS-RUN-FIRST.
           MOVE WS-SRC-PAGE TO WS-RUN-LAST.
       4300-EXIT.
           EXIT.

       4400-FLUSH-PAGE-RUN.
           IF WS-RUN-FIRST = 0
               GO TO 4400-EXIT
           END-IF.
           IF WS-PAGE-PTR > 1
               STRING "," DELIMITED BY SIZE
                   INTO WS-PAGE-LIST WITH POINTER WS-PAGE-PTR
               END-STRING
           END-IF.
           MOVE WS-RUN-FIRST TO WS-PAGE-EDIT.
           STRING FUNCTION TRIM(WS-PAGE-EDIT) DELIMITED BY SIZE
               INTO WS-PAGE-LIST WITH POINTER WS-PAGE-PTR
           END-STRING.
           IF WS-RUN-LAST > WS-RUN-FIRST
               MOVE WS-RUN-LAST TO WS-PAGE-EDIT
               STRING "-" FUNCTION TRIM(WS-PAGE-EDIT)
                   DELIMITED BY SIZE
                   INTO WS-PAGE-LIST WITH POINTER WS-PAGE-PTR
               END-STRING
           END-IF.
           MOVE 0 TO WS-RUN-FIRST WS-RUN-LAST.
       4400-EXIT.
           EXIT.

      *> Cover line in NOTIFY-GATEWAY's outbox format, then the
      *> slice itself.
       5000-DELIVER-TO-OUTBOX.
           MOVE SPACES TO WS-OUTBOX-NAME.
           STRING "batch/outbox_"
                  FUNCTION TRIM(WS-RECIPIENT) ".txt"
               DELIMITED BY SIZE INTO WS-OUTBOX-NAME
           END-STRING.
           OPEN EXTEND OUTBOX-FILE.
           IF WS-OUTBOX-STATUS = "35"
               OPEN OUTPUT OUTBOX-FILE
           END-IF.
           MOVE SPACES TO OUTBOX-LINE.
           STRING WS-TODAY                        DELIMITED BY SIZE
                  " REPORT-BURST: "               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAND-PGM (WS-CAND-POS))
                                                  DELIMITED BY SIZE
                  " run "                         DELIMITED BY SIZE
                  WS-CAND-STAMP (WS-CAND-POS)(1:14)
                                                  DELIMITED BY SIZE
                  " pages "                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAGE-LIST)     DELIMITED BY SIZE
                  " ["                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BURST-NAME)    DELIMITED BY SIZE
                  "]"                             DELIMITED BY SIZE
                  INTO OUTBOX-LINE
           END-STRING.
           WRITE OUTBOX-LINE.
           MOVE "N" TO WS-EOF-BURST.
           OPEN INPUT BURST-FILE.
           READ BURST-FILE
               AT END
                   SET NO-MORE-BURST TO TRUE
           END-READ.
           PERFORM 5100-COPY-ONE-LINE THRU 5100-EXIT
               UNTIL NO-MORE-BURST.
           CLOSE BURST-FILE.
           CLOSE OUTBOX-FILE.
       5000-EXIT.
           EXIT.

       5100-COPY-ONE-LINE.
           READ BURST-FILE
               AT END
                   SET NO-MORE-BURST TO TRUE
               NOT AT END
                   MOVE BURST-LINE TO OUTBOX-LINE
                   WRITE OUTBOX-LINE
           END-READ.
       5100-EXIT.
           EXIT.

      *> The burst member goes on the spool index like any report,
      *> and the D record says what the recipient was sent.
       6000-REGISTER-BURST.
           OPEN EXTEND INDEX-FILE.
           IF WS-INDEX-STATUS = "35"
               OPEN OUTPUT INDEX-FILE
           END-IF.
           MOVE SPACES TO INDEX-LINE.
           STRING "M|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BURST-NAME)    DELIMITED BY SIZE
                  "|REPORT-BURST|"                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAND-CLASS (WS-CAND-POS))
                                                  DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID)   DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP                DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-OUT-PAGES                    DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAND-PARISH (WS-CAND-POS))
                                                  DELIMITED BY SIZE
                  INTO INDEX-LINE
           END-STRING.
           WRITE INDEX-LINE.
           CLOSE INDEX-FILE.
           PERFORM 7000-OPEN-DIST THRU 7000-EXIT.
           MOVE SPACES TO DIST-LINE.
           STRING "D|"                            DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP                DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAND-PGM (WS-CAND-POS))
                                                  DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-CAND-STAMP (WS-CAND-POS)     DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SOURCE-NAME)   DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RECIPIENT)     DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAGE-LIST)     DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-OUT-LINES                    DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BURST-NAME)    DELIMITED BY SIZE
                  INTO DIST-LINE
           END-STRING.
           WRITE DIST-LINE.
           CLOSE DIST-FILE.
           DISPLAY "REPORT-BURST:   " FUNCTION TRIM(WS-RECIPIENT)
                   " pages " FUNCTION TRIM(WS-PAGE-LIST)
                   " (" WS-OUT-LINES " line(s))".
       6000-EXIT.
           EXIT.

       7000-OPEN-DIST.
           OPEN EXTEND DIST-FILE.
           IF WS-DIST-STATUS = "35"
               OPEN OUTPUT DIST-FILE
           END-IF.
       7000-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "burst_rules.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "spool_index.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "distribution_log.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
       0900-EXIT.
           EXIT.
