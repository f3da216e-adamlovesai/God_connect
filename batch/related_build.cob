      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> RELATED-BUILD
      *>
      *> Finds, for every dialogue cleared for publication, the
      *> other dialogues that cover the same ground - the forum
      *> debates and the judgment a reader of the Krishna
      *> conversation never hears of, because thread and collection
      *> links only join records that share a lineage. Every pair of
      *> eligible records (batch/catalog.dat, through DLGELIG) is
      *> scored on what the derived indexes say they share:
      *>
      *>     1  each content word both records use
      *>        (batch/content_index.dat, CONTENT-INDEX-BUILD) -
      *>        a word used in more than WS-WORD-CEILING records
      *>        says nothing about either and scores nothing
      *>     5  the same theme (batch/theme_class.dat,
      *>        THEME-CLASSIFY), OTHER excepted
      *>     4  each persona both records give a voice
      *>        (batch/dialogue_data.dat, canonical through
      *>        DLGALIAS; System, You, Forum, Court and Time
      *>        Machine are stage labels, not personas)
      *>     3  each doctrine term both records raise
      *>        (batch/doctrine_index.dat, DOCTRINE-INDEX-BUILD)
      *>     3  each citation both records make
      *>        (batch/citations.dat, CITATION-SCAN)
      *>
      *> and each record keeps its best WS-REL-KEEP neighbours
      *> scoring WS-REL-FLOOR or better, best first, in
      *> batch/related.dat:
      *>
      *>     R|path|rank|score|related-path|related-topic|flag
      *>
      *> flag P a pinned recommendation, A a computed one. The
      *> editors' rulings (batch/related_rulings.dat, kept by
      *> RELATED-MAINT) are applied on the way out: a record's
      *> pinned neighbours lead its list whatever they score, and a
      *> suppressed neighbour is never offered under that record.
      *> A pin whose neighbour is not itself eligible tonight is
      *> left out and counted. The file is rewritten each run and
      *> control-framed like the other generated files; KIOSK-
      *> CONSOLE, DIALOGUE-PLAYER and ANSWER-LETTERS read it
      *> through DLGRELAT.
      *>
      *> Usage:
      *>     related_build [neighbours]
      *>
      *> neighbours 1 to 20, WS-REL-KEEP (5) by default.
      *> RETURN-CODE 0, 4 nothing eligible to relate (or the
      *> catalog was cut at WS-REC-MAX), 8 no catalog or a bad
      *> argument, 16 framing mismatch.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>     2026-10-15  DO   The extract is resolved whole-
      *>                      installation (dialogue_data.dat@*)
      *>                      whatever parish the run views.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATED-BUILD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT THEME-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THEME-STATUS.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT INDEX-FILE ASSIGN DYNAMIC WS-CFN-04
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT DOCTRINE-FILE ASSIGN DYNAMIC WS-CFN-05
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOCTRINE-STATUS.
           SELECT CITE-FILE ASSIGN DYNAMIC WS-CFN-06
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CITE-STATUS.
           SELECT RULING-FILE ASSIGN DYNAMIC WS-CFN-07
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULING-STATUS.
           SELECT REL-FILE ASSIGN DYNAMIC WS-CFN-08
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-LINE             PIC X(400).

       FD  THEME-FILE.
       01  THEME-LINE               PIC X(300).

       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).

       FD  INDEX-FILE.
       01  INDEX-LINE               PIC X(300).

       FD  DOCTRINE-FILE.
       01  DOCTRINE-LINE            PIC X(300).

       FD  CITE-FILE.
       01  CITE-LINE                PIC X(400).

       FD  RULING-FILE.
       01  RULING-LINE              PIC X(600).

       FD  REL-FILE.
       01  REL-LINE                 PIC X(600).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CFN-04                PIC X(200).
       01  WS-CFN-05                PIC X(200).
       01  WS-CFN-06                PIC X(200).
       01  WS-CFN-07                PIC X(200).
       01  WS-CFN-08                PIC X(200).
       01  WS-CATALOG-STATUS        PIC X(02) VALUE SPACES.
       01  WS-THEME-STATUS          PIC X(02) VALUE SPACES.
       01  WS-DATA-STATUS           PIC X(02) VALUE SPACES.
       01  WS-INDEX-STATUS          PIC X(02) VALUE SPACES.
       01  WS-DOCTRINE-STATUS       PIC X(02) VALUE SPACES.
       01  WS-CITE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-RULING-STATUS         PIC X(02) VALUE SPACES.
       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).
       01  WS-EOF-CATALOG           PIC X(01) VALUE "N".
           88  NO-MORE-CATALOG               VALUE "Y".
       01  WS-EOF-THEME             PIC X(01) VALUE "N".
           88  NO-MORE-THEME                 VALUE "Y".
       01  WS-EOF-DATA              PIC X(01) VALUE "N".
           88  NO-MORE-DATA                  VALUE "Y".
       01  WS-EOF-INDEX             PIC X(01) VALUE "N".
           88  NO-MORE-INDEX                 VALUE "Y".
       01  WS-EOF-DOCTRINE          PIC X(01) VALUE "N".
           88  NO-MORE-DOCTRINE              VALUE "Y".
       01  WS-EOF-CITE              PIC X(01) VALUE "N".
           88  NO-MORE-CITE                  VALUE "Y".
       01  WS-EOF-RULING            PIC X(01) VALUE "N".
           88  NO-MORE-RULING                VALUE "Y".
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-CMD-LINE              PIC X(40) VALUE SPACES.

      *> How many neighbours a record keeps, the least score worth
      *> offering a reader, and the point each shared thing earns.
       01  WS-REL-KEEP              PIC 9(02) VALUE 5.
       01  WS-REL-FLOOR             PIC 9(04) VALUE 6.
       01  WS-WORD-CEILING          PIC 9(03) VALUE 8.
       01  WS-WT-WORD               PIC 9(02) VALUE 1.
       01  WS-WT-THEME              PIC 9(02) VALUE 5.
       01  WS-WT-PERSONA            PIC 9(02) VALUE 4.
       01  WS-WT-DOCTRINE           PIC 9(02) VALUE 3.
       01  WS-WT-CITATION           PIC 9(02) VALUE 3.

      *> The eligible records.
       01  WS-REC-MAX               PIC 9(04) VALUE 500.
       01  WS-REC-COUNT             PIC 9(04) VALUE 0.
       01  WS-REC-TABLE.
           05  WS-REC-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-REC-IDX.
               10  WS-REC-PATH      PIC X(200).
               10  WS-REC-TOPIC     PIC X(80).
               10  WS-REC-THEME     PIC X(20).
       01  WS-REC-POS               PIC 9(04) VALUE 0.
       01  WS-REC-FOUND             PIC 9(04) VALUE 0.
       01  WS-REC-CUT               PIC X(01) VALUE "N".
           88  CATALOG-WAS-CUT               VALUE "Y".
       01  WS-SEEK-PATH             PIC X(200).
       01  WS-LAST-PATH             PIC X(200) VALUE SPACES.
       01  WS-LAST-FOUND            PIC 9(04) VALUE 0.
       01  WS-INELIGIBLE            PIC 9(04) VALUE 0.

      *> Everything two records can share - a content word (W), a
      *> persona (P), a doctrine term (D) or a citation (C) - with
      *> the records that have it. A key held by more records than
      *> its list holds is too common to tell records apart and
      *> scores nothing.
       01  WS-KEY-MAX               PIC 9(05) VALUE 8000.
       01  WS-KEY-COUNT             PIC 9(05) VALUE 0.
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY OCCURS 8000 TIMES
                   INDEXED BY WS-KEY-IDX.
               10  WS-KEY-ID.
                   15  WS-KEY-KIND  PIC X(01).
                   15  WS-KEY-TEXT  PIC X(60).
               10  WS-KEY-RECS      PIC 9(03).
               10  WS-KEY-REC       PIC 9(04) OCCURS 40 TIMES.
       01  WS-KEY-LIST-MAX          PIC 9(03) VALUE 40.
       01  WS-KEY-POS               PIC 9(05) VALUE 0.
       01  WS-KEY-FOUND             PIC 9(05) VALUE 0.
       01  WS-KEY-FULL              PIC X(01) VALUE "N".
           88  KEY-TABLE-FULL                VALUE "Y".
       01  WS-NEW-KEY.
           05  WS-NEW-KIND          PIC X(01).
           05  WS-NEW-TEXT          PIC X(60).
       01  WS-NEW-REC               PIC 9(04) VALUE 0.
       01  WS-POST-PATH             PIC X(200).
       01  WS-LIST-POS              PIC 9(03) VALUE 0.
       01  WS-LIST-HIT              PIC X(01).
       01  WS-LIST-LIMIT            PIC 9(03) VALUE 0.
       01  WS-WEIGHT                PIC 9(02) VALUE 0.

      *> The pair scores, held both ways round so a record's row
      *> is its whole neighbourhood.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ROW OCCURS 500 TIMES.
               10  WS-PAIR-SCORE    PIC 9(04) OCCURS 500 TIMES.
       01  WS-PAIR-A                PIC 9(04) VALUE 0.
       01  WS-PAIR-B                PIC 9(04) VALUE 0.
       01  WS-OUTER-POS             PIC 9(03) VALUE 0.
       01  WS-INNER-POS             PIC 9(03) VALUE 0.
       01  WS-SCAN-POS              PIC 9(04) VALUE 0.

      *> The editors' rulings folded to the latest per pair:
      *> P pinned, S suppressed, X cleared.
       01  WS-RUL-MAX               PIC 9(03) VALUE 500.
       01  WS-RUL-COUNT             PIC 9(03) VALUE 0.
       01  WS-RUL-TABLE.
           05  WS-RUL-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-RUL-IDX.
               10  WS-RUL-PATH      PIC X(200).
               10  WS-RUL-RELATED   PIC X(200).
               10  WS-RUL-KIND      PIC X(01).
       01  WS-RUL-POS               PIC 9(03) VALUE 0.
       01  WS-RUL-FOUND             PIC 9(03) VALUE 0.

      *> One record's list on the way out: Y already listed, S
      *> suppressed under this record.
       01  WS-TAKEN                 PIC X(500).
       01  WS-RANK                  PIC 9(02) VALUE 0.
       01  WS-BEST-POS              PIC 9(04) VALUE 0.
       01  WS-BEST-SCORE            PIC 9(04) VALUE 0.
       01  WS-OUT-FLAG              PIC X(01).
       01  WS-OUT-COUNT             PIC 9(06) VALUE 0.
       01  WS-PINS-WRITTEN          PIC 9(04) VALUE 0.
       01  WS-PINS-DROPPED          PIC 9(04) VALUE 0.
       01  WS-RECS-RELATED          PIC 9(04) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
       01  WS-IN-F4                 PIC X(240).
       01  WS-IN-F5                 PIC X(240).
       01  WS-IN-F6                 PIC X(240).
       01  WS-ALIAS-NAME            PIC X(40).

       01  WS-ELIG-PATH             PIC X(200).
       01  WS-ELIG-RC               PIC X(02).
       01  WS-ELIG-REASON           PIC X(10).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           IF WS-CMD-LINE NOT = SPACES
               MOVE FUNCTION TRIM(WS-CMD-LINE) TO WS-CMD-LINE
               IF WS-CMD-LINE(1:2) IS NUMERIC
                       AND WS-CMD-LINE(3:1) = SPACE
                   MOVE WS-CMD-LINE(1:2) TO WS-REL-KEEP
               ELSE
                   IF WS-CMD-LINE(1:1) IS NUMERIC
                           AND WS-CMD-LINE(2:1) = SPACE
                       MOVE WS-CMD-LINE(1:1) TO WS-REL-KEEP
                   ELSE
                       MOVE 0 TO WS-REL-KEEP
                   END-IF
               END-IF
               IF WS-REL-KEEP < 1 OR WS-REL-KEEP > 20
                   DISPLAY "RELATED-BUILD: usage: related_build "
                           "[neighbours 1-20]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 1000-LOAD-CATALOG THRU 1000-EXIT.
           PERFORM 1500-LOAD-THEMES THRU 1500-EXIT.
           PERFORM 2000-KEYS-FROM-PERSONAS THRU 2000-EXIT.
           PERFORM 2200-KEYS-FROM-INDEX THRU 2200-EXIT.
           PERFORM 2400-KEYS-FROM-DOCTRINE THRU 2400-EXIT.
           PERFORM 2600-KEYS-FROM-CITATIONS THRU 2600-EXIT.
           INITIALIZE WS-PAIR-TABLE.
           PERFORM 3000-SCORE-ONE-KEY THRU 3000-EXIT
               VARYING WS-KEY-POS FROM 1 BY 1
               UNTIL WS-KEY-POS > WS-KEY-COUNT.
           PERFORM 3500-SCORE-THEMES THRU 3500-EXIT
               VARYING WS-PAIR-A FROM 1 BY 1
               UNTIL WS-PAIR-A > WS-REC-COUNT.
           PERFORM 4000-LOAD-RULINGS THRU 4000-EXIT.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           OPEN OUTPUT REL-FILE.
           MOVE SPACES TO REL-LINE.
           STRING "C|HEADER|RELATED|" WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           PERFORM 5000-LIST-ONE-RECORD THRU 5000-EXIT
               VARYING WS-REC-POS FROM 1 BY 1
               UNTIL WS-REC-POS > WS-REC-COUNT.
           MOVE SPACES TO REL-LINE.
           STRING "C|TRAILER|RELATED|"    DELIMITED BY SIZE
                  WS-OUT-COUNT            DELIMITED BY SIZE
                  "|000000|"              DELIMITED BY SIZE
                  WS-OUT-COUNT            DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           CLOSE REL-FILE.
           DISPLAY "RELATED-BUILD: " WS-REC-COUNT
                   " eligible record(s), " WS-INELIGIBLE
                   " passed over as ineligible, " WS-KEY-COUNT
                   " shared-term key(s)".
           DISPLAY "RELATED-BUILD: " WS-RECS-RELATED
                   " record(s) with related dialogues, " WS-OUT-COUNT
                   " recommendation(s) written to "
                   FUNCTION TRIM(WS-CFN-08).
           DISPLAY "RELATED-BUILD: " WS-PINS-WRITTEN
                   " pinned, " WS-PINS-DROPPED
                   " pin(s) left out - the pinned dialogue is not "
                   "eligible".
           IF WS-REC-COUNT = 0 OR CATALOG-WAS-CUT
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *>----------------------------------------------------------*>
      *> The records: path|topic|mode|stamp|messages after the C
      *> header, each one cleared through DLGELIG.
      *>----------------------------------------------------------*>
       1000-LOAD-CATALOG.
           MOVE WS-CFN-01 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "RELATED-BUILD: no catalog at "
                       FUNCTION TRIM(WS-CFN-01)
                       " - run BUILD-CATALOG first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-ONE-RECORD THRU 1100-EXIT
               UNTIL NO-MORE-CATALOG.
           CLOSE CATALOG-FILE.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-RECORD.
           READ CATALOG-FILE
               AT END
                   SET NO-MORE-CATALOG TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF CATALOG-LINE(1:2) = "C|" OR CATALOG-LINE = SPACES
               GO TO 1100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING CATALOG-LINE DELIMITED BY "|"
               INTO WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           MOVE WS-IN-F2(1:200) TO WS-ELIG-PATH.
           CALL "DLGELIG" USING WS-ELIG-PATH WS-ELIG-RC
                                WS-ELIG-REASON.
           IF WS-ELIG-RC = "12"
               ADD 1 TO WS-INELIGIBLE
               GO TO 1100-EXIT
           END-IF.
           IF WS-REC-COUNT NOT < WS-REC-MAX
               IF NOT CATALOG-WAS-CUT
                   DISPLAY "RELATED-BUILD: more than " WS-REC-MAX
                           " eligible records - the rest are not "
                           "related tonight"
                   SET CATALOG-WAS-CUT TO TRUE
               END-IF
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-REC-COUNT.
           MOVE WS-IN-F2(1:200) TO WS-REC-PATH (WS-REC-COUNT).
           MOVE WS-IN-F3(1:80) TO WS-REC-TOPIC (WS-REC-COUNT).
           MOVE SPACES TO WS-REC-THEME (WS-REC-COUNT).
       1100-EXIT.
           EXIT.

      *> PATH|THEME. No classification on file simply means no
      *> theme points tonight.
       1500-LOAD-THEMES.
           OPEN INPUT THEME-FILE.
           IF WS-THEME-STATUS NOT = "00"
               DISPLAY "RELATED-BUILD: no theme classification at "
                       FUNCTION TRIM(WS-CFN-02)
                       " - themes not scored"
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1510-LOAD-ONE-THEME THRU 1510-EXIT
               UNTIL NO-MORE-THEME.
           CLOSE THEME-FILE.
       1500-EXIT.
           EXIT.

       1510-LOAD-ONE-THEME.
           READ THEME-FILE
               AT END
                   SET NO-MORE-THEME TO TRUE
                   GO TO 1510-EXIT
           END-READ.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING THEME-LINE DELIMITED BY "|"
               INTO WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           MOVE WS-IN-F2(1:200) TO WS-SEEK-PATH.
           PERFORM 8100-FIND-RECORD THRU 8100-EXIT.
           IF WS-REC-FOUND > 0 AND WS-IN-F3(1:20) NOT = "OTHER"
               MOVE WS-IN-F3(1:20) TO WS-REC-THEME (WS-REC-FOUND)
           END-IF.
       1510-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The shared-term keys, one source at a time.
      *>----------------------------------------------------------*>
      *> M|path|seq|speaker|speaker-name|... - the persona behind
      *> each message, canonical through DLGALIAS.
       2000-KEYS-FROM-PERSONAS.
           MOVE WS-CFN-03 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DATA-FILE.
           IF WS-DATA-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2010-READ-ONE-MESSAGE THRU 2010-EXIT
               UNTIL NO-MORE-DATA.
           CLOSE DATA-FILE.
       2000-EXIT.
           EXIT.

       2010-READ-ONE-MESSAGE.
           READ DATA-FILE
               AT END
                   SET NO-MORE-DATA TO TRUE
                   GO TO 2010-EXIT
           END-READ.
           IF DATA-LINE(1:2) NOT = "M|"
               GO TO 2010-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F5.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
           END-UNSTRING.
           MOVE WS-IN-F5(1:40) TO WS-ALIAS-NAME.
           CALL "DLGALIAS" USING WS-ALIAS-NAME.
           IF WS-ALIAS-NAME = SPACES
                   OR WS-ALIAS-NAME = "System"
                   OR WS-ALIAS-NAME = "You"
                   OR WS-ALIAS-NAME = "Forum"
                   OR WS-ALIAS-NAME = "Court"
                   OR WS-ALIAS-NAME = "Time Machine"
               GO TO 2010-EXIT
           END-IF.
           MOVE "P" TO WS-NEW-KIND.
           MOVE WS-ALIAS-NAME TO WS-NEW-TEXT.
           MOVE WS-IN-F2(1:200) TO WS-POST-PATH.
           PERFORM 8200-POST-KEY THRU 8200-EXIT.
       2010-EXIT.
           EXIT.

      *> P|word|path|seq|speaker.
       2200-KEYS-FROM-INDEX.
           MOVE WS-CFN-04 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT INDEX-FILE.
           IF WS-INDEX-STATUS NOT = "00"
               DISPLAY "RELATED-BUILD: no content index at "
                       FUNCTION TRIM(WS-CFN-04)
                       " - shared words not scored"
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2210-READ-ONE-POSTING THRU 2210-EXIT
               UNTIL NO-MORE-INDEX.
           CLOSE INDEX-FILE.
       2200-EXIT.
           EXIT.

       2210-READ-ONE-POSTING.
           READ INDEX-FILE
               AT END
                   SET NO-MORE-INDEX TO TRUE
                   GO TO 2210-EXIT
           END-READ.
           IF INDEX-LINE(1:2) NOT = "P|"
               GO TO 2210-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING INDEX-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           MOVE "W" TO WS-NEW-KIND.
           MOVE WS-IN-F2(1:60) TO WS-NEW-TEXT.
           MOVE WS-IN-F3(1:200) TO WS-POST-PATH.
           PERFORM 8200-POST-KEY THRU 8200-EXIT.
       2210-EXIT.
           EXIT.

      *> D|term|path|seq|speaker.
       2400-KEYS-FROM-DOCTRINE.
           OPEN INPUT DOCTRINE-FILE.
           IF WS-DOCTRINE-STATUS NOT = "00"
               DISPLAY "RELATED-BUILD: no doctrine index at "
                       FUNCTION TRIM(WS-CFN-05)
                       " - shared doctrine not scored"
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2410-READ-ONE-TERM THRU 2410-EXIT
               UNTIL NO-MORE-DOCTRINE.
           CLOSE DOCTRINE-FILE.
       2400-EXIT.
           EXIT.

       2410-READ-ONE-TERM.
           READ DOCTRINE-FILE
               AT END
                   SET NO-MORE-DOCTRINE TO TRUE
                   GO TO 2410-EXIT
           END-READ.
           IF DOCTRINE-LINE(1:2) NOT = "D|"
               GO TO 2410-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING DOCTRINE-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           MOVE "D" TO WS-NEW-KIND.
           MOVE FUNCTION UPPER-CASE(WS-IN-F2(1:60)) TO WS-NEW-TEXT.
           MOVE WS-IN-F3(1:200) TO WS-POST-PATH.
           PERFORM 8200-POST-KEY THRU 8200-EXIT.
       2410-EXIT.
           EXIT.

      *> R|path|seq|speaker|citation|tradition.
       2600-KEYS-FROM-CITATIONS.
           OPEN INPUT CITE-FILE.
           IF WS-CITE-STATUS NOT = "00"
               DISPLAY "RELATED-BUILD: no citations at "
                       FUNCTION TRIM(WS-CFN-06)
                       " - shared citations not scored"
               GO TO 2600-EXIT
           END-IF.
           PERFORM 2610-READ-ONE-CITATION THRU 2610-EXIT
               UNTIL NO-MORE-CITE.
           CLOSE CITE-FILE.
       2600-EXIT.
           EXIT.

       2610-READ-ONE-CITATION.
           READ CITE-FILE
               AT END
                   SET NO-MORE-CITE TO TRUE
                   GO TO 2610-EXIT
           END-READ.
           IF CITE-LINE(1:2) NOT = "R|"
               GO TO 2610-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F5.
           UNSTRING CITE-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
           END-UNSTRING.
           IF WS-IN-F5 = SPACES
               GO TO 2610-EXIT
           END-IF.
           MOVE "C" TO WS-NEW-KIND.
           MOVE FUNCTION UPPER-CASE(WS-IN-F5(1:60)) TO WS-NEW-TEXT.
           MOVE WS-IN-F2(1:200) TO WS-POST-PATH.
           PERFORM 8200-POST-KEY THRU 8200-EXIT.
       2610-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Scoring: every pair of records on a key's list earns the
      *> key's weight, both ways round.
      *>----------------------------------------------------------*>
       3000-SCORE-ONE-KEY.
           EVALUATE WS-KEY-KIND (WS-KEY-POS)
               WHEN "W"
                   MOVE WS-WT-WORD TO WS-WEIGHT
                   MOVE WS-WORD-CEILING TO WS-LIST-LIMIT
               WHEN "P"
                   MOVE WS-WT-PERSONA TO WS-WEIGHT
                   MOVE WS-KEY-LIST-MAX TO WS-LIST-LIMIT
               WHEN "D"
                   MOVE WS-WT-DOCTRINE TO WS-WEIGHT
                   MOVE WS-KEY-LIST-MAX TO WS-LIST-LIMIT
               WHEN OTHER
                   MOVE WS-WT-CITATION TO WS-WEIGHT
                   MOVE WS-KEY-LIST-MAX TO WS-LIST-LIMIT
           END-EVALUATE.
           IF WS-KEY-RECS (WS-KEY-POS) < 2
                   OR WS-KEY-RECS (WS-KEY-POS) > WS-LIST-LIMIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-SCORE-FROM-ONE THRU 3100-EXIT
               VARYING WS-OUTER-POS FROM 1 BY 1
               UNTIL WS-OUTER-POS >= WS-KEY-RECS (WS-KEY-POS).
       3000-EXIT.
           EXIT.

       3100-SCORE-FROM-ONE.
           MOVE WS-KEY-REC (WS-KEY-POS, WS-OUTER-POS) TO WS-PAIR-A.
           PERFORM 3110-SCORE-ONE-PAIR THRU 3110-EXIT
               VARYING WS-INNER-POS FROM WS-OUTER-POS BY 1
               UNTIL WS-INNER-POS >= WS-KEY-RECS (WS-KEY-POS).
       3100-EXIT.
           EXIT.

       3110-SCORE-ONE-PAIR.
           MOVE WS-KEY-REC (WS-KEY-POS, WS-INNER-POS + 1)
               TO WS-PAIR-B.
           PERFORM 8300-ADD-PAIR-POINTS THRU 8300-EXIT.
       3110-EXIT.
           EXIT.

       3500-SCORE-THEMES.
           IF WS-REC-THEME (WS-PAIR-A) = SPACES
               GO TO 3500-EXIT
           END-IF.
           MOVE WS-WT-THEME TO WS-WEIGHT.
           PERFORM 3510-THEME-ONE-PAIR THRU 3510-EXIT
               VARYING WS-PAIR-B FROM WS-PAIR-A BY 1
               UNTIL WS-PAIR-B > WS-REC-COUNT.
       3500-EXIT.
           EXIT.

       3510-THEME-ONE-PAIR.
           IF WS-PAIR-B NOT = WS-PAIR-A
                   AND WS-REC-THEME (WS-PAIR-B)
                       = WS-REC-THEME (WS-PAIR-A)
               PERFORM 8300-ADD-PAIR-POINTS THRU 8300-EXIT
           END-IF.
       3510-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The editors' rulings: P|path|related|reason|by|stamp,
      *> S|... suppress, X|... clear; the latest per pair stands.
      *>----------------------------------------------------------*>
       4000-LOAD-RULINGS.
           OPEN INPUT RULING-FILE.
           IF WS-RULING-STATUS NOT = "00"
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-LOAD-ONE-RULING THRU 4100-EXIT
               UNTIL NO-MORE-RULING.
           CLOSE RULING-FILE.
       4000-EXIT.
           EXIT.

       4100-LOAD-ONE-RULING.
           READ RULING-FILE
               AT END
                   SET NO-MORE-RULING TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           IF RULING-LINE(1:2) NOT = "P|"
                   AND RULING-LINE(1:2) NOT = "S|"
                   AND RULING-LINE(1:2) NOT = "X|"
               GO TO 4100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING RULING-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           MOVE 0 TO WS-RUL-FOUND.
           SET WS-RUL-IDX TO 1.
           IF WS-RUL-COUNT > 0
               SEARCH WS-RUL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RUL-IDX > WS-RUL-COUNT
                       CONTINUE
                   WHEN WS-RUL-PATH (WS-RUL-IDX) = WS-IN-F2(1:200)
                       AND WS-RUL-RELATED (WS-RUL-IDX)
                           = WS-IN-F3(1:200)
                       SET WS-RUL-FOUND TO WS-RUL-IDX
               END-SEARCH
           END-IF.
           IF WS-RUL-FOUND = 0
               IF WS-RUL-COUNT NOT < WS-RUL-MAX
                   DISPLAY "RELATED-BUILD: more than " WS-RUL-MAX
                           " ruled pairs - the rest are not applied"
                   SET NO-MORE-RULING TO TRUE
                   GO TO 4100-EXIT
               END-IF
               ADD 1 TO WS-RUL-COUNT
               MOVE WS-RUL-COUNT TO WS-RUL-FOUND
               MOVE WS-IN-F2(1:200) TO WS-RUL-PATH (WS-RUL-FOUND)
               MOVE WS-IN-F3(1:200) TO WS-RUL-RELATED (WS-RUL-FOUND)
           END-IF.
           MOVE WS-IN-TAG TO WS-RUL-KIND (WS-RUL-FOUND).
       4100-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> One record's list: its suppressions struck out, its pins
      *> first, then the best scores down to the floor.
      *>----------------------------------------------------------*>
       5000-LIST-ONE-RECORD.
           MOVE SPACES TO WS-TAKEN.
           MOVE "Y" TO WS-TAKEN(WS-REC-POS:1).
           MOVE 0 TO WS-RANK.
           PERFORM 5100-APPLY-ONE-RULING THRU 5100-EXIT
               VARYING WS-RUL-POS FROM 1 BY 1
               UNTIL WS-RUL-POS > WS-RUL-COUNT.
           PERFORM 5200-WRITE-ONE-BEST THRU 5200-EXIT
               UNTIL WS-RANK >= WS-REL-KEEP.
       5000-EXIT.
           EXIT.

       5100-APPLY-ONE-RULING.
           IF WS-RUL-PATH (WS-RUL-POS) NOT = WS-REC-PATH (WS-REC-POS)
                   OR WS-RUL-KIND (WS-RUL-POS) = "X"
               GO TO 5100-EXIT
           END-IF.
           MOVE WS-RUL-RELATED (WS-RUL-POS) TO WS-SEEK-PATH.
           PERFORM 8100-FIND-RECORD THRU 8100-EXIT.
           IF WS-REC-FOUND = 0
               IF WS-RUL-KIND (WS-RUL-POS) = "P"
                   ADD 1 TO WS-PINS-DROPPED
               END-IF
               GO TO 5100-EXIT
           END-IF.
           IF WS-TAKEN(WS-REC-FOUND:1) NOT = SPACE
               GO TO 5100-EXIT
           END-IF.
           IF WS-RUL-KIND (WS-RUL-POS) = "S"
               MOVE "S" TO WS-TAKEN(WS-REC-FOUND:1)
               GO TO 5100-EXIT
           END-IF.
           MOVE WS-REC-FOUND TO WS-BEST-POS.
           MOVE WS-PAIR-SCORE (WS-REC-POS, WS-BEST-POS)
               TO WS-BEST-SCORE.
           MOVE "P" TO WS-OUT-FLAG.
           PERFORM 5300-WRITE-NEIGHBOUR THRU 5300-EXIT.
           ADD 1 TO WS-PINS-WRITTEN.
       5100-EXIT.
           EXIT.

       5200-WRITE-ONE-BEST.
           MOVE 0 TO WS-BEST-POS WS-BEST-SCORE.
           PERFORM 5210-PROBE-ONE-SCORE THRU 5210-EXIT
               VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-REC-COUNT.
           IF WS-BEST-POS = 0
               MOVE WS-REL-KEEP TO WS-RANK
               GO TO 5200-EXIT
           END-IF.
           MOVE "A" TO WS-OUT-FLAG.
           PERFORM 5300-WRITE-NEIGHBOUR THRU 5300-EXIT.
       5200-EXIT.
           EXIT.

       5210-PROBE-ONE-SCORE.
           IF WS-TAKEN(WS-SCAN-POS:1) = SPACE
                   AND WS-PAIR-SCORE (WS-REC-POS, WS-SCAN-POS)
                       >= WS-REL-FLOOR
                   AND WS-PAIR-SCORE (WS-REC-POS, WS-SCAN-POS)
                       > WS-BEST-SCORE
               MOVE WS-PAIR-SCORE (WS-REC-POS, WS-SCAN-POS)
                   TO WS-BEST-SCORE
               MOVE WS-SCAN-POS TO WS-BEST-POS
           END-IF.
       5210-EXIT.
           EXIT.

       5300-WRITE-NEIGHBOUR.
           ADD 1 TO WS-RANK.
           IF WS-RANK = 1
               ADD 1 TO WS-RECS-RELATED
           END-IF.
           MOVE SPACES TO REL-LINE.
           STRING "R|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REC-PATH (WS-REC-POS))
                                                DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-RANK                       DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-BEST-SCORE                 DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REC-PATH (WS-BEST-POS))
                                                DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REC-TOPIC (WS-BEST-POS))
                                                DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-OUT-FLAG                   DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           ADD 1 TO WS-OUT-COUNT.
           MOVE "Y" TO WS-TAKEN(WS-BEST-POS:1).
       5300-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Common routines.
      *>----------------------------------------------------------*>
       8100-FIND-RECORD.
           MOVE 0 TO WS-REC-FOUND.
           SET WS-REC-IDX TO 1.
           IF WS-REC-COUNT > 0
               SEARCH WS-REC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-REC-IDX > WS-REC-COUNT
                       CONTINUE
                   WHEN WS-REC-PATH (WS-REC-IDX) = WS-SEEK-PATH
                       SET WS-REC-FOUND TO WS-REC-IDX
               END-SEARCH
           END-IF.
       8100-EXIT.
           EXIT.

      *> WS-NEW-KEY is posted for the record at WS-POST-PATH. A
      *> record's postings arrive together, so the last path's
      *> record is remembered.
       8200-POST-KEY.
           MOVE WS-POST-PATH TO WS-SEEK-PATH.
           IF WS-SEEK-PATH NOT = WS-LAST-PATH
               PERFORM 8100-FIND-RECORD THRU 8100-EXIT
               MOVE WS-SEEK-PATH TO WS-LAST-PATH
               MOVE WS-REC-FOUND TO WS-LAST-FOUND
           END-IF.
           IF WS-LAST-FOUND = 0 OR WS-NEW-TEXT = SPACES
               GO TO 8200-EXIT
           END-IF.
           MOVE WS-LAST-FOUND TO WS-NEW-REC.
           MOVE 0 TO WS-KEY-FOUND.
           SET WS-KEY-IDX TO 1.
           IF WS-KEY-COUNT > 0
               SEARCH WS-KEY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-KEY-IDX > WS-KEY-COUNT
                       CONTINUE
                   WHEN WS-KEY-ID (WS-KEY-IDX) = WS-NEW-KEY
                       SET WS-KEY-FOUND TO WS-KEY-IDX
               END-SEARCH
           END-IF.
           IF WS-KEY-FOUND = 0
               IF WS-KEY-COUNT NOT < WS-KEY-MAX
                   IF NOT KEY-TABLE-FULL
                       DISPLAY "RELATED-BUILD: more than "
                               WS-KEY-MAX " shared-term keys - "
                               "later terms are not scored"
                       SET KEY-TABLE-FULL TO TRUE
                   END-IF
                   GO TO 8200-EXIT
               END-IF
               ADD 1 TO WS-KEY-COUNT
               MOVE WS-KEY-COUNT TO WS-KEY-FOUND
               MOVE WS-NEW-KEY TO WS-KEY-ID (WS-KEY-FOUND)
               MOVE 0 TO WS-KEY-RECS (WS-KEY-FOUND)
           END-IF.
      *> A key already past its list is too common to score.
           IF WS-KEY-RECS (WS-KEY-FOUND) > WS-KEY-LIST-MAX
               GO TO 8200-EXIT
           END-IF.
           MOVE "N" TO WS-LIST-HIT.
           PERFORM 8210-PROBE-ONE-LISTED THRU 8210-EXIT
               VARYING WS-LIST-POS FROM 1 BY 1
               UNTIL WS-LIST-POS > WS-KEY-RECS (WS-KEY-FOUND)
                  OR WS-LIST-HIT = "Y".
           IF WS-LIST-HIT = "Y"
               GO TO 8200-EXIT
           END-IF.
           ADD 1 TO WS-KEY-RECS (WS-KEY-FOUND).
           MOVE WS-KEY-RECS (WS-KEY-FOUND) TO WS-LIST-POS.
           IF WS-LIST-POS <= WS-KEY-LIST-MAX
               MOVE WS-NEW-REC TO WS-KEY-REC (WS-KEY-FOUND, WS-LIST-POS)
           END-IF.
       8200-EXIT.
           EXIT.

       8210-PROBE-ONE-LISTED.
           IF WS-KEY-REC (WS-KEY-FOUND, WS-LIST-POS) = WS-NEW-REC
               MOVE "Y" TO WS-LIST-HIT
           END-IF.
       8210-EXIT.
           EXIT.

      *> WS-WEIGHT to the pair WS-PAIR-A / WS-PAIR-B, both ways;
      *> a score stops short of overflowing its picture.
       8300-ADD-PAIR-POINTS.
           IF WS-PAIR-SCORE (WS-PAIR-A, WS-PAIR-B) < 9900
               ADD WS-WEIGHT TO WS-PAIR-SCORE (WS-PAIR-A, WS-PAIR-B)
               ADD WS-WEIGHT TO WS-PAIR-SCORE (WS-PAIR-B, WS-PAIR-A)
           END-IF.
       8300-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "catalog.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "theme_class.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "dialogue_data.dat@*" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE "content_index.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
           MOVE "doctrine_index.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-05.
           MOVE "citations.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-06.
           MOVE "related_rulings.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-07.
           MOVE "related.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-08.
       0900-EXIT.
           EXIT.
