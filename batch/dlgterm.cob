      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> DLGTERM
      *>
      *> The shared terminology check over a translated segment,
      *> CALLed by TRANSLATION-MEMORY (to learn what each segment
      *> used) and TRANSLATION-LOAD (to stop a conflicting
      *> rendering before it loads). The caller passes the source
      *> text, its translation and the translation's language;
      *> DLGTERM finds every doctrine_terms.ref term in the source
      *> (case-insensitive, the DOCTRINE-INDEX-BUILD match) and,
      *> for each, which of the term's known renderings in
      *> batch/term_renderings.ref the translation used, judged
      *> against the established rendering:
      *>
      *>     K  the established rendering, or a listed one where
      *>        nothing is established yet
      *>     C  a listed rendering other than the established one
      *>     U  renderings are listed for the term and language
      *>        but the translation uses none of them
      *>     N  no renderings listed for the term in that language;
      *>        nothing to judge
      *>
      *> The established rendering is the one pinned P in the term
      *> base, else the E record TRANSLATION-MEMORY last wrote to
      *> batch/translation_memory.dat:
      *>
      *>     E|term|lang|rendering|uses
      *>
      *> Up to 10 terms are reported per segment. All three files
      *> load once per run unit, the DLGELIG pattern.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLGTERM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REF-FILE ASSIGN DYNAMIC WS-REF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REF-FILE.
       01  REF-LINE                 PIC X(600).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-REF-NAME              PIC X(200).
       01  WS-REF-STATUS            PIC X(02).
       01  WS-EOF-REF               PIC X(01).
           88  NO-MORE-REF                   VALUE "Y".
       01  WS-LOADED                PIC X(01) VALUE "N".
           88  TERMS-ARE-LOADED              VALUE "Y".
       01  WS-LOAD-KIND             PIC X(01).

      *> doctrine_terms.ref, upper-cased for the match.
       01  WS-TRM-MAX               PIC 9(03) VALUE 100.
       01  WS-TRM-COUNT             PIC 9(03) VALUE 0.
       01  WS-TRM-TABLE.
           05  WS-TRM-ENTRY OCCURS 100 TIMES.
               10  WS-TRM-TEXT      PIC X(40).

      *> term_renderings.ref, in file order, upper-cased.
       01  WS-RND-MAX               PIC 9(03) VALUE 300.
       01  WS-RND-COUNT             PIC 9(03) VALUE 0.
       01  WS-RND-TABLE.
           05  WS-RND-ENTRY OCCURS 300 TIMES.
               10  WS-RND-TERM      PIC X(40).
               10  WS-RND-LANG      PIC X(05).
               10  WS-RND-TEXT      PIC X(60).
               10  WS-RND-PIN       PIC X(01).

      *> Established rendering per term and language: a P pin,
      *> else the memory's E record.
       01  WS-EST-MAX               PIC 9(03) VALUE 300.
       01  WS-EST-COUNT             PIC 9(03) VALUE 0.
       01  WS-EST-TABLE.
           05  WS-EST-ENTRY OCCURS 300 TIMES.
               10  WS-EST-TERM      PIC X(40).
               10  WS-EST-LANG      PIC X(05).
               10  WS-EST-TEXT      PIC X(60).
               10  WS-EST-FROM      PIC X(01).
      *>             R pinned in the term base, E the memory

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(60).
       01  WS-IN-F3                 PIC X(60).
       01  WS-IN-F4                 PIC X(60).
       01  WS-IN-F5                 PIC X(60).

       01  WS-SOURCE-UPPER          PIC X(240).
       01  WS-TARGET-UPPER          PIC X(240).
       01  WS-LANG                  PIC X(05).
       01  WS-HITS                  PIC 9(04) VALUE 0.
       01  WS-TRM-POS               PIC 9(03) VALUE 0.
       01  WS-RND-POS               PIC 9(03) VALUE 0.
       01  WS-EST-POS               PIC 9(03) VALUE 0.
       01  WS-EST-FOUND             PIC 9(03) VALUE 0.
       01  WS-LISTED                PIC 9(03) VALUE 0.
       01  WS-USED                  PIC X(60).

       LINKAGE SECTION.
       01  LK-SOURCE                PIC X(240).
       01  LK-TARGET                PIC X(240).
       01  LK-LANG                  PIC X(05).
       01  LK-HIT-COUNT             PIC 9(02).
       01  LK-HIT-TABLE.
           05  LK-HIT-ENTRY OCCURS 10 TIMES.
               10  LK-HIT-TERM      PIC X(40).
               10  LK-HIT-USED      PIC X(60).
               10  LK-HIT-EST       PIC X(60).
               10  LK-HIT-VERDICT   PIC X(01).

       PROCEDURE DIVISION USING LK-SOURCE LK-TARGET LK-LANG
                                LK-HIT-COUNT LK-HIT-TABLE.
       0000-MAINLINE.
           IF NOT TERMS-ARE-LOADED
               PERFORM 1000-LOAD-TERM-BASE THRU 1000-EXIT
           END-IF.
           MOVE 0 TO LK-HIT-COUNT.
           INITIALIZE LK-HIT-TABLE.
           IF WS-TRM-COUNT = 0 OR LK-SOURCE = SPACES
               GOBACK
           END-IF.
           MOVE FUNCTION UPPER-CASE(LK-SOURCE) TO WS-SOURCE-UPPER.
           MOVE FUNCTION UPPER-CASE(LK-TARGET) TO WS-TARGET-UPPER.
           MOVE FUNCTION UPPER-CASE(LK-LANG) TO WS-LANG.
           PERFORM 2000-MATCH-ONE-TERM THRU 2000-EXIT
               VARYING WS-TRM-POS FROM 1 BY 1
               UNTIL WS-TRM-POS > WS-TRM-COUNT
                  OR LK-HIT-COUNT NOT < 10.
           GOBACK.

       1000-LOAD-TERM-BASE.
           SET TERMS-ARE-LOADED TO TRUE.
           MOVE "doctrine_terms.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "term_renderings.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "translation_memory.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
      *> Pins first, so a memory E record never overrides one.
           MOVE "T" TO WS-LOAD-KIND.
           MOVE WS-CFN-01 TO WS-REF-NAME.
           PERFORM 1100-LOAD-ONE-FILE THRU 1100-EXIT.
           MOVE "R" TO WS-LOAD-KIND.
           MOVE WS-CFN-02 TO WS-REF-NAME.
           PERFORM 1100-LOAD-ONE-FILE THRU 1100-EXIT.
           MOVE "E" TO WS-LOAD-KIND.
           MOVE WS-CFN-03 TO WS-REF-NAME.
           PERFORM 1100-LOAD-ONE-FILE THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-FILE.
           MOVE "N" TO WS-EOF-REF.
           OPEN INPUT REF-FILE.
           IF WS-REF-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1200-FOLD-ONE-LINE THRU 1200-EXIT
               UNTIL NO-MORE-REF.
           CLOSE REF-FILE.
       1100-EXIT.
           EXIT.

       1200-FOLD-ONE-LINE.
           READ REF-FILE
               AT END
                   SET NO-MORE-REF TO TRUE
                   GO TO 1200-EXIT
           END-READ.
           IF REF-LINE(1:1) NOT = WS-LOAD-KIND
                   OR REF-LINE(2:1) NOT = "|"
               GO TO 1200-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5.
           UNSTRING REF-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-IN-F2) TO WS-IN-F2.
           MOVE FUNCTION UPPER-CASE(WS-IN-F3) TO WS-IN-F3.
           MOVE FUNCTION UPPER-CASE(WS-IN-F4) TO WS-IN-F4.
           EVALUATE WS-LOAD-KIND
               WHEN "T"
                   IF WS-TRM-COUNT < WS-TRM-MAX
                           AND WS-IN-F2 NOT = SPACES
                       ADD 1 TO WS-TRM-COUNT
                       MOVE WS-IN-F2 TO WS-TRM-TEXT (WS-TRM-COUNT)
                   END-IF
               WHEN "R"
                   IF WS-RND-COUNT < WS-RND-MAX
                           AND WS-IN-F4 NOT = SPACES
                       ADD 1 TO WS-RND-COUNT
                       MOVE WS-IN-F2 TO WS-RND-TERM (WS-RND-COUNT)
                       MOVE WS-IN-F3 TO WS-RND-LANG (WS-RND-COUNT)
                       MOVE WS-IN-F4 TO WS-RND-TEXT (WS-RND-COUNT)
                       MOVE WS-IN-F5(1:1) TO WS-RND-PIN (WS-RND-COUNT)
                       IF WS-IN-F5(1:1) = "P" OR "p"
                           PERFORM 1300-SET-ESTABLISHED THRU 1300-EXIT
                       END-IF
                   END-IF
               WHEN "E"
                   PERFORM 1300-SET-ESTABLISHED THRU 1300-EXIT
           END-EVALUATE.
       1200-EXIT.
           EXIT.

      *> WS-IN-F2/F3/F4 carry term, language and rendering.
       1300-SET-ESTABLISHED.
           IF WS-IN-F4 = SPACES
               GO TO 1300-EXIT
           END-IF.
           PERFORM 3000-FIND-ESTABLISHED THRU 3000-EXIT.
           IF WS-EST-FOUND > 0
               GO TO 1300-EXIT
           END-IF.
           IF WS-EST-COUNT NOT < WS-EST-MAX
               GO TO 1300-EXIT
           END-IF.
           ADD 1 TO WS-EST-COUNT.
           MOVE WS-IN-F2 TO WS-EST-TERM (WS-EST-COUNT).
           MOVE WS-IN-F3 TO WS-EST-LANG (WS-EST-COUNT).
           MOVE WS-IN-F4 TO WS-EST-TEXT (WS-EST-COUNT).
           MOVE WS-LOAD-KIND TO WS-EST-FROM (WS-EST-COUNT).
       1300-EXIT.
           EXIT.

       2000-MATCH-ONE-TERM.
           MOVE 0 TO WS-HITS.
           INSPECT WS-SOURCE-UPPER TALLYING WS-HITS
               FOR ALL FUNCTION TRIM(WS-TRM-TEXT (WS-TRM-POS)).
           IF WS-HITS = 0
               GO TO 2000-EXIT
           END-IF.
           MOVE 0 TO WS-LISTED.
           MOVE SPACES TO WS-USED.
           PERFORM 2100-PROBE-ONE-RENDERING THRU 2100-EXIT
               VARYING WS-RND-POS FROM 1 BY 1
               UNTIL WS-RND-POS > WS-RND-COUNT.
           ADD 1 TO LK-HIT-COUNT.
           MOVE WS-TRM-TEXT (WS-TRM-POS) TO LK-HIT-TERM (LK-HIT-COUNT).
           MOVE WS-USED TO LK-HIT-USED (LK-HIT-COUNT).
           MOVE WS-TRM-TEXT (WS-TRM-POS) TO WS-IN-F2.
           MOVE WS-LANG TO WS-IN-F3.
           PERFORM 3000-FIND-ESTABLISHED THRU 3000-EXIT.
           IF WS-EST-FOUND > 0
               MOVE WS-EST-TEXT (WS-EST-FOUND)
                   TO LK-HIT-EST (LK-HIT-COUNT)
           END-IF.
           EVALUATE TRUE
               WHEN WS-LISTED = 0
                   MOVE "N" TO LK-HIT-VERDICT (LK-HIT-COUNT)
               WHEN WS-USED = SPACES
                   MOVE "U" TO LK-HIT-VERDICT (LK-HIT-COUNT)
               WHEN WS-EST-FOUND = 0
                   MOVE "K" TO LK-HIT-VERDICT (LK-HIT-COUNT)
               WHEN WS-USED = WS-EST-TEXT (WS-EST-FOUND)
                   MOVE "K" TO LK-HIT-VERDICT (LK-HIT-COUNT)
               WHEN OTHER
                   MOVE "C" TO LK-HIT-VERDICT (LK-HIT-COUNT)
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *> The first listed rendering the translation uses wins.
       2100-PROBE-ONE-RENDERING.
           IF WS-RND-TERM (WS-RND-POS) NOT = WS-TRM-TEXT (WS-TRM-POS)
                   OR WS-RND-LANG (WS-RND-POS) NOT = WS-LANG
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-LISTED.
           IF WS-USED NOT = SPACES
               GO TO 2100-EXIT
           END-IF.
           MOVE 0 TO WS-HITS.
           INSPECT WS-TARGET-UPPER TALLYING WS-HITS
               FOR ALL FUNCTION TRIM(WS-RND-TEXT (WS-RND-POS)).
           IF WS-HITS > 0
               MOVE WS-RND-TEXT (WS-RND-POS) TO WS-USED
           END-IF.
       2100-EXIT.
           EXIT.

      *> Term in WS-IN-F2, language in WS-IN-F3.
       3000-FIND-ESTABLISHED.
           MOVE 0 TO WS-EST-FOUND.
           PERFORM 3100-PROBE-ONE-ESTABLISHED THRU 3100-EXIT
               VARYING WS-EST-POS FROM 1 BY 1
               UNTIL WS-EST-POS > WS-EST-COUNT
                  OR WS-EST-FOUND > 0.
       3000-EXIT.
           EXIT.

       3100-PROBE-ONE-ESTABLISHED.
           IF WS-EST-TERM (WS-EST-POS) = WS-IN-F2
                   AND WS-EST-LANG (WS-EST-POS) = WS-IN-F3
               MOVE WS-EST-POS TO WS-EST-FOUND
           END-IF.
       3100-EXIT.
           EXIT.
