      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> TRANSLATION-MEMORY
      *>
      *> Builds the translation memory from the T records
      *> TRANSLATION-LOAD holds in batch/dialogue_data.dat, each
      *> translated segment aligned to its original - seq 0000 to
      *> the H record's TOPIC, 0001+ to that message's M CONTENT -
      *> and reports how consistently the doctrine terms have been
      *> translated. Output batch/translation_memory.dat:
      *>
      *>     S|path|seq|lang|source|target    one aligned segment
      *>     U|term|lang|rendering|uses       a rendering in use
      *>     E|term|lang|rendering|uses       the established one
      *>
      *> The renderings come from DLGTERM over each segment. The
      *> established rendering for a term and language is the one
      *> pinned P in batch/term_renderings.ref, else the listed
      *> rendering the corpus uses most (first met on a tie); the
      *> E records are what TRANSLATION-LOAD holds new staging
      *> lines to. A segment whose term matches none of the listed
      *> renderings counts as (UNLISTED); one in a language with
      *> no renderings listed for the term counts as (NO TERM
      *> BASE) - neither is ever established.
      *>
      *> The consistency report lists every doctrine_terms.ref
      *> term, each rendering it has received per language with
      *> its count, and where (path and seq of every segment); a
      *> term rendered more than one way in a language is flagged
      *> INCONSISTENT. Report lines write through the spool
      *> (DLGSPOOL, class DAILY) as well as the console. T records
      *> whose original is not on the extract are counted as
      *> unaligned and left out of the memory.
      *>
      *> Usage:
      *>     translation_memory
      *>
      *> RETURN-CODE 0 consistent, 4 a term rendered more than one
      *> way in some language.
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
       PROGRAM-ID. TRANSLATION-MEMORY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT TERM-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT RND-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RND-STATUS.
           SELECT MEMORY-FILE ASSIGN DYNAMIC WS-CFN-04
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).

       FD  TERM-FILE.
       01  TERM-LINE                PIC X(160).

       FD  RND-FILE.
       01  RND-LINE                 PIC X(200).

       FD  MEMORY-FILE.
       01  MEMORY-LINE              PIC X(800).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CFN-04                PIC X(200).
       01  WS-DATA-STATUS           PIC X(02) VALUE SPACES.
       01  WS-TERM-STATUS           PIC X(02) VALUE SPACES.
       01  WS-RND-STATUS            PIC X(02) VALUE SPACES.
       01  WS-MEMORY-STATUS         PIC X(02).
       01  WS-EOF-FLAG              PIC X(01) VALUE "N".
           88  NO-MORE-INPUT                 VALUE "Y".
       01  WS-RUN-TIMESTAMP         PIC X(21).

      *> Translated segments, aligned to their originals.
       01  WS-SEG-MAX               PIC 9(04) VALUE 2000.
       01  WS-SEG-COUNT             PIC 9(04) VALUE 0.
       01  WS-SEG-TABLE.
           05  WS-SEG-ENTRY OCCURS 2000 TIMES.
               10  WS-SEG-PATH      PIC X(200).
               10  WS-SEG-SEQ       PIC X(04).
               10  WS-SEG-LANG      PIC X(05).
               10  WS-SEG-TARGET    PIC X(240).
               10  WS-SEG-SOURCE    PIC X(240).
               10  WS-SEG-ALIGNED   PIC X(01).

      *> doctrine_terms.ref in file order, for the report.
       01  WS-TRM-MAX               PIC 9(03) VALUE 100.
       01  WS-TRM-COUNT             PIC 9(03) VALUE 0.
       01  WS-TRM-TABLE.
           05  WS-TRM-ENTRY OCCURS 100 TIMES.
               10  WS-TRM-TEXT      PIC X(40).
               10  WS-TRM-TRADITION PIC X(40).

      *> P pins from term_renderings.ref.
       01  WS-PIN-MAX               PIC 9(03) VALUE 100.
       01  WS-PIN-COUNT             PIC 9(03) VALUE 0.
       01  WS-PIN-TABLE.
           05  WS-PIN-ENTRY OCCURS 100 TIMES.
               10  WS-PIN-TERM      PIC X(40).
               10  WS-PIN-LANG      PIC X(05).
               10  WS-PIN-TEXT      PIC X(60).

      *> Renderings in use per term and language.
       01  WS-USE-MAX               PIC 9(03) VALUE 500.
       01  WS-USE-COUNT             PIC 9(03) VALUE 0.
       01  WS-USE-TABLE.
           05  WS-USE-ENTRY OCCURS 500 TIMES.
               10  WS-USE-TERM      PIC X(40).
               10  WS-USE-LANG      PIC X(05).
               10  WS-USE-TEXT      PIC X(60).
               10  WS-USE-COUNT-N   PIC 9(05).
               10  WS-USE-LISTED    PIC X(01).
               10  WS-USE-EST       PIC X(01).
      *>             P pinned, M most used, blank not established

      *> Every term occurrence: which use entry, which segment.
       01  WS-OCC-MAX               PIC 9(04) VALUE 5000.
       01  WS-OCC-COUNT             PIC 9(04) VALUE 0.
       01  WS-OCC-TABLE.
           05  WS-OCC-ENTRY OCCURS 5000 TIMES.
               10  WS-OCC-USE       PIC 9(03).
               10  WS-OCC-SEG       PIC 9(04).

      *> DLGTERM interface.
       01  WS-TRM-SOURCE            PIC X(240).
       01  WS-TRM-TARGET            PIC X(240).
       01  WS-TRM-LANG              PIC X(05).
       01  WS-HIT-COUNT             PIC 9(02).
       01  WS-HIT-TABLE.
           05  WS-HIT-ENTRY OCCURS 10 TIMES.
               10  WS-HIT-TERM      PIC X(40).
               10  WS-HIT-USED      PIC X(60).
               10  WS-HIT-EST       PIC X(60).
               10  WS-HIT-VERDICT   PIC X(01).

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-PATH               PIC X(200).
       01  WS-IN-F3                 PIC X(240).
       01  WS-IN-F4                 PIC X(240).
       01  WS-IN-F5                 PIC X(240).
       01  WS-IN-F6                 PIC X(240).
       01  WS-IN-SEQ                PIC X(04).
       01  WS-IN-SOURCE             PIC X(240).

       01  WS-SEG-POS               PIC 9(04) VALUE 0.
       01  WS-HIT-POS               PIC 9(02) VALUE 0.
       01  WS-USE-POS               PIC 9(03) VALUE 0.
       01  WS-USE-POS-2             PIC 9(03) VALUE 0.
       01  WS-USE-SCAN              PIC 9(03) VALUE 0.
       01  WS-USE-FOUND             PIC 9(03) VALUE 0.
       01  WS-BEST-POS              PIC 9(03) VALUE 0.
       01  WS-OCC-POS               PIC 9(04) VALUE 0.
       01  WS-TRM-POS               PIC 9(03) VALUE 0.
       01  WS-PIN-POS               PIC 9(03) VALUE 0.
       01  WS-PIN-FOUND             PIC 9(03) VALUE 0.
       01  WS-SEEK-TERM             PIC X(40).
       01  WS-SEEK-LANG             PIC X(05).
       01  WS-SEEK-TEXT             PIC X(60).
       01  WS-SEEK-LISTED           PIC X(01).
       01  WS-PAIR-USES             PIC 9(03) VALUE 0.
       01  WS-TERM-USES             PIC 9(03) VALUE 0.

       01  WS-ALIGNED               PIC 9(04) VALUE 0.
       01  WS-UNALIGNED             PIC 9(04) VALUE 0.
       01  WS-TERMS-CITED           PIC 9(03) VALUE 0.
       01  WS-INCONSISTENT          PIC 9(03) VALUE 0.
       01  WS-COUNT-ED              PIC ZZZZ9.
       01  WS-EST-NOTE              PIC X(20).

       01  WS-SPL-ACTION            PIC X(04).
       01  WS-SPL-PGM               PIC X(30)
               VALUE "TRANSLATION-MEMORY".
       01  WS-SPL-CLASS             PIC X(10) VALUE "DAILY".
       01  WS-SPL-TEXT              PIC X(132).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           INITIALIZE WS-SEG-TABLE WS-USE-TABLE.
           PERFORM 1000-LOAD-TERMS THRU 1000-EXIT
               UNTIL NO-MORE-INPUT.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 1100-LOAD-PINS THRU 1100-EXIT
               UNTIL NO-MORE-INPUT.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 1200-LOAD-SEGMENTS THRU 1200-EXIT
               UNTIL NO-MORE-INPUT.
           MOVE "N" TO WS-EOF-FLAG.
           IF WS-SEG-COUNT > 0
               OPEN INPUT DATA-FILE
               PERFORM 1300-ALIGN-ORIGINALS THRU 1300-EXIT
                   UNTIL NO-MORE-INPUT
           END-IF.
      *> Every DLGTERM call happens before the memory file is
      *> opened for output - DLGTERM reads the previous memory's
      *> E records on its first call.
           PERFORM 2000-SCAN-ONE-SEGMENT THRU 2000-EXIT
               VARYING WS-SEG-POS FROM 1 BY 1
               UNTIL WS-SEG-POS > WS-SEG-COUNT.
           PERFORM 2500-ESTABLISH-ONE-PAIR THRU 2500-EXIT
               VARYING WS-USE-POS FROM 1 BY 1
               UNTIL WS-USE-POS > WS-USE-COUNT.
           PERFORM 3000-WRITE-MEMORY THRU 3000-EXIT.
           MOVE "OPEN" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           PERFORM 4000-REPORT THRU 4000-EXIT.
           PERFORM 5000-FINISH THRU 5000-EXIT.
           STOP RUN.

       1000-LOAD-TERMS.
           IF WS-TERM-STATUS = SPACES
               OPEN INPUT TERM-FILE
               IF WS-TERM-STATUS NOT = "00"
                   DISPLAY "TRANSLATION-MEMORY: no term list at "
                           FUNCTION TRIM(WS-CFN-02)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ TERM-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   CLOSE TERM-FILE
                   GO TO 1000-EXIT
           END-READ.
           IF TERM-LINE(1:2) NOT = "T|"
                   OR WS-TRM-COUNT NOT < WS-TRM-MAX
               GO TO 1000-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F3 WS-IN-F4.
           UNSTRING TERM-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F3 WS-IN-F4
           END-UNSTRING.
           ADD 1 TO WS-TRM-COUNT.
           MOVE FUNCTION UPPER-CASE(WS-IN-F3)
               TO WS-TRM-TEXT (WS-TRM-COUNT).
           MOVE WS-IN-F4 TO WS-TRM-TRADITION (WS-TRM-COUNT).
       1000-EXIT.
           EXIT.

       1100-LOAD-PINS.
           IF WS-RND-STATUS = SPACES
               OPEN INPUT RND-FILE
               IF WS-RND-STATUS NOT = "00"
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 1100-EXIT
               END-IF
           END-IF.
           READ RND-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   CLOSE RND-FILE
                   GO TO 1100-EXIT
           END-READ.
           IF RND-LINE(1:2) NOT = "R|"
                   OR WS-PIN-COUNT NOT < WS-PIN-MAX
               GO TO 1100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F3 WS-IN-F4 WS-IN-F5 WS-IN-F6.
           UNSTRING RND-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F3 WS-IN-F4 WS-IN-F5 WS-IN-F6
           END-UNSTRING.
           IF WS-IN-F6(1:1) NOT = "P" AND WS-IN-F6(1:1) NOT = "p"
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-PIN-COUNT.
           MOVE FUNCTION UPPER-CASE(WS-IN-F3)
               TO WS-PIN-TERM (WS-PIN-COUNT).
           MOVE FUNCTION UPPER-CASE(WS-IN-F4)
               TO WS-PIN-LANG (WS-PIN-COUNT).
           MOVE FUNCTION UPPER-CASE(WS-IN-F5)
               TO WS-PIN-TEXT (WS-PIN-COUNT).
       1100-EXIT.
           EXIT.

      *> First pass: the T records. A delete-marked record (D|)
      *> is not a translation anyone should learn from.
       1200-LOAD-SEGMENTS.
           IF WS-DATA-STATUS = SPACES
               OPEN INPUT DATA-FILE
               IF WS-DATA-STATUS NOT = "00"
                   DISPLAY "TRANSLATION-MEMORY: no extract at "
                           FUNCTION TRIM(WS-CFN-01)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           READ DATA-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   CLOSE DATA-FILE
                   GO TO 1200-EXIT
           END-READ.
           IF DATA-LINE(1:2) NOT = "T|"
               GO TO 1200-EXIT
           END-IF.
           IF WS-SEG-COUNT NOT < WS-SEG-MAX
               GO TO 1200-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-PATH WS-IN-SEQ WS-IN-F4 WS-IN-F5.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-PATH WS-IN-SEQ WS-IN-F4
                    WS-IN-F5
           END-UNSTRING.
           ADD 1 TO WS-SEG-COUNT.
           MOVE WS-IN-PATH TO WS-SEG-PATH (WS-SEG-COUNT).
           MOVE WS-IN-SEQ TO WS-SEG-SEQ (WS-SEG-COUNT).
           MOVE FUNCTION UPPER-CASE(WS-IN-F4(1:5))
               TO WS-SEG-LANG (WS-SEG-COUNT).
           MOVE WS-IN-F5 TO WS-SEG-TARGET (WS-SEG-COUNT).
           MOVE "N" TO WS-SEG-ALIGNED (WS-SEG-COUNT).
       1200-EXIT.
           EXIT.

      *> Second pass: the originals. H|path|topic|... aligns seq
      *> 0000; M|path|seq|speaker|name|tradition|content|...
      *> aligns its own seq.
       1300-ALIGN-ORIGINALS.
           READ DATA-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   CLOSE DATA-FILE
                   GO TO 1300-EXIT
           END-READ.
           MOVE SPACES TO WS-IN-PATH WS-IN-SEQ WS-IN-SOURCE.
           EVALUATE TRUE
               WHEN DATA-LINE(1:2) = "H|"
                   UNSTRING DATA-LINE DELIMITED BY "|"
                       INTO WS-IN-TAG WS-IN-PATH WS-IN-SOURCE
                   END-UNSTRING
                   MOVE "0000" TO WS-IN-SEQ
               WHEN DATA-LINE(1:2) = "M|"
                   UNSTRING DATA-LINE DELIMITED BY "|"
                       INTO WS-IN-TAG WS-IN-PATH WS-IN-SEQ
                            WS-IN-F4 WS-IN-F5 WS-IN-F6
                            WS-IN-SOURCE
                   END-UNSTRING
               WHEN OTHER
                   GO TO 1300-EXIT
           END-EVALUATE.
           PERFORM 1310-ALIGN-ONE-SEGMENT THRU 1310-EXIT
               VARYING WS-SEG-POS FROM 1 BY 1
               UNTIL WS-SEG-POS > WS-SEG-COUNT.
       1300-EXIT.
           EXIT.

       1310-ALIGN-ONE-SEGMENT.
           IF WS-SEG-PATH (WS-SEG-POS) = WS-IN-PATH
                   AND WS-SEG-SEQ (WS-SEG-POS) = WS-IN-SEQ
               MOVE WS-IN-SOURCE TO WS-SEG-SOURCE (WS-SEG-POS)
               MOVE "Y" TO WS-SEG-ALIGNED (WS-SEG-POS)
           END-IF.
       1310-EXIT.
           EXIT.

       2000-SCAN-ONE-SEGMENT.
           IF WS-SEG-ALIGNED (WS-SEG-POS) NOT = "Y"
               ADD 1 TO WS-UNALIGNED
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-ALIGNED.
           MOVE WS-SEG-SOURCE (WS-SEG-POS) TO WS-TRM-SOURCE.
           MOVE WS-SEG-TARGET (WS-SEG-POS) TO WS-TRM-TARGET.
           MOVE WS-SEG-LANG (WS-SEG-POS) TO WS-TRM-LANG.
           CALL "DLGTERM" USING WS-TRM-SOURCE WS-TRM-TARGET
                                WS-TRM-LANG WS-HIT-COUNT
                                WS-HIT-TABLE.
           PERFORM 2100-RECORD-ONE-HIT THRU 2100-EXIT
               VARYING WS-HIT-POS FROM 1 BY 1
               UNTIL WS-HIT-POS > WS-HIT-COUNT.
       2000-EXIT.
           EXIT.

       2100-RECORD-ONE-HIT.
           MOVE WS-HIT-TERM (WS-HIT-POS) TO WS-SEEK-TERM.
           MOVE WS-SEG-LANG (WS-SEG-POS) TO WS-SEEK-LANG.
           MOVE "Y" TO WS-SEEK-LISTED.
           EVALUATE WS-HIT-VERDICT (WS-HIT-POS)
               WHEN "N"
                   MOVE "(NO TERM BASE)" TO WS-SEEK-TEXT
                   MOVE "N" TO WS-SEEK-LISTED
               WHEN "U"
                   MOVE "(UNLISTED)" TO WS-SEEK-TEXT
                   MOVE "N" TO WS-SEEK-LISTED
               WHEN OTHER
                   MOVE WS-HIT-USED (WS-HIT-POS) TO WS-SEEK-TEXT
           END-EVALUATE.
           PERFORM 2200-FIND-OR-ADD-USE THRU 2200-EXIT.
           IF WS-USE-FOUND = 0
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-USE-COUNT-N (WS-USE-FOUND).
           IF WS-OCC-COUNT < WS-OCC-MAX
               ADD 1 TO WS-OCC-COUNT
               MOVE WS-USE-FOUND TO WS-OCC-USE (WS-OCC-COUNT)
               MOVE WS-SEG-POS TO WS-OCC-SEG (WS-OCC-COUNT)
           END-IF.
       2100-EXIT.
           EXIT.

       2200-FIND-OR-ADD-USE.
           MOVE 0 TO WS-USE-FOUND.
           PERFORM 2210-PROBE-ONE-USE THRU 2210-EXIT
               VARYING WS-USE-SCAN FROM 1 BY 1
               UNTIL WS-USE-SCAN > WS-USE-COUNT
                  OR WS-USE-FOUND > 0.
           IF WS-USE-FOUND > 0 OR WS-USE-COUNT NOT < WS-USE-MAX
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-USE-COUNT.
           MOVE WS-USE-COUNT TO WS-USE-FOUND.
           MOVE WS-SEEK-TERM TO WS-USE-TERM (WS-USE-FOUND).
           MOVE WS-SEEK-LANG TO WS-USE-LANG (WS-USE-FOUND).
           MOVE WS-SEEK-TEXT TO WS-USE-TEXT (WS-USE-FOUND).
           MOVE WS-SEEK-LISTED TO WS-USE-LISTED (WS-USE-FOUND).
           MOVE 0 TO WS-USE-COUNT-N (WS-USE-FOUND).
           MOVE SPACE TO WS-USE-EST (WS-USE-FOUND).
       2200-EXIT.
           EXIT.

       2210-PROBE-ONE-USE.
           IF WS-USE-TERM (WS-USE-SCAN) = WS-SEEK-TERM
                   AND WS-USE-LANG (WS-USE-SCAN) = WS-SEEK-LANG
                   AND WS-USE-TEXT (WS-USE-SCAN) = WS-SEEK-TEXT
               MOVE WS-USE-SCAN TO WS-USE-FOUND
           END-IF.
       2210-EXIT.
           EXIT.

      *> Decided once per term and language, at the pair's first
      *> use entry: the pin if there is one, else the listed
      *> rendering with the most uses.
       2500-ESTABLISH-ONE-PAIR.
           MOVE 0 TO WS-BEST-POS.
           PERFORM 2510-PROBE-EARLIER-PAIR THRU 2510-EXIT
               VARYING WS-USE-POS-2 FROM 1 BY 1
               UNTIL WS-USE-POS-2 NOT < WS-USE-POS
                  OR WS-BEST-POS > 0.
           IF WS-BEST-POS > 0
               GO TO 2500-EXIT
           END-IF.
           MOVE WS-USE-TERM (WS-USE-POS) TO WS-SEEK-TERM.
           MOVE WS-USE-LANG (WS-USE-POS) TO WS-SEEK-LANG.
           PERFORM 2600-FIND-PIN THRU 2600-EXIT.
           IF WS-PIN-FOUND > 0
               MOVE WS-PIN-TEXT (WS-PIN-FOUND) TO WS-SEEK-TEXT
               MOVE "Y" TO WS-SEEK-LISTED
               PERFORM 2200-FIND-OR-ADD-USE THRU 2200-EXIT
               IF WS-USE-FOUND > 0
                   MOVE "P" TO WS-USE-EST (WS-USE-FOUND)
               END-IF
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2520-PROBE-BEST-USE THRU 2520-EXIT
               VARYING WS-USE-POS-2 FROM WS-USE-POS BY 1
               UNTIL WS-USE-POS-2 > WS-USE-COUNT.
           IF WS-BEST-POS > 0
               MOVE "M" TO WS-USE-EST (WS-BEST-POS)
           END-IF.
       2500-EXIT.
           EXIT.

       2510-PROBE-EARLIER-PAIR.
           IF WS-USE-TERM (WS-USE-POS-2) = WS-USE-TERM (WS-USE-POS)
                   AND WS-USE-LANG (WS-USE-POS-2)
                       = WS-USE-LANG (WS-USE-POS)
               MOVE WS-USE-POS-2 TO WS-BEST-POS
           END-IF.
       2510-EXIT.
           EXIT.

       2520-PROBE-BEST-USE.
           IF WS-USE-TERM (WS-USE-POS-2) NOT = WS-SEEK-TERM
                   OR WS-USE-LANG (WS-USE-POS-2) NOT = WS-SEEK-LANG
                   OR WS-USE-LISTED (WS-USE-POS-2) NOT = "Y"
               GO TO 2520-EXIT
           END-IF.
           IF WS-BEST-POS = 0
               MOVE WS-USE-POS-2 TO WS-BEST-POS
               GO TO 2520-EXIT
           END-IF.
           IF WS-USE-COUNT-N (WS-USE-POS-2)
                   > WS-USE-COUNT-N (WS-BEST-POS)
               MOVE WS-USE-POS-2 TO WS-BEST-POS
           END-IF.
       2520-EXIT.
           EXIT.

       2600-FIND-PIN.
           MOVE 0 TO WS-PIN-FOUND.
           PERFORM 2610-PROBE-ONE-PIN THRU 2610-EXIT
               VARYING WS-PIN-POS FROM 1 BY 1
               UNTIL WS-PIN-POS > WS-PIN-COUNT
                  OR WS-PIN-FOUND > 0.
       2600-EXIT.
           EXIT.

       2610-PROBE-ONE-PIN.
           IF WS-PIN-TERM (WS-PIN-POS) = WS-SEEK-TERM
                   AND WS-PIN-LANG (WS-PIN-POS) = WS-SEEK-LANG
               MOVE WS-PIN-POS TO WS-PIN-FOUND
           END-IF.
       2610-EXIT.
           EXIT.

       3000-WRITE-MEMORY.
           OPEN OUTPUT MEMORY-FILE.
           IF WS-MEMORY-STATUS NOT = "00"
               DISPLAY "TRANSLATION-MEMORY: cannot write "
                       FUNCTION TRIM(WS-CFN-04)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 3100-WRITE-ONE-SEGMENT THRU 3100-EXIT
               VARYING WS-SEG-POS FROM 1 BY 1
               UNTIL WS-SEG-POS > WS-SEG-COUNT.
           MOVE "U" TO WS-IN-TAG.
           PERFORM 3200-WRITE-ONE-USE THRU 3200-EXIT
               VARYING WS-USE-POS FROM 1 BY 1
               UNTIL WS-USE-POS > WS-USE-COUNT.
           MOVE "E" TO WS-IN-TAG.
           PERFORM 3200-WRITE-ONE-USE THRU 3200-EXIT
               VARYING WS-USE-POS FROM 1 BY 1
               UNTIL WS-USE-POS > WS-USE-COUNT.
           CLOSE MEMORY-FILE.
       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-SEGMENT.
           IF WS-SEG-ALIGNED (WS-SEG-POS) NOT = "Y"
               GO TO 3100-EXIT
           END-IF.
           MOVE SPACES TO MEMORY-LINE.
           STRING "S|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SEG-PATH (WS-SEG-POS))
                                             DELIMITED BY SIZE
                  "|"                        DELIMITED BY SIZE
                  WS-SEG-SEQ (WS-SEG-POS)    DELIMITED BY SIZE
                  "|"                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SEG-LANG (WS-SEG-POS))
                                             DELIMITED BY SIZE
                  "|"                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SEG-SOURCE (WS-SEG-POS))
                                             DELIMITED BY SIZE
                  "|"                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SEG-TARGET (WS-SEG-POS))
                                             DELIMITED BY SIZE
                  INTO MEMORY-LINE
           END-STRING.
           WRITE MEMORY-LINE.
       3100-EXIT.
           EXIT.

      *> WS-IN-TAG U writes every use, E only the established.
       3200-WRITE-ONE-USE.
           IF WS-IN-TAG = "E" AND WS-USE-EST (WS-USE-POS) = SPACE
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-USE-COUNT-N (WS-USE-POS) TO WS-COUNT-ED.
           MOVE SPACES TO MEMORY-LINE.
           STRING WS-IN-TAG                  DELIMITED BY SIZE
                  "|"                        DELIMITED BY SIZE
                  FUNCTION TRIM(FUNCTION LOWER-CASE(
                      WS-USE-TERM (WS-USE-POS)))
                                             DELIMITED BY SIZE
                  "|"                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-USE-LANG (WS-USE-POS))
                                             DELIMITED BY SIZE
                  "|"                        DELIMITED BY SIZE
                  FUNCTION TRIM(FUNCTION LOWER-CASE(
                      WS-USE-TEXT (WS-USE-POS)))
                                             DELIMITED BY SIZE
                  "|"                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                  INTO MEMORY-LINE
           END-STRING.
           WRITE MEMORY-LINE.
       3200-EXIT.
           EXIT.

       4000-REPORT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "TRANSLATION-MEMORY  terminology consistency  "
                  WS-RUN-TIMESTAMP(1:4) "-" WS-RUN-TIMESTAMP(5:2)
                  "-" WS-RUN-TIMESTAMP(7:2)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           PERFORM 4100-REPORT-ONE-TERM THRU 4100-EXIT
               VARYING WS-TRM-POS FROM 1 BY 1
               UNTIL WS-TRM-POS > WS-TRM-COUNT.
       4000-EXIT.
           EXIT.

       4100-REPORT-ONE-TERM.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING FUNCTION LOWER-CASE(WS-TRM-TEXT (WS-TRM-POS))
                                             DELIMITED BY "  "
                  "  ("                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TRM-TRADITION (WS-TRM-POS))
                                             DELIMITED BY SIZE
                  ")"                        DELIMITED BY SIZE
               INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           MOVE 0 TO WS-TERM-USES.
           PERFORM 4200-REPORT-ONE-USE THRU 4200-EXIT
               VARYING WS-USE-POS FROM 1 BY 1
               UNTIL WS-USE-POS > WS-USE-COUNT.
           IF WS-TERM-USES = 0
               MOVE "    not met in any translated segment"
                   TO WS-SPL-TEXT
               PERFORM 8900-SPOOL-LINE THRU 8900-EXIT
           ELSE
               ADD 1 TO WS-TERMS-CITED
           END-IF.
       4100-EXIT.
           EXIT.

      *> One rendering of the term; the first rendering of each
      *> language also judges the language as a whole.
       4200-REPORT-ONE-USE.
           IF WS-USE-TERM (WS-USE-POS) NOT = WS-TRM-TEXT (WS-TRM-POS)
               GO TO 4200-EXIT
           END-IF.
           ADD 1 TO WS-TERM-USES.
           MOVE 0 TO WS-BEST-POS.
           PERFORM 2510-PROBE-EARLIER-PAIR THRU 2510-EXIT
               VARYING WS-USE-POS-2 FROM 1 BY 1
               UNTIL WS-USE-POS-2 NOT < WS-USE-POS
                  OR WS-BEST-POS > 0.
           IF WS-BEST-POS = 0
               MOVE 0 TO WS-PAIR-USES
               PERFORM 4210-COUNT-PAIR-USE THRU 4210-EXIT
                   VARYING WS-USE-POS-2 FROM WS-USE-POS BY 1
                   UNTIL WS-USE-POS-2 > WS-USE-COUNT
               IF WS-PAIR-USES > 1
                   ADD 1 TO WS-INCONSISTENT
                   MOVE SPACES TO WS-SPL-TEXT
                   STRING "    "
                          FUNCTION TRIM(WS-USE-LANG (WS-USE-POS))
                          "  INCONSISTENT - " WS-PAIR-USES
                          " renderings in use"
                       DELIMITED BY SIZE INTO WS-SPL-TEXT
                   END-STRING
                   PERFORM 8900-SPOOL-LINE THRU 8900-EXIT
               END-IF
           END-IF.
           EVALUATE WS-USE-EST (WS-USE-POS)
               WHEN "P"
                   MOVE "established, pinned" TO WS-EST-NOTE
               WHEN "M"
                   MOVE "established" TO WS-EST-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-EST-NOTE
           END-EVALUATE.
           MOVE WS-USE-COUNT-N (WS-USE-POS) TO WS-COUNT-ED.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "    "                     DELIMITED BY SIZE
                  WS-USE-LANG (WS-USE-POS)   DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  FUNCTION LOWER-CASE(WS-USE-TEXT (WS-USE-POS)(1:30))
                                             DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  WS-EST-NOTE                DELIMITED BY SIZE
               INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           PERFORM 4300-REPORT-ONE-PLACE THRU 4300-EXIT
               VARYING WS-OCC-POS FROM 1 BY 1
               UNTIL WS-OCC-POS > WS-OCC-COUNT.
       4200-EXIT.
           EXIT.

      *> Renderings in use for the pair, the pin excepted when
      *> nobody has used it yet.
       4210-COUNT-PAIR-USE.
           IF WS-USE-TERM (WS-USE-POS-2) = WS-USE-TERM (WS-USE-POS)
                   AND WS-USE-LANG (WS-USE-POS-2)
                       = WS-USE-LANG (WS-USE-POS)
                   AND WS-USE-COUNT-N (WS-USE-POS-2) > 0
               ADD 1 TO WS-PAIR-USES
           END-IF.
       4210-EXIT.
           EXIT.

       4300-REPORT-ONE-PLACE.
           IF WS-OCC-USE (WS-OCC-POS) NOT = WS-USE-POS
               GO TO 4300-EXIT
           END-IF.
           MOVE WS-OCC-SEG (WS-OCC-POS) TO WS-SEG-POS.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "          "               DELIMITED BY SIZE
                  WS-SEG-SEQ (WS-SEG-POS)    DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-SEG-PATH (WS-SEG-POS)(1:110)
                                             DELIMITED BY SIZE
               INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
       4300-EXIT.
           EXIT.

       5000-FINISH.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "TRANSLATION-MEMORY: " WS-ALIGNED
                  " aligned, " WS-UNALIGNED
                  " unaligned, " WS-TERMS-CITED " terms met, "
                  WS-INCONSISTENT " inconsistent"
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8900-SPOOL-LINE THRU 8900-EXIT.
           MOVE "CLOS" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           IF WS-INCONSISTENT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.

      *> One report line to the console and the spool member alike.
       8900-SPOOL-LINE.
           MOVE "LINE" TO WS-SPL-ACTION.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
       8900-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "dialogue_data.dat@*" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "doctrine_terms.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "term_renderings.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE "translation_memory.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
       0900-EXIT.
           EXIT.
