      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> DLGINCR
      *>
      *> Shared incremental-refresh support for the derived index
      *> builders (CONTENT-INDEX-BUILD, DOCTRINE-INDEX-BUILD,
      *> CITATION-SCAN, QUOTE-EXTRACT, CATECHISM-EXTRACT,
      *> ABSTRACT-BUILD), CALLed the way the other DLG modules are. Each builder re-read the
      *> whole extract and rewrote its output every night although
      *> only a handful of paths change, and batch/provenance.dat
      *> (DLGPROV) already says which. This keeps one high-water
      *> mark per builder in batch/index_hwm.dat:
      *>
      *>     W|builder|provenance-mark|run-stamp|FULL/INCR/VERIFY
      *>
      *> (append-only; the latest line per builder wins) and
      *> answers which paths were written since it.
      *>
      *>     CALL "DLGINCR" USING action builder text text-2
      *>                          result count
      *>
      *>     action "LOAD"  text is the mode asked for on the
      *>                    command line (FULL, VERIFY or spaces).
      *>                    Reads the mark and the provenance
      *>                    written since; result is the mode to
      *>                    run: "FU" full (asked for, no mark yet,
      *>                    or too many changes to track), "VE"
      *>                    verify (asked for, or no full rebuild
      *>                    in the last 7 days), "IN" incremental.
      *>                    count is the number of changed paths.
      *>            "TEST"  text is a path; result "Y " when it was
      *>                    written since the mark, else "N ".
      *>            "SEEN"  text is a path present in today's
      *>                    extract (the builder walks the extract
      *>                    once, calling this at each new path);
      *>                    result "FU" if there are too many to
      *>                    track, else "00".
      *>            "KEEP"  text is a path found in the builder's
      *>                    previous output; result "Y " when its
      *>                    lines may be carried forward unchanged
      *>                    (still in the extract and not written
      *>                    since the mark), else "N " - the path
      *>                    was rewritten or has gone, and its old
      *>                    lines are retired.
      *>            "SAVE"  text is the mode run (FULL, INCR,
      *>                    VERIFY); appends the new mark - the
      *>                    newest provenance stamp read at LOAD.
      *>            "COMP"  compares the files named by text and
      *>                    text-2 line for line, ignoring
      *>                    C|HEADER lines (they carry the run
      *>                    stamp); result "00" identical, "04"
      *>                    different, count the differing lines.
      *>
      *> Compile (the nightly sweep does this automatically):
      *>     cobc -m -std=ibm -I COPYLIB -o DLGINCR.so batch/dlgincr.cob
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>     2026-10-15  DO   ABSTRACT-BUILD keeps its mark here
      *>                      too.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLGINCR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HWM-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HWM-STATUS.
           SELECT PROV-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROV-STATUS.
           SELECT COMP-FILE-A ASSIGN DYNAMIC WS-COMP-NAME-A
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMP-STATUS-A.
           SELECT COMP-FILE-B ASSIGN DYNAMIC WS-COMP-NAME-B
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMP-STATUS-B.

       DATA DIVISION.
       FILE SECTION.
       FD  HWM-FILE.
       01  HWM-LINE                 PIC X(200).

       FD  PROV-FILE.
       01  PROV-LINE                PIC X(400).

       FD  COMP-FILE-A.
       01  COMP-LINE-A              PIC X(800).

       FD  COMP-FILE-B.
       01  COMP-LINE-B              PIC X(800).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-HWM-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PROV-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EOF-HWM               PIC X(01).
           88  NO-MORE-HWM                   VALUE "Y".
       01  WS-EOF-PROV              PIC X(01).
           88  NO-MORE-PROV                  VALUE "Y".

       01  WS-MODE                  PIC X(02) VALUE "FU".
       01  WS-VERIFY-DAYS           PIC 9(03) VALUE 7.
       01  WS-MARK                  PIC X(16) VALUE SPACES.
       01  WS-NEW-MARK              PIC X(16) VALUE SPACES.
       01  WS-LAST-FULL             PIC X(08) VALUE SPACES.
       01  WS-OVERFLOW              PIC X(01) VALUE "N".
           88  TOO-MANY-CHANGES              VALUE "Y".
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-TODAY-NUM             PIC 9(08).
       01  WS-WORK-NUM              PIC 9(08).
       01  WS-DAYS                  PIC S9(07) VALUE 0.

      *> Paths written since the mark.
       01  WS-CHG-MAX               PIC 9(04) VALUE 3000.
       01  WS-CHG-COUNT             PIC 9(04) VALUE 0.
       01  WS-CHG-TABLE.
           05  WS-CHG-PATH OCCURS 3000 TIMES
                   INDEXED BY WS-CHG-IDX
                                    PIC X(200).
       01  WS-PROBE-PATH            PIC X(200).
       01  WS-CHG-FOUND             PIC X(01) VALUE "N".
           88  PATH-HAS-CHANGED              VALUE "Y".

      *> Paths present in today's extract.
       01  WS-SEEN-MAX              PIC 9(04) VALUE 3000.
       01  WS-SEEN-COUNT            PIC 9(04) VALUE 0.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-PATH OCCURS 3000 TIMES
                   INDEXED BY WS-SEEN-IDX
                                    PIC X(200).
       01  WS-SEEN-FOUND            PIC X(01) VALUE "N".
           88  PATH-IS-PRESENT               VALUE "Y".
       01  WS-KEEP-LAST-PATH        PIC X(200) VALUE SPACES.
       01  WS-KEEP-LAST-RESULT      PIC X(02) VALUE SPACES.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(200).
       01  WS-IN-F3                 PIC X(30).
       01  WS-IN-F4                 PIC X(30).
       01  WS-IN-F5                 PIC X(30).
       01  WS-IN-F6                 PIC X(21).

       01  WS-COMP-NAME-A           PIC X(200).
       01  WS-COMP-NAME-B           PIC X(200).
       01  WS-COMP-STATUS-A         PIC X(02) VALUE SPACES.
       01  WS-COMP-STATUS-B         PIC X(02) VALUE SPACES.
       01  WS-EOF-A                 PIC X(01).
           88  NO-MORE-A                     VALUE "Y".
       01  WS-EOF-B                 PIC X(01).
           88  NO-MORE-B                     VALUE "Y".
       01  WS-COMP-LINE-NO          PIC 9(07) VALUE 0.
       01  WS-COMP-DIFFS            PIC 9(07) VALUE 0.

       LINKAGE SECTION.
       01  LK-ACTION                PIC X(04).
       01  LK-BUILDER               PIC X(30).
       01  LK-TEXT                  PIC X(200).
       01  LK-TEXT-2                PIC X(200).
       01  LK-RESULT                PIC X(02).
       01  LK-COUNT                 PIC 9(07).

       PROCEDURE DIVISION USING LK-ACTION LK-BUILDER LK-TEXT
                                LK-TEXT-2 LK-RESULT LK-COUNT.
       0000-MAINLINE.
           MOVE "index_hwm.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "provenance.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           EVALUATE LK-ACTION
               WHEN "LOAD"
                   PERFORM 1000-LOAD THRU 1000-EXIT
               WHEN "TEST"
                   PERFORM 2000-TEST THRU 2000-EXIT
               WHEN "SEEN"
                   PERFORM 2200-SEEN THRU 2200-EXIT
               WHEN "KEEP"
                   PERFORM 2300-KEEP THRU 2300-EXIT
               WHEN "SAVE"
                   PERFORM 3000-SAVE THRU 3000-EXIT
               WHEN "COMP"
                   PERFORM 4000-COMPARE THRU 4000-EXIT
               WHEN OTHER
                   MOVE "16" TO LK-RESULT
           END-EVALUATE.
           GOBACK.

      *>----------------------------------------------------------*>
      *> LOAD: the builder's mark, then every provenance line
      *> stamped after it.
      *>----------------------------------------------------------*>
       1000-LOAD.
           MOVE 0 TO WS-CHG-COUNT WS-SEEN-COUNT.
           MOVE SPACES TO WS-KEEP-LAST-PATH.
           MOVE "N" TO WS-OVERFLOW.
           MOVE SPACES TO WS-MARK WS-NEW-MARK WS-LAST-FULL.
           MOVE "N" TO WS-EOF-HWM.
           OPEN INPUT HWM-FILE.
           IF WS-HWM-STATUS = "00"
               PERFORM 1100-READ-ONE-MARK THRU 1100-EXIT
                   UNTIL NO-MORE-HWM
               CLOSE HWM-FILE
           END-IF.
           MOVE WS-MARK TO WS-NEW-MARK.
           MOVE "N" TO WS-EOF-PROV.
           OPEN INPUT PROV-FILE.
           IF WS-PROV-STATUS = "00"
               PERFORM 1200-READ-ONE-PROV THRU 1200-EXIT
                   UNTIL NO-MORE-PROV
               CLOSE PROV-FILE
           END-IF.
           MOVE WS-CHG-COUNT TO LK-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY-NUM.
           EVALUATE TRUE
               WHEN LK-TEXT(1:4) = "FULL"
                   MOVE "FU" TO WS-MODE
               WHEN WS-MARK = SPACES
                   MOVE "FU" TO WS-MODE
               WHEN TOO-MANY-CHANGES
                   MOVE "FU" TO WS-MODE
               WHEN LK-TEXT(1:6) = "VERIFY"
                   MOVE "VE" TO WS-MODE
               WHEN WS-LAST-FULL = SPACES
                   MOVE "VE" TO WS-MODE
               WHEN OTHER
                   MOVE WS-LAST-FULL TO WS-WORK-NUM
                   COMPUTE WS-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                       - FUNCTION INTEGER-OF-DATE(WS-WORK-NUM)
                   IF WS-DAYS NOT < WS-VERIFY-DAYS
                       MOVE "VE" TO WS-MODE
                   ELSE
                       MOVE "IN" TO WS-MODE
                   END-IF
           END-EVALUATE.
           MOVE WS-MODE TO LK-RESULT.
       1000-EXIT.
           EXIT.

       1100-READ-ONE-MARK.
           READ HWM-FILE
               AT END
                   SET NO-MORE-HWM TO TRUE
               NOT AT END
                   IF HWM-LINE(1:2) = "W|"
                       MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4
                                      WS-IN-F5
                       UNSTRING HWM-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                WS-IN-F4 WS-IN-F5
                       END-UNSTRING
                       IF WS-IN-F2(1:30) = LK-BUILDER
                           MOVE WS-IN-F3(1:16) TO WS-MARK
                           IF WS-IN-F5(1:4) = "FULL"
                                   OR WS-IN-F5(1:6) = "VERIFY"
                               MOVE WS-IN-F4(1:8) TO WS-LAST-FULL
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

       1200-READ-ONE-PROV.
           READ PROV-FILE
               AT END
                   SET NO-MORE-PROV TO TRUE
               NOT AT END
                   IF PROV-LINE(1:2) = "V|"
                       PERFORM 1300-NOTE-ONE-PROV THRU 1300-EXIT
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.

       1300-NOTE-ONE-PROV.
           MOVE SPACES TO WS-IN-F2 WS-IN-F6.
           UNSTRING PROV-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6
           END-UNSTRING.
           IF WS-IN-F6(1:16) > WS-NEW-MARK
               MOVE WS-IN-F6(1:16) TO WS-NEW-MARK
           END-IF.
           IF WS-MARK = SPACES OR WS-IN-F6(1:16) NOT > WS-MARK
               GO TO 1300-EXIT
           END-IF.
           MOVE WS-IN-F2 TO WS-PROBE-PATH.
           PERFORM 2100-FIND-PATH THRU 2100-EXIT.
           IF PATH-HAS-CHANGED
               GO TO 1300-EXIT
           END-IF.
           IF WS-CHG-COUNT < WS-CHG-MAX
               ADD 1 TO WS-CHG-COUNT
               MOVE WS-IN-F2 TO WS-CHG-PATH (WS-CHG-COUNT)
           ELSE
               SET TOO-MANY-CHANGES TO TRUE
           END-IF.
       1300-EXIT.
           EXIT.

       2000-TEST.
           MOVE LK-TEXT TO WS-PROBE-PATH.
           PERFORM 2100-FIND-PATH THRU 2100-EXIT.
           IF PATH-HAS-CHANGED OR WS-MODE = "FU"
               MOVE "Y " TO LK-RESULT
           ELSE
               MOVE "N " TO LK-RESULT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-FIND-PATH.
           MOVE "N" TO WS-CHG-FOUND.
           SET WS-CHG-IDX TO 1.
           IF WS-CHG-COUNT > 0
               SEARCH WS-CHG-PATH
                   AT END
                       CONTINUE
                   WHEN WS-CHG-IDX > WS-CHG-COUNT
                       CONTINUE
                   WHEN WS-CHG-PATH (WS-CHG-IDX) = WS-PROBE-PATH
                       SET PATH-HAS-CHANGED TO TRUE
               END-SEARCH
           END-IF.
       2100-EXIT.
           EXIT.

      *> The extract keeps a path's lines together, so only a
      *> change of path needs recording.
       2200-SEEN.
           MOVE "00" TO LK-RESULT.
           IF WS-SEEN-COUNT > 0
               IF WS-SEEN-PATH (WS-SEEN-COUNT) = LK-TEXT
                   GO TO 2200-EXIT
               END-IF
           END-IF.
           IF WS-SEEN-COUNT < WS-SEEN-MAX
               ADD 1 TO WS-SEEN-COUNT
               MOVE LK-TEXT TO WS-SEEN-PATH (WS-SEEN-COUNT)
           ELSE
               MOVE "FU" TO LK-RESULT
           END-IF.
       2200-EXIT.
           EXIT.

       2300-KEEP.
           IF LK-TEXT = WS-KEEP-LAST-PATH
               MOVE WS-KEEP-LAST-RESULT TO LK-RESULT
               GO TO 2300-EXIT
           END-IF.
           MOVE LK-TEXT TO WS-KEEP-LAST-PATH.
           MOVE "N " TO WS-KEEP-LAST-RESULT LK-RESULT.
           MOVE LK-TEXT TO WS-PROBE-PATH.
           PERFORM 2100-FIND-PATH THRU 2100-EXIT.
           IF PATH-HAS-CHANGED
               GO TO 2300-EXIT
           END-IF.
           MOVE "N" TO WS-SEEN-FOUND.
           SET WS-SEEN-IDX TO 1.
           IF WS-SEEN-COUNT > 0
               SEARCH WS-SEEN-PATH
                   AT END
                       CONTINUE
                   WHEN WS-SEEN-IDX > WS-SEEN-COUNT
                       CONTINUE
                   WHEN WS-SEEN-PATH (WS-SEEN-IDX) = LK-TEXT
                       SET PATH-IS-PRESENT TO TRUE
               END-SEARCH
           END-IF.
           IF PATH-IS-PRESENT
               MOVE "Y " TO WS-KEEP-LAST-RESULT LK-RESULT
           END-IF.
       2300-EXIT.
           EXIT.

       3000-SAVE.
           IF WS-NEW-MARK = SPACES
               MOVE ALL "0" TO WS-NEW-MARK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           OPEN EXTEND HWM-FILE.
           IF WS-HWM-STATUS = "35"
               OPEN OUTPUT HWM-FILE
           END-IF.
           MOVE SPACES TO HWM-LINE.
           STRING "W|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(LK-BUILDER)     DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-NEW-MARK                   DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP              DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(LK-TEXT)        DELIMITED BY SIZE
                  INTO HWM-LINE
           END-STRING.
           WRITE HWM-LINE.
           CLOSE HWM-FILE.
           MOVE "00" TO LK-RESULT.
       3000-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> COMP: line-for-line compare of two builds of one output.
      *>----------------------------------------------------------*>
       4000-COMPARE.
           MOVE LK-TEXT TO WS-COMP-NAME-A.
           MOVE LK-TEXT-2 TO WS-COMP-NAME-B.
           MOVE 0 TO WS-COMP-LINE-NO WS-COMP-DIFFS.
           MOVE "N" TO WS-EOF-A WS-EOF-B.
           OPEN INPUT COMP-FILE-A.
           IF WS-COMP-STATUS-A NOT = "00"
               SET NO-MORE-A TO TRUE
           END-IF.
           OPEN INPUT COMP-FILE-B.
           IF WS-COMP-STATUS-B NOT = "00"
               SET NO-MORE-B TO TRUE
           END-IF.
           PERFORM 4100-READ-A THRU 4100-EXIT.
           PERFORM 4200-READ-B THRU 4200-EXIT.
           PERFORM 4300-COMPARE-ONE-PAIR THRU 4300-EXIT
               UNTIL NO-MORE-A AND NO-MORE-B.
           IF WS-COMP-STATUS-A NOT = "35"
               CLOSE COMP-FILE-A
           END-IF.
           IF WS-COMP-STATUS-B NOT = "35"
               CLOSE COMP-FILE-B
           END-IF.
           MOVE WS-COMP-DIFFS TO LK-COUNT.
           IF WS-COMP-DIFFS = 0
               MOVE "00" TO LK-RESULT
           ELSE
               MOVE "04" TO LK-RESULT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-READ-A.
           IF NO-MORE-A
               GO TO 4100-EXIT
           END-IF.
           READ COMP-FILE-A
               AT END
                   SET NO-MORE-A TO TRUE
                   MOVE SPACES TO COMP-LINE-A
           END-READ.
           IF NOT NO-MORE-A AND COMP-LINE-A(1:9) = "C|HEADER|"
               GO TO 4100-READ-A
           END-IF.
       4100-EXIT.
           EXIT.

       4200-READ-B.
           IF NO-MORE-B
               GO TO 4200-EXIT
           END-IF.
           READ COMP-FILE-B
               AT END
                   SET NO-MORE-B TO TRUE
                   MOVE SPACES TO COMP-LINE-B
           END-READ.
           IF NOT NO-MORE-B AND COMP-LINE-B(1:9) = "C|HEADER|"
               GO TO 4200-READ-B
           END-IF.
       4200-EXIT.
           EXIT.

       4300-COMPARE-ONE-PAIR.
           ADD 1 TO WS-COMP-LINE-NO.
           IF NO-MORE-A OR NO-MORE-B
                   OR COMP-LINE-A NOT = COMP-LINE-B
               ADD 1 TO WS-COMP-DIFFS
               IF WS-COMP-DIFFS = 1
                   DISPLAY "DLGINCR: first difference at line "
                           WS-COMP-LINE-NO
                   DISPLAY "  " FUNCTION TRIM(WS-COMP-NAME-A) ": "
                           FUNCTION TRIM(COMP-LINE-A)(1:100)
                   DISPLAY "  " FUNCTION TRIM(WS-COMP-NAME-B) ": "
                           FUNCTION TRIM(COMP-LINE-B)(1:100)
               END-IF
           END-IF.
           PERFORM 4100-READ-A THRU 4100-EXIT.
           PERFORM 4200-READ-B THRU 4200-EXIT.
       4300-EXIT.
           EXIT.
