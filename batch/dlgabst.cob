      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> DLGABST
      *>
      *> Shared abstract lookup for the listings (RECENT-DIALOGUES,
      *> DAILY-DIGEST, SUBSCRIBER-MATCH, KIOSK-CONSOLE,
      *> READING-PLAN), CALLed the way the other DLG modules are.
      *> Hands back a dialogue's abstract from batch/abstracts.dat
      *> (ABSTRACT-BUILD) as print lines, already labelled and
      *> word-wrapped to the caller's width, so every listing
      *> prints it the same way:
      *>
      *>     Question: <framing question>
      *>     <persona>: <opening position>
      *>     Verdict: <verdict>          or
      *>     Closing, <persona>: <closing line>
      *>
      *> with continuation lines indented two columns.
      *>
      *>     CALL "DLGABST" USING path width line-number text rc
      *>
      *>     line-number runs from 1; rc "00" text is that line,
      *>     "04" the abstract has no such line (or the path has no
      *>     abstract), "08" no abstracts can be shown - the file
      *>     is missing or fails its trailer check (DLGCTLV), said
      *>     once on the first call.
      *>
      *> The file is read once, on the first call, and held for the
      *> run; the lines for a path are built when it is first asked
      *> for.
      *>
      *> Compile (the nightly sweep does this automatically):
      *>     cobc -m -std=ibm -I COPYLIB -o DLGABST.so batch/dlgabst.cob
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLGABST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABS-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ABS-FILE.
       01  ABS-LINE                 PIC X(600).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-ABS-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).
       01  WS-EOF-ABS               PIC X(01) VALUE "N".
           88  NO-MORE-ABS                   VALUE "Y".
       01  WS-LOAD-STATE            PIC X(01) VALUE "N".
           88  ABSTRACTS-NOT-LOADED          VALUE "N".
           88  ABSTRACTS-LOADED              VALUE "Y".
           88  ABSTRACTS-UNUSABLE            VALUE "X".

      *> Every abstract line on file, in file (extract) order, so
      *> one path's lines sit together.
       01  WS-ABL-MAX               PIC 9(04) VALUE 4000.
       01  WS-ABL-COUNT             PIC 9(04) VALUE 0.
       01  WS-ABL-TABLE.
           05  WS-ABL-ENTRY OCCURS 4000 TIMES
                   INDEXED BY WS-ABL-IDX.
               10  WS-ABL-PATH      PIC X(200).
               10  WS-ABL-KIND      PIC X(01).
               10  WS-ABL-NAME      PIC X(40).
               10  WS-ABL-TEXT      PIC X(240).
       01  WS-ABL-POS               PIC 9(04) VALUE 0.
       01  WS-ABL-FIRST             PIC 9(04) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-PATH               PIC X(200).
       01  WS-IN-KIND               PIC X(01).
       01  WS-IN-NAME               PIC X(40).
       01  WS-IN-TEXT               PIC X(240).

      *> The print lines of the path last asked for.
       01  WS-FMT-PATH              PIC X(200) VALUE SPACES.
       01  WS-FMT-WIDTH             PIC 9(03) VALUE 0.
       01  WS-FMT-MAX               PIC 9(02) VALUE 60.
       01  WS-FMT-COUNT             PIC 9(02) VALUE 0.
       01  WS-FMT-TABLE.
           05  WS-FMT-LINE          PIC X(240) OCCURS 60 TIMES.

      *> Word wrap of one labelled line.
       01  WS-WRAP-SRC              PIC X(300).
       01  WS-WRAP-LEN              PIC 9(03) VALUE 0.
       01  WS-WRAP-PTR              PIC 9(03) VALUE 1.
       01  WS-WRAP-WORD             PIC X(240).
       01  WS-WRAP-WORD-LEN         PIC 9(03) VALUE 0.
       01  WS-WRAP-LINE             PIC X(240).
       01  WS-WRAP-LINE-LEN         PIC 9(03) VALUE 0.
       01  WS-WRAP-FRESH            PIC X(01) VALUE "Y".
           88  WRAP-LINE-FRESH               VALUE "Y".

       LINKAGE SECTION.
       01  LK-PATH                  PIC X(200).
       01  LK-WIDTH                 PIC 9(03).
       01  LK-SEQ                   PIC 9(03).
       01  LK-TEXT                  PIC X(240).
       01  LK-RC                    PIC X(02).

       PROCEDURE DIVISION USING LK-PATH LK-WIDTH LK-SEQ LK-TEXT
                                LK-RC.
       0000-MAINLINE.
           MOVE SPACES TO LK-TEXT.
           MOVE "04" TO LK-RC.
           IF ABSTRACTS-NOT-LOADED
               PERFORM 1000-LOAD-ABSTRACTS THRU 1000-EXIT
           END-IF.
           IF ABSTRACTS-UNUSABLE
               MOVE "08" TO LK-RC
               GOBACK
           END-IF.
           IF LK-PATH NOT = WS-FMT-PATH
                   OR LK-WIDTH NOT = WS-FMT-WIDTH
               PERFORM 2000-FORMAT-PATH THRU 2000-EXIT
           END-IF.
           IF LK-SEQ > 0 AND LK-SEQ <= WS-FMT-COUNT
               MOVE WS-FMT-LINE (LK-SEQ) TO LK-TEXT
               MOVE "00" TO LK-RC
           END-IF.
           GOBACK.

       1000-LOAD-ABSTRACTS.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           SET ABSTRACTS-UNUSABLE TO TRUE.
           MOVE WS-CFN-01 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               DISPLAY "DLGABST: " FUNCTION TRIM(WS-CFN-01)
                       " fails its trailer check - abstracts not "
                       "shown; rerun ABSTRACT-BUILD"
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT ABS-FILE.
           IF WS-ABS-STATUS NOT = "00"
               DISPLAY "DLGABST: no abstracts at "
                       FUNCTION TRIM(WS-CFN-01)
                       " - run ABSTRACT-BUILD"
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-ABS.
           PERFORM 1100-LOAD-ONE-LINE THRU 1100-EXIT
               UNTIL NO-MORE-ABS.
           CLOSE ABS-FILE.
           SET ABSTRACTS-LOADED TO TRUE.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-LINE.
           READ ABS-FILE
               AT END
                   SET NO-MORE-ABS TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF ABS-LINE(1:2) NOT = "A|"
               GO TO 1100-EXIT
           END-IF.
           IF WS-ABL-COUNT >= WS-ABL-MAX
               DISPLAY "DLGABST: more than " WS-ABL-MAX
                       " abstract lines on file - the rest are "
                       "not shown"
               SET NO-MORE-ABS TO TRUE
               GO TO 1100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-PATH WS-IN-KIND WS-IN-NAME
                          WS-IN-TEXT.
           UNSTRING ABS-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-PATH WS-IN-KIND WS-IN-NAME
                    WS-IN-TEXT
           END-UNSTRING.
           ADD 1 TO WS-ABL-COUNT.
           MOVE WS-IN-PATH TO WS-ABL-PATH (WS-ABL-COUNT).
           MOVE WS-IN-KIND TO WS-ABL-KIND (WS-ABL-COUNT).
           MOVE WS-IN-NAME TO WS-ABL-NAME (WS-ABL-COUNT).
           MOVE WS-IN-TEXT TO WS-ABL-TEXT (WS-ABL-COUNT).
       1100-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The path's lines, labelled and wrapped to the width.
      *>----------------------------------------------------------*>
       2000-FORMAT-PATH.
           MOVE LK-PATH TO WS-FMT-PATH.
           MOVE LK-WIDTH TO WS-FMT-WIDTH.
           IF WS-FMT-WIDTH < 20
               MOVE 20 TO WS-FMT-WIDTH
           END-IF.
           MOVE 0 TO WS-FMT-COUNT WS-ABL-FIRST.
           SET WS-ABL-IDX TO 1.
           IF WS-ABL-COUNT > 0
               SEARCH WS-ABL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ABL-IDX > WS-ABL-COUNT
                       CONTINUE
                   WHEN WS-ABL-PATH (WS-ABL-IDX) = LK-PATH
                       SET WS-ABL-FIRST TO WS-ABL-IDX
               END-SEARCH
           END-IF.
           IF WS-ABL-FIRST = 0
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-FORMAT-ONE-LINE THRU 2100-EXIT
               VARYING WS-ABL-POS FROM WS-ABL-FIRST BY 1
               UNTIL WS-ABL-POS > WS-ABL-COUNT
                  OR WS-ABL-PATH (WS-ABL-POS) NOT = LK-PATH.
       2000-EXIT.
           EXIT.

       2100-FORMAT-ONE-LINE.
           MOVE SPACES TO WS-WRAP-SRC.
           EVALUATE WS-ABL-KIND (WS-ABL-POS)
               WHEN "Q"
                   STRING "Question: "             DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ABL-TEXT (WS-ABL-POS))
                                                   DELIMITED BY SIZE
                          INTO WS-WRAP-SRC
                   END-STRING
               WHEN "P"
                   STRING FUNCTION TRIM(WS-ABL-NAME (WS-ABL-POS))
                                                   DELIMITED BY SIZE
                          ": "                     DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ABL-TEXT (WS-ABL-POS))
                                                   DELIMITED BY SIZE
                          INTO WS-WRAP-SRC
                   END-STRING
               WHEN "V"
                   STRING "Verdict: "              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ABL-TEXT (WS-ABL-POS))
                                                   DELIMITED BY SIZE
                          INTO WS-WRAP-SRC
                   END-STRING
               WHEN "L"
                   STRING "Closing, "              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ABL-NAME (WS-ABL-POS))
                                                   DELIMITED BY SIZE
                          ": "                     DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ABL-TEXT (WS-ABL-POS))
                                                   DELIMITED BY SIZE
                          INTO WS-WRAP-SRC
                   END-STRING
               WHEN OTHER
                   GO TO 2100-EXIT
           END-EVALUATE.
           PERFORM 2200-WRAP-SOURCE THRU 2200-EXIT.
       2100-EXIT.
           EXIT.

      *> Words are laid on the line while they fit; a word that
      *> does not starts a continuation line indented two columns.
      *> A word longer than the width is cut at it.
       2200-WRAP-SOURCE.
           COMPUTE WS-WRAP-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-WRAP-SRC TRAILING)).
           MOVE 1 TO WS-WRAP-PTR.
           MOVE SPACES TO WS-WRAP-LINE.
           MOVE 0 TO WS-WRAP-LINE-LEN.
           MOVE "Y" TO WS-WRAP-FRESH.
           PERFORM 2210-PLACE-ONE-WORD THRU 2210-EXIT
               UNTIL WS-WRAP-PTR > WS-WRAP-LEN.
           IF NOT WRAP-LINE-FRESH
               PERFORM 2220-EMIT-LINE THRU 2220-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

       2210-PLACE-ONE-WORD.
           MOVE SPACES TO WS-WRAP-WORD.
           MOVE 0 TO WS-WRAP-WORD-LEN.
           UNSTRING WS-WRAP-SRC DELIMITED BY ALL SPACE
               INTO WS-WRAP-WORD COUNT IN WS-WRAP-WORD-LEN
               WITH POINTER WS-WRAP-PTR
           END-UNSTRING.
           IF WS-WRAP-WORD-LEN = 0
               GO TO 2210-EXIT
           END-IF.
           IF NOT WRAP-LINE-FRESH
                   AND WS-WRAP-LINE-LEN + 1 + WS-WRAP-WORD-LEN
                       > WS-FMT-WIDTH
               PERFORM 2220-EMIT-LINE THRU 2220-EXIT
               MOVE 2 TO WS-WRAP-LINE-LEN
           END-IF.
           IF WRAP-LINE-FRESH
               IF WS-WRAP-LINE-LEN + WS-WRAP-WORD-LEN > WS-FMT-WIDTH
                   COMPUTE WS-WRAP-WORD-LEN =
                       WS-FMT-WIDTH - WS-WRAP-LINE-LEN
               END-IF
               MOVE WS-WRAP-WORD(1:WS-WRAP-WORD-LEN)
                   TO WS-WRAP-LINE(WS-WRAP-LINE-LEN + 1:)
               ADD WS-WRAP-WORD-LEN TO WS-WRAP-LINE-LEN
               MOVE "N" TO WS-WRAP-FRESH
               GO TO 2210-EXIT
           END-IF.
           MOVE WS-WRAP-WORD(1:WS-WRAP-WORD-LEN)
               TO WS-WRAP-LINE(WS-WRAP-LINE-LEN + 2:)
           COMPUTE WS-WRAP-LINE-LEN =
               WS-WRAP-LINE-LEN + 1 + WS-WRAP-WORD-LEN.
       2210-EXIT.
           EXIT.

       2220-EMIT-LINE.
           IF WS-FMT-COUNT < WS-FMT-MAX
               ADD 1 TO WS-FMT-COUNT
               MOVE WS-WRAP-LINE TO WS-FMT-LINE (WS-FMT-COUNT)
           END-IF.
           MOVE SPACES TO WS-WRAP-LINE.
           MOVE 0 TO WS-WRAP-LINE-LEN.
           MOVE "Y" TO WS-WRAP-FRESH.
       2220-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "abstracts.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
       0900-EXIT.
           EXIT.
