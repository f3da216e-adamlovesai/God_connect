      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> DLGPRSH
      *>
      *> Parish tenancy for a multi-parish installation. The run's
      *> parish view is settled by DLGCFG at its first resolution
      *> (batch/parish_register.ref, the operator's binding in
      *> column 6 of batch/operator_auth.ref, DLGPARISH - see
      *> DLGCFG), and the extract the run reads is already that
      *> parish's partition. This module answers the questions the
      *> partition cannot: whose a side-file record is, which code
      *> a new record is stamped with, what the report heading
      *> says. CALLed the way the other DLG modules are:
      *>
      *>     CALL "DLGPRSH" USING action pgm-name text parish rc
      *>
      *>     action  PIC X(04)
      *>       "VIEW"  parish <- the view (* for all parishes);
      *>               text <- the heading line ("PARISH STMARY -
      *>               St Mary's" or "ALL PARISHES"), blank in a
      *>               single-parish installation
      *>       "PATH"  text = a dialogue path; parish <- the
      *>               record's parish off the H record's parish
      *>               column (blank reads as the home parish)
      *>       "CODE"  a side-file record: parish = its parish
      *>               column, text = its path or blank. A blank
      *>               column falls back to the path's parish,
      *>               then to the home parish - the records
      *>               written before the column existed
      *>       "MINE"  parish <- the code new records are stamped
      *>               with: the viewed parish, or the home parish
      *>               in the all-parishes view; text <- its name
      *>       "STMP"  text = an H record; its parish column (the
      *>               fourteenth, after origin) is set and the
      *>               code returned in parish. A code already
      *>               there is kept when it is on the register
      *>               and inside the view; anything else is
      *>               replaced by MINE's code
      *>       "NEXT"  parish = the previous code (blank to
      *>               start); parish <- the next parish on the
      *>               register, text <- its name; rc "10" at end
      *>       "SHAR"  parish = a code; text <- "hhhhhhhh|tttttttt",
      *>               its dialogue headers and the installation's,
      *>               for apportioning shared work
      *>     rc      PIC X(02)  "00" inside the view, "04" outside
      *>             it (PATH, CODE); "10" end of register (NEXT)
      *>
      *> The register and the whole-installation extract
      *> (dialogue_data.dat@*) are read once, on the first call
      *> that needs them, and held for the run.
      *>
      *> Compile (the nightly sweep does this automatically):
      *>     cobc -m -std=ibm -I COPYLIB -o DLGPRSH.so batch/dlgprsh.cob
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLGPRSH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
       01  REGISTER-LINE            PIC X(300).
       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-REGISTER-STATUS       PIC X(02) VALUE SPACES.
       01  WS-DATA-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EOF-REGISTER          PIC X(01) VALUE "N".
           88  NO-MORE-REGISTER              VALUE "Y".
       01  WS-EOF-DATA              PIC X(01) VALUE "N".
           88  NO-MORE-DATA                  VALUE "Y".
       01  WS-VIEW-STATE            PIC X(01) VALUE "N".
           88  VIEW-NOT-LOADED               VALUE "N".
       01  WS-PATH-STATE            PIC X(01) VALUE "N".
           88  PATHS-NOT-LOADED              VALUE "N".

      *> The view as DLGCFG settled it: view|home|binding.
       01  WS-VIEW-LINE             PIC X(200).
       01  WS-VIEW                  PIC X(12) VALUE "*".
       01  WS-HOME                  PIC X(12) VALUE SPACES.
       01  WS-BINDING               PIC X(12) VALUE SPACES.

      *> The register.
       01  WS-PAR-MAX               PIC 9(02) VALUE 50.
       01  WS-PAR-COUNT             PIC 9(02) VALUE 0.
       01  WS-PAR-TABLE.
           05  WS-PAR-ENTRY OCCURS 50 TIMES.
               10  WS-PAR-CODE      PIC X(12).
               10  WS-PAR-NAME      PIC X(60).
               10  WS-PAR-HEADERS   PIC 9(08).
       01  WS-PAR-POS               PIC 9(02) VALUE 0.
       01  WS-PAR-FOUND             PIC 9(02) VALUE 0.
       01  WS-ALL-HEADERS           PIC 9(08) VALUE 0.

      *> Every path on the extract held by a parish other than the
      *> home parish - the few, so the lookup stays short.
       01  WS-AWAY-MAX              PIC 9(04) VALUE 6000.
       01  WS-AWAY-COUNT            PIC 9(04) VALUE 0.
       01  WS-AWAY-TABLE.
           05  WS-AWAY-ENTRY OCCURS 6000 TIMES
                   INDEXED BY WS-AWAY-IDX.
               10  WS-AWAY-PATH     PIC X(200).
               10  WS-AWAY-PARISH   PIC X(12).
       01  WS-AWAY-POS              PIC 9(04) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-CODE               PIC X(12).
       01  WS-IN-NAME               PIC X(60).
       01  WS-IN-PATH               PIC X(200).
       01  WS-IN-SKIP               PIC X(240).
       01  WS-IN-PARISH             PIC X(12).
       01  WS-JUDGED                PIC X(12).
       01  WS-MINE                  PIC X(12).

      *> The H record being stamped.
       01  WS-LINE                  PIC X(600).
       01  WS-LINE-LEN              PIC 9(03) VALUE 0.
       01  WS-SCAN-POS              PIC 9(03) VALUE 0.
       01  WS-PIPES                 PIC 9(03) VALUE 0.
       01  WS-PIPE-13               PIC 9(03) VALUE 0.
       01  WS-PIPE-14               PIC 9(03) VALUE 0.
       01  WS-OUT-PTR               PIC 9(03) VALUE 1.
       01  WS-PAD-COUNT             PIC 9(03) VALUE 0.
       01  WS-PAD-POS               PIC 9(03) VALUE 0.

       LINKAGE SECTION.
       01  LK-ACTION                PIC X(04).
       01  LK-PGM-NAME              PIC X(30).
       01  LK-TEXT                  PIC X(600).
       01  LK-PARISH                PIC X(12).
       01  LK-RESULT                PIC X(02).

       PROCEDURE DIVISION USING LK-ACTION LK-PGM-NAME LK-TEXT
                                LK-PARISH LK-RESULT.
       0000-MAINLINE.
           MOVE "00" TO LK-RESULT.
           IF VIEW-NOT-LOADED
               PERFORM 1000-LOAD-VIEW THRU 1000-EXIT
           END-IF.
           EVALUATE LK-ACTION
               WHEN "VIEW"
                   PERFORM 2000-GIVE-VIEW THRU 2000-EXIT
               WHEN "PATH"
                   PERFORM 3000-JUDGE-PATH THRU 3000-EXIT
               WHEN "CODE"
                   PERFORM 3500-JUDGE-SIDE-RECORD THRU 3500-EXIT
               WHEN "MINE"
                   PERFORM 4000-GIVE-MINE THRU 4000-EXIT
               WHEN "STMP"
                   PERFORM 4500-STAMP-HEADER THRU 4500-EXIT
               WHEN "NEXT"
                   PERFORM 5000-NEXT-PARISH THRU 5000-EXIT
               WHEN "SHAR"
                   PERFORM 6000-GIVE-SHARE THRU 6000-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

      *> The view from DLGCFG, then the register for names and the
      *> NEXT walk.
       1000-LOAD-VIEW.
           MOVE "Y" TO WS-VIEW-STATE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE "*PARISH" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-VIEW-LINE.
           MOVE SPACES TO WS-VIEW WS-HOME WS-BINDING.
           UNSTRING WS-VIEW-LINE DELIMITED BY "|"
               INTO WS-VIEW WS-HOME WS-BINDING
           END-UNSTRING.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-REGISTER.
           PERFORM 1100-LOAD-ONE-PARISH THRU 1100-EXIT
               UNTIL NO-MORE-REGISTER.
           CLOSE REGISTER-FILE.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-PARISH.
           READ REGISTER-FILE
               AT END
                   SET NO-MORE-REGISTER TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF REGISTER-LINE(1:2) NOT = "P|"
                   OR WS-PAR-COUNT NOT < WS-PAR-MAX
               GO TO 1100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-CODE WS-IN-NAME.
           UNSTRING REGISTER-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-CODE WS-IN-NAME
           END-UNSTRING.
           ADD 1 TO WS-PAR-COUNT.
           MOVE FUNCTION UPPER-CASE(WS-IN-CODE)
               TO WS-PAR-CODE (WS-PAR-COUNT).
           MOVE WS-IN-NAME TO WS-PAR-NAME (WS-PAR-COUNT).
           MOVE 0 TO WS-PAR-HEADERS (WS-PAR-COUNT).
       1100-EXIT.
           EXIT.

      *> The whole installation's extract, once: the away paths
      *> and every parish's header count.
       1500-LOAD-PATHS.
           MOVE "Y" TO WS-PATH-STATE.
           IF WS-HOME = SPACES
               GO TO 1500-EXIT
           END-IF.
           OPEN INPUT DATA-FILE.
           IF WS-DATA-STATUS NOT = "00"
               GO TO 1500-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-DATA.
           PERFORM 1510-LOAD-ONE-HEADER THRU 1510-EXIT
               UNTIL NO-MORE-DATA.
           CLOSE DATA-FILE.
       1500-EXIT.
           EXIT.

       1510-LOAD-ONE-HEADER.
           READ DATA-FILE
               AT END
                   SET NO-MORE-DATA TO TRUE
                   GO TO 1510-EXIT
           END-READ.
           IF DATA-LINE(1:2) NOT = "H|"
               GO TO 1510-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-PATH WS-IN-PARISH.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-PATH
                    WS-IN-SKIP WS-IN-SKIP WS-IN-SKIP WS-IN-SKIP
                    WS-IN-SKIP WS-IN-SKIP WS-IN-SKIP WS-IN-SKIP
                    WS-IN-SKIP WS-IN-SKIP WS-IN-SKIP
                    WS-IN-PARISH
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-IN-PARISH) TO WS-IN-PARISH.
           IF WS-IN-PARISH = SPACES
               MOVE WS-HOME TO WS-IN-PARISH
           END-IF.
           ADD 1 TO WS-ALL-HEADERS.
           MOVE WS-IN-PARISH TO WS-IN-CODE.
           PERFORM 7000-FIND-PARISH THRU 7000-EXIT.
           IF WS-PAR-FOUND > 0
               ADD 1 TO WS-PAR-HEADERS (WS-PAR-FOUND)
           END-IF.
           IF WS-IN-PARISH NOT = WS-HOME
                   AND WS-AWAY-COUNT < WS-AWAY-MAX
               ADD 1 TO WS-AWAY-COUNT
               MOVE WS-IN-PATH TO WS-AWAY-PATH (WS-AWAY-COUNT)
               MOVE WS-IN-PARISH TO WS-AWAY-PARISH (WS-AWAY-COUNT)
           END-IF.
       1510-EXIT.
           EXIT.

       2000-GIVE-VIEW.
           MOVE WS-VIEW TO LK-PARISH.
           MOVE SPACES TO LK-TEXT.
           IF WS-HOME = SPACES
               GO TO 2000-EXIT
           END-IF.
           IF WS-VIEW = "*"
               MOVE "ALL PARISHES" TO LK-TEXT
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-VIEW TO WS-IN-CODE.
           PERFORM 7000-FIND-PARISH THRU 7000-EXIT.
           STRING "PARISH "                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VIEW)      DELIMITED BY SIZE
                  INTO LK-TEXT
           END-STRING.
           IF WS-PAR-FOUND > 0
               MOVE SPACES TO LK-TEXT
               STRING "PARISH "                  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-VIEW)     DELIMITED BY SIZE
                      " - "                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PAR-NAME (WS-PAR-FOUND))
                                                 DELIMITED BY SIZE
                      INTO LK-TEXT
               END-STRING
           END-IF.
       2000-EXIT.
           EXIT.

       3000-JUDGE-PATH.
           MOVE LK-TEXT(1:200) TO WS-IN-PATH.
           PERFORM 3100-PARISH-OF-PATH THRU 3100-EXIT.
           MOVE WS-JUDGED TO LK-PARISH.
           PERFORM 3900-IN-VIEW THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

      *> Home unless the extract holds the path for another parish.
       3100-PARISH-OF-PATH.
           MOVE WS-HOME TO WS-JUDGED.
           IF WS-HOME = SPACES
               GO TO 3100-EXIT
           END-IF.
           IF PATHS-NOT-LOADED
               PERFORM 1500-LOAD-PATHS THRU 1500-EXIT
           END-IF.
           IF WS-AWAY-COUNT = 0
               GO TO 3100-EXIT
           END-IF.
           SET WS-AWAY-IDX TO 1.
           SEARCH WS-AWAY-ENTRY
               AT END
                   CONTINUE
               WHEN WS-AWAY-IDX > WS-AWAY-COUNT
                   CONTINUE
               WHEN WS-AWAY-PATH (WS-AWAY-IDX) = WS-IN-PATH
                   MOVE WS-AWAY-PARISH (WS-AWAY-IDX) TO WS-JUDGED
           END-SEARCH.
       3100-EXIT.
           EXIT.

       3500-JUDGE-SIDE-RECORD.
           MOVE FUNCTION UPPER-CASE(LK-PARISH) TO WS-JUDGED.
           IF WS-JUDGED = SPACES
               IF LK-TEXT NOT = SPACES
                   MOVE LK-TEXT(1:200) TO WS-IN-PATH
                   PERFORM 3100-PARISH-OF-PATH THRU 3100-EXIT
               ELSE
                   MOVE WS-HOME TO WS-JUDGED
               END-IF
           END-IF.
           MOVE WS-JUDGED TO LK-PARISH.
           PERFORM 3900-IN-VIEW THRU 3900-EXIT.
       3500-EXIT.
           EXIT.

       3900-IN-VIEW.
           IF WS-VIEW NOT = "*" AND WS-JUDGED NOT = WS-VIEW
               MOVE "04" TO LK-RESULT
           END-IF.
       3900-EXIT.
           EXIT.

       4000-GIVE-MINE.
           PERFORM 4100-SETTLE-MINE THRU 4100-EXIT.
           MOVE WS-MINE TO LK-PARISH.
           MOVE SPACES TO LK-TEXT.
           MOVE WS-MINE TO WS-IN-CODE.
           PERFORM 7000-FIND-PARISH THRU 7000-EXIT.
           IF WS-PAR-FOUND > 0
               MOVE WS-PAR-NAME (WS-PAR-FOUND) TO LK-TEXT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-SETTLE-MINE.
           IF WS-VIEW = "*"
               MOVE WS-HOME TO WS-MINE
           ELSE
               MOVE WS-VIEW TO WS-MINE
           END-IF.
       4100-EXIT.
           EXIT.

      *> Column 14 follows origin (13); a short record is padded
      *> with empty columns up to it.
       4500-STAMP-HEADER.
           MOVE SPACES TO LK-PARISH.
           IF WS-HOME = SPACES
               GO TO 4500-EXIT
           END-IF.
           MOVE LK-TEXT TO WS-LINE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LINE TRAILING))
               TO WS-LINE-LEN.
           MOVE 0 TO WS-PIPES WS-PIPE-13 WS-PIPE-14.
           PERFORM 4510-COUNT-ONE-CHARACTER THRU 4510-EXIT
               VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-LINE-LEN.
           MOVE SPACES TO WS-IN-PARISH.
           IF WS-PIPE-13 > 0 AND WS-PIPE-13 < WS-LINE-LEN
               IF WS-PIPE-14 > 0
                   IF WS-PIPE-14 > WS-PIPE-13 + 1
                       MOVE WS-LINE(WS-PIPE-13 + 1:
                                    WS-PIPE-14 - WS-PIPE-13 - 1)
                           TO WS-IN-PARISH
                   END-IF
               ELSE
                   MOVE WS-LINE(WS-PIPE-13 + 1:
                                WS-LINE-LEN - WS-PIPE-13)
                       TO WS-IN-PARISH
               END-IF
           END-IF.
           PERFORM 4100-SETTLE-MINE THRU 4100-EXIT.
           MOVE FUNCTION UPPER-CASE(WS-IN-PARISH) TO WS-IN-CODE.
           PERFORM 7000-FIND-PARISH THRU 7000-EXIT.
           IF WS-PAR-FOUND > 0
                   AND (WS-VIEW = "*" OR WS-IN-CODE = WS-VIEW)
               MOVE WS-IN-CODE TO WS-MINE
           END-IF.
           MOVE SPACES TO LK-TEXT.
           MOVE 1 TO WS-OUT-PTR.
           IF WS-PIPE-13 = 0
               STRING WS-LINE(1:WS-LINE-LEN) DELIMITED BY SIZE
                   INTO LK-TEXT WITH POINTER WS-OUT-PTR
               END-STRING
               COMPUTE WS-PAD-COUNT = 13 - WS-PIPES
               PERFORM 4520-PAD-ONE-COLUMN THRU 4520-EXIT
                   VARYING WS-PAD-POS FROM 1 BY 1
                   UNTIL WS-PAD-POS > WS-PAD-COUNT
               STRING FUNCTION TRIM(WS-MINE) DELIMITED BY SIZE
                   INTO LK-TEXT WITH POINTER WS-OUT-PTR
               END-STRING
           ELSE
               STRING WS-LINE(1:WS-PIPE-13)  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MINE) DELIMITED BY SIZE
                   INTO LK-TEXT WITH POINTER WS-OUT-PTR
               END-STRING
               IF WS-PIPE-14 > 0
                   STRING WS-LINE(WS-PIPE-14:
                                  WS-LINE-LEN - WS-PIPE-14 + 1)
                                             DELIMITED BY SIZE
                       INTO LK-TEXT WITH POINTER WS-OUT-PTR
                   END-STRING
               END-IF
           END-IF.
           MOVE WS-MINE TO LK-PARISH.
       4500-EXIT.
           EXIT.

       4510-COUNT-ONE-CHARACTER.
           IF WS-LINE(WS-SCAN-POS:1) = "|"
               ADD 1 TO WS-PIPES
               IF WS-PIPES = 13
                   MOVE WS-SCAN-POS TO WS-PIPE-13
               END-IF
               IF WS-PIPES = 14
                   MOVE WS-SCAN-POS TO WS-PIPE-14
               END-IF
           END-IF.
       4510-EXIT.
           EXIT.

       4520-PAD-ONE-COLUMN.
           STRING "|" DELIMITED BY SIZE
               INTO LK-TEXT WITH POINTER WS-OUT-PTR
           END-STRING.
       4520-EXIT.
           EXIT.

       5000-NEXT-PARISH.
           MOVE 0 TO WS-PAR-FOUND.
           IF LK-PARISH NOT = SPACES
               MOVE FUNCTION UPPER-CASE(LK-PARISH) TO WS-IN-CODE
               PERFORM 7000-FIND-PARISH THRU 7000-EXIT
               IF WS-PAR-FOUND = 0
                   MOVE WS-PAR-COUNT TO WS-PAR-FOUND
               END-IF
           END-IF.
           IF WS-PAR-FOUND NOT < WS-PAR-COUNT
               MOVE SPACES TO LK-PARISH LK-TEXT
               MOVE "10" TO LK-RESULT
               GO TO 5000-EXIT
           END-IF.
           ADD 1 TO WS-PAR-FOUND.
           MOVE WS-PAR-CODE (WS-PAR-FOUND) TO LK-PARISH.
           MOVE WS-PAR-NAME (WS-PAR-FOUND) TO LK-TEXT.
       5000-EXIT.
           EXIT.

       6000-GIVE-SHARE.
           IF PATHS-NOT-LOADED
               PERFORM 1500-LOAD-PATHS THRU 1500-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(LK-PARISH) TO WS-IN-CODE.
           PERFORM 7000-FIND-PARISH THRU 7000-EXIT.
           MOVE SPACES TO LK-TEXT.
           IF WS-PAR-FOUND > 0
               STRING WS-PAR-HEADERS (WS-PAR-FOUND) "|"
                      WS-ALL-HEADERS
                   DELIMITED BY SIZE INTO LK-TEXT
               END-STRING
           ELSE
               STRING "00000000|" WS-ALL-HEADERS
                   DELIMITED BY SIZE INTO LK-TEXT
               END-STRING
           END-IF.
       6000-EXIT.
           EXIT.

       7000-FIND-PARISH.
           MOVE 0 TO WS-PAR-FOUND.
           PERFORM 7010-PROBE-ONE-PARISH THRU 7010-EXIT
               VARYING WS-PAR-POS FROM 1 BY 1
               UNTIL WS-PAR-POS > WS-PAR-COUNT
                  OR WS-PAR-FOUND > 0.
       7000-EXIT.
           EXIT.

       7010-PROBE-ONE-PARISH.
           IF WS-PAR-CODE (WS-PAR-POS) = WS-IN-CODE
               MOVE WS-PAR-POS TO WS-PAR-FOUND
           END-IF.
       7010-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "parish_register.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "dialogue_data.dat@*" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
       0900-EXIT.
           EXIT.
