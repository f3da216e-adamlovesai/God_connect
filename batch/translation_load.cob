      *>----------------------------------------------------------*>
      *> TRANSLATION-LOAD
      *>
      *> Loads translation companion records into the dialogue
      *> corpus without touching the originals - the
      *> terrestrial_church congregation's Spanish, and whatever
      *> languages follow, live alongside the base records instead of
      *> in a parallel corpus drifting out of sync. Staging file
      *>     SAMELANG  language equals the base record's
      *>               WS-LANGUAGE-CODE (that is not a translation)
      *>     NOLANG    language code blank
      *>     TERMCONF  a doctrine term in the original is rendered
      *>               other than the way the translation memory
      *>               (TRANSLATION-MEMORY, through DLGTERM) has
      *>               established, or none of its known renderings
      *>               is used; the console names the term
      *>     MASTERIO  the dialogue master refused the put
      *>               (DLGMSTIO result on the console); the run
      *>               ends with RETURN-CODE 8
      *> Clean records are put into the keyed dialogue master by key
      *> through DLGMSTIO (path+seq+lang is the key, so a reloaded
      *> translation replaces its earlier version), and the nightly
      *> MASTER-UNLOAD carries them out to batch/dialogue_data.dat.
      *> The base records are read from the master by key too.
      *> DIALOGUE-PLAYER renders translations when given a language
      *> argument.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *>     2026-09-02  DO   A provenance lineage record is
      *>                      stamped through DLGPROV for every
      *>                      record path written.
      *>     2026-10-15  DO   Each accepted line is checked against
      *>                      the translation memory through DLGTERM
      *>                      before the rebuild; a conflicting
      *>                      doctrine-term rendering is rejected as
      *>                      TERMCONF and does not load.
      *>     2026-10-15  DO   Base headers and terminology
      *>                      originals are keyed reads of the
      *>                      dialogue master, and accepted lines
      *>                      are put into it by key through
      *>                      DLGMSTIO instead of a rewrite of the
      *>                      extract through a work copy; the
      *>                      extract and its partitions pick them
      *>                      up at the nightly MASTER-UNLOAD.
      *>     2026-10-15  DO   A put the dialogue master refuses is
      *>                      rejected as MASTERIO, left out of the
      *>                      loaded count and lineage, and ends the
      *>                      run with RETURN-CODE 8.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSLATION-LOAD.
               ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGING-STATUS.
           SELECT REJECT-FILE
               ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STAGING-FILE.
       01  STAGING-LINE             PIC X(600).

       FD  REJECT-FILE.
       01  REJECT-LINE              PIC X(620).

       WORKING-STORAGE SECTION.
       01  WS-AUTH-PGM              PIC X(30).
       01  WS-AUTH-CLASS            PIC X(01).
       01  WS-AUTH-RC               PIC X(02).
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-STAGING-STATUS        PIC X(02).
       01  WS-EOF-STAGING           PIC X(01) VALUE "N".
           88  NO-MORE-STAGING               VALUE "Y".

      *> The keyed master (DLGMSTIO).
       01  WS-MIO-ACTION            PIC X(04).
       01  WS-MIO-PGM               PIC X(30)
           VALUE "TRANSLATION-LOAD".
       01  WS-MIO-LINE              PIC X(610).
       01  WS-MIO-RC                PIC X(02).

      *> Base conversations read from the master so far: path,
      *> msgcount, language.
       01  WS-BASE-MAX              PIC 9(03) VALUE 200.
       01  WS-BASE-COUNT            PIC 9(03) VALUE 0.
       01  WS-BASE-TABLE.
               10  WS-BASE-LANGUAGE  PIC X(05).

      *> Accepted translations this run, keyed path+seq+lang so a
      *> restage replaces the earlier copy.
       01  WS-NEW-MAX               PIC 9(03) VALUE 200.
       01  WS-NEW-COUNT             PIC 9(03) VALUE 0.
       01  WS-NEW-TABLE.
                   15  WS-NEW-SEQ    PIC X(04).
                   15  WS-NEW-LANG   PIC X(05).
               10  WS-NEW-CONTENT    PIC X(240).
               10  WS-NEW-HELD       PIC X(01).
      *>                 Y rejected by the terminology check

       01  WS-RECORD-TYPE           PIC X(01).
       01  WS-CUR-PATH              PIC X(200).
       01  WS-IN-SEQ-N              PIC 9(04) VALUE 0.
       01  WS-REJECT-REASON         PIC X(08) VALUE SPACES.

       01  WS-BASE-POS              PIC 9(03) VALUE 0.
       01  WS-SCAN-POS              PIC 9(03) VALUE 0.
       01  WS-FOUND-POS             PIC 9(03) VALUE 0.
       01  WS-LOADED                PIC 9(03) VALUE 0.
       01  WS-REJECTED              PIC 9(03) VALUE 0.
       01  WS-MASTER-FAILED         PIC 9(03) VALUE 0.

      *> Terminology check: the original under each accepted line.
       01  WS-SRC-SEQ               PIC X(04).
       01  WS-SRC-TEXT              PIC X(240).
       01  WS-SRC-F4                PIC X(60).
       01  WS-SRC-F5                PIC X(60).
       01  WS-SRC-F6                PIC X(60).
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
       01  WS-HIT-POS               PIC 9(02) VALUE 0.
       01  WS-CONFLICTS             PIC 9(02) VALUE 0.

       01  WS-PROV-PATH             PIC X(200).
       01  WS-PROV-KIND             PIC X(10).
           END-IF.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-VALIDATE-STAGING THRU 3000-EXIT
               UNTIL NO-MORE-STAGING.
           IF WS-NEW-COUNT > 0
               PERFORM 3500-CHECK-TERMINOLOGY THRU 3500-EXIT
           END-IF.
           IF WS-LOADED > 0
               PERFORM 4000-PUT-TRANSLATIONS THRU 4000-EXIT
           END-IF.
           PERFORM 9000-FINISH THRU 9000-EXIT.
           STOP RUN.
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-MIO-LINE.
           MOVE "OPEN" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC = "12"
               DISPLAY "TRANSLATION-LOAD: the dialogue master is in "
                       "use - rerun when the holder has finished"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MIO-RC NOT = "00"
               DISPLAY "TRANSLATION-LOAD: the dialogue master is "
                       "unavailable (" WS-MIO-RC ") - nothing loaded"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           DISPLAY "TRANSLATION-LOAD: loading "
                   FUNCTION TRIM(WS-CFN-01).
       1000-EXIT.
           EXIT.

      *> A base header not yet in the table is read from the master
      *> by key and kept, so each path is read once per run.
       2000-FETCH-BASE-HEADER.
           IF WS-BASE-COUNT >= WS-BASE-MAX
               GO TO 2000-EXIT
           END-IF.
           MOVE SPACES TO WS-MIO-LINE.
           STRING "H|" WS-IN-PATH
               DELIMITED BY SIZE INTO WS-MIO-LINE
           END-STRING.
           MOVE "GET " TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC NOT = "00"
               GO TO 2000-EXIT
           END-IF.
           MOVE SPACES TO WS-CUR-LANGUAGE.
           UNSTRING WS-MIO-LINE DELIMITED BY "|"
               INTO WS-RECORD-TYPE WS-CUR-PATH
                    WS-CUR-TOPIC WS-CUR-MODE
                    WS-CUR-MSGCOUNT-X WS-CUR-F6
                    WS-CUR-F7 WS-CUR-F8 WS-CUR-F9
                    WS-CUR-F10 WS-CUR-LANGUAGE
           END-UNSTRING.
           ADD 1 TO WS-BASE-COUNT.
           MOVE WS-CUR-PATH TO WS-BASE-PATH (WS-BASE-COUNT).
           IF WS-CUR-MSGCOUNT-X IS NUMERIC
               MOVE WS-CUR-MSGCOUNT-X
                   TO WS-BASE-MSGCOUNT (WS-BASE-COUNT)
           END-IF.
           IF WS-CUR-LANGUAGE = SPACES
               MOVE "EN" TO WS-CUR-LANGUAGE
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-CUR-LANGUAGE)
               TO WS-BASE-LANGUAGE (WS-BASE-COUNT).
           MOVE WS-BASE-COUNT TO WS-BASE-POS.
       2000-EXIT.
           EXIT.

               VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-BASE-COUNT
                   OR WS-BASE-POS > 0.
           IF WS-BASE-POS = 0
               PERFORM 2000-FETCH-BASE-HEADER THRU 2000-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

       3310-EXIT.
           EXIT.

      *> Terminology: every accepted line is held against its
      *> original - the H TOPIC for seq 0000, the M CONTENT
      *> otherwise - and DLGTERM judges each doctrine term the
      *> original cites against the memory's established
      *> rendering. A conflict (C) or a rendering the term base
      *> does not know (U) rejects the line as TERMCONF.
       3500-CHECK-TERMINOLOGY.
           PERFORM 3510-READ-ONE-ORIGINAL THRU 3510-EXIT
               VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-NEW-COUNT.
       3500-EXIT.
           EXIT.

      *> The original under one accepted line, read by key.
       3510-READ-ONE-ORIGINAL.
           MOVE SPACES TO WS-MIO-LINE.
           IF WS-NEW-SEQ (WS-SCAN-POS) = "0000"
               STRING "H|" WS-NEW-PATH (WS-SCAN-POS)
                   DELIMITED BY SIZE INTO WS-MIO-LINE
               END-STRING
           ELSE
               STRING "M|" FUNCTION TRIM(WS-NEW-PATH (WS-SCAN-POS))
                      "|" WS-NEW-SEQ (WS-SCAN-POS)
                   DELIMITED BY SIZE INTO WS-MIO-LINE
               END-STRING
           END-IF.
           MOVE "GET " TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC NOT = "00"
               GO TO 3510-EXIT
           END-IF.
           MOVE SPACES TO WS-CUR-PATH WS-SRC-SEQ WS-SRC-TEXT.
           EVALUATE TRUE
               WHEN WS-MIO-LINE(1:2) = "H|"
                   UNSTRING WS-MIO-LINE DELIMITED BY "|"
                       INTO WS-RECORD-TYPE WS-CUR-PATH WS-SRC-TEXT
                   END-UNSTRING
                   MOVE "0000" TO WS-SRC-SEQ
               WHEN WS-MIO-LINE(1:2) = "M|"
                   UNSTRING WS-MIO-LINE DELIMITED BY "|"
                       INTO WS-RECORD-TYPE WS-CUR-PATH WS-SRC-SEQ
                            WS-SRC-F4 WS-SRC-F5 WS-SRC-F6
                            WS-SRC-TEXT
                   END-UNSTRING
               WHEN OTHER
                   GO TO 3510-EXIT
           END-EVALUATE.
           PERFORM 3520-JUDGE-ONE-NEW THRU 3520-EXIT.
       3510-EXIT.
           EXIT.

       3520-JUDGE-ONE-NEW.
           IF WS-NEW-PATH (WS-SCAN-POS) NOT = WS-CUR-PATH
                   OR WS-NEW-SEQ (WS-SCAN-POS) NOT = WS-SRC-SEQ
                   OR WS-NEW-HELD (WS-SCAN-POS) = "Y"
               GO TO 3520-EXIT
           END-IF.
           MOVE WS-SRC-TEXT TO WS-TRM-SOURCE.
           MOVE WS-NEW-CONTENT (WS-SCAN-POS) TO WS-TRM-TARGET.
           MOVE WS-NEW-LANG (WS-SCAN-POS) TO WS-TRM-LANG.
           CALL "DLGTERM" USING WS-TRM-SOURCE WS-TRM-TARGET
                                WS-TRM-LANG WS-HIT-COUNT
                                WS-HIT-TABLE.
           MOVE 0 TO WS-CONFLICTS.
           PERFORM 3530-REPORT-ONE-HIT THRU 3530-EXIT
               VARYING WS-HIT-POS FROM 1 BY 1
               UNTIL WS-HIT-POS > WS-HIT-COUNT.
           IF WS-CONFLICTS = 0
               GO TO 3520-EXIT
           END-IF.
           MOVE "Y" TO WS-NEW-HELD (WS-SCAN-POS).
           SUBTRACT 1 FROM WS-LOADED.
           ADD 1 TO WS-REJECTED.
           MOVE SPACES TO REJECT-LINE.
           STRING "TERMCONF|T|"              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-PATH (WS-SCAN-POS))
                                             DELIMITED BY SIZE
                  "|"                        DELIMITED BY SIZE
                  WS-NEW-SEQ (WS-SCAN-POS)   DELIMITED BY SIZE
                  "|"                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-LANG (WS-SCAN-POS))
                                             DELIMITED BY SIZE
                  "|"                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-CONTENT (WS-SCAN-POS))
                                             DELIMITED BY SIZE
               INTO REJECT-LINE
           END-STRING.
           WRITE REJECT-LINE.
       3520-EXIT.
           EXIT.

       3530-REPORT-ONE-HIT.
           EVALUATE WS-HIT-VERDICT (WS-HIT-POS)
               WHEN "C"
                   ADD 1 TO WS-CONFLICTS
                   DISPLAY "TRANSLATION-LOAD: TERMCONF "
                           FUNCTION TRIM(WS-NEW-PATH (WS-SCAN-POS))
                           " " WS-NEW-SEQ (WS-SCAN-POS) " "
                           FUNCTION TRIM(WS-NEW-LANG (WS-SCAN-POS))
                           " - "
                           FUNCTION LOWER-CASE(FUNCTION TRIM(
                               WS-HIT-TERM (WS-HIT-POS)))
                           " rendered '"
                           FUNCTION LOWER-CASE(FUNCTION TRIM(
                               WS-HIT-USED (WS-HIT-POS)))
                           "', the memory has '"
                           FUNCTION LOWER-CASE(FUNCTION TRIM(
                               WS-HIT-EST (WS-HIT-POS)))
                           "'"
               WHEN "U"
                   ADD 1 TO WS-CONFLICTS
                   DISPLAY "TRANSLATION-LOAD: TERMCONF "
                           FUNCTION TRIM(WS-NEW-PATH (WS-SCAN-POS))
                           " " WS-NEW-SEQ (WS-SCAN-POS) " "
                           FUNCTION TRIM(WS-NEW-LANG (WS-SCAN-POS))
                           " - "
                           FUNCTION LOWER-CASE(FUNCTION TRIM(
                               WS-HIT-TERM (WS-HIT-POS)))
                           " rendered none of the known ways"
                           " (term_renderings.ref)"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3530-EXIT.
           EXIT.

      *> Each accepted translation is put by key; one already on
      *> the master under the same path+seq+lang is replaced.
       4000-PUT-TRANSLATIONS.
           PERFORM 4300-APPEND-ONE-NEW THRU 4300-EXIT
               VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-NEW-COUNT.
       4000-EXIT.
           EXIT.

       4300-APPEND-ONE-NEW.
           IF WS-NEW-HELD (WS-SCAN-POS) = "Y"
               GO TO 4300-EXIT
           END-IF.
           MOVE SPACES TO WS-MIO-LINE.
           STRING "T|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-PATH (WS-SCAN-POS))
                                             DELIMITED BY SIZE
                  "|"                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-CONTENT (WS-SCAN-POS))
                                             DELIMITED BY SIZE
                  INTO WS-MIO-LINE
           END-STRING.
           MOVE SPACES TO REJECT-LINE.
           STRING "MASTERIO|"                DELIMITED BY SIZE
                  WS-MIO-LINE                DELIMITED BY SIZE
               INTO REJECT-LINE
           END-STRING.
           MOVE "PUT " TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
      *> A refused put is a reject like any other, and is held back
      *> from the lineage stamp.
           IF WS-MIO-RC NOT = "00"
               DISPLAY "TRANSLATION-LOAD: master write failed ("
                       WS-MIO-RC ") for "
                       FUNCTION TRIM(WS-NEW-PATH (WS-SCAN-POS))
                       " " WS-NEW-SEQ (WS-SCAN-POS) " "
                       FUNCTION TRIM(WS-NEW-LANG (WS-SCAN-POS))
               MOVE "Y" TO WS-NEW-HELD (WS-SCAN-POS)
               SUBTRACT 1 FROM WS-LOADED
               ADD 1 TO WS-REJECTED
               ADD 1 TO WS-MASTER-FAILED
               WRITE REJECT-LINE
           END-IF.
       4300-EXIT.
           EXIT.

       9000-FINISH.
           CLOSE REJECT-FILE.
           MOVE "CLOS" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           DISPLAY "TRANSLATION-LOAD: " WS-LOADED " loaded, "
                   WS-REJECTED " rejected".
           IF WS-LOADED > 0
      *> Lineage: each translated path gets one DLGPROV record.
               PERFORM 9500-STAMP-ONE-PATH THRU 9500-EXIT
                   VARYING WS-PROV-POS FROM 1 BY 1
                   UNTIL WS-PROV-POS > WS-NEW-COUNT
           END-IF.
           IF WS-LOADED > 0
               DISPLAY "TRANSLATION-LOAD: the extract and content "
                       "index carry the translation(s) after the "
                       "nightly MASTER-UNLOAD and CONTENT-INDEX-BUILD"
           END-IF.
           IF WS-REJECTED > 0
               DISPLAY "TRANSLATION-LOAD: review "
                       FUNCTION TRIM(WS-CFN-03)
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-MASTER-FAILED > 0
               DISPLAY "TRANSLATION-LOAD: " WS-MASTER-FAILED
                       " refused by the dialogue master (MASTERIO)"
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

      *> staging file carries one row per message, the provenance
      *> file wants one per record.
       9500-STAMP-ONE-PATH.
           IF WS-NEW-HELD (WS-PROV-POS) = "Y"
               GO TO 9500-EXIT
           END-IF.
           MOVE "N" TO WS-PROV-DUP.
           PERFORM 9510-PROBE-EARLIER THRU 9510-EXIT
               VARYING WS-PROV-POS-2 FROM 1 BY 1
       9510-PROBE-EARLIER.
           IF WS-NEW-PATH (WS-PROV-POS-2)
                   = WS-NEW-PATH (WS-PROV-POS)
                   AND WS-NEW-HELD (WS-PROV-POS-2) NOT = "Y"
               MOVE "Y" TO WS-PROV-DUP
           END-IF.
       9510-EXIT.
       0900-RESOLVE-FILE-NAMES.
           MOVE "translation_staging.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "translation_rejects.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
       0900-EXIT.
           EXIT.
