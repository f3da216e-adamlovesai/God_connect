      *>                      line states carried versus
      *>                      re-extracted. Output goes through a
      *>                      work copy either way.
      *>     2026-10-15  DO   A delta build also writes each
      *>                      re-extracted record into the keyed
      *>                      master through DLGMSTIO (trimming
      *>                      messages a shortened source no
      *>                      longer carries) and journals that
      *>                      the extract matches the master, so
      *>                      the next MASTER-UNLOAD accepts it.
      *>                      A FULL build is taken in by
      *>                      LOAD-DIALOGUE-MASTER instead.
      *>     2026-10-15  DO   Layout 05: a re-extracted H record
      *>                      carries its parish (DLGPRSH) in the
      *>                      new trailing column; the extract is
      *>                      written whole-installation
      *>                      (dialogue_data.dat@*) whatever parish
      *>                      the run views.
      *>     2026-10-15  DO   A PUT or TRIM the keyed master refuses
      *>                      is named on the console (MASTERIO), the
      *>                      extract-matches-master MARK is withheld
      *>                      and the run ends with RETURN-CODE 8.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-DIALOGUE-DATA.

       01  WS-PART-RC               PIC X(02).

      *> The parish a re-extracted record is filed under (DLGPRSH).
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30)
           VALUE "BUILD-DIALOGUE-DATA".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).

       01  WS-PROV-PATH             PIC X(200).
       01  WS-PROV-KIND             PIC X(10).
       01  WS-PROV-PGM              PIC X(30).
       01  WS-CARRIED-OTHER         PIC 9(06) VALUE 0.
       01  WS-REEXTRACTED           PIC 9(05) VALUE 0.

      *> The keyed master (DLGMSTIO), updated by a delta build.
       01  WS-MIO-ACTION            PIC X(04).
       01  WS-MIO-PGM               PIC X(30)
           VALUE "BUILD-DIALOGUE-DATA".
       01  WS-MIO-LINE              PIC X(610).
       01  WS-MIO-RC                PIC X(02).
       01  WS-KEYED                 PIC X(01) VALUE "N".
           88  KEYED-UPDATE                  VALUE "Y".
      *> Records the master refused, counted once per path.
       01  WS-PATH-REFUSED          PIC X(01) VALUE "N".
           88  PATH-WAS-REFUSED              VALUE "Y".
       01  WS-PATHS-REFUSED         PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
                   MOVE "N" TO WS-DELTA-MODE
               END-IF
           END-IF.
           IF DELTA-BUILD
               PERFORM 1600-OPEN-MASTER THRU 1600-EXIT
           END-IF.
           OPEN INPUT CATALOG-FILE.
           OPEN OUTPUT DATA-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE SPACES TO DATA-LINE.
           STRING "C|HEADER|DIALOGUE|"  DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP      DELIMITED BY SIZE
                  "|05"                 DELIMITED BY SIZE
               INTO DATA-LINE
           END-STRING.
           WRITE DATA-LINE.
           MOVE "EN" TO WS-CUR-LANGUAGE.
           MOVE SPACES TO WS-CUR-SOURCE-THREAD.
           MOVE 0 TO WS-MSG-SEQ.
           MOVE "N" TO WS-PATH-REFUSED.
           OPEN INPUT SRC-FILE.
           PERFORM 2300-SCAN-SRC-LINE THRU 2300-EXIT
               UNTIL NO-MORE-SRC.
           IF NOT HEADER-IS-WRITTEN
               PERFORM 2400-WRITE-HEADER-RECORD THRU 2400-EXIT
           END-IF.
      *> A source that came back shorter leaves no stale messages
      *> behind it on the master.
           IF KEYED-UPDATE
               MOVE SPACES TO WS-MIO-LINE
               STRING "M|" FUNCTION TRIM(WS-CUR-PATH) "|" WS-MSG-SEQ
                   DELIMITED BY SIZE INTO WS-MIO-LINE
               END-STRING
               MOVE "TRIM" TO WS-MIO-ACTION
               CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                     WS-MIO-LINE WS-MIO-RC
               IF WS-MIO-RC NOT = "00"
                   PERFORM 2790-MASTER-REFUSED THRU 2790-EXIT
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

                  FUNCTION TRIM(WS-CUR-SOURCE-THREAD) DELIMITED BY SIZE
                  INTO DATA-LINE
           END-STRING.
      *> The parish column (layout 05) keeps the parish the path
      *> was filed under; origin, before it, is left blank (LOCAL)
      *> as a re-extract always has.
           MOVE "PATH" TO WS-PRS-ACTION.
           MOVE WS-CUR-PATH TO WS-PRS-TEXT.
           MOVE SPACES TO WS-PRS-PARISH.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
           IF WS-PRS-PARISH NOT = SPACES
               MOVE DATA-LINE TO WS-PRS-TEXT
               MOVE SPACES TO DATA-LINE
               STRING FUNCTION TRIM(WS-PRS-TEXT TRAILING)
                                                DELIMITED BY SIZE
                      "||"                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PRS-PARISH) DELIMITED BY SIZE
                      INTO DATA-LINE
               END-STRING
           END-IF.
           WRITE DATA-LINE.
           PERFORM 2700-PUT-TO-MASTER THRU 2700-EXIT.
           SET HEADER-IS-WRITTEN TO TRUE.
       2400-EXIT.
           EXIT.
                  INTO DATA-LINE
           END-STRING.
           WRITE DATA-LINE.
           PERFORM 2700-PUT-TO-MASTER THRU 2700-EXIT.
           ADD 1 TO WS-MSGS-DONE.
       2600-EXIT.
           EXIT.

       2700-PUT-TO-MASTER.
           IF NOT KEYED-UPDATE
               GO TO 2700-EXIT
           END-IF.
           MOVE DATA-LINE TO WS-MIO-LINE.
           MOVE "PUT " TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC NOT = "00"
               PERFORM 2790-MASTER-REFUSED THRU 2790-EXIT
           END-IF.
       2700-EXIT.
           EXIT.

      *> The extract still carries the record; it is the master that
      *> is behind. The console names the path once, and the finish
      *> withholds the MARK so MASTER-UNLOAD will not overwrite the
      *> extract until LOAD-DIALOGUE-MASTER has taken it in.
       2790-MASTER-REFUSED.
           IF PATH-WAS-REFUSED
               GO TO 2790-EXIT
           END-IF.
           SET PATH-WAS-REFUSED TO TRUE.
           ADD 1 TO WS-PATHS-REFUSED.
           DISPLAY "BUILD-DIALOGUE-DATA: MASTERIO master "
                   WS-MIO-ACTION " failed (" WS-MIO-RC ") for "
                   FUNCTION TRIM(WS-CUR-PATH).
       2790-EXIT.
           EXIT.

       3000-FINISH.
           IF CTL-TRAILER-SEEN
                   AND WS-CTL-SEEN-H NOT = WS-CTL-EXP-H
                       "damaged - rerun BUILD-CATALOG"
               CLOSE CATALOG-FILE
               CLOSE DATA-FILE
               PERFORM 3900-CLOSE-MASTER THRU 3900-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
                       FUNCTION TRIM(WS-CFN-TARGET)
               DISPLAY "BUILD-DIALOGUE-DATA: the completed build "
                       "is preserved in " FUNCTION TRIM(WS-CFN-02)
               PERFORM 3900-CLOSE-MASTER THRU 3900-EXIT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
                       WS-REEXTRACTED " re-extracted (prior "
                       "extract of " WS-PRIOR-DATE ")"
           ELSE
               DISPLAY "BUILD-DIALOGUE-DATA: full rebuild - run "
                       "LOAD-DIALOGUE-MASTER to take it into the "
                       "keyed master before the next MASTER-UNLOAD"
           END-IF.
      *> The extract now holds nothing the master lacks: journal
      *> that, so MASTER-UNLOAD may overwrite it tomorrow. Not when
      *> the master refused a record - then it does lack one.
           IF KEYED-UPDATE AND WS-PATHS-REFUSED = 0
               MOVE FUNCTION TRIM(WS-RUN-TIMESTAMP) TO WS-MIO-LINE
               MOVE "MARK" TO WS-MIO-ACTION
               CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                     WS-MIO-LINE WS-MIO-RC
           END-IF.
           PERFORM 3900-CLOSE-MASTER THRU 3900-EXIT.
      *> Refresh the per-mode partitions so single-mode readers
      *> (DLGCFG qualified names / DLGPART) never lag the union.
           CALL "DLGPART" USING WS-PART-RC.
           IF WS-PATHS-REFUSED > 0
               DISPLAY "BUILD-DIALOGUE-DATA: " WS-PATHS-REFUSED
                       " record(s) refused by the keyed master "
                       "(MASTERIO) - run LOAD-DIALOGUE-MASTER before "
                       "the next MASTER-UNLOAD"
               MOVE 8 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

       3900-CLOSE-MASTER.
           IF KEYED-UPDATE
               MOVE "CLOS" TO WS-MIO-ACTION
               CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                     WS-MIO-LINE WS-MIO-RC
           END-IF.
       3900-EXIT.
           EXIT.

      *> The keyed master takes each re-extracted record as it is
      *> written. With no master on file yet the build still runs;
      *> LOAD-DIALOGUE-MASTER takes the extract in afterwards.
       1600-OPEN-MASTER.
           MOVE SPACES TO WS-MIO-LINE.
           MOVE "OPEN" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           EVALUATE WS-MIO-RC
               WHEN "00"
                   SET KEYED-UPDATE TO TRUE
               WHEN "35"
                   DISPLAY "BUILD-DIALOGUE-DATA: no keyed master - "
                           "run LOAD-DIALOGUE-MASTER after this build"
               WHEN OTHER
                   DISPLAY "BUILD-DIALOGUE-DATA: the keyed master "
                           "is unavailable (" WS-MIO-RC ") - nothing "
                           "extracted"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       1600-EXIT.
           EXIT.

      *> Delta survey of the prior extract: its header timestamp
      *> (sources older than it are unchanged) and the paths it
      *> holds delete marks for (those never re-extract).
       0900-RESOLVE-FILE-NAMES.
           MOVE "catalog.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "dialogue_data.dat@*" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-TARGET.
      *> The extract assembles in a work copy and lands whole -
      *> the prior extract stays readable for the delta carry.
