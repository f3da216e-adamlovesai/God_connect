      *> (the structured verdict field added alongside the record, see
      *> COPYLIB/DLGVRD01.cpy), and prints one topic/verdict line per
      *> case so a ruling can be read without reconstructing it from
      *> the courtroom dialogue. Only cases in the run's parish
      *> view are listed (DLGPRSH CODE on the catalog path).
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *>                      batch/shop_config.dat) at startup;
      *>                      the delivered default reproduces
      *>                      the standard batch/ layout.
      *>     2026-10-15  DO   Cases outside the run's parish view
      *>                      are passed over (DLGPRSH CODE).
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERDICT-ROLLUP.
       01  WS-CASES-SEEN            PIC 9(04) VALUE 0.
       01  WS-CASES-RULED           PIC 9(04) VALUE 0.

      *> Whose a side-file record is (DLGPRSH CODE).
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "VERDICT-ROLLUP".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
                       CONTINUE
                   ELSE
                   PERFORM 2100-PARSE-LINE THRU 2100-EXIT
                   MOVE WS-CUR-PATH TO WS-PRS-TEXT
                   MOVE SPACES TO WS-PRS-PARISH
                   PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT
                   IF WS-CUR-MODE = "judgment" AND WS-PRS-RC = "00"
                       MOVE WS-CUR-PATH TO WS-SRC-PATH
                       PERFORM 2200-FETCH-VERDICT THRU 2200-EXIT
                       PERFORM 2300-SHOW-CASE THRU 2300-EXIT
       8850-EXIT.
           EXIT.

      *> The record's parish column in WS-PRS-PARISH (blank
      *> falls back to the path in WS-PRS-TEXT) against the run's
      *> view; WS-PRS-RC "04" is another parish's record.
       8900-JUDGE-PARISH.
           MOVE "CODE" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
       8900-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
