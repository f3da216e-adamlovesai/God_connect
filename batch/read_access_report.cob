      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> READ-ACCESS-REPORT
      *>
      *> The privacy officer's view of the read-access trail
      *> batch/read_access.dat (DLGREAD). Every display of a
      *> sensitive or privacy-classified dialogue by the console,
      *> the player, the replay, search, the dossier, the
      *> workbench or the case files leaves an
      *>
      *>     A|stamp|operator|program|path|purpose|class
      *>
      *> line there; this answers the two questions asked of it:
      *>
      *>     read_access_report RECORD "judgment/.../conv.cob"
      *>     read_access_report RECORD 0042          (DLGNUM)
      *>         who has read this record - every read, oldest
      *>         first, with the operator, program and purpose
      *>     read_access_report OPERATOR jsmith
      *>         what this operator has read - every read, oldest
      *>         first, with the record, program and purpose
      *>     read_access_report
      *>         the summary: reads per record and per operator,
      *>         with the latest of each
      *>
      *> Report lines write through the spool (DLGSPOOL, class
      *> BOARD) as well as the console. Each run is logged to the
      *> audit trail (DLGAUDIT) - looking at the trail is itself
      *> a read worth recording.
      *>
      *> RETURN-CODE 0 reads listed, 4 none on the trail for the
      *> record or operator asked about, 8 usage.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. READ-ACCESS-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAIL-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAIL-FILE.
       01  TRAIL-LINE               PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-TRAIL-STATUS          PIC X(02) VALUE SPACES.
       01  WS-EOF-TRAIL             PIC X(01) VALUE "N".
           88  NO-MORE-TRAIL                 VALUE "Y".

       01  WS-CMD-LINE              PIC X(260) VALUE SPACES.
       01  WS-MODE                  PIC X(10) VALUE SPACES.
           88  MODE-RECORD                   VALUE "RECORD".
           88  MODE-OPERATOR                 VALUE "OPERATOR".
           88  MODE-SUMMARY                  VALUE SPACES.
       01  WS-ARG                   PIC X(200) VALUE SPACES.
       01  WS-ARG-PTR               PIC 9(03) VALUE 1.
       01  WS-RUN-TIMESTAMP         PIC X(21).

      *> A|stamp|operator|program|path|purpose|class
       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-STAMP              PIC X(21).
       01  WS-IN-OPERATOR           PIC X(20).
       01  WS-IN-PGM                PIC X(30).
       01  WS-IN-PATH               PIC X(200).
       01  WS-IN-PURPOSE            PIC X(10).
       01  WS-IN-CLASS              PIC X(09).

       01  WS-READS                 PIC 9(05) VALUE 0.
       01  WS-READS-ED              PIC ZZZZ9.
       01  WS-STAMP-ED              PIC X(16).

      *> Summary tallies.
       01  WS-REC-MAX               PIC 9(04) VALUE 1000.
       01  WS-REC-COUNT             PIC 9(04) VALUE 0.
       01  WS-REC-TABLE.
           05  WS-REC-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-REC-IDX.
               10  WS-REC-PATH      PIC X(200).
               10  WS-REC-CLASS     PIC X(09).
               10  WS-REC-READS     PIC 9(05).
               10  WS-REC-LAST      PIC X(21).
               10  WS-REC-LAST-BY   PIC X(20).
       01  WS-REC-POS               PIC 9(04) VALUE 0.
       01  WS-REC-FOUND             PIC 9(04) VALUE 0.

       01  WS-OPR-MAX               PIC 9(03) VALUE 200.
       01  WS-OPR-COUNT             PIC 9(03) VALUE 0.
       01  WS-OPR-TABLE.
           05  WS-OPR-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-OPR-IDX.
               10  WS-OPR-ID        PIC X(20).
               10  WS-OPR-READS     PIC 9(05).
               10  WS-OPR-LAST      PIC X(21).
               10  WS-OPR-LAST-PATH PIC X(200).
       01  WS-OPR-POS               PIC 9(03) VALUE 0.
       01  WS-OPR-FOUND             PIC 9(03) VALUE 0.

       01  WS-RPT-LINE.
           05  WS-RL-STAMP          PIC X(16).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-WHO            PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-PGM            PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-PURPOSE        PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-CLASS          PIC X(09).
       01  WS-SUM-LINE.
           05  WS-SL-KEY            PIC X(50).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-SL-READS          PIC X(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-SL-LAST           PIC X(16).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-SL-EXTRA          PIC X(50).

       01  WS-AUD-TEXT              PIC X(200).

       01  WS-SPL-ACTION            PIC X(04).
       01  WS-SPL-PGM               PIC X(30)
                                    VALUE "READ-ACCESS-REPORT".
       01  WS-SPL-CLASS             PIC X(10) VALUE "BOARD".
       01  WS-SPL-TEXT              PIC X(132).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-READ-TRAIL THRU 2000-EXIT
               UNTIL NO-MORE-TRAIL.
           IF MODE-SUMMARY
               PERFORM 3000-REPORT-SUMMARY THRU 3000-EXIT
           END-IF.
           PERFORM 5000-FINISH THRU 5000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-MODE
               WITH POINTER WS-ARG-PTR
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.
           IF WS-ARG-PTR <= LENGTH OF WS-CMD-LINE
               MOVE WS-CMD-LINE(WS-ARG-PTR:) TO WS-ARG
           END-IF.
           INSPECT WS-ARG REPLACING ALL """" BY SPACE.
           MOVE FUNCTION TRIM(WS-ARG) TO WS-ARG.
           IF NOT MODE-SUMMARY AND NOT MODE-RECORD
                   AND NOT MODE-OPERATOR
               PERFORM 1900-USAGE THRU 1900-EXIT
           END-IF.
           IF NOT MODE-SUMMARY AND WS-ARG = SPACES
               PERFORM 1900-USAGE THRU 1900-EXIT
           END-IF.
           IF MODE-RECORD
               CALL "DLGNUM" USING WS-ARG
           END-IF.
           MOVE SPACES TO WS-AUD-TEXT.
           IF MODE-SUMMARY
               MOVE "READ-ACCESS-REPORT SUMMARY" TO WS-AUD-TEXT
           ELSE
               STRING "READ-ACCESS-REPORT "
                      FUNCTION TRIM(WS-MODE) " "
                      FUNCTION TRIM(WS-ARG)
                   DELIMITED BY SIZE INTO WS-AUD-TEXT
               END-STRING
           END-IF.
           CALL "DLGAUDIT" USING WS-AUD-TEXT.
           MOVE "OPEN" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           MOVE SPACES TO WS-SPL-TEXT.
           EVALUATE TRUE
               WHEN MODE-RECORD
                   MOVE "READ-ACCESS TRAIL FOR RECORD" TO WS-SPL-TEXT
                   PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
                   MOVE SPACES TO WS-SPL-TEXT
                   STRING "  " FUNCTION TRIM(WS-ARG)
                       DELIMITED BY SIZE INTO WS-SPL-TEXT
                   END-STRING
               WHEN MODE-OPERATOR
                   STRING "READ-ACCESS TRAIL FOR OPERATOR "
                          FUNCTION TRIM(WS-ARG)
                       DELIMITED BY SIZE INTO WS-SPL-TEXT
                   END-STRING
               WHEN OTHER
                   STRING "READ-ACCESS TRAIL SUMMARY - "
                          WS-RUN-TIMESTAMP(1:4) "-"
                          WS-RUN-TIMESTAMP(5:2) "-"
                          WS-RUN-TIMESTAMP(7:2)
                       DELIMITED BY SIZE INTO WS-SPL-TEXT
                   END-STRING
           END-EVALUATE.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           IF NOT MODE-SUMMARY
               MOVE SPACES TO WS-RPT-LINE
               MOVE "WHEN" TO WS-RL-STAMP
               IF MODE-RECORD
                   MOVE "OPERATOR" TO WS-RL-WHO
               ELSE
                   MOVE "RECORD (BELOW)" TO WS-RL-WHO
               END-IF
               MOVE "PROGRAM" TO WS-RL-PGM
               MOVE "PURPOSE" TO WS-RL-PURPOSE
               MOVE "CLASS" TO WS-RL-CLASS
               MOVE WS-RPT-LINE TO WS-SPL-TEXT
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
               MOVE ALL "-" TO WS-SPL-TEXT(1:80)
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1900-USAGE.
           DISPLAY "READ-ACCESS-REPORT: usage: read_access_report "
                   "[RECORD ""path"" | RECORD nnnn | OPERATOR id]".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       1900-EXIT.
           EXIT.

       2000-READ-TRAIL.
           IF WS-TRAIL-STATUS = SPACES
               OPEN INPUT TRAIL-FILE
               IF WS-TRAIL-STATUS NOT = "00"
                   SET NO-MORE-TRAIL TO TRUE
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           READ TRAIL-FILE
               AT END
                   SET NO-MORE-TRAIL TO TRUE
                   CLOSE TRAIL-FILE
                   GO TO 2000-EXIT
           END-READ.
           IF TRAIL-LINE(1:2) NOT = "A|"
               GO TO 2000-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-STAMP WS-IN-OPERATOR WS-IN-PGM
                          WS-IN-PATH WS-IN-PURPOSE WS-IN-CLASS.
           UNSTRING TRAIL-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-STAMP WS-IN-OPERATOR WS-IN-PGM
                    WS-IN-PATH WS-IN-PURPOSE WS-IN-CLASS
           END-UNSTRING.
           MOVE SPACES TO WS-STAMP-ED.
           STRING WS-IN-STAMP(1:4) "-" WS-IN-STAMP(5:2) "-"
                  WS-IN-STAMP(7:2) " " WS-IN-STAMP(9:2) ":"
                  WS-IN-STAMP(11:2)
               DELIMITED BY SIZE INTO WS-STAMP-ED
           END-STRING.
           EVALUATE TRUE
               WHEN MODE-RECORD
                   IF WS-IN-PATH = WS-ARG
                       PERFORM 2100-LIST-FOR-RECORD THRU 2100-EXIT
                   END-IF
               WHEN MODE-OPERATOR
                   IF WS-IN-OPERATOR = WS-ARG
                       PERFORM 2200-LIST-FOR-OPERATOR THRU 2200-EXIT
                   END-IF
               WHEN OTHER
                   PERFORM 2300-TALLY-RECORD THRU 2300-EXIT
                   PERFORM 2400-TALLY-OPERATOR THRU 2400-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2100-LIST-FOR-RECORD.
           ADD 1 TO WS-READS.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-STAMP-ED TO WS-RL-STAMP.
           MOVE WS-IN-OPERATOR TO WS-RL-WHO.
           MOVE WS-IN-PGM TO WS-RL-PGM.
           MOVE WS-IN-PURPOSE TO WS-RL-PURPOSE.
           MOVE WS-IN-CLASS TO WS-RL-CLASS.
           MOVE WS-RPT-LINE TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
       2100-EXIT.
           EXIT.

      *> By operator the record will not fit the column; it goes
      *> on its own line beneath.
       2200-LIST-FOR-OPERATOR.
           ADD 1 TO WS-READS.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-STAMP-ED TO WS-RL-STAMP.
           MOVE WS-IN-PGM TO WS-RL-PGM.
           MOVE WS-IN-PURPOSE TO WS-RL-PURPOSE.
           MOVE WS-IN-CLASS TO WS-RL-CLASS.
           MOVE WS-RPT-LINE TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "     " FUNCTION TRIM(WS-IN-PATH)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
       2200-EXIT.
           EXIT.

       2300-TALLY-RECORD.
           ADD 1 TO WS-READS.
           MOVE 0 TO WS-REC-FOUND.
           SET WS-REC-IDX TO 1.
           IF WS-REC-COUNT > 0
               SEARCH WS-REC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-REC-IDX > WS-REC-COUNT
                       CONTINUE
                   WHEN WS-REC-PATH (WS-REC-IDX) = WS-IN-PATH
                       SET WS-REC-FOUND TO WS-REC-IDX
               END-SEARCH
           END-IF.
           IF WS-REC-FOUND = 0
               IF WS-REC-COUNT >= WS-REC-MAX
                   GO TO 2300-EXIT
               END-IF
               ADD 1 TO WS-REC-COUNT
               MOVE WS-REC-COUNT TO WS-REC-FOUND
               MOVE WS-IN-PATH TO WS-REC-PATH (WS-REC-FOUND)
               MOVE 0 TO WS-REC-READS (WS-REC-FOUND)
           END-IF.
           ADD 1 TO WS-REC-READS (WS-REC-FOUND).
           MOVE WS-IN-CLASS TO WS-REC-CLASS (WS-REC-FOUND).
           MOVE WS-STAMP-ED TO WS-REC-LAST (WS-REC-FOUND).
           MOVE WS-IN-OPERATOR TO WS-REC-LAST-BY (WS-REC-FOUND).
       2300-EXIT.
           EXIT.

       2400-TALLY-OPERATOR.
           MOVE 0 TO WS-OPR-FOUND.
           SET WS-OPR-IDX TO 1.
           IF WS-OPR-COUNT > 0
               SEARCH WS-OPR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OPR-IDX > WS-OPR-COUNT
                       CONTINUE
                   WHEN WS-OPR-ID (WS-OPR-IDX) = WS-IN-OPERATOR
                       SET WS-OPR-FOUND TO WS-OPR-IDX
               END-SEARCH
           END-IF.
           IF WS-OPR-FOUND = 0
               IF WS-OPR-COUNT >= WS-OPR-MAX
                   GO TO 2400-EXIT
               END-IF
               ADD 1 TO WS-OPR-COUNT
               MOVE WS-OPR-COUNT TO WS-OPR-FOUND
               MOVE WS-IN-OPERATOR TO WS-OPR-ID (WS-OPR-FOUND)
               MOVE 0 TO WS-OPR-READS (WS-OPR-FOUND)
           END-IF.
           ADD 1 TO WS-OPR-READS (WS-OPR-FOUND).
           MOVE WS-STAMP-ED TO WS-OPR-LAST (WS-OPR-FOUND).
           MOVE WS-IN-PATH TO WS-OPR-LAST-PATH (WS-OPR-FOUND).
       2400-EXIT.
           EXIT.

       3000-REPORT-SUMMARY.
           MOVE "BY RECORD" TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SUM-LINE.
           MOVE "RECORD (ABOVE)" TO WS-SL-KEY.
           MOVE "READS" TO WS-SL-READS.
           MOVE "LATEST" TO WS-SL-LAST.
           MOVE "BY / CLASS" TO WS-SL-EXTRA.
           MOVE WS-SUM-LINE TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE ALL "-" TO WS-SPL-TEXT(1:124).
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           PERFORM 3100-REPORT-ONE-RECORD THRU 3100-EXIT
               VARYING WS-REC-POS FROM 1 BY 1
               UNTIL WS-REC-POS > WS-REC-COUNT.
           IF WS-REC-COUNT = 0
               MOVE "  (no reads on the trail)" TO WS-SPL-TEXT
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
           END-IF.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "BY OPERATOR" TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SUM-LINE.
           MOVE "OPERATOR" TO WS-SL-KEY.
           MOVE "READS" TO WS-SL-READS.
           MOVE "LATEST" TO WS-SL-LAST.
           MOVE "LATEST RECORD (BELOW)" TO WS-SL-EXTRA.
           MOVE WS-SUM-LINE TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE ALL "-" TO WS-SPL-TEXT(1:124).
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           PERFORM 3200-REPORT-ONE-OPERATOR THRU 3200-EXIT
               VARYING WS-OPR-POS FROM 1 BY 1
               UNTIL WS-OPR-POS > WS-OPR-COUNT.
           IF WS-OPR-COUNT = 0
               MOVE "  (no reads on the trail)" TO WS-SPL-TEXT
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *> The path will not fit the column; it heads its own
      *> entry and the tallies sit beneath it.
       3100-REPORT-ONE-RECORD.
           MOVE WS-REC-PATH (WS-REC-POS) TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SUM-LINE.
           MOVE WS-REC-READS (WS-REC-POS) TO WS-READS-ED.
           MOVE WS-READS-ED TO WS-SL-READS.
           MOVE WS-REC-LAST (WS-REC-POS) TO WS-SL-LAST.
           STRING FUNCTION TRIM(WS-REC-LAST-BY (WS-REC-POS))
                  " / "
                  FUNCTION TRIM(WS-REC-CLASS (WS-REC-POS))
               DELIMITED BY SIZE INTO WS-SL-EXTRA
           END-STRING.
           MOVE WS-SUM-LINE TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
       3100-EXIT.
           EXIT.

       3200-REPORT-ONE-OPERATOR.
           MOVE SPACES TO WS-SUM-LINE.
           MOVE WS-OPR-ID (WS-OPR-POS) TO WS-SL-KEY.
           MOVE WS-OPR-READS (WS-OPR-POS) TO WS-READS-ED.
           MOVE WS-READS-ED TO WS-SL-READS.
           MOVE WS-OPR-LAST (WS-OPR-POS) TO WS-SL-LAST.
           MOVE WS-SUM-LINE TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "     " FUNCTION TRIM(WS-OPR-LAST-PATH (WS-OPR-POS))
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
       3200-EXIT.
           EXIT.

       5000-FINISH.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE WS-READS TO WS-READS-ED.
           MOVE SPACES TO WS-SPL-TEXT.
           IF MODE-SUMMARY
               STRING "READ-ACCESS-REPORT: "
                      FUNCTION TRIM(WS-READS-ED) " read(s) of "
                      WS-REC-COUNT " record(s) by "
                      WS-OPR-COUNT " operator(s)"
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
           ELSE
               STRING "READ-ACCESS-REPORT: "
                      FUNCTION TRIM(WS-READS-ED) " read(s)"
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
           END-IF.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "CLOS" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           IF WS-READS = 0 AND NOT MODE-SUMMARY
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.

       8000-SPOOL-LINE.
           MOVE "LINE" TO WS-SPL-ACTION.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
       8000-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "read_access.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
       0900-EXIT.
           EXIT.
