      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> READER-CAPTURE
      *>
      *> Volunteer casting for readers' theatre. The youth group or
      *> the hall events team puts a forum debate, a judgment or a
      *> reenactment on its feet, and each part - a distinct
      *> speaker name in the record, as THEATRE-SCRIPT lists the
      *> cast - is read by a volunteer. Each assignment appends one
      *> record to batch/theatre_casting.dat:
      *>
      *>     R|path|part|reader|parish|operator|timestamp
      *>
      *> The latest record for a path and part is the casting in
      *> force, so recasting is another capture; the reader UNCAST
      *> takes a part back. One reader may double several parts.
      *> The path may be given as a dialogue number (DLGNUM); it
      *> must be a forum, judgment or reenactment record on
      *> batch/dialogue_data.dat, and the part must be one of its
      *> speaker names (matched without regard to case, stored as
      *> the record spells it). The record carries the parish of
      *> the operator who cast it (DLGPRSH MINE); THEATRE-SCRIPT
      *> takes only its own view's casting.
      *>
      *> Usage:
      *>     reader_capture "path|part|reader"
      *>     reader_capture "path|part|UNCAST"
      *>
      *> RETURN-CODE 0 recorded, 8 refused (usage, unknown path or
      *> part, not a performable mode), 12 the enqueue not taken.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. READER-CAPTURE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAST-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAST-STATUS.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAST-FILE.
       01  CAST-LINE                PIC X(400).

       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).
       01  WS-CAST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-DATA-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EOF-FLAG              PIC X(01) VALUE "N".
           88  NO-MORE-INPUT                 VALUE "Y".

       01  WS-CMD-LINE              PIC X(400) VALUE SPACES.
       01  WS-ARG-PATH              PIC X(200) VALUE SPACES.
       01  WS-ARG-PART              PIC X(40) VALUE SPACES.
       01  WS-ARG-READER            PIC X(40) VALUE SPACES.
       01  WS-PART-UPPER            PIC X(40).
       01  WS-NAME-UPPER            PIC X(40).

      *> What the extract says about the path.
       01  WS-PATH-OK               PIC X(01) VALUE "N".
           88  PATH-IS-ON-FILE               VALUE "Y".
       01  WS-IN-RECORD             PIC X(01) VALUE "N".
           88  READING-THE-RECORD            VALUE "Y".
       01  WS-REC-MODE              PIC X(20) VALUE SPACES.
       01  WS-PART-FOUND            PIC X(01) VALUE "N".
           88  PART-IS-IN-RECORD             VALUE "Y".
       01  WS-PART-NAME             PIC X(40) VALUE SPACES.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(200).
       01  WS-IN-F3                 PIC X(200).
       01  WS-IN-F4                 PIC X(40).
       01  WS-IN-F5                 PIC X(40).

       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).

       01  WS-ENQ-ACTION            PIC X(03).
       01  WS-ENQ-RESOURCE          PIC X(20) VALUE "theatre_casting".
       01  WS-ENQ-RC                PIC X(02).
       01  WS-AUDIT-TEXT            PIC X(200).

      *> The parish a new record is filed under (DLGPRSH).
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "READER-CAPTURE".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           INSPECT WS-CMD-LINE REPLACING ALL '"' BY SPACE.
           MOVE FUNCTION TRIM(WS-CMD-LINE) TO WS-CMD-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY "|"
               INTO WS-ARG-PATH WS-ARG-PART WS-ARG-READER
           END-UNSTRING.
      *> A dialogue number in the path position resolves through
      *> the registry (DLGNUM); a real path passes through.
           CALL "DLGNUM" USING WS-ARG-PATH.
           MOVE FUNCTION TRIM(WS-ARG-PATH) TO WS-ARG-PATH.
           MOVE FUNCTION TRIM(WS-ARG-PART) TO WS-ARG-PART.
           MOVE FUNCTION TRIM(WS-ARG-READER) TO WS-ARG-READER.
           IF WS-ARG-PATH = SPACES OR WS-ARG-PART = SPACES
                   OR WS-ARG-READER = SPACES
               DISPLAY "READER-CAPTURE: usage: reader_capture "
                       """path|part|reader"" (reader UNCAST takes "
                       "the part back)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION UPPER-CASE(WS-ARG-READER) = "UNCAST"
               MOVE "UNCAST" TO WS-ARG-READER
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-ARG-PART) TO WS-PART-UPPER.
           PERFORM 1500-VERIFY-PATH THRU 1500-EXIT.
           IF NOT PATH-IS-ON-FILE
               DISPLAY "READER-CAPTURE: no record on file for "
                       FUNCTION TRIM(WS-ARG-PATH)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-REC-MODE NOT = "forum" AND WS-REC-MODE NOT = "judgment"
                   AND WS-REC-MODE NOT = "reenactment"
               DISPLAY "READER-CAPTURE: "
                       FUNCTION TRIM(WS-ARG-PATH) " is a "
                       FUNCTION TRIM(WS-REC-MODE)
                       " record - only a forum, judgment or "
                       "reenactment is performed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT PART-IS-IN-RECORD
               DISPLAY "READER-CAPTURE: nobody named "
                       FUNCTION TRIM(WS-ARG-PART) " speaks in "
                       FUNCTION TRIM(WS-ARG-PATH)
                       " - see the cast list from THEATRE-SCRIPT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE "ENQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           IF WS-ENQ-RC = "12"
               DISPLAY "READER-CAPTURE: could not take the "
                       "enqueue - try again or see ENQ-CONSOLE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 3000-APPEND-CASTING THRU 3000-EXIT.
           MOVE "DEQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           IF WS-ARG-READER = "UNCAST"
               DISPLAY "READER-CAPTURE: "
                       FUNCTION TRIM(WS-PART-NAME)
                       " is uncast in " FUNCTION TRIM(WS-ARG-PATH)
           ELSE
               DISPLAY "READER-CAPTURE: "
                       FUNCTION TRIM(WS-ARG-READER) " reads "
                       FUNCTION TRIM(WS-PART-NAME) " in "
                       FUNCTION TRIM(WS-ARG-PATH)
           END-IF.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> The record's mode, and whether the part is one of its
      *> speaker names.
       1500-VERIFY-PATH.
           MOVE WS-CFN-02 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT DATA-FILE.
           IF WS-DATA-STATUS NOT = "00"
               DISPLAY "READER-CAPTURE: no extract at "
                       FUNCTION TRIM(WS-CFN-02)
                       " - run BUILD-DIALOGUE-DATA first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1600-SCAN-ONE-LINE THRU 1600-EXIT
               UNTIL NO-MORE-INPUT.
           CLOSE DATA-FILE.
       1500-EXIT.
           EXIT.

      *> H|path|topic|mode|...   M|path|seq|speaker|name|...
       1600-SCAN-ONE-LINE.
           READ DATA-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 1600-EXIT
           END-READ.
           IF DATA-LINE(1:2) = "H|"
               IF READING-THE-RECORD
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 1600-EXIT
               END-IF
               MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4
               UNSTRING DATA-LINE DELIMITED BY "|"
                   INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
               END-UNSTRING
               IF WS-IN-F2 = WS-ARG-PATH
                   SET PATH-IS-ON-FILE TO TRUE
                   SET READING-THE-RECORD TO TRUE
                   MOVE WS-IN-F4(1:20) TO WS-REC-MODE
               END-IF
               GO TO 1600-EXIT
           END-IF.
           IF DATA-LINE(1:2) NOT = "M|" OR NOT READING-THE-RECORD
               GO TO 1600-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-IN-F5) TO WS-NAME-UPPER.
           IF WS-NAME-UPPER = WS-PART-UPPER AND NOT PART-IS-IN-RECORD
               SET PART-IS-IN-RECORD TO TRUE
               MOVE WS-IN-F5 TO WS-PART-NAME
           END-IF.
       1600-EXIT.
           EXIT.

       3000-APPEND-CASTING.
           MOVE "MINE" TO WS-PRS-ACTION.
           MOVE SPACES TO WS-PRS-TEXT.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
           OPEN EXTEND CAST-FILE.
           IF WS-CAST-STATUS = "35"
               OPEN OUTPUT CAST-FILE
           END-IF.
           MOVE SPACES TO CAST-LINE.
           STRING "R|" FUNCTION TRIM(WS-ARG-PATH) "|"
                  FUNCTION TRIM(WS-PART-NAME) "|"
                  FUNCTION TRIM(WS-ARG-READER) "|"
                  FUNCTION TRIM(WS-PRS-PARISH) "|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO CAST-LINE
           END-STRING.
           WRITE CAST-LINE.
           CLOSE CAST-FILE.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "READER-CAPTURE " FUNCTION TRIM(WS-PART-NAME) " "
                  FUNCTION TRIM(WS-ARG-READER) " "
                  FUNCTION TRIM(WS-ARG-PATH)
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
       3000-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "theatre_casting.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "dialogue_data.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
       0900-EXIT.
           EXIT.
