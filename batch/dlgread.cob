      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> DLGREAD
      *>
      *> Read-access trail for sensitive records, CALLed by every
      *> program that puts a dialogue in front of an operator
      *> (OPERATOR-CONSOLE, DIALOGUE-PLAYER, DIALOGUE-REPLAY,
      *> CONTENT-SEARCH, PERSONA-DOSSIER, WORKBENCH and the case-
      *> file renderers) each time it displays one - the same
      *> shared-subprogram convention the other DLG modules use.
      *> DLGSCOPE decides whether an operator MAY read a sensitive
      *> record; this records that they DID, so the privacy officer
      *> can answer "who has looked at the dialogue naming this
      *> member". A record is on the trail when it is
      *>
      *>     SENSITIVE  on the moderation queue without a K (keep)
      *>                disposition - DLGSCOPE's test
      *>     PRIVACY    PRIVACY-CHECK holds a finding against it -
      *>                the classification REDACT-EXPORT and the
      *>                kiosk withhold on
      *>
      *> (BOTH when both hold), and each display of one appends to
      *> batch/read_access.dat:
      *>
      *>     A|stamp|operator|program|path|purpose|class
      *>
      *>     CALL "DLGREAD" USING program path purpose rc
      *>
      *>     program  PIC X(30)   the displaying program
      *>     path     PIC X(200)  the record displayed
      *>     purpose  PIC X(10)   the program's own purpose code
      *>                          (BROWSE, SEARCH, RESEARCH, CASE
      *>                          ...); an operator who declares
      *>                          one in DLGPURPOSE (COMPLAINT,
      *>                          SUBJECT, PASTORAL ...) has it
      *>                          recorded instead
      *>     rc       PIC X(02)   "00" not a sensitive record,
      *>                          nothing written; "04" the read is
      *>                          on the trail
      *>
      *> A record displayed again by the same run is recorded once.
      *> The moderation queue and the findings load on the first
      *> call. READ-ACCESS-REPORT answers by record and by
      *> operator; SUBJECT-ACCESS puts the trail for the dialogues
      *> concerning a member in their pack.
      *>
      *> Compile (the nightly sweep does this automatically):
      *>     cobc -m -std=ibm -I COPYLIB -o DLGREAD.so batch/dlgread.cob
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLGREAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODQ-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODQ-STATUS.
           SELECT EXC-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT TRAIL-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MODQ-FILE.
       01  MODQ-LINE                PIC X(600).

       FD  EXC-FILE.
       01  EXC-LINE                 PIC X(400).

       FD  TRAIL-FILE.
       01  TRAIL-LINE               PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-MODQ-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EXC-STATUS            PIC X(02) VALUE SPACES.
       01  WS-TRAIL-STATUS          PIC X(02) VALUE SPACES.
       01  WS-EOF-MODQ              PIC X(01) VALUE "N".
           88  NO-MORE-MODQ                  VALUE "Y".
       01  WS-EOF-EXC               PIC X(01) VALUE "N".
           88  NO-MORE-EXC                   VALUE "Y".
       01  WS-LOAD-STATE            PIC X(01) VALUE "N".
           88  TRAIL-NOT-LOADED              VALUE "N".

       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-DECLARED-PURPOSE      PIC X(10) VALUE SPACES.
       01  WS-PURPOSE               PIC X(10).
       01  WS-CLASS                 PIC X(09).
       01  WS-STAMP                 PIC X(21).

      *> Moderation-queue sensitivity: queued paths and their
      *> latest disposition.
       01  WS-MQ-MAX                PIC 9(03) VALUE 200.
       01  WS-MQ-COUNT              PIC 9(03) VALUE 0.
       01  WS-MQ-TABLE.
           05  WS-MQ-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-MQ-IDX.
               10  WS-MQ-PATH       PIC X(200).
               10  WS-MQ-DISP       PIC X(01).
       01  WS-MQ-POS                PIC 9(03) VALUE 0.
       01  WS-MQ-IN-PATH            PIC X(200).
       01  WS-MQ-IN-DISP            PIC X(04).

      *> Paths PRIVACY-CHECK holds a finding against.
       01  WS-PRV-MAX               PIC 9(04) VALUE 2000.
       01  WS-PRV-COUNT             PIC 9(04) VALUE 0.
       01  WS-PRV-TABLE.
           05  WS-PRV-PATH          PIC X(200) OCCURS 2000 TIMES
                   INDEXED BY WS-PRV-IDX.

      *> Records already on the trail from this run.
       01  WS-DONE-MAX              PIC 9(03) VALUE 300.
       01  WS-DONE-COUNT            PIC 9(03) VALUE 0.
       01  WS-DONE-TABLE.
           05  WS-DONE-PATH         PIC X(200) OCCURS 300 TIMES
                   INDEXED BY WS-DONE-IDX.
       01  WS-DONE-HIT              PIC X(01).

       01  WS-IS-SENSITIVE          PIC X(01).
       01  WS-IS-PRIVATE            PIC X(01).
       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
       01  WS-IN-F4                 PIC X(240).

       LINKAGE SECTION.
       01  LK-PGM-NAME              PIC X(30).
       01  LK-PATH                  PIC X(200).
       01  LK-PURPOSE               PIC X(10).
       01  LK-RC                    PIC X(02).

       PROCEDURE DIVISION USING LK-PGM-NAME LK-PATH LK-PURPOSE LK-RC.
       0000-MAINLINE.
           MOVE "00" TO LK-RC.
           IF TRAIL-NOT-LOADED
               PERFORM 1000-LOAD-CLASSIFICATION THRU 1000-EXIT
           END-IF.
           IF LK-PATH = SPACES
               GOBACK
           END-IF.
           PERFORM 2000-CLASSIFY-PATH THRU 2000-EXIT.
           IF WS-IS-SENSITIVE = "N" AND WS-IS-PRIVATE = "N"
               GOBACK
           END-IF.
           MOVE "04" TO LK-RC.
           PERFORM 2500-CHECK-DONE THRU 2500-EXIT.
           IF WS-DONE-HIT = "Y"
               GOBACK
           END-IF.
           PERFORM 3000-WRITE-TRAIL THRU 3000-EXIT.
           GOBACK.

       1000-LOAD-CLASSIFICATION.
           MOVE "Y" TO WS-LOAD-STATE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           ACCEPT WS-DECLARED-PURPOSE FROM ENVIRONMENT "DLGPURPOSE".
           MOVE FUNCTION UPPER-CASE(WS-DECLARED-PURPOSE)
               TO WS-DECLARED-PURPOSE.
           OPEN INPUT MODQ-FILE.
           IF WS-MODQ-STATUS = "00"
               PERFORM 1100-READ-ONE-QUEUE-LINE THRU 1100-EXIT
                   UNTIL NO-MORE-MODQ
               CLOSE MODQ-FILE
           END-IF.
           OPEN INPUT EXC-FILE.
           IF WS-EXC-STATUS = "00"
               PERFORM 1200-READ-ONE-FINDING THRU 1200-EXIT
                   UNTIL NO-MORE-EXC
               CLOSE EXC-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-ONE-QUEUE-LINE.
           READ MODQ-FILE
               AT END
                   SET NO-MORE-MODQ TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           MOVE SPACES TO WS-MQ-IN-PATH WS-MQ-IN-DISP.
           EVALUATE TRUE
               WHEN MODQ-LINE(1:2) = "Q|"
                   UNSTRING MODQ-LINE DELIMITED BY "|"
                       INTO WS-IN-TAG WS-MQ-IN-PATH
                   END-UNSTRING
                   PERFORM 1130-FIND-QUEUE-PATH THRU 1130-EXIT
                   IF WS-MQ-POS = 0 AND WS-MQ-COUNT < WS-MQ-MAX
                       ADD 1 TO WS-MQ-COUNT
                       MOVE WS-MQ-IN-PATH TO WS-MQ-PATH (WS-MQ-COUNT)
                       MOVE SPACE TO WS-MQ-DISP (WS-MQ-COUNT)
                   END-IF
               WHEN MODQ-LINE(1:2) = "D|"
                   UNSTRING MODQ-LINE DELIMITED BY "|"
                       INTO WS-IN-TAG WS-MQ-IN-PATH WS-MQ-IN-DISP
                   END-UNSTRING
                   PERFORM 1130-FIND-QUEUE-PATH THRU 1130-EXIT
                   IF WS-MQ-POS > 0
                       MOVE WS-MQ-IN-DISP(1:1)
                           TO WS-MQ-DISP (WS-MQ-POS)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1100-EXIT.
           EXIT.

       1130-FIND-QUEUE-PATH.
           MOVE 0 TO WS-MQ-POS.
           SET WS-MQ-IDX TO 1.
           IF WS-MQ-COUNT > 0
               SEARCH WS-MQ-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MQ-IDX > WS-MQ-COUNT
                       CONTINUE
                   WHEN WS-MQ-PATH (WS-MQ-IDX) = WS-MQ-IN-PATH
                       SET WS-MQ-POS TO WS-MQ-IDX
               END-SEARCH
           END-IF.
       1130-EXIT.
           EXIT.

       1200-READ-ONE-FINDING.
           READ EXC-FILE
               AT END
                   SET NO-MORE-EXC TO TRUE
                   GO TO 1200-EXIT
           END-READ.
           IF EXC-LINE(1:2) NOT = "F|"
               GO TO 1200-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4.
           UNSTRING EXC-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
           END-UNSTRING.
           IF WS-IN-F2(1:13) NOT = "PRIVACY-CHECK"
               GO TO 1200-EXIT
           END-IF.
           IF WS-PRV-COUNT < WS-PRV-MAX
               ADD 1 TO WS-PRV-COUNT
               MOVE WS-IN-F4(1:200) TO WS-PRV-PATH (WS-PRV-COUNT)
           END-IF.
       1200-EXIT.
           EXIT.

       2000-CLASSIFY-PATH.
           MOVE "N" TO WS-IS-SENSITIVE WS-IS-PRIVATE.
           MOVE LK-PATH TO WS-MQ-IN-PATH.
           PERFORM 1130-FIND-QUEUE-PATH THRU 1130-EXIT.
           IF WS-MQ-POS > 0
               IF WS-MQ-DISP (WS-MQ-POS) NOT = "K"
                   MOVE "Y" TO WS-IS-SENSITIVE
               END-IF
           END-IF.
           SET WS-PRV-IDX TO 1.
           IF WS-PRV-COUNT > 0
               SEARCH WS-PRV-PATH
                   AT END
                       CONTINUE
                   WHEN WS-PRV-IDX > WS-PRV-COUNT
                       CONTINUE
                   WHEN WS-PRV-PATH (WS-PRV-IDX) = LK-PATH
                       MOVE "Y" TO WS-IS-PRIVATE
               END-SEARCH
           END-IF.
       2000-EXIT.
           EXIT.

       2500-CHECK-DONE.
           MOVE "N" TO WS-DONE-HIT.
           SET WS-DONE-IDX TO 1.
           IF WS-DONE-COUNT > 0
               SEARCH WS-DONE-PATH
                   AT END
                       CONTINUE
                   WHEN WS-DONE-IDX > WS-DONE-COUNT
                       CONTINUE
                   WHEN WS-DONE-PATH (WS-DONE-IDX) = LK-PATH
                       MOVE "Y" TO WS-DONE-HIT
               END-SEARCH
           END-IF.
           IF WS-DONE-HIT = "N" AND WS-DONE-COUNT < WS-DONE-MAX
               ADD 1 TO WS-DONE-COUNT
               MOVE LK-PATH TO WS-DONE-PATH (WS-DONE-COUNT)
           END-IF.
       2500-EXIT.
           EXIT.

       3000-WRITE-TRAIL.
           EVALUATE TRUE
               WHEN WS-IS-SENSITIVE = "Y" AND WS-IS-PRIVATE = "Y"
                   MOVE "BOTH" TO WS-CLASS
               WHEN WS-IS-SENSITIVE = "Y"
                   MOVE "SENSITIVE" TO WS-CLASS
               WHEN OTHER
                   MOVE "PRIVACY" TO WS-CLASS
           END-EVALUATE.
           IF WS-DECLARED-PURPOSE NOT = SPACES
               MOVE WS-DECLARED-PURPOSE TO WS-PURPOSE
           ELSE
               MOVE LK-PURPOSE TO WS-PURPOSE
           END-IF.
           IF WS-PURPOSE = SPACES
               MOVE "UNSTATED" TO WS-PURPOSE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP.
           OPEN EXTEND TRAIL-FILE.
           IF WS-TRAIL-STATUS = "35"
               OPEN OUTPUT TRAIL-FILE
           END-IF.
           MOVE SPACES TO TRAIL-LINE.
           STRING "A|"                          DELIMITED BY SIZE
                  WS-STAMP                      DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(LK-PGM-NAME)    DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(LK-PATH)        DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PURPOSE)     DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLASS)       DELIMITED BY SIZE
                  INTO TRAIL-LINE
           END-STRING.
           WRITE TRAIL-LINE.
           CLOSE TRAIL-FILE.
       3000-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "moderation_queue.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "exceptions.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "read_access.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
       0900-EXIT.
           EXIT.
