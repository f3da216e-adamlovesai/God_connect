      *> batch/question_box.dat:
      *>
      *>     Q|number|question|requested persona or tradition|
      *>       submitter reference|date|parish
      *>
      *> The submitter, when given, must be a member on the member
      *> master (DLGMEMB) and is stored in its "member NNNN" form;
      *> a blank submitter is an anonymous question. The number is
      *> the next free one on the file. QUESTION-TRIAGE
      *> approves or declines submissions and marks them fulfilled
      *> when a generated conversation answers them;
      *> QUESTION-AGING reports what has been approved but never
      *>                      shared enqueue (DLGENQ) so parallel
      *>                      captures serialize instead of
      *>                      interleaving.
      *>     2026-10-15  DO   The submitter reference is checked
      *>                      against the member master (DLGMEMB)
      *>                      and stored as "member NNNN"; an
      *>                      unknown or lapsed member is refused
      *>                      with RETURN-CODE 8.
      *>     2026-10-15  DO   The question is stamped with the
      *>                      operator's parish (DLGPRSH MINE).
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUESTION-CAPTURE.
       01  WS-ENQ-RESOURCE          PIC X(20).
       01  WS-ENQ-RC                PIC X(02).

      *> The parish a new record is filed under (DLGPRSH).
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "QUESTION-CAPTURE".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).

       COPY DLGMBR01.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ARG-SUBMITTER NOT = SPACES
               PERFORM 2000-CHECK-MEMBER THRU 2000-EXIT
           END-IF.
      *> Serialize the append under the shared enqueue (DLGENQ).
           MOVE "ENQ" TO WS-ENQ-ACTION.
           MOVE "question_box" TO WS-ENQ-RESOURCE.
                  WS-TODAY                        DELIMITED BY SIZE
                  INTO QBOX-LINE
           END-STRING.
           MOVE "MINE" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
           IF WS-PRS-PARISH NOT = SPACES
               MOVE SPACES TO WS-PRS-TEXT
               STRING FUNCTION TRIM(QBOX-LINE TRAILING)
                                         DELIMITED BY SIZE
                      "|"                DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PRS-PARISH)
                                         DELIMITED BY SIZE
                      INTO WS-PRS-TEXT
               END-STRING
               MOVE WS-PRS-TEXT TO QBOX-LINE
           END-IF.
           WRITE QBOX-LINE.
           CLOSE QBOX-FILE.
           MOVE "DEQ" TO WS-ENQ-ACTION.
       1000-EXIT.
           EXIT.

      *> The submitter must resolve to an ACTIVE member; what is
      *> stored is the member's reference as the master gives it.
       2000-CHECK-MEMBER.
           MOVE WS-ARG-SUBMITTER TO WS-MBR-REF.
           CALL "DLGMEMB" USING WS-MBR-REF WS-MBR-NUMBER WS-MBR-CANON
                                WS-MBR-NAME WS-MBR-RC.
           EVALUATE WS-MBR-RC
               WHEN "00"
                   MOVE WS-MBR-CANON TO WS-ARG-SUBMITTER
                   GO TO 2000-EXIT
               WHEN "04"
                   DISPLAY "QUESTION-CAPTURE: member "
                           FUNCTION TRIM(WS-MBR-NUMBER) " ("
                           FUNCTION TRIM(WS-MBR-NAME)
                           ") is not ACTIVE - see MEMBER-MAINT"
               WHEN "16"
                   DISPLAY "QUESTION-CAPTURE: no member master on "
                           "file - see MEMBER-MAINT SEED"
               WHEN OTHER
                   DISPLAY "QUESTION-CAPTURE: "
                           FUNCTION TRIM(WS-ARG-SUBMITTER)
                           " is not on the member master - see "
                           "MEMBER-MAINT ADD"
           END-EVALUATE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       2000-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
