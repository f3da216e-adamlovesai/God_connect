      *> registry batch/subscribers.dat:
      *>
      *>     B|number|member reference|interest kind|interest value|
      *>       delivery preference|date|parish
      *>
      *> Interest kinds:
      *>     PERSONA    value is a persona name, resolved through
      *> Delivery preference is free text for the distribution side
      *> (EMAIL, PRINT, ...); it rides along unexamined.
      *>
      *> The member reference must be a member on the member master
      *> (DLGMEMB); it is stored in its "member NNNN" form.
      *>
      *> SUBSCRIBER-MATCH runs the registry against new catalog
      *> entries nightly and writes the distribution list. The number
      *> is the next free one on the file, QUESTION-CAPTURE style.
      *>                      runs under the shared enqueue
      *>                      (DLGENQ) so parallel captures
      *>                      serialize instead of interleaving.
      *>     2026-10-15  DO   The member reference is checked
      *>                      against the member master (DLGMEMB)
      *>                      and stored as "member NNNN"; an
      *>                      unknown or lapsed member is refused
      *>                      with RETURN-CODE 8.
      *>     2026-10-15  DO   The interest is stamped with the
      *>                      operator's parish (DLGPRSH MINE).
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBSCRIBER-CAPTURE.
       01  WS-NEXT-NUM              PIC 9(04) VALUE 0.
       01  WS-TODAY                 PIC X(08).

      *> The parish a new record is filed under (DLGPRSH).
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "SUBSCRIBER-CAPTURE".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).

       COPY DLGMBR01.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           IF WS-ARG-DELIVERY = SPACES
               MOVE "EMAIL" TO WS-ARG-DELIVERY
           END-IF.
           PERFORM 2000-CHECK-MEMBER THRU 2000-EXIT.
      *> A persona interest is stored canonical so the nightly match
      *> is one compare, not an alias walk per subscriber.
           IF WS-ARG-KIND = "PERSONA"
                  WS-TODAY                        DELIMITED BY SIZE
                  INTO SUBS-LINE
           END-STRING.
           MOVE "MINE" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
           IF WS-PRS-PARISH NOT = SPACES
               MOVE SPACES TO WS-PRS-TEXT
               STRING FUNCTION TRIM(SUBS-LINE TRAILING)
                                         DELIMITED BY SIZE
                      "|"                DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PRS-PARISH)
                                         DELIMITED BY SIZE
                      INTO WS-PRS-TEXT
               END-STRING
               MOVE WS-PRS-TEXT TO SUBS-LINE
           END-IF.
           WRITE SUBS-LINE.
           CLOSE SUBS-FILE.
           MOVE "DEQ" TO WS-ENQ-ACTION.
       1000-EXIT.
           EXIT.

      *> The member must resolve to an ACTIVE member; what is
      *> stored is the member's reference as the master gives it.
       2000-CHECK-MEMBER.
           MOVE WS-ARG-MEMBER TO WS-MBR-REF.
           CALL "DLGMEMB" USING WS-MBR-REF WS-MBR-NUMBER WS-MBR-CANON
                                WS-MBR-NAME WS-MBR-RC.
           EVALUATE WS-MBR-RC
               WHEN "00"
                   MOVE WS-MBR-CANON TO WS-ARG-MEMBER
                   GO TO 2000-EXIT
               WHEN "04"
                   DISPLAY "SUBSCRIBER-CAPTURE: member "
                           FUNCTION TRIM(WS-MBR-NUMBER) " ("
                           FUNCTION TRIM(WS-MBR-NAME)
                           ") is not ACTIVE - see MEMBER-MAINT"
               WHEN "16"
                   DISPLAY "SUBSCRIBER-CAPTURE: no member master on "
                           "file - see MEMBER-MAINT SEED"
               WHEN OTHER
                   DISPLAY "SUBSCRIBER-CAPTURE: "
                           FUNCTION TRIM(WS-ARG-MEMBER)
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
