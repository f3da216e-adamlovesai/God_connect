      *> counted, and reported at end of run rather than silently
      *> shortened. Translation and deletion companion records are
      *> not part of the interchange contract and do not ship.
      *> Nor does a dialogue under an embargo whose release has
      *> not come (DLGEMBG): the diocese receives it with the first
      *> feed after its release.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *>     2026-09-02  DO   Each shipment appends a SHIPPED
      *>                      state to batch/feed_status.dat for
      *>                      ACK-RECONCILE's ledger.
      *>     2026-10-15  DO   Embargoed dialogues are held out of
      *>                      the feed until their release
      *>                      (DLGEMBG); the count is reported.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERCHANGE-EXPORT.
       01  WS-UTF-RESULT            PIC 9(04).
       01  WS-ADJUSTED              PIC 9(05) VALUE 0.

       01  WS-EMBG-PATH             PIC X(200) VALUE SPACES.
       01  WS-EMBG-RC               PIC X(02) VALUE "00".
       01  WS-EMBG-ID               PIC X(04).
       01  WS-EMBG-RELEASE          PIC X(16).
       01  WS-EMBARGOED             PIC 9(05) VALUE 0.

       01  WS-CFN-03                PIC X(200).
       01  WS-STATUS-STATUS         PIC X(02) VALUE SPACES.

           DISPLAY "INTERCHANGE-EXPORT: " WS-H-COUNT
                   " dialogue(s), " WS-M-COUNT
                   " message(s) written to batch/interchange.dat".
           IF WS-EMBARGOED > 0
               DISPLAY "INTERCHANGE-EXPORT: " WS-EMBARGOED
                       " embargoed dialogue(s) held out of the feed"
           END-IF.
      *> The feed ledger opens its books on our side (the return
      *> leg is ACK-RECONCILE's).
           MOVE "feed_status.dat" TO WS-CFG-LOGICAL.
               AT END
                   SET NO-MORE-DATA TO TRUE
               NOT AT END
                   IF DATA-LINE(1:2) = "H|" OR DATA-LINE(1:2) = "M|"
                       PERFORM 2050-CHECK-EMBARGO THRU 2050-EXIT
                   END-IF
                   IF WS-EMBG-RC = "12"
                       GO TO 2000-EXIT
                   END-IF
                   EVALUATE DATA-LINE(1:2)
                       WHEN "H|"
                           PERFORM 2100-CONVERT-HEADER THRU 2100-EXIT
       2000-EXIT.
           EXIT.

      *> The extract keeps a dialogue's lines together, so the last
      *> path's answer serves its messages.
       2050-CHECK-EMBARGO.
           MOVE SPACES TO WS-F-PATH.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-RECORD-TYPE WS-F-PATH
           END-UNSTRING.
           IF WS-F-PATH = WS-EMBG-PATH
               GO TO 2050-EXIT
           END-IF.
           MOVE WS-F-PATH TO WS-EMBG-PATH.
           CALL "DLGEMBG" USING WS-EMBG-PATH WS-EMBG-RC WS-EMBG-ID
                                WS-EMBG-RELEASE.
           IF WS-EMBG-RC = "12"
               ADD 1 TO WS-EMBARGOED
           END-IF.
       2050-EXIT.
           EXIT.

       2100-CONVERT-HEADER.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-RECORD-TYPE WS-F-PATH WS-F-TOPIC WS-F-MODE
