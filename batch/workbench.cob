      *>
      *> MODIFICATION HISTORY
      *>     2026-09-02  DO   Initial version.
      *>     2026-10-15  DO   Job accounting: sessions journal
      *>                      their execution through DLGACCT,
      *>                      so research use is charged back.
      *>     2026-10-15  DO   A sensitive or privacy-classified
      *>                      record shown by RUN or put in or
      *>                      listed from a basket goes on the
      *>                      read-access trail (DLGREAD).
      *>     2026-10-15  DO   The query text and the basket
      *>                      sub-command take the whole rest of
      *>                      the command line, not its third
      *>                      word alone.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORKBENCH.
           88  NO-MORE-BASKET                VALUE "Y".
       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-ACC-ACTION            PIC X(04).
       01  WS-ACC-PGM               PIC X(30).
       01  WS-ACC-IN                PIC 9(07) VALUE 0.
       01  WS-ACC-OUT               PIC 9(07) VALUE 0.
       01  WS-ACC-RC                PIC 9(02) VALUE 0.
       01  WS-READ-PGM              PIC X(30).
       01  WS-READ-PATH             PIC X(200).
       01  WS-READ-PURPOSE          PIC X(10).
       01  WS-READ-RC               PIC X(02).

       01  WS-CMD-LINE              PIC X(400) VALUE SPACES.
       01  WS-COMMAND               PIC X(10) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE "STRT" TO WS-ACC-ACTION.
           MOVE "WORKBENCH" TO WS-ACC-PGM.
           CALL "DLGACCT" USING WS-ACC-ACTION WS-ACC-PGM
                                WS-ACC-IN WS-ACC-OUT WS-ACC-RC.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID = SPACES
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           MOVE 1 TO WS-PARSE-PTR.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL " "
               INTO WS-COMMAND WS-ARG-NAME
               WITH POINTER WS-PARSE-PTR
           END-UNSTRING.
           MOVE SPACES TO WS-ARG-REST.
           IF WS-PARSE-PTR <= LENGTH OF WS-CMD-LINE
               MOVE WS-CMD-LINE(WS-PARSE-PTR:) TO WS-ARG-REST
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND.
           EVALUATE WS-COMMAND
               WHEN "SAVE"
                   DISPLAY "  workbench BASKET name LIST"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           MOVE "END " TO WS-ACC-ACTION.
           MOVE WS-MATCHES TO WS-ACC-IN.
           MOVE WS-MATCHES TO WS-ACC-OUT.
           MOVE RETURN-CODE TO WS-ACC-RC.
           CALL "DLGACCT" USING WS-ACC-ACTION WS-ACC-PGM
                                WS-ACC-IN WS-ACC-OUT WS-ACC-RC.
           MOVE WS-ACC-RC TO RETURN-CODE.
           STOP RUN.

       1000-SAVE-QUERY.
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-MATCHES.
           MOVE WS-CUR-PATH TO WS-READ-PATH.
           PERFORM 6000-NOTE-READ THRU 6000-EXIT.
           DISPLAY "  " FUNCTION TRIM(WS-CUR-TOPIC(1:60))
                   " (" FUNCTION TRIM(WS-CUR-MODE) ")".
           DISPLAY "    " FUNCTION TRIM(WS-CUR-PATH).
           MOVE WS-CUR-PATH TO BASKET-LINE(1:200).
           WRITE BASKET-LINE.
           CLOSE BASKET-FILE.
           MOVE WS-CUR-PATH TO WS-READ-PATH.
           PERFORM 6000-NOTE-READ THRU 6000-EXIT.
           DISPLAY "WORKBENCH: added to "
                   FUNCTION TRIM(WS-BASKET-NAME) ":".
           DISPLAY "  " FUNCTION TRIM(WS-CUR-PATH).
                   CLOSE BASKET-FILE
               NOT AT END
                   IF BASKET-LINE NOT = SPACES
                       MOVE BASKET-LINE(1:200) TO WS-READ-PATH
                       PERFORM 6000-NOTE-READ THRU 6000-EXIT
                       DISPLAY "  "
                               FUNCTION TRIM(BASKET-LINE(1:200))
                   END-IF
       5200-EXIT.
           EXIT.

      *> A sensitive or privacy-classified record put in front of
      *> the researcher goes on the read-access trail; DLGREAD
      *> decides whether this one is.
       6000-NOTE-READ.
           MOVE "WORKBENCH" TO WS-READ-PGM.
           MOVE "RESEARCH" TO WS-READ-PURPOSE.
           CALL "DLGREAD" USING WS-READ-PGM WS-READ-PATH
                                WS-READ-PURPOSE WS-READ-RC.
       6000-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
