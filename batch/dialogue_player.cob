      *>                      nothing is resolved through DLGRSLV
      *>                      (archived / delete-marked / unknown)
      *>                      instead of failing silently.
      *>     2026-10-15  DO   The master key carries a sub-key;
      *>                      the keyed reads clear it to reach
      *>                      the live H and M records.
      *>     2026-10-15  DO   A keyed request for a path
      *>                      DIALOGUE-RELOCATE moved follows its
      *>                      forwarding entry (DLGRSLV) and plays
      *>                      the record from where it is filed
      *>                      now.
      *>     2026-10-15  DO   A single-path render is followed by
      *>                      the record's related dialogues
      *>                      (DLGRELAT, DLGREL01), pinned ones
      *>                      marked; a neighbour outside the
      *>                      operator's read scope is not listed.
      *>     2026-10-15  DO   A sensitive or privacy-classified
      *>                      dialogue rendered goes on the
      *>                      read-access trail (DLGREAD).
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIALOGUE-PLAYER.
       01  WS-SCOPE-PGM              PIC X(30).
       01  WS-SCOPE-PATH             PIC X(200).
       01  WS-SCOPE-RC               PIC X(02).
       01  WS-READ-PGM               PIC X(30).
       01  WS-READ-PATH              PIC X(200).
       01  WS-READ-PURPOSE           PIC X(10).
       01  WS-READ-RC                PIC X(02).
       01  WS-CUR-TOPIC              PIC X(80).
       01  WS-CUR-MODE               PIC X(20).
       01  WS-CUR-MSGCOUNT           PIC 9(04).
       01  WS-RSLV-PATH               PIC X(200).
       01  WS-RSLV-STATE              PIC X(01).
       01  WS-RSLV-LOCATION           PIC X(200).
       01  WS-RELOCATION-FOLLOWED     PIC X(01) VALUE "N".

           COPY DLGREL01.

       01  WS-UTF-ACTION             PIC X(03).
       01  WS-UTF-TEXT               PIC X(240).
                   END-IF
                   GO TO 2500-SKIP
               END-IF
               MOVE "DIALOGUE-PLAYER" TO WS-READ-PGM
               MOVE WS-CUR-PATH TO WS-READ-PATH
               MOVE "BROWSE" TO WS-READ-PURPOSE
               CALL "DLGREAD" USING WS-READ-PGM WS-READ-PATH
                                    WS-READ-PURPOSE WS-READ-RC
               MOVE 0 TO WS-TR-HIT
               IF WS-LANG-ARG NOT = SPACES
                   MOVE "0000" TO WS-TR-SEEK-SEQ
           END-IF.

       3000-FINISH.
           IF WS-FILTER-PATH NOT = SPACES
                   AND WS-CONVS-SHOWN > 0
               PERFORM 3500-SHOW-RELATED THRU 3500-EXIT
           END-IF.
           DISPLAY "DIALOGUE-PLAYER: " WS-CONVS-SHOWN
                   " conversation(s) rendered".
           IF WS-FILTER-PATH NOT = SPACES
       3000-EXIT.
           EXIT.

      *> Where a reader might go next (RELATED-BUILD's list,
      *> through DLGRELAT), each neighbour read-scoped like the
      *> record itself.
       3500-SHOW-RELATED.
           MOVE WS-FILTER-PATH TO WS-RLT-PATH.
           MOVE 0 TO WS-RLT-SHOWN.
           MOVE "00" TO WS-RLT-RC.
           DISPLAY "Related dialogues:".
           PERFORM 3510-SHOW-ONE-RELATED THRU 3510-EXIT
               VARYING WS-RLT-SEQ FROM 1 BY 1
               UNTIL WS-RLT-SEQ > 20 OR WS-RLT-RC NOT = "00".
           IF WS-RLT-SHOWN = 0
               DISPLAY "  (none)"
           END-IF.
       3500-EXIT.
           EXIT.

       3510-SHOW-ONE-RELATED.
           CALL "DLGRELAT" USING WS-RLT-PATH WS-RLT-SEQ WS-RLT-RELATED
                                 WS-RLT-TOPIC WS-RLT-FLAG WS-RLT-RC.
           IF WS-RLT-RC NOT = "00"
               GO TO 3510-EXIT
           END-IF.
           MOVE "DIALOGUE-PLAYER" TO WS-SCOPE-PGM.
           MOVE WS-RLT-RELATED TO WS-SCOPE-PATH.
           CALL "DLGSCOPE" USING WS-SCOPE-PGM WS-SCOPE-PATH
                                 WS-SCOPE-RC.
           IF WS-SCOPE-RC = "12"
               GO TO 3510-EXIT
           END-IF.
           ADD 1 TO WS-RLT-SHOWN.
           IF RLT-PINNED
               DISPLAY "  " FUNCTION TRIM(WS-RLT-TOPIC) " (pinned)"
           ELSE
               DISPLAY "  " FUNCTION TRIM(WS-RLT-TOPIC)
           END-IF.
           DISPLAY "      " FUNCTION TRIM(WS-RLT-RELATED).
       3510-EXIT.
           EXIT.

      *> A requested path that rendered nothing is resolved through
      *> DLGRSLV so the operator learns WHERE it went instead of a
      *> bare no-record message: swept to archive (with the copy's
                   DISPLAY "DIALOGUE-PLAYER: "
                           FUNCTION TRIM(WS-FILTER-PATH)
                           " is delete-marked on the extract"
               WHEN "R"
                   DISPLAY "DIALOGUE-PLAYER: "
                           FUNCTION TRIM(WS-FILTER-PATH)
                           " was relocated to "
                           FUNCTION TRIM(WS-RSLV-LOCATION)
               WHEN "N"
                   DISPLAY "DIALOGUE-PLAYER: "
                           FUNCTION TRIM(WS-FILTER-PATH)
               GO TO 4000-EXIT
           END-IF.
           SET MASTER-WAS-USED TO TRUE.
       4000-READ-HEADER.
           MOVE WS-FILTER-PATH TO MST-PATH.
           MOVE 0 TO MST-SEQ.
           MOVE SPACES TO MST-SUB.
           READ MASTER-FILE
               INVALID KEY
                   PERFORM 4050-FOLLOW-RELOCATION THRU 4050-EXIT
                   IF WS-RSLV-STATE = "R"
                       GO TO 4000-READ-HEADER
                   END-IF
                   DISPLAY "DIALOGUE-PLAYER: no record found for "
                           FUNCTION TRIM(WS-FILTER-PATH)
                   CLOSE MASTER-FILE
       4000-EXIT.
           EXIT.

      *> A path DIALOGUE-RELOCATE moved: the forwarding entry
      *> (DLGRSLV) names where the record is filed now, and the
      *> keyed read is retried there - once.
       4050-FOLLOW-RELOCATION.
           MOVE SPACE TO WS-RSLV-STATE.
           IF WS-RELOCATION-FOLLOWED = "Y"
               GO TO 4050-EXIT
           END-IF.
           MOVE "Y" TO WS-RELOCATION-FOLLOWED.
           MOVE WS-FILTER-PATH TO WS-RSLV-PATH.
           CALL "DLGRSLV" USING WS-RSLV-PATH WS-RSLV-STATE
                                WS-RSLV-LOCATION.
           IF WS-RSLV-STATE = "R"
               DISPLAY "DIALOGUE-PLAYER: "
                       FUNCTION TRIM(WS-FILTER-PATH)
                       " was relocated to "
                       FUNCTION TRIM(WS-RSLV-LOCATION)
               MOVE WS-RSLV-LOCATION TO WS-FILTER-PATH
           END-IF.
       4050-EXIT.
           EXIT.

       4100-FETCH-ONE-MESSAGE.
           MOVE WS-FILTER-PATH TO MST-PATH.
           MOVE WS-FETCH-SEQ TO MST-SEQ.
           MOVE SPACES TO MST-SUB.
           READ MASTER-FILE
               INVALID KEY
                   SET MASTER-FETCH-DONE TO TRUE
