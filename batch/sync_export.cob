      *>     - a record is selected when it is NEW since the
      *>       watermark (catalog gen-date) or CHANGED since it
      *>       (a correction-journal entry after the watermark),
      *>       or RELEASED since it - a dialogue whose embargo
      *>       (DLGEMBG) fell due after the watermark is new to
      *>       the peer from its release, whatever its catalog
      *>       date; one still under embargo is never selected,
      *>     - only LOCAL-origin records ship - the peer's own
      *>       records never echo back at them - and each shipped
      *>       H is stamped with THIS parish's origin code
      *>     2026-09-02  DO   An explicit LOCAL origin column is
      *>                      restamped with our code before
      *>                      shipping, not passed through.
      *>     2026-10-15  DO   Embargoed records are held back and a
      *>                      released one is new from its release
      *>                      (DLGEMBG).
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYNC-EXPORT.
       01  WS-OUT-M                 PIC 9(06) VALUE 0.
       01  WS-OUT-TOTAL             PIC 9(06) VALUE 0.

       01  WS-EMBG-PATH             PIC X(200).
       01  WS-EMBG-RC               PIC X(02).
       01  WS-EMBG-ID               PIC X(04).
       01  WS-EMBG-RELEASE          PIC X(16).
       01  WS-EMBARGOED             PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
                   FUNCTION TRIM(WS-OUT-NAME).
           DISPLAY "SYNC-EXPORT: watermark advanced "
                   WS-WATERMARK " -> " WS-NEW-WATERMARK.
           IF WS-EMBARGOED > 0
               DISPLAY "SYNC-EXPORT: " WS-EMBARGOED
                       " selection(s) held back under embargo"
           END-IF.
           STOP RUN.

       1000-READ-WATERMARK.
                       IF WS-GEN-STAMP(1:8) > WS-WM-DATE
                           PERFORM 1900-ADD-SELECTION
                               THRU 1900-EXIT
                       ELSE
                           PERFORM 1550-SELECT-RELEASED
                               THRU 1550-EXIT
                       END-IF
                   END-IF
           END-READ.
       1500-EXIT.
           EXIT.

      *> RELEASED since the watermark: the embargo's release
      *> ("YYYY-MM-DD HH:MM") is after it, to the minute.
       1550-SELECT-RELEASED.
           MOVE WS-CUR-PATH(1:200) TO WS-EMBG-PATH.
           CALL "DLGEMBG" USING WS-EMBG-PATH WS-EMBG-RC WS-EMBG-ID
                                WS-EMBG-RELEASE.
           IF WS-EMBG-RC NOT = "04"
               GO TO 1550-EXIT
           END-IF.
           MOVE SPACES TO WS-GEN-STAMP.
           STRING WS-EMBG-RELEASE(1:4) WS-EMBG-RELEASE(6:2)
                  WS-EMBG-RELEASE(9:2) WS-EMBG-RELEASE(12:2)
                  WS-EMBG-RELEASE(15:2)
               DELIMITED BY SIZE INTO WS-GEN-STAMP
           END-STRING.
           IF WS-GEN-STAMP(1:12) > WS-WATERMARK(1:12)
               PERFORM 1900-ADD-SELECTION THRU 1900-EXIT
           END-IF.
       1550-EXIT.
           EXIT.

      *> CHANGED since the watermark: a correction-journal entry
      *> stamped after it.
       1600-SELECT-CHANGED.
           EXIT.

       1900-ADD-SELECTION.
           MOVE WS-CUR-PATH(1:200) TO WS-EMBG-PATH.
           CALL "DLGEMBG" USING WS-EMBG-PATH WS-EMBG-RC WS-EMBG-ID
                                WS-EMBG-RELEASE.
           IF WS-EMBG-RC = "12"
               ADD 1 TO WS-EMBARGOED
               GO TO 1900-EXIT
           END-IF.
           MOVE "N" TO WS-SEL-HIT.
           SET WS-SEL-IDX TO 1.
           IF WS-SEL-COUNT > 0
