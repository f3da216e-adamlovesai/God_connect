      *>     2026-09-02  DO   The no-record refusal resolves the
      *>                      path through DLGRSLV and names where
      *>                      the record went.
      *>     2026-10-15  DO   A path DIALOGUE-RELOCATE moved is
      *>                      followed to where the record is
      *>                      filed now (DLGRSLV) and the note is
      *>                      pinned there.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANNOTATE.
               STOP RUN
           END-IF.
           PERFORM 1000-VERIFY-PATH THRU 1000-EXIT.
           IF NOT PATH-IS-ON-FILE
               PERFORM 1060-FOLLOW-RELOCATION THRU 1060-EXIT
           END-IF.
           IF NOT PATH-IS-ON-FILE
               DISPLAY "ANNOTATE: no record on file for "
                       FUNCTION TRIM(WS-ARG-PATH)
       1050-EXIT.
           EXIT.

      *> An old reference to a relocated record follows its
      *> forwarding entry (DLGRSLV) to the path it is filed under
      *> now.
       1060-FOLLOW-RELOCATION.
           MOVE WS-ARG-PATH TO WS-RSLV-PATH.
           CALL "DLGRSLV" USING WS-RSLV-PATH WS-RSLV-STATE
                                WS-RSLV-LOCATION.
           IF WS-RSLV-STATE NOT = "R"
               GO TO 1060-EXIT
           END-IF.
           DISPLAY "ANNOTATE: " FUNCTION TRIM(WS-ARG-PATH)
                   " was relocated to "
                   FUNCTION TRIM(WS-RSLV-LOCATION).
           MOVE WS-RSLV-LOCATION TO WS-ARG-PATH.
           MOVE SPACES TO WS-RSLV-LOCATION.
           MOVE "N" TO WS-EOF-DATA.
           PERFORM 1000-VERIFY-PATH THRU 1000-EXIT.
       1060-EXIT.
           EXIT.

       1000-VERIFY-PATH.
           MOVE WS-CFN-02 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
