      *>
      *>     action "OPEN"  start the member
      *>                    batch/spool/<pgm>_<stamp>.spl with an
      *>                    identifying header line; in a one-parish
      *>                    view the member is
      *>                    <pgm>_<parish>_<stamp>.spl and the
      *>                    report's first line is the parish
      *>                    heading (DLGPRSH VIEW)
      *>            "LINE"  display the text and spool it
      *>            "BRK "  spool a break record (not displayed,
      *>                    not counted as a report line):
      *>                    K|field|value from text "field|value",
      *>                    or K| alone from blank text, marking
      *>                    where the report's slices start and
      *>                    end for REPORT-BURST (batch/
      *>                    burst_rules.ref). Consecutive breaks
      *>                    with no line between them describe one
      *>                    slice; lines after a blank break (and
      *>                    before the first) belong to every
      *>                    recipient.
      *>            "CLOS"  close the member and register it in
      *>                    batch/spool_index.dat:
      *>                    M|member|program|class|operator|stamp|
      *>                      pages|parish
      *>                    (parish is the run's view, * for the
      *>                    all-parishes view)
      *>
      *> class is the report's retention class (see
      *> batch/spool_retain.ref and SPOOL-VIEWER PURGE). A page is
      *>
      *> MODIFICATION HISTORY
      *>     2026-09-02  DO   Initial version.
      *>     2026-10-15  DO   New BRK action: break records that
      *>                      REPORT-BURST splits a member on.
      *>     2026-10-15  DO   The run's parish view rides on the M
      *>                      record and in the member name, and a
      *>                      one-parish report opens with the
      *>                      parish heading.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLGSPOOL.
       01  WS-PAGE-SIZE             PIC 9(02) VALUE 60.
       01  WS-SAVED-CLASS           PIC X(10).
       01  WS-SAVED-PGM             PIC X(30).
       01  WS-SAVED-PARISH          PIC X(12).

       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "DLGSPOOL".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).

       LINKAGE SECTION.
       01  LK-ACTION                PIC X(04).
                   PERFORM 1000-OPEN-MEMBER THRU 1000-EXIT
               WHEN "LINE"
                   PERFORM 2000-SPOOL-ONE-LINE THRU 2000-EXIT
               WHEN "BRK "
                   PERFORM 2500-SPOOL-ONE-BREAK THRU 2500-EXIT
               WHEN "CLOS"
                   PERFORM 3000-CLOSE-MEMBER THRU 3000-EXIT
               WHEN OTHER
           MOVE WS-RUN-TIMESTAMP(1:14) TO WS-OPEN-STAMP.
           CALL "CBL_CREATE_DIR" USING WS-SPOOL-DIR.
           MOVE 0 TO RETURN-CODE.
           MOVE "VIEW" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
           MOVE WS-PRS-PARISH TO WS-SAVED-PARISH.
           MOVE SPACES TO WS-MEMBER-NAME.
           IF WS-SAVED-PARISH = SPACES OR WS-SAVED-PARISH = "*"
               STRING "batch/spool/"
                      FUNCTION TRIM(FUNCTION LOWER-CASE(LK-PGM-NAME))
                      "_" WS-OPEN-STAMP ".spl"
                   DELIMITED BY SIZE INTO WS-MEMBER-NAME
               END-STRING
           ELSE
               STRING "batch/spool/"
                      FUNCTION TRIM(FUNCTION LOWER-CASE(LK-PGM-NAME))
                      "_"
                      FUNCTION TRIM(FUNCTION LOWER-CASE(WS-SAVED-PARISH))
                      "_" WS-OPEN-STAMP ".spl"
                   DELIMITED BY SIZE INTO WS-MEMBER-NAME
               END-STRING
           END-IF.
           OPEN OUTPUT SPOOL-FILE.
           IF WS-SPOOL-STATUS NOT = "00"
               GO TO 1000-EXIT
                  INTO SPOOL-LINE
           END-STRING.
           WRITE SPOOL-LINE.
      *> Whose report this is, ahead of its first line.
           IF WS-PRS-TEXT NOT = SPACES
               DISPLAY WS-PRS-TEXT(1:100)
               MOVE WS-PRS-TEXT TO SPOOL-LINE
               WRITE SPOOL-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
       1000-EXIT.
           EXIT.

       2000-EXIT.
           EXIT.

      *> A break record rides in the member only; the console and
      *> the page count never see it.
       2500-SPOOL-ONE-BREAK.
           IF NOT MEMBER-IS-OPEN
               GO TO 2500-EXIT
           END-IF.
           MOVE SPACES TO SPOOL-LINE.
           STRING "K|" LK-TEXT
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING.
           WRITE SPOOL-LINE.
       2500-EXIT.
           EXIT.

       3000-CLOSE-MEMBER.
           IF NOT MEMBER-IS-OPEN
               GO TO 3000-EXIT
                  WS-RUN-TIMESTAMP                DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-PAGE-COUNT                   DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SAVED-PARISH)  DELIMITED BY SIZE
                  INTO INDEX-LINE
           END-STRING.
           WRITE INDEX-LINE.
