      *>----------------------------------------------------------*>
      *> DELETE-MARK
      *>
      *> The sanctioned way to remove a record from the dialogue
      *> corpus - for a do-not-publish ruling, or a
      *> record the source tree no longer contains - instead of a
      *> hand edit or a dead record polluting every report. The
      *> target's H, M and T translation lines are rewritten with a
      *>     D|M|...original message...
      *>     X|path|reason code|operator|timestamp
      *>
      *> The marks are made in the keyed dialogue master by key
      *> through DLGMSTIO - each live line deleted and its "D|" mark
      *> put in its place - and the nightly MASTER-UNLOAD carries
      *> them out to batch/dialogue_data.dat. Nothing is physically
      *> lost until COMPACT-DIALOGUE-DATA rewrites the file without
      *> the marked records. Requires destroy authority (DLGAUTH
      *> class D).
      *>
      *> A mark the master refuses (a DLGMSTIO result other than 00
      *> on the PUT of the "D|" line or of the X record) puts the
      *> live line back as it was, is named on the console as
      *> MASTERIO and stops the marking; the record is not stamped
      *> MARKED and the run ends with RETURN-CODE 8. Lines marked
      *> before the failure stay marked - a rerun once the master
      *> is sound marks the rest and writes the X record.
      *>
      *> Usage:
      *>     delete_mark "judgment/.../conversation.cob|DONOTPUB"
      *>                      refreshed through DLGPART after a
      *>                      successful rewrite, so single-mode
      *>                      readers never lag the union.
      *>     2026-10-15  DO   A successful mark is stamped MARKED
      *>                      through DLGPROV, so REEMIT-SOURCES
      *>                      and PROVENANCE-QUERY see the write.
      *>     2026-10-15  DO   Legal/pastoral holds: a path held
      *>                      through DLGHOLD is refused with
      *>                      RETURN-CODE 12 before any intent is
      *>                      consumed.
      *>     2026-10-15  DO   The marks are made in the keyed
      *>                      master by key through DLGMSTIO
      *>                      instead of a rewrite of the extract
      *>                      through a work copy; the extract and
      *>                      its partitions pick them up at the
      *>                      nightly MASTER-UNLOAD. The dry run
      *>                      still rehearses against the extract.
      *>     2026-10-15  DO   A "D|" mark or X record the master
      *>                      refuses puts the live line back, is named
      *>                      as MASTERIO, stops the marking and skips
      *>                      the MARKED stamp; RETURN-CODE 8.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELETE-MARK.
           88  FILE-HAD-HEADER               VALUE "Y".
       01  WS-MARKED                PIC 9(04) VALUE 0.
       01  WS-X-WRITTEN             PIC X(01) VALUE "N".
       01  WS-MARK-FAILED           PIC X(01) VALUE "N".
           88  MARK-HAS-FAILED               VALUE "Y".
       01  WS-MARK-LINE             PIC X(610).

       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-PERD-PATH             PIC X(200).
       01  WS-PERD-RC               PIC X(02).

      *> The keyed master (DLGMSTIO), and the target's live lines
      *> gathered from it before any is marked.
       01  WS-MIO-ACTION            PIC X(04).
       01  WS-MIO-PGM               PIC X(30) VALUE "DELETE-MARK".
       01  WS-MIO-LINE              PIC X(610).
       01  WS-MIO-RC                PIC X(02).
       01  WS-EOF-MASTER            PIC X(01) VALUE "N".
           88  NO-MORE-MASTER                VALUE "Y".
       01  WS-MARK-TAG              PIC X(01).
       01  WS-LIVE-MAX              PIC 9(04) VALUE 400.
       01  WS-LIVE-COUNT            PIC 9(04) VALUE 0.
       01  WS-LIVE-POS              PIC 9(04) VALUE 0.
       01  WS-LIVE-TABLE.
           05  WS-LIVE-LINE         PIC X(610) OCCURS 400 TIMES.

       01  WS-HOLD-PGM              PIC X(30).
       01  WS-HOLD-ITEM             PIC X(200).
       01  WS-HOLD-FROM             PIC X(10) VALUE SPACES.
       01  WS-HOLD-TO               PIC X(10) VALUE SPACES.
       01  WS-HOLD-RC               PIC X(02).
       01  WS-HOLD-ID               PIC X(04).

       01  WS-PROV-PATH             PIC X(200).
       01  WS-PROV-KIND             PIC X(10).
       01  WS-PROV-PGM              PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE.
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> Legal/pastoral hold (DLGHOLD): a held record is refused
      *> outright, before an intent is spent on it. A rehearsal
      *> only enquires and is not logged as a block.
           IF DRY-RUN
               MOVE SPACES TO WS-HOLD-PGM
           ELSE
               MOVE "DELETE-MARK" TO WS-HOLD-PGM
           END-IF.
           MOVE WS-ARG-PATH TO WS-HOLD-ITEM.
           CALL "DLGHOLD" USING WS-HOLD-PGM WS-HOLD-ITEM
                                WS-HOLD-FROM WS-HOLD-TO
                                WS-HOLD-RC WS-HOLD-ID.
           IF WS-HOLD-RC = "12"
               DISPLAY "DELETE-MARK: "
                       FUNCTION TRIM(WS-ARG-PATH)
                       " is under hold " WS-HOLD-ID
                       " - it may not be marked (see HOLD-REPORT)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT DRY-RUN
      *> Dual control: a second operator's fresh approved intent
      *> (INTENT-CAPTURE / DLGINTNT) is consumed here; without
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF DRY-RUN
               MOVE WS-CFN-01 TO WS-CTLV-FILE
               CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC
               IF WS-CTLV-RC = "16"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
                   STOP RUN
               END-IF
           END-IF.
           IF DRY-RUN
               PERFORM 2000-REWRITE-WITH-MARKS THRU 2000-EXIT
               PERFORM 8000-WRITE-DRYRUN-REPORT THRU 8000-EXIT
               STOP RUN
           END-IF.
           PERFORM 3000-MARK-IN-MASTER THRU 3000-EXIT.
           IF MARK-HAS-FAILED
               DISPLAY "DELETE-MARK: " WS-MARKED " line(s) marked "
                       "before the dialogue master refused one "
                       "(MASTERIO) - "
                       FUNCTION TRIM(WS-ARG-PATH)
                       " is NOT fully marked; rerun once the master "
                       "is sound"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MARKED = 0
               DISPLAY "DELETE-MARK: no live record found for "
                       FUNCTION TRIM(WS-ARG-PATH)
                       "deleted (" FUNCTION TRIM(WS-ARG-REASON)
                       ") - run COMPACT-DIALOGUE-DATA to drop them "
                       "physically"
               DISPLAY "DELETE-MARK: the extract and content index "
                       "drop the record after the nightly "
                       "MASTER-UNLOAD and CONTENT-INDEX-BUILD"
           END-IF.
           STOP RUN.

      *> The rehearsal: the same selection run against the extract
      *> into the scratch work copy, which is then discarded.
       2000-REWRITE-WITH-MARKS.
           OPEN INPUT DATA-FILE.
           OPEN OUTPUT WORK-FILE.
               WRITE WORK-LINE
           END-IF.
           CLOSE WORK-FILE.
           CALL "CBL_DELETE_FILE" USING WS-CFN-02.
           MOVE 0 TO RETURN-CODE.
       2000-EXIT.
       2200-EXIT.
           EXIT.

      *> The target's live H, M and T lines on the master, gathered
      *> first (the path's records sit together in key order), then
      *> each deleted and put back as its "D|" mark, the X record
      *> with the reason following the header's mark.
       3000-MARK-IN-MASTER.
           MOVE SPACES TO WS-MIO-LINE.
           MOVE "OPEN" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC = "12"
               DISPLAY "DELETE-MARK: the dialogue master is in use "
                       "- rerun when the holder has finished"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MIO-RC NOT = "00"
               DISPLAY "DELETE-MARK: the dialogue master is "
                       "unavailable (" WS-MIO-RC ") - nothing marked"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-MIO-LINE.
           STRING "H|" WS-ARG-PATH
               DELIMITED BY SIZE INTO WS-MIO-LINE
           END-STRING.
           MOVE "STRT" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC NOT = "00"
               SET NO-MORE-MASTER TO TRUE
           END-IF.
           PERFORM 3100-GATHER-ONE-LINE THRU 3100-EXIT
               UNTIL NO-MORE-MASTER.
           PERFORM 3200-MARK-ONE-LINE THRU 3200-EXIT
               VARYING WS-LIVE-POS FROM 1 BY 1
               UNTIL WS-LIVE-POS > WS-LIVE-COUNT
                   OR MARK-HAS-FAILED.
           MOVE "CLOS" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MARKED > 0 AND NOT MARK-HAS-FAILED
      *> Lineage: the record was marked deleted (DLGPROV).
               MOVE WS-ARG-PATH TO WS-PROV-PATH
               MOVE "MARKED" TO WS-PROV-KIND
               MOVE "DELETE-MARK" TO WS-PROV-PGM
               CALL "DLGPROV" USING WS-PROV-PATH WS-PROV-KIND
                                   WS-PROV-PGM
           END-IF.
           MOVE 0 TO RETURN-CODE.
       3000-EXIT.
           EXIT.

       3100-GATHER-ONE-LINE.
           MOVE "NEXT" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC NOT = "00"
               SET NO-MORE-MASTER TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF WS-MIO-LINE(1:2) = "D|"
               UNSTRING WS-MIO-LINE DELIMITED BY "|"
                   INTO WS-MARK-TAG WS-RECORD-TYPE WS-LINE-PATH
               END-UNSTRING
           ELSE
               UNSTRING WS-MIO-LINE DELIMITED BY "|"
                   INTO WS-RECORD-TYPE WS-LINE-PATH
               END-UNSTRING
           END-IF.
           IF WS-LINE-PATH NOT = WS-ARG-PATH
               SET NO-MORE-MASTER TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF WS-MIO-LINE(1:2) NOT = "H|"
                   AND WS-MIO-LINE(1:2) NOT = "M|"
                   AND WS-MIO-LINE(1:2) NOT = "T|"
               GO TO 3100-EXIT
           END-IF.
           IF WS-LIVE-COUNT < WS-LIVE-MAX
               ADD 1 TO WS-LIVE-COUNT
               MOVE WS-MIO-LINE TO WS-LIVE-LINE (WS-LIVE-COUNT)
           END-IF.
       3100-EXIT.
           EXIT.

       3200-MARK-ONE-LINE.
           MOVE WS-LIVE-LINE (WS-LIVE-POS) TO WS-MIO-LINE.
           MOVE "DEL " TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC NOT = "00"
               GO TO 3200-EXIT
           END-IF.
           MOVE SPACES TO WS-MIO-LINE.
           STRING "D|"                         DELIMITED BY SIZE
                  WS-LIVE-LINE (WS-LIVE-POS)   DELIMITED BY SIZE
               INTO WS-MIO-LINE
           END-STRING.
           MOVE WS-MIO-LINE TO WS-MARK-LINE.
           MOVE "PUT " TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC NOT = "00"
               PERFORM 3290-PUT-LIVE-BACK THRU 3290-EXIT
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WS-MARKED.
           IF WS-LIVE-LINE (WS-LIVE-POS)(1:2) = "H|"
                   AND WS-X-WRITTEN = "N"
               MOVE "Y" TO WS-X-WRITTEN
               MOVE SPACES TO WS-MIO-LINE
               STRING "X|"                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ARG-PATH)    DELIMITED BY SIZE
                      "|"                           DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ARG-REASON)  DELIMITED BY SIZE
                      "|"                           DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
                      "|"                           DELIMITED BY SIZE
                      WS-RUN-TIMESTAMP              DELIMITED BY SIZE
                      INTO WS-MIO-LINE
               END-STRING
               MOVE "PUT " TO WS-MIO-ACTION
               CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                     WS-MIO-LINE WS-MIO-RC
      *> No reason on file, no mark: the header goes back live so
      *> a rerun marks it again and writes the X record then.
               IF WS-MIO-RC NOT = "00"
                   MOVE "N" TO WS-X-WRITTEN
                   SUBTRACT 1 FROM WS-MARKED
                   MOVE WS-MARK-LINE TO WS-MIO-LINE
                   MOVE "DEL " TO WS-MIO-ACTION
                   CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                         WS-MIO-LINE WS-MIO-RC
                   PERFORM 3290-PUT-LIVE-BACK THRU 3290-EXIT
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.

      *> The live line the DEL took off goes back under its own
      *> key, and the marking stops.
       3290-PUT-LIVE-BACK.
           SET MARK-HAS-FAILED TO TRUE.
           DISPLAY "DELETE-MARK: MASTERIO master PUT failed ("
                   WS-MIO-RC ") for "
                   FUNCTION TRIM(WS-ARG-PATH).
           MOVE WS-LIVE-LINE (WS-LIVE-POS) TO WS-MIO-LINE.
           MOVE "PUT " TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC NOT = "00"
               DISPLAY "DELETE-MARK: could not put the live line "
                       "back (" WS-MIO-RC ") - restore it from the "
                       "master journal:"
               DISPLAY "  "
                       FUNCTION TRIM(WS-LIVE-LINE (WS-LIVE-POS))
           END-IF.
       3290-EXIT.
           EXIT.

      *> The rehearsal report and its audit line; the live file
      *> was never written over.
       8000-WRITE-DRYRUN-REPORT.
