      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> REEMIT-SOURCES
      *>
      *> Brings the conversation.cob sources in the tree back into
      *> step with batch/dialogue_data.dat. CORRECTION-APPLY,
      *> TRANSLATION-LOAD, INTAKE-LOAD, the importers and DELETE-MARK
      *> all write the data file, but the generated sources keep the
      *> literals they were generated with, so the nightly sweep goes
      *> on compiling and running the old text. This job rewrites a
      *> conversation.cob from its H and M records for every path
      *> whose lineage (batch/provenance.dat, DLGPROV) shows a write
      *> later than both its last EXTRACTED and its last REEMITTED
      *> stamp. COMPACTED does not count - compaction never alters a
      *> live record.
      *>
      *> The rewritten source has the shape the generator emits
      *> today: the banner comment, COPY DLGHDR01 / DLGLNG01 /
      *> DLGWID01 / DLGSUP01, the mode's own copybooks (DLGFUP01 for
      *> a conversation, DLGVRD01 + DLGSTH01 for a judgment, DLGTHR01
      *> for a forum), one COPY DLGMSG01 group per message, COPY
      *> DLGTBL01 and the standard MAIN-LOGIC. What the data file
      *> does not carry is kept from the existing source: its Date:
      *> line, its display width and each message's PARTROLE-TAG. A
      *> path with no source yet (an intake-loaded record) takes its
      *> date from the path's timestamp slug and a judgment
      *> message's role from the staged role column or the leading
      *> role in its tradition text ("Witness — Christianity"); the
      *> missing directory levels are created.
      *>
      *> A double quote inside a value is written as an apostrophe,
      *> the same as the generator, so BUILD-DIALOGUE-DATA can lift
      *> every literal back out again.
      *>
      *> A path whose record is delete-marked (D|H / X) is listed as
      *> MARKED and left alone - ARCHIVE-SWEEP remains the sanctioned
      *> way to take a source out of the tree. A path with lineage
      *> but no record on file is listed as NOTFOUND.
      *>
      *> Every rewritten file is listed in batch/reemit_sources.rpt
      *> and stamped REEMITTED through DLGPROV, so the next run leaves
      *> it alone until the data changes again.
      *>
      *> Usage:
      *>     reemit_sources            rewrite every stale source
      *>     reemit_sources REPORT     list what would be rewritten;
      *>                               nothing is touched
      *>
      *> Requires update authority (DLGAUTH class U); the REPORT
      *> rehearsal needs report authority only. RETURN-CODE 0 when
      *> everything stale was rewritten, 4 when nothing was stale or
      *> a path was MARKED / NOTFOUND, 12 denied or a copy failed, 16
      *> control framing mismatch.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>     2026-10-15  DO   The extract is resolved whole-
      *>                      installation (dialogue_data.dat@*)
      *>                      whatever parish the run views.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEMIT-SOURCES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROV-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROV-STATUS.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORK-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-CFN-04
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SRC-FILE ASSIGN DYNAMIC WS-SRC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROV-FILE.
       01  PROV-LINE                PIC X(400).

       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).

       FD  WORK-FILE.
       01  WORK-LINE                PIC X(600).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(240).

       FD  SRC-FILE.
       01  SRC-LINE                 PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CFN-04                PIC X(200).
       01  WS-SRC-NAME              PIC X(200).
       01  WS-PROV-STATUS           PIC X(02).
       01  WS-SRC-STATUS            PIC X(02).
       01  WS-AUTH-PGM              PIC X(30).
       01  WS-AUTH-CLASS            PIC X(01).
       01  WS-AUTH-RC               PIC X(02).
       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).
       01  WS-EOF-PROV              PIC X(01) VALUE "N".
           88  NO-MORE-PROV                  VALUE "Y".
       01  WS-EOF-DATA              PIC X(01) VALUE "N".
           88  NO-MORE-DATA                  VALUE "Y".
       01  WS-EOF-SRC               PIC X(01) VALUE "N".
           88  NO-MORE-SRC                   VALUE "Y".

       01  WS-CMD-LINE              PIC X(80) VALUE SPACES.
       01  WS-DRYRUN                PIC X(01) VALUE "N".
           88  DRY-RUN                       VALUE "Y".

      *> Lineage per path: the newest extract, the newest other
      *> write and the newest re-emit, and what this run made of it.
       01  WS-PV-MAX                PIC 9(04) VALUE 3000.
       01  WS-PV-COUNT              PIC 9(04) VALUE 0.
       01  WS-PV-TABLE.
           05  WS-PV-ENTRY          OCCURS 3000 TIMES
                   INDEXED BY WS-PV-IDX.
               10  WS-PV-PATH       PIC X(200).
               10  WS-PV-EXTRACTED  PIC X(16).
               10  WS-PV-WRITTEN    PIC X(16).
               10  WS-PV-REEMITTED  PIC X(16).
               10  WS-PV-STATE      PIC X(01).
                   88  PV-IS-STALE           VALUE "S".
                   88  PV-WAS-REWRITTEN      VALUE "R".
                   88  PV-IS-MARKED          VALUE "M".
                   88  PV-IS-CURRENT         VALUE " ".
       01  WS-PV-POS                PIC 9(04) VALUE 0.
       01  WS-STALE-COUNT           PIC 9(04) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-PATH               PIC X(200).
       01  WS-IN-KIND               PIC X(10).
       01  WS-IN-PGM                PIC X(30).
       01  WS-IN-RUNID              PIC X(30).
       01  WS-IN-STAMP              PIC X(21).
       01  WS-PROBE-PATH            PIC X(200).
       01  WS-FOUND-POS             PIC 9(04) VALUE 0.

      *> The record being buffered for re-emission.
       01  WS-CUR-POS               PIC 9(04) VALUE 0.
       01  WS-H-PATH                PIC X(200).
       01  WS-H-TOPIC               PIC X(80).
       01  WS-H-MODE                PIC X(20).
       01  WS-H-MSGCOUNT            PIC X(06).
       01  WS-H-COLLECTION          PIC X(40).
       01  WS-H-THREAD              PIC X(40).
       01  WS-H-VERDICT             PIC X(240).
       01  WS-H-FOLLOWUP            PIC X(01).
       01  WS-H-SUPERSEDED          PIC X(200).
       01  WS-H-LANGUAGE            PIC X(02).
       01  WS-H-SOURCE-THREAD       PIC X(40).
       01  WS-H-ORIGIN              PIC X(20).
       01  WS-H-MSGCOUNT-N          PIC 9(04) VALUE 0.

       01  WS-M-MAX                 PIC 9(04) VALUE 300.
       01  WS-M-COUNT               PIC 9(04) VALUE 0.
       01  WS-M-TABLE.
           05  WS-M-ENTRY           OCCURS 300 TIMES.
               10  WS-M-SPEAKER     PIC X(30).
               10  WS-M-NAME        PIC X(40).
               10  WS-M-TRADITION   PIC X(60).
               10  WS-M-CONTENT     PIC X(240).
               10  WS-M-STANCE      PIC X(15).
               10  WS-M-ERA         PIC X(60).
               10  WS-M-TONE        PIC X(15).
               10  WS-M-ROLE        PIC X(30).
       01  WS-M-POS                 PIC 9(04) VALUE 0.
       01  WS-M-PATH                PIC X(200).
       01  WS-M-SEQ-X               PIC X(04).

      *> What the existing source carries that the data file does
      *> not.
       01  WS-SRC-FOUND             PIC X(01) VALUE "N".
           88  SOURCE-WAS-FOUND              VALUE "Y".
       01  WS-SRC-DATE              PIC X(40).
       01  WS-SRC-WIDTH             PIC X(03).
       01  WS-SRC-MSG               PIC 9(04) VALUE 0.
       01  WS-SRC-HITS              PIC 9(04) VALUE 0.
       01  WS-SRC-LEAD              PIC X(400).
       01  WS-SRC-VALUE             PIC X(240).
       01  WS-SRC-ROLE-TABLE.
           05  WS-SRC-ROLE          PIC X(30) OCCURS 300 TIMES.

       01  WS-ROLE-PROBE            PIC X(30).
           88  ROLE-IS-RECOGNIZED   VALUES
                   "JUDGE"
                   "LEAD COUNSEL"
                   "WITNESS"
                   "PROSECUTION CROSS-EXAM"
                   "DEFENSE CROSS-EXAM"
                   "PROSECUTION CLOSING"
                   "DEFENSE CLOSING"
                   "DISSENTING OPINION".
       01  WS-ROLE-REST             PIC X(60).

      *> Building the literals and the lines.
       01  WS-LIT-IN                PIC X(240).
       01  WS-LIT-OUT               PIC X(250).
       01  WS-LIT-TOPIC             PIC X(250).
       01  WS-LIT-MODE              PIC X(250).
       01  WS-LIT-PATH              PIC X(250).
       01  WS-LIT-COLL              PIC X(250).
       01  WS-MODE-TITLE            PIC X(20).
       01  WS-COUNT-EDIT            PIC Z(3)9.
       01  WS-GROUP-EDIT            PIC 9(02).
       01  WS-GROUP-EDIT3           PIC 9(03).
       01  WS-GROUP-NAME            PIC X(03).
       01  WS-TAG-NAME              PIC X(12).
       01  WS-TAG-CLOSE             PIC X(01).

      *> Directory walk for a path that has no source yet.
       01  WS-PATH-LEN              PIC 9(04) VALUE 0.
       01  WS-DIR-END               PIC 9(04) VALUE 0.
       01  WS-DIR-START             PIC 9(04) VALUE 0.
       01  WS-SLUG                  PIC X(80).
       01  WS-DIR-FULL              PIC X(200).
       01  WS-DIR-BUILD             PIC X(200).
       01  WS-DIR-SEG               PIC X(80).
       01  WS-DIR-PTR               PIC 9(04) VALUE 1.
       01  WS-DIR-DONE              PIC X(01) VALUE "N".
           88  NO-MORE-DIR-SEGS              VALUE "Y".

       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-REWRITTEN             PIC 9(04) VALUE 0.
       01  WS-MARKED                PIC 9(04) VALUE 0.
       01  WS-NOTFOUND              PIC 9(04) VALUE 0.
       01  WS-FAILED                PIC 9(04) VALUE 0.
       01  WS-DATA-READ             PIC 9(07) VALUE 0.
       01  WS-REPORT-VERB           PIC X(15).

       01  WS-PROV-PATH             PIC X(200).
       01  WS-PROV-KIND             PIC X(10).
       01  WS-PROV-PGM              PIC X(30).

       01  WS-EXC-ID                PIC X(20).
       01  WS-EXC-SEV               PIC X(04).
       01  WS-EXC-PATH              PIC X(200).
       01  WS-EXC-DETAIL            PIC X(120).

       01  WS-ACC-ACTION            PIC X(04).
       01  WS-ACC-PGM               PIC X(30).
       01  WS-ACC-IN                PIC 9(07) VALUE 0.
       01  WS-ACC-OUT               PIC 9(07) VALUE 0.
       01  WS-ACC-RC                PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           IF FUNCTION UPPER-CASE(WS-CMD-LINE(1:6)) = "REPORT"
               SET DRY-RUN TO TRUE
           END-IF.
           MOVE "REEMIT-SOURCES" TO WS-AUTH-PGM.
           IF DRY-RUN
               MOVE "P" TO WS-AUTH-CLASS
           ELSE
               MOVE "U" TO WS-AUTH-CLASS
           END-IF.
           CALL "DLGAUTH" USING WS-AUTH-PGM WS-AUTH-CLASS
                               WS-AUTH-RC.
           IF WS-AUTH-RC = "12"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "STRT" TO WS-ACC-ACTION.
           MOVE "REEMIT-SOURCES" TO WS-ACC-PGM.
           CALL "DLGACCT" USING WS-ACC-ACTION WS-ACC-PGM
                                WS-ACC-IN WS-ACC-OUT WS-ACC-RC.
           MOVE WS-CFN-02 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           PERFORM 1000-LOAD-LINEAGE THRU 1000-EXIT.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           IF DRY-RUN
               STRING "REEMIT-SOURCES DRY RUN " WS-RUN-TIMESTAMP(1:14)
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "REEMIT-SOURCES " WS-RUN-TIMESTAMP(1:14)
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.
           IF WS-STALE-COUNT = 0
               MOVE "NO SOURCE IS BEHIND THE DATA FILE" TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               DISPLAY "REEMIT-SOURCES: every source is current "
                       "with dialogue_data.dat"
               MOVE 4 TO RETURN-CODE
               PERFORM 9000-FINISH THRU 9000-EXIT
               STOP RUN
           END-IF.
           PERFORM 2000-SCAN-DATA THRU 2000-EXIT.
           PERFORM 7000-LIST-LEFTOVERS THRU 7000-EXIT
               VARYING WS-PV-POS FROM 1 BY 1
               UNTIL WS-PV-POS > WS-PV-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTALS REWRITTEN=" WS-REWRITTEN
                  " MARKED=" WS-MARKED
                  " NOTFOUND=" WS-NOTFOUND
                  " FAILED=" WS-FAILED
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF DRY-RUN
               MOVE "NOTHING WAS TOUCHED" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.
           IF DRY-RUN
               DISPLAY "REEMIT-SOURCES: DRY RUN - " WS-REWRITTEN
                       " source(s) would be rewritten; list in "
                       FUNCTION TRIM(WS-CFN-04)
           ELSE
               DISPLAY "REEMIT-SOURCES: " WS-REWRITTEN
                       " source(s) rewritten, " WS-MARKED
                       " delete-marked, " WS-NOTFOUND
                       " not on file; list in "
                       FUNCTION TRIM(WS-CFN-04)
           END-IF.
           IF WS-FAILED > 0
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-MARKED > 0 OR WS-NOTFOUND > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 9000-FINISH THRU 9000-EXIT.
           STOP RUN.

      *>----------------------------------------------------------*>
      *> Lineage: newest stamp of each class per path. Timestamps
      *> are CURRENT-DATE images, so the first 16 characters compare
      *> in time order.
      *>----------------------------------------------------------*>
       1000-LOAD-LINEAGE.
           OPEN INPUT PROV-FILE.
           IF WS-PROV-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-READ-ONE-STAMP THRU 1100-EXIT
               UNTIL NO-MORE-PROV.
           CLOSE PROV-FILE.
           PERFORM 1200-JUDGE-ONE-PATH THRU 1200-EXIT
               VARYING WS-PV-POS FROM 1 BY 1
               UNTIL WS-PV-POS > WS-PV-COUNT.
       1000-EXIT.
           EXIT.

       1100-READ-ONE-STAMP.
           READ PROV-FILE
               AT END
                   SET NO-MORE-PROV TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF PROV-LINE(1:2) NOT = "V|"
               GO TO 1100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-PATH WS-IN-KIND WS-IN-STAMP.
           UNSTRING PROV-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-PATH WS-IN-KIND WS-IN-PGM
                    WS-IN-RUNID WS-IN-STAMP
           END-UNSTRING.
           IF WS-IN-KIND = "COMPACTED"
               GO TO 1100-EXIT
           END-IF.
           MOVE WS-IN-PATH TO WS-PROBE-PATH.
           PERFORM 1150-FIND-PATH THRU 1150-EXIT.
           IF WS-FOUND-POS = 0
               IF WS-PV-COUNT NOT < WS-PV-MAX
                   GO TO 1100-EXIT
               END-IF
               ADD 1 TO WS-PV-COUNT
               MOVE WS-PV-COUNT TO WS-FOUND-POS
               MOVE WS-IN-PATH TO WS-PV-PATH (WS-FOUND-POS)
               MOVE SPACES TO WS-PV-EXTRACTED (WS-FOUND-POS)
                              WS-PV-WRITTEN (WS-FOUND-POS)
                              WS-PV-REEMITTED (WS-FOUND-POS)
                              WS-PV-STATE (WS-FOUND-POS)
           END-IF.
           EVALUATE WS-IN-KIND
               WHEN "EXTRACTED"
                   IF WS-IN-STAMP(1:16) >
                           WS-PV-EXTRACTED (WS-FOUND-POS)
                       MOVE WS-IN-STAMP(1:16)
                           TO WS-PV-EXTRACTED (WS-FOUND-POS)
                   END-IF
               WHEN "REEMITTED"
                   IF WS-IN-STAMP(1:16) >
                           WS-PV-REEMITTED (WS-FOUND-POS)
                       MOVE WS-IN-STAMP(1:16)
                           TO WS-PV-REEMITTED (WS-FOUND-POS)
                   END-IF
               WHEN OTHER
                   IF WS-IN-STAMP(1:16) >
                           WS-PV-WRITTEN (WS-FOUND-POS)
                       MOVE WS-IN-STAMP(1:16)
                           TO WS-PV-WRITTEN (WS-FOUND-POS)
                   END-IF
           END-EVALUATE.
       1100-EXIT.
           EXIT.

       1150-FIND-PATH.
           MOVE 0 TO WS-FOUND-POS.
           SET WS-PV-IDX TO 1.
           SEARCH WS-PV-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PV-IDX > WS-PV-COUNT
                   CONTINUE
               WHEN WS-PV-PATH (WS-PV-IDX) = WS-PROBE-PATH
                   SET WS-FOUND-POS TO WS-PV-IDX
           END-SEARCH.
       1150-EXIT.
           EXIT.

       1200-JUDGE-ONE-PATH.
           IF WS-PV-WRITTEN (WS-PV-POS) = SPACES
               GO TO 1200-EXIT
           END-IF.
           IF WS-PV-WRITTEN (WS-PV-POS) > WS-PV-EXTRACTED (WS-PV-POS)
                   AND WS-PV-WRITTEN (WS-PV-POS) >
                       WS-PV-REEMITTED (WS-PV-POS)
               SET PV-IS-STALE (WS-PV-POS) TO TRUE
               ADD 1 TO WS-STALE-COUNT
           END-IF.
       1200-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> One pass over the data file: a stale path's H and M lines
      *> are buffered and the source is written when the next H (or
      *> end of file) closes the record.
      *>----------------------------------------------------------*>
       2000-SCAN-DATA.
           MOVE 0 TO WS-CUR-POS.
           OPEN INPUT DATA-FILE.
           PERFORM 2100-READ-ONE-LINE THRU 2100-EXIT
               UNTIL NO-MORE-DATA.
           CLOSE DATA-FILE.
           PERFORM 2900-CLOSE-RECORD THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-ONE-LINE.
           READ DATA-FILE
               AT END
                   SET NO-MORE-DATA TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-DATA-READ.
           EVALUATE TRUE
               WHEN DATA-LINE(1:2) = "H|"
                   PERFORM 2900-CLOSE-RECORD THRU 2900-EXIT
                   PERFORM 2200-OPEN-RECORD THRU 2200-EXIT
               WHEN DATA-LINE(1:2) = "M|"
                   IF WS-CUR-POS > 0
                       PERFORM 2300-BUFFER-MESSAGE THRU 2300-EXIT
                   END-IF
               WHEN DATA-LINE(1:4) = "D|H|"
                   UNSTRING DATA-LINE(3:) DELIMITED BY "|"
                       INTO WS-IN-TAG WS-PROBE-PATH
                   END-UNSTRING
                   PERFORM 2400-NOTE-MARK THRU 2400-EXIT
               WHEN DATA-LINE(1:2) = "X|"
                   UNSTRING DATA-LINE DELIMITED BY "|"
                       INTO WS-IN-TAG WS-PROBE-PATH
                   END-UNSTRING
                   PERFORM 2400-NOTE-MARK THRU 2400-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2200-OPEN-RECORD.
           MOVE SPACES TO WS-H-PATH WS-H-TOPIC WS-H-MODE
                          WS-H-MSGCOUNT WS-H-COLLECTION WS-H-THREAD
                          WS-H-VERDICT WS-H-FOLLOWUP WS-H-SUPERSEDED
                          WS-H-LANGUAGE WS-H-SOURCE-THREAD
                          WS-H-ORIGIN.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-H-PATH WS-H-TOPIC WS-H-MODE
                    WS-H-MSGCOUNT WS-H-COLLECTION WS-H-THREAD
                    WS-H-VERDICT WS-H-FOLLOWUP WS-H-SUPERSEDED
                    WS-H-LANGUAGE WS-H-SOURCE-THREAD WS-H-ORIGIN
           END-UNSTRING.
           MOVE WS-H-PATH TO WS-PROBE-PATH.
           PERFORM 1150-FIND-PATH THRU 1150-EXIT.
           IF WS-FOUND-POS = 0
               GO TO 2200-EXIT
           END-IF.
           IF NOT PV-IS-STALE (WS-FOUND-POS)
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-FOUND-POS TO WS-CUR-POS.
           MOVE 0 TO WS-M-COUNT.
       2200-EXIT.
           EXIT.

      *> The staged role column is optional - cleared first so a
      *> previous line's role cannot carry over.
       2300-BUFFER-MESSAGE.
           MOVE SPACES TO WS-M-PATH.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-M-PATH
           END-UNSTRING.
           IF WS-M-PATH NOT = WS-H-PATH
               GO TO 2300-EXIT
           END-IF.
           IF WS-M-COUNT NOT < WS-M-MAX
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-M-COUNT.
           MOVE SPACES TO WS-M-ENTRY (WS-M-COUNT).
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-M-PATH WS-M-SEQ-X
                    WS-M-SPEAKER (WS-M-COUNT)
                    WS-M-NAME (WS-M-COUNT)
                    WS-M-TRADITION (WS-M-COUNT)
                    WS-M-CONTENT (WS-M-COUNT)
                    WS-M-STANCE (WS-M-COUNT)
                    WS-M-ERA (WS-M-COUNT)
                    WS-M-TONE (WS-M-COUNT)
                    WS-M-ROLE (WS-M-COUNT)
           END-UNSTRING.
       2300-EXIT.
           EXIT.

      *> A delete-marked record is not re-emitted: the source stays
      *> as it is until ARCHIVE-SWEEP takes it out of the tree.
       2400-NOTE-MARK.
           PERFORM 1150-FIND-PATH THRU 1150-EXIT.
           IF WS-FOUND-POS = 0
               GO TO 2400-EXIT
           END-IF.
           IF NOT PV-IS-STALE (WS-FOUND-POS)
               GO TO 2400-EXIT
           END-IF.
           IF WS-FOUND-POS = WS-CUR-POS
               MOVE 0 TO WS-CUR-POS
           END-IF.
           SET PV-IS-MARKED (WS-FOUND-POS) TO TRUE.
           ADD 1 TO WS-MARKED.
           MOVE SPACES TO REPORT-LINE.
           STRING "MARKED         "
                  FUNCTION TRIM(WS-PV-PATH (WS-FOUND-POS))
                  " (DELETE-MARKED - LEFT FOR ARCHIVE-SWEEP)"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE "REEMIT-MARKED" TO WS-EXC-ID.
           MOVE "LOW" TO WS-EXC-SEV.
           MOVE WS-PV-PATH (WS-FOUND-POS) TO WS-EXC-PATH.
           MOVE SPACES TO WS-EXC-DETAIL.
           STRING "record is delete-marked but its source is still "
                  "in the tree - archive it"
               DELIMITED BY SIZE INTO WS-EXC-DETAIL
           END-STRING.
           CALL "DLGEXC" USING WS-EXC-ID WS-EXC-SEV WS-EXC-PATH
                               WS-EXC-DETAIL.
       2400-EXIT.
           EXIT.

      *> A buffered record is complete - unless a mark turned up
      *> for it in the meantime, write it out.
       2900-CLOSE-RECORD.
           IF WS-CUR-POS = 0
               GO TO 2900-EXIT
           END-IF.
           IF NOT PV-IS-STALE (WS-CUR-POS)
               MOVE 0 TO WS-CUR-POS
               GO TO 2900-EXIT
           END-IF.
           IF DRY-RUN
               MOVE "WOULD REWRITE  " TO WS-REPORT-VERB
               SET PV-WAS-REWRITTEN (WS-CUR-POS) TO TRUE
               ADD 1 TO WS-REWRITTEN
           ELSE
               PERFORM 3000-EMIT-SOURCE THRU 3000-EXIT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-REPORT-VERB
                  FUNCTION TRIM(WS-H-PATH)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE 0 TO WS-CUR-POS.
       2900-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Write the source to the work file, then copy it over the
      *> path in the tree.
      *>----------------------------------------------------------*>
       3000-EMIT-SOURCE.
           PERFORM 3100-READ-OLD-SOURCE THRU 3100-EXIT.
           IF NOT SOURCE-WAS-FOUND
               PERFORM 3200-DATE-FROM-SLUG THRU 3200-EXIT
           END-IF.
           PERFORM 3300-SETTLE-ROLES THRU 3300-EXIT
               VARYING WS-M-POS FROM 1 BY 1
               UNTIL WS-M-POS > WS-M-COUNT.
           OPEN OUTPUT WORK-FILE.
           PERFORM 4000-WRITE-PREAMBLE THRU 4000-EXIT.
           PERFORM 4100-WRITE-HEADER-COPIES THRU 4100-EXIT.
           MOVE SPACES TO WORK-LINE.
           WRITE WORK-LINE.
           MOVE "       01 WS-MSG-INIT-AREA." TO WORK-LINE.
           WRITE WORK-LINE.
           PERFORM 4200-WRITE-ONE-GROUP THRU 4200-EXIT
               VARYING WS-M-POS FROM 1 BY 1
               UNTIL WS-M-POS > WS-M-COUNT.
           PERFORM 4300-WRITE-PROCEDURE THRU 4300-EXIT.
           CLOSE WORK-FILE.
           IF NOT SOURCE-WAS-FOUND
               PERFORM 3500-MAKE-DIR-TREE THRU 3500-EXIT
           END-IF.
           CALL "CBL_COPY_FILE" USING WS-CFN-03 WS-H-PATH.
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               MOVE "FAILED         " TO WS-REPORT-VERB
               ADD 1 TO WS-FAILED
               DISPLAY "REEMIT-SOURCES: could not write "
                       FUNCTION TRIM(WS-H-PATH)
               GO TO 3000-EXIT
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-CFN-03.
           MOVE 0 TO RETURN-CODE.
           MOVE "REWRITTEN      " TO WS-REPORT-VERB.
           SET PV-WAS-REWRITTEN (WS-CUR-POS) TO TRUE.
           ADD 1 TO WS-REWRITTEN.
           MOVE WS-H-PATH TO WS-PROV-PATH.
           MOVE "REEMITTED" TO WS-PROV-KIND.
           MOVE "REEMIT-SOURCES" TO WS-PROV-PGM.
           CALL "DLGPROV" USING WS-PROV-PATH WS-PROV-KIND
                               WS-PROV-PGM.
       3000-EXIT.
           EXIT.

      *> Lift the Date: line, the width and each message's role out
      *> of the source being replaced.
       3100-READ-OLD-SOURCE.
           MOVE "N" TO WS-SRC-FOUND.
           MOVE SPACES TO WS-SRC-DATE WS-SRC-ROLE-TABLE.
           MOVE "072" TO WS-SRC-WIDTH.
           MOVE 0 TO WS-SRC-MSG.
           MOVE WS-H-PATH TO WS-SRC-NAME.
           OPEN INPUT SRC-FILE.
           IF WS-SRC-STATUS NOT = "00"
               GO TO 3100-EXIT
           END-IF.
           SET SOURCE-WAS-FOUND TO TRUE.
           MOVE "N" TO WS-EOF-SRC.
           PERFORM 3110-SCAN-SRC-LINE THRU 3110-EXIT
               UNTIL NO-MORE-SRC.
           CLOSE SRC-FILE.
       3100-EXIT.
           EXIT.

       3110-SCAN-SRC-LINE.
           READ SRC-FILE
               AT END
                   SET NO-MORE-SRC TO TRUE
                   GO TO 3110-EXIT
           END-READ.
           MOVE 0 TO WS-SRC-HITS.
           INSPECT SRC-LINE TALLYING WS-SRC-HITS FOR ALL "*> Date: ".
           IF WS-SRC-HITS > 0 AND WS-SRC-DATE = SPACES
               UNSTRING SRC-LINE DELIMITED BY "*> Date: "
                   INTO WS-SRC-LEAD WS-SRC-DATE
               END-UNSTRING
               GO TO 3110-EXIT
           END-IF.
           MOVE 0 TO WS-SRC-HITS.
           INSPECT SRC-LINE TALLYING WS-SRC-HITS
               FOR ALL "WIDTH-TAG BY ==".
           IF WS-SRC-HITS > 0
               UNSTRING SRC-LINE DELIMITED BY "WIDTH-TAG BY =="
                   INTO WS-SRC-LEAD WS-SRC-VALUE
               END-UNSTRING
               IF WS-SRC-VALUE(1:3) IS NUMERIC
                   MOVE WS-SRC-VALUE(1:3) TO WS-SRC-WIDTH
               END-IF
               GO TO 3110-EXIT
           END-IF.
           MOVE 0 TO WS-SRC-HITS.
           INSPECT SRC-LINE TALLYING WS-SRC-HITS FOR ALL "SPKR-TAG".
           IF WS-SRC-HITS > 0
               ADD 1 TO WS-SRC-MSG
               GO TO 3110-EXIT
           END-IF.
           MOVE 0 TO WS-SRC-HITS.
           INSPECT SRC-LINE TALLYING WS-SRC-HITS FOR ALL "PARTROLE-TAG".
           IF WS-SRC-HITS > 0 AND WS-SRC-MSG > 0
                   AND WS-SRC-MSG NOT > WS-M-MAX
               MOVE SPACES TO WS-SRC-VALUE
               UNSTRING SRC-LINE DELIMITED BY '"'
                   INTO WS-SRC-LEAD WS-SRC-VALUE
               END-UNSTRING
               MOVE WS-SRC-VALUE TO WS-SRC-ROLE (WS-SRC-MSG)
           END-IF.
       3110-EXIT.
           EXIT.

      *> No source to keep a date from: the path's directory slug
      *> (YYYY-MM-DD_HHMMSS_...) is when the record was generated.
       3200-DATE-FROM-SLUG.
           MOVE SPACES TO WS-SLUG.
           COMPUTE WS-PATH-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-H-PATH)).
           IF WS-PATH-LEN < 18
               GO TO 3290-DATE-FROM-CLOCK
           END-IF.
           COMPUTE WS-DIR-END = WS-PATH-LEN - 17.
           MOVE WS-DIR-END TO WS-DIR-START.
           PERFORM 3210-STEP-BACK THRU 3210-EXIT
               UNTIL WS-DIR-START = 1
                  OR WS-H-PATH(WS-DIR-START - 1:1) = "/".
           MOVE WS-H-PATH(WS-DIR-START:WS-DIR-END - WS-DIR-START + 1)
               TO WS-SLUG.
           IF WS-SLUG(1:4) IS NOT NUMERIC OR WS-SLUG(5:1) NOT = "-"
                   OR WS-SLUG(11:1) NOT = "_"
                   OR WS-SLUG(12:6) IS NOT NUMERIC
               GO TO 3290-DATE-FROM-CLOCK
           END-IF.
           STRING WS-SLUG(1:10) "T" WS-SLUG(12:2) ":" WS-SLUG(14:2)
                  ":" WS-SLUG(16:2)
               DELIMITED BY SIZE INTO WS-SRC-DATE
           END-STRING.
           GO TO 3200-EXIT.
       3290-DATE-FROM-CLOCK.
           STRING WS-RUN-TIMESTAMP(1:4) "-" WS-RUN-TIMESTAMP(5:2) "-"
                  WS-RUN-TIMESTAMP(7:2) "T" WS-RUN-TIMESTAMP(9:2) ":"
                  WS-RUN-TIMESTAMP(11:2) ":" WS-RUN-TIMESTAMP(13:2)
               DELIMITED BY SIZE INTO WS-SRC-DATE
           END-STRING.
       3200-EXIT.
           EXIT.

       3210-STEP-BACK.
           SUBTRACT 1 FROM WS-DIR-START.
       3210-EXIT.
           EXIT.

      *> The role the old source carried wins; then the staged role
      *> column; then, for a judgment, the role leading the
      *> tradition text - kept only when it is one the court knows.
       3300-SETTLE-ROLES.
           IF WS-SRC-ROLE (WS-M-POS) NOT = SPACES
               MOVE WS-SRC-ROLE (WS-M-POS) TO WS-M-ROLE (WS-M-POS)
               GO TO 3300-EXIT
           END-IF.
           IF SOURCE-WAS-FOUND
               GO TO 3300-EXIT
           END-IF.
           IF WS-M-ROLE (WS-M-POS) NOT = SPACES
               GO TO 3300-EXIT
           END-IF.
           IF WS-H-MODE NOT = "judgment"
               GO TO 3300-EXIT
           END-IF.
           MOVE SPACES TO WS-ROLE-PROBE WS-ROLE-REST.
           UNSTRING WS-M-TRADITION (WS-M-POS) DELIMITED BY " — "
               INTO WS-ROLE-PROBE WS-ROLE-REST
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-ROLE-PROBE) TO WS-ROLE-PROBE.
           IF ROLE-IS-RECOGNIZED
               MOVE WS-ROLE-PROBE TO WS-M-ROLE (WS-M-POS)
           END-IF.
       3300-EXIT.
           EXIT.

      *> CBL_CREATE_DIR only creates one level at a time - the same
      *> walk ARCHIVE-RETRIEVE does.
       3500-MAKE-DIR-TREE.
           COMPUTE WS-PATH-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-H-PATH)).
           MOVE SPACES TO WS-DIR-FULL.
           IF WS-PATH-LEN > 17
               MOVE WS-H-PATH(1:WS-PATH-LEN - 17) TO WS-DIR-FULL
           END-IF.
           MOVE 1 TO WS-DIR-PTR.
           MOVE SPACES TO WS-DIR-BUILD.
           MOVE "N" TO WS-DIR-DONE.
           PERFORM 3510-MAKE-ONE-LEVEL THRU 3510-EXIT
               UNTIL NO-MORE-DIR-SEGS.
       3500-EXIT.
           EXIT.

       3510-MAKE-ONE-LEVEL.
           MOVE SPACES TO WS-DIR-SEG.
           UNSTRING WS-DIR-FULL DELIMITED BY "/"
               INTO WS-DIR-SEG
               WITH POINTER WS-DIR-PTR
           END-UNSTRING.
           IF WS-DIR-SEG = SPACES
               SET NO-MORE-DIR-SEGS TO TRUE
           ELSE
               IF WS-DIR-BUILD = SPACES
                   MOVE FUNCTION TRIM(WS-DIR-SEG) TO WS-DIR-BUILD
               ELSE
                   STRING FUNCTION TRIM(WS-DIR-BUILD)
                                               DELIMITED BY SIZE
                          "/"                  DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DIR-SEG)
                                               DELIMITED BY SIZE
                          INTO WS-DIR-BUILD
                   END-STRING
               END-IF
               CALL "CBL_CREATE_DIR" USING FUNCTION TRIM(WS-DIR-BUILD)
               MOVE 0 TO RETURN-CODE
           END-IF.
       3510-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The generated shape, line by line.
      *>----------------------------------------------------------*>
       4000-WRITE-PREAMBLE.
           EVALUATE WS-H-MODE
               WHEN "conversation"
                   MOVE "Conversation" TO WS-MODE-TITLE
               WHEN "forum"
                   MOVE "Forum" TO WS-MODE-TITLE
               WHEN "judgment"
                   MOVE "Judgment" TO WS-MODE-TITLE
               WHEN "reenactment"
                   MOVE "Reenactment" TO WS-MODE-TITLE
               WHEN OTHER
                   MOVE WS-H-MODE TO WS-MODE-TITLE
           END-EVALUATE.
           MOVE "      >>SOURCE FORMAT FREE" TO WORK-LINE.
           WRITE WORK-LINE.
           MOVE "      *>" TO WORK-LINE.
           WRITE WORK-LINE.
           MOVE SPACES TO WORK-LINE.
           STRING "      *> Terrestrial Church — "
                  FUNCTION TRIM(WS-MODE-TITLE)
               DELIMITED BY SIZE INTO WORK-LINE
           END-STRING.
           WRITE WORK-LINE.
           MOVE SPACES TO WORK-LINE.
      *> The banner carries the first fifty characters only.
           STRING "      *> Topic: " WS-H-TOPIC(1:50)
               DELIMITED BY SIZE INTO WORK-LINE
           END-STRING.
           WRITE WORK-LINE.
           MOVE SPACES TO WORK-LINE.
           STRING "      *> Date: " FUNCTION TRIM(WS-SRC-DATE)
               DELIMITED BY SIZE INTO WORK-LINE
           END-STRING.
           WRITE WORK-LINE.
           MOVE "      *>" TO WORK-LINE.
           WRITE WORK-LINE.
           MOVE "       IDENTIFICATION DIVISION." TO WORK-LINE.
           WRITE WORK-LINE.
           MOVE "       PROGRAM-ID. SACRED-DIALOGUE." TO WORK-LINE.
           WRITE WORK-LINE.
           MOVE SPACES TO WORK-LINE.
           WRITE WORK-LINE.
           MOVE "       DATA DIVISION." TO WORK-LINE.
           WRITE WORK-LINE.
           MOVE "       WORKING-STORAGE SECTION." TO WORK-LINE.
           WRITE WORK-LINE.
       4000-EXIT.
           EXIT.

       4100-WRITE-HEADER-COPIES.
           MOVE WS-H-TOPIC TO WS-LIT-IN.
           PERFORM 4900-QUOTE-VALUE THRU 4900-EXIT.
           MOVE WS-LIT-OUT TO WS-LIT-TOPIC.
           MOVE WS-H-MODE TO WS-LIT-IN.
           PERFORM 4900-QUOTE-VALUE THRU 4900-EXIT.
           MOVE WS-LIT-OUT TO WS-LIT-MODE.
           MOVE WS-H-PATH TO WS-LIT-IN.
           PERFORM 4900-QUOTE-VALUE THRU 4900-EXIT.
           MOVE WS-LIT-OUT TO WS-LIT-PATH.
           MOVE WS-H-COLLECTION TO WS-LIT-IN.
           PERFORM 4900-QUOTE-VALUE THRU 4900-EXIT.
           MOVE WS-LIT-OUT TO WS-LIT-COLL.
           MOVE 0 TO WS-H-MSGCOUNT-N.
           IF WS-H-MSGCOUNT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-H-MSGCOUNT) TO WS-H-MSGCOUNT-N
           END-IF.
           MOVE WS-H-MSGCOUNT-N TO WS-COUNT-EDIT.
           MOVE SPACES TO WORK-LINE.
           STRING "       COPY DLGHDR01 REPLACING TOPIC-TAG  BY =="
                  FUNCTION TRIM(WS-LIT-TOPIC) "=="
               DELIMITED BY SIZE INTO WORK-LINE
           END-STRING.
           WRITE WORK-LINE.
           MOVE SPACES TO WORK-LINE.
           STRING "                               MODE-TAG   BY =="
                  FUNCTION TRIM(WS-LIT-MODE) "=="
               DELIMITED BY SIZE INTO WORK-LINE
           END-STRING.
           WRITE WORK-LINE.
           MOVE SPACES TO WORK-LINE.
           STRING "                               MSGCNT-TAG BY =="
                  FUNCTION TRIM(WS-COUNT-EDIT) "=="
               DELIMITED BY SIZE INTO WORK-LINE
           END-STRING.
           WRITE WORK-LINE.
           MOVE SPACES TO WORK-LINE.
           STRING "                               PGMPATH-TAG BY =="
                  FUNCTION TRIM(WS-LIT-PATH) "=="
               DELIMITED BY SIZE INTO WORK-LINE
           END-STRING.
           WRITE WORK-LINE.
           MOVE SPACES TO WORK-LINE.
           STRING "                               COLLECTION-TAG BY =="
                  FUNCTION TRIM(WS-LIT-COLL) "==."
               DELIMITED BY SIZE INTO WORK-LINE
           END-STRING.
           WRITE WORK-LINE.
           IF WS-H-LANGUAGE = SPACES
               MOVE "EN" TO WS-H-LANGUAGE
           END-IF.
           MOVE SPACES TO WORK-LINE.
           STRING "       COPY DLGLNG01 REPLACING LANGUAGE-TAG BY =="""
                  WS-H-LANGUAGE """==."
               DELIMITED BY SIZE INTO WORK-LINE
           END-STRING.
           WRITE WORK-LINE.
           MOVE SPACES TO WORK-LINE.
           STRING "       COPY DLGWID01 REPLACING WIDTH-TAG BY =="
                  WS-SRC-WIDTH "==."
               DELIMITED BY SIZE INTO WORK-LINE
           END-STRING.
           WRITE WORK-LINE.
           MOVE WS-H-SUPERSEDED TO WS-LIT-IN.
           PERFORM 4900-QUOTE-VALUE THRU 4900-EXIT.
           MOVE SPACES TO WORK-LINE.
           STRING "       COPY DLGSUP01 REPLACING SUPERSEDED-TAG BY =="
                  FUNCTION TRIM(WS-LIT-OUT) "==."
               DELIMITED BY SIZE INTO WORK-LINE
           END-STRING.
           WRITE WORK-LINE.
           EVALUATE WS-H-MODE
               WHEN "conversation"
                   IF WS-H-FOLLOWUP NOT = "Y"
                       MOVE "N" TO WS-H-FOLLOWUP
                   END-IF
                   MOVE SPACES TO WORK-LINE
                   STRING "       COPY DLGFUP01 REPLACING "
                          "FOLLOWUP-TAG BY ==""" WS-H-FOLLOWUP """==."
                       DELIMITED BY SIZE INTO WORK-LINE
                   END-STRING
                   WRITE WORK-LINE
               WHEN "judgment"
                   MOVE WS-H-VERDICT TO WS-LIT-IN
                   PERFORM 4900-QUOTE-VALUE THRU 4900-EXIT
                   MOVE SPACES TO WORK-LINE
                   STRING "       COPY DLGVRD01 REPLACING "
                          "VERDICT-TAG BY =="
                          FUNCTION TRIM(WS-LIT-OUT) "==."
                       DELIMITED BY SIZE INTO WORK-LINE
                   END-STRING
                   WRITE WORK-LINE
                   MOVE WS-H-SOURCE-THREAD TO WS-LIT-IN
                   PERFORM 4900-QUOTE-VALUE THRU 4900-EXIT
                   MOVE SPACES TO WORK-LINE
                   STRING "       COPY DLGSTH01 REPLACING "
                          "SOURCE-THREAD-TAG BY =="
                          FUNCTION TRIM(WS-LIT-OUT) "==."
                       DELIMITED BY SIZE INTO WORK-LINE
                   END-STRING
                   WRITE WORK-LINE
               WHEN "forum"
                   MOVE SPACES TO WORK-LINE
                   WRITE WORK-LINE
                   MOVE WS-H-THREAD TO WS-LIT-IN
                   PERFORM 4900-QUOTE-VALUE THRU 4900-EXIT
                   MOVE SPACES TO WORK-LINE
                   STRING "       COPY DLGTHR01 REPLACING "
                          "THREAD-TAG BY =="
                          FUNCTION TRIM(WS-LIT-OUT) "==."
                       DELIMITED BY SIZE INTO WORK-LINE
                   END-STRING
                   WRITE WORK-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       4100-EXIT.
           EXIT.

       4200-WRITE-ONE-GROUP.
           IF WS-M-POS < 100
               MOVE WS-M-POS TO WS-GROUP-EDIT
               MOVE WS-GROUP-EDIT TO WS-GROUP-NAME
           ELSE
               MOVE WS-M-POS TO WS-GROUP-EDIT3
               MOVE WS-GROUP-EDIT3 TO WS-GROUP-NAME
           END-IF.
           MOVE SPACES TO WORK-LINE.
           STRING "           05 WS-MSG-" FUNCTION TRIM(WS-GROUP-NAME)
                  "."
               DELIMITED BY SIZE INTO WORK-LINE
           END-STRING.
           WRITE WORK-LINE.
           MOVE SPACE TO WS-TAG-CLOSE.
           MOVE "SPKR-TAG    " TO WS-TAG-NAME.
           MOVE WS-M-SPEAKER (WS-M-POS) TO WS-LIT-IN.
           PERFORM 4900-QUOTE-VALUE THRU 4900-EXIT.
           MOVE SPACES TO WORK-LINE.
           STRING "               COPY DLGMSG01 REPLACING "
                  WS-TAG-NAME " BY ==" FUNCTION TRIM(WS-LIT-OUT) "=="
               DELIMITED BY SIZE INTO WORK-LINE
           END-STRING.
           WRITE WORK-LINE.
           MOVE "SPKRNM-TAG  " TO WS-TAG-NAME.
           MOVE WS-M-NAME (WS-M-POS) TO WS-LIT-IN.
           PERFORM 4250-WRITE-TAG-LINE THRU 4250-EXIT.
           MOVE "SPKRTRAD-TAG" TO WS-TAG-NAME.
           MOVE WS-M-TRADITION (WS-M-POS) TO WS-LIT-IN.
           PERFORM 4250-WRITE-TAG-LINE THRU 4250-EXIT.
           MOVE "CONTENT-TAG " TO WS-TAG-NAME.
           MOVE WS-M-CONTENT (WS-M-POS) TO WS-LIT-IN.
           PERFORM 4250-WRITE-TAG-LINE THRU 4250-EXIT.
           MOVE "STANCE-TAG  " TO WS-TAG-NAME.
           MOVE WS-M-STANCE (WS-M-POS) TO WS-LIT-IN.
           PERFORM 4250-WRITE-TAG-LINE THRU 4250-EXIT.
           MOVE "ERA-TAG     " TO WS-TAG-NAME.
           MOVE WS-M-ERA (WS-M-POS) TO WS-LIT-IN.
           PERFORM 4250-WRITE-TAG-LINE THRU 4250-EXIT.
           MOVE "TONE-TAG    " TO WS-TAG-NAME.
           MOVE WS-M-TONE (WS-M-POS) TO WS-LIT-IN.
           PERFORM 4250-WRITE-TAG-LINE THRU 4250-EXIT.
           MOVE "PARTROLE-TAG" TO WS-TAG-NAME.
           MOVE WS-M-ROLE (WS-M-POS) TO WS-LIT-IN.
           MOVE "." TO WS-TAG-CLOSE.
           PERFORM 4250-WRITE-TAG-LINE THRU 4250-EXIT.
           MOVE SPACES TO WORK-LINE.
           WRITE WORK-LINE.
       4200-EXIT.
           EXIT.

       4250-WRITE-TAG-LINE.
           PERFORM 4900-QUOTE-VALUE THRU 4900-EXIT.
           MOVE SPACES TO WORK-LINE.
           STRING "                                       "
                  WS-TAG-NAME " BY ==" FUNCTION TRIM(WS-LIT-OUT) "=="
                  WS-TAG-CLOSE
               DELIMITED BY SIZE INTO WORK-LINE
           END-STRING.
           WRITE WORK-LINE.
       4250-EXIT.
           EXIT.

       4300-WRITE-PROCEDURE.
           MOVE WS-M-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WORK-LINE.
           STRING "       COPY DLGTBL01 REPLACING MSGMAX-TAG BY =="
                  FUNCTION TRIM(WS-COUNT-EDIT) "==."
               DELIMITED BY SIZE INTO WORK-LINE
           END-STRING.
           WRITE WORK-LINE.
           MOVE SPACES TO WORK-LINE.
           WRITE WORK-LINE.
           MOVE "       PROCEDURE DIVISION." TO WORK-LINE.
           WRITE WORK-LINE.
           MOVE "       MAIN-LOGIC." TO WORK-LINE.
           WRITE WORK-LINE.
           MOVE "           CALL ""DLGAUDIT"" USING WS-PGM-PATH."
               TO WORK-LINE.
           WRITE WORK-LINE.
           MOVE SPACES TO WORK-LINE.
           STRING "           CALL ""DLGSHOW"" USING WS-TOPIC "
                  "WS-MSG-COUNT WS-MSG-TABLE WS-DISPLAY-WIDTH."
               DELIMITED BY SIZE INTO WORK-LINE
           END-STRING.
           WRITE WORK-LINE.
           MOVE "           IF WS-COLLECTION-ID NOT = SPACES"
               TO WORK-LINE.
           WRITE WORK-LINE.
           MOVE SPACES TO WORK-LINE.
           STRING "               DISPLAY ""Collection: "" "
                  "WS-COLLECTION-ID"
               DELIMITED BY SIZE INTO WORK-LINE
           END-STRING.
           WRITE WORK-LINE.
           MOVE "           END-IF." TO WORK-LINE.
           WRITE WORK-LINE.
           EVALUATE TRUE
               WHEN WS-H-MODE = "forum"
                   MOVE "           IF WS-THREAD-LINK NOT = SPACES"
                       TO WORK-LINE
                   WRITE WORK-LINE
                   MOVE SPACES TO WORK-LINE
                   STRING "               DISPLAY ""Thread: "" "
                          "WS-THREAD-LINK"
                       DELIMITED BY SIZE INTO WORK-LINE
                   END-STRING
                   WRITE WORK-LINE
                   MOVE "           END-IF." TO WORK-LINE
                   WRITE WORK-LINE
               WHEN WS-H-MODE = "conversation" AND WS-H-FOLLOWUP = "Y"
                   MOVE "           IF FOLLOWUP-IS-NEEDED" TO WORK-LINE
                   WRITE WORK-LINE
                   MOVE SPACES TO WORK-LINE
                   STRING "               DISPLAY ""Follow-up "
                          "needed: yes"""
                       DELIMITED BY SIZE INTO WORK-LINE
                   END-STRING
                   WRITE WORK-LINE
                   MOVE "           END-IF." TO WORK-LINE
                   WRITE WORK-LINE
               WHEN WS-H-MODE = "judgment"
                   MOVE "           DISPLAY ""Verdict: "" WS-VERDICT."
                       TO WORK-LINE
                   WRITE WORK-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE SPACES TO WORK-LINE.
           STRING "           DISPLAY ""--- End "" "
                  "FUNCTION TRIM(WS-MODE) "": "" WS-MSG-COUNT"
               DELIMITED BY SIZE INTO WORK-LINE
           END-STRING.
           WRITE WORK-LINE.
           MOVE SPACES TO WORK-LINE.
           STRING "                   "" message(s) - "" WS-TOPIC "
                  """ ---""."
               DELIMITED BY SIZE INTO WORK-LINE
           END-STRING.
           WRITE WORK-LINE.
           MOVE "           STOP RUN." TO WORK-LINE.
           WRITE WORK-LINE.
           MOVE SPACES TO WORK-LINE.
           WRITE WORK-LINE.
       4300-EXIT.
           EXIT.

      *> A value as the literal the generator writes: a blank value
      *> is " ", and an embedded double quote becomes an apostrophe.
       4900-QUOTE-VALUE.
           MOVE SPACES TO WS-LIT-OUT.
           IF WS-LIT-IN = SPACES
               MOVE """ """ TO WS-LIT-OUT
               GO TO 4900-EXIT
           END-IF.
           INSPECT WS-LIT-IN REPLACING ALL '"' BY "'".
           STRING '"' FUNCTION TRIM(WS-LIT-IN TRAILING) '"'
               DELIMITED BY SIZE INTO WS-LIT-OUT
           END-STRING.
       4900-EXIT.
           EXIT.

      *> Lineage with no live record behind it.
       7000-LIST-LEFTOVERS.
           IF NOT PV-IS-STALE (WS-PV-POS)
               GO TO 7000-EXIT
           END-IF.
           ADD 1 TO WS-NOTFOUND.
           MOVE SPACES TO REPORT-LINE.
           STRING "NOTFOUND       "
                  FUNCTION TRIM(WS-PV-PATH (WS-PV-POS))
                  " (NO LIVE RECORD ON FILE)"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
       7000-EXIT.
           EXIT.

       9000-FINISH.
           MOVE "END " TO WS-ACC-ACTION.
           MOVE WS-DATA-READ TO WS-ACC-IN.
           MOVE WS-REWRITTEN TO WS-ACC-OUT.
           MOVE RETURN-CODE TO WS-ACC-RC.
           CALL "DLGACCT" USING WS-ACC-ACTION WS-ACC-PGM
                                WS-ACC-IN WS-ACC-OUT WS-ACC-RC.
           MOVE WS-ACC-RC TO RETURN-CODE.
       9000-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "provenance.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "dialogue_data.dat@*" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "reemit_work.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE "reemit_sources.rpt" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
       0900-EXIT.
           EXIT.
