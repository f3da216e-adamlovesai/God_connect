      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> DIALOGUE-RELOCATE
      *>
      *> Moves a misfiled dialogue - the kind DIRMODE-CHECK and
      *> ROSTER-CONSISTENCY-CHECK find, such as the persona folder
      *> named "the" - to the directory it belongs in, and re-keys
      *> its repository path in every file that carries it, as one
      *> transaction under a second operator's intent:
      *>
      *>     dialogue_relocate "old-path|tradition/branch/persona"
      *>     dialogue_relocate "old-path|tradition/branch/persona|REPORT"
      *>
      *> The old path may be given as its dialogue number (DLGNUM).
      *> The new directory keeps the old one's generation stamp and
      *> takes the destination persona as its slug
      *> (2026-02-14_135932_the becomes 2026-02-14_135932_<persona>);
      *> a slug already in use under the destination gets "-2",
      *> "-3" ... the way GEN-SLUG settles any new directory name.
      *> The destination's tradition/branch must already be in the
      *> tree; the mode folders (forum, judgment, reenactment) are
      *> not persona directories and are refused.
      *>
      *> In order:
      *>     1. the keyed master (DLGMSTIO): every record naming the
      *>        old path in any field is put back naming the new
      *>        one - a record keyed by the path is deleted and put
      *>        under its new key - and the extract
      *>        batch/dialogue_data.dat is rewritten the same way
      *>        through a work copy, journaled as the master's own
      *>        content (MARK) and its partitions recut (DLGPART)
      *>     2. the conversation.cob moves to its new directory,
      *>        its PGMPATH literal carrying the new path, and the
      *>        emptied directories are removed
      *>     3. batch/relocations.dat gets the forwarding entry that
      *>        DLGRSLV follows, so the old path still resolves
      *>     4. every side file keyed or linked by path (the table
      *>        at WS-SIDE-SET: catalog, manifest, the number
      *>        registry, annotations, ratings, assessments,
      *>        appeals, moderation, quotes, citations, reading
      *>        plan, links ...) is rewritten through a work copy
      *>        under its own enqueue, any "|"-delimited field
      *>        equal to the old path taking the new one
      *>     5. the completion entry, provenance (RELOCATED) and the
      *>        audit trail
      *>
      *> Every record changed is journaled before and after on
      *> batch/relocation_journal.dat:
      *>
      *>     B|old-path|logical|operator|stamp|line before
      *>     A|old-path|logical|operator|stamp|line after
      *>
      *> batch/relocations.dat is append-only:
      *>
      *>     F|old-path|new-path|operator|stamp      forwarding entry
      *>     C|old-path|new-path|records|operator|stamp    completed
      *>
      *> If a side file is in use the run ends RETURN-CODE 12 with
      *> the forwarding entry written and no completion entry; a
      *> rerun (with a fresh intent) takes the new path from the
      *> forwarding entry and finishes the work - every step is
      *> safe to repeat. History files (the audit trail, the
      *> master, correction and compaction journals, the archive
      *> catalog, the hold-block log) keep the path as it was.
      *>
      *> A master record the master will not re-key (a DLGMSTIO
      *> result other than 00 on its DEL or PUT) is named on the
      *> console as MASTERIO, put back under its old key and not
      *> journaled. The extract is then left alone and not MARKed,
      *> nothing else moves and the run ends RETURN-CODE 8; a rerun
      *> once the master is sound re-keys what is left. A master
      *> that will not close (CLOS) also ends the run RETURN-CODE 8
      *> before the conversation.cob is moved.
      *>
      *> REPORT rehearses: the counts per file that would be
      *> re-keyed go to batch/dryrun_dialogue_relocate.rpt and
      *> nothing is touched. A live run needs destroy authority
      *> (DLGAUTH class D), a fresh approved intent (DLGINTNT) and
      *> a path under no hold (DLGHOLD).
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>     2026-10-15  DO   A master DEL or PUT refused during the
      *>                      re-key is named as MASTERIO and the old
      *>                      image put back unjournaled; the extract is
      *>                      then left un-MARKed and the run ends
      *>                      RETURN-CODE 8, as does a failed CLOS.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIALOGUE-RELOCATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELOC-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELOC-STATUS.
           SELECT JOURNAL-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT WORK-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MANIFEST-FILE ASSIGN DYNAMIC WS-CFN-04
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-CFN-05
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SIDE-FILE ASSIGN DYNAMIC WS-SIDE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIDE-STATUS.
           SELECT SRC-FILE ASSIGN DYNAMIC WS-SRC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT DST-FILE ASSIGN DYNAMIC WS-DST-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RELOC-FILE.
       01  RELOC-LINE               PIC X(500).

       FD  JOURNAL-FILE.
       01  JOURNAL-LINE             PIC X(1000).

       FD  WORK-FILE.
       01  WORK-LINE                PIC X(700).

       FD  MANIFEST-FILE.
       01  MANIFEST-LINE            PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(300).

       FD  SIDE-FILE.
       01  SIDE-LINE                PIC X(700).

       FD  SRC-FILE.
       01  SRC-LINE                 PIC X(400).

       FD  DST-FILE.
       01  DST-LINE                 PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CFN-04                PIC X(200).
       01  WS-CFN-05                PIC X(200).
       01  WS-SIDE-NAME             PIC X(200).
       01  WS-SRC-PATH              PIC X(200).
       01  WS-DST-PATH              PIC X(200).
       01  WS-RELOC-STATUS          PIC X(02) VALUE SPACES.
       01  WS-JOURNAL-STATUS        PIC X(02) VALUE SPACES.
       01  WS-MANIFEST-STATUS       PIC X(02) VALUE SPACES.
       01  WS-SIDE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-SRC-STATUS            PIC X(02) VALUE SPACES.
       01  WS-EOF-RELOC             PIC X(01) VALUE "N".
           88  NO-MORE-RELOC                 VALUE "Y".
       01  WS-EOF-MANIFEST          PIC X(01) VALUE "N".
           88  NO-MORE-MANIFEST              VALUE "Y".
       01  WS-EOF-SIDE              PIC X(01) VALUE "N".
           88  NO-MORE-SIDE                  VALUE "Y".
       01  WS-EOF-SRC               PIC X(01) VALUE "N".
           88  NO-MORE-SRC                   VALUE "Y".

       01  WS-CMD-LINE              PIC X(460) VALUE SPACES.
       01  WS-ARG-PATH              PIC X(200) VALUE SPACES.
       01  WS-ARG-DEST              PIC X(200) VALUE SPACES.
       01  WS-ARG-DRYRUN            PIC X(10) VALUE SPACES.
       01  WS-DRYRUN                PIC X(01) VALUE "N".
           88  DRY-RUN                       VALUE "Y".
       01  WS-DRYRUN-AUDIT          PIC X(200).
       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-RELOC-RC              PIC 9(02) VALUE 0.

      *> The path being moved and the path it moves to.
       01  WS-OLD-PATH              PIC X(200) VALUE SPACES.
       01  WS-OLD-LEN               PIC 9(04) VALUE 0.
       01  WS-NEW-PATH              PIC X(200) VALUE SPACES.
       01  WS-NEW-LEN               PIC 9(04) VALUE 0.
       01  WS-FILENAME              PIC X(17) VALUE "/conversation.cob".
       01  WS-FILENAME-LEN          PIC 9(02) VALUE 17.

      *> The old path's segments: tradition/branch/persona/leaf/
      *> conversation.cob for a conversation, mode/leaf/
      *> conversation.cob for the mode folders.
       01  WS-OLD-SEGMENTS.
           05  WS-OLD-SEG           PIC X(60) OCCURS 6 TIMES.
       01  WS-OLD-SEGS              PIC 9(02) VALUE 0.
       01  WS-OLD-LEAF              PIC X(60) VALUE SPACES.
       01  WS-OLD-LEAF-LEN          PIC 9(04) VALUE 0.
       01  WS-OLD-DIR               PIC X(200) VALUE SPACES.
       01  WS-OLD-DIR-LEN           PIC 9(04) VALUE 0.
       01  WS-OLD-PARENT            PIC X(200) VALUE SPACES.

      *> The destination directory, tradition/branch/persona.
       01  WS-DEST                  PIC X(200) VALUE SPACES.
       01  WS-DEST-LEN              PIC 9(04) VALUE 0.
       01  WS-DEST-CHECK            PIC X(200).
       01  WS-DEST-TRAD             PIC X(60).
       01  WS-DEST-BRANCH           PIC X(60).
       01  WS-DEST-PERSONA          PIC X(60).
       01  WS-DEST-EXTRA            PIC X(60).
       01  WS-DEST-SEGS             PIC 9(02) VALUE 0.
       01  WS-TB-PREFIX             PIC X(130).
       01  WS-TB-LEN                PIC 9(04) VALUE 0.
       01  WS-PREFIX                PIC X(201).
       01  WS-PREFIX-LEN            PIC 9(04) VALUE 0.
       01  WS-REMAINDER             PIC X(200).
       01  WS-EXISTING-LEAF         PIC X(60).
       01  WS-PATH-ON-FILE          PIC X(01) VALUE "N".
           88  PATH-IS-ON-FILE               VALUE "Y".
       01  WS-BRANCH-ON-FILE        PIC X(01) VALUE "N".
           88  BRANCH-IS-ON-FILE             VALUE "Y".

      *> The leaf directory names already under the destination,
      *> and the GEN-SLUG-style search for a free one.
       01  WS-LEAF-MAX              PIC 9(04) VALUE 500.
       01  WS-LEAF-COUNT            PIC 9(04) VALUE 0.
       01  WS-LEAF-TABLE.
           05  WS-LEAF-NAME OCCURS 500 TIMES
                   INDEXED BY WS-LEAF-IDX
                                    PIC X(60).
       01  WS-CAND-LEAF             PIC X(60).
       01  WS-TRY-LEAF              PIC X(60).
       01  WS-TRY-SUFFIX            PIC 9(04) VALUE 1.
       01  WS-TRY-SUFFIX-N          PIC ZZZ9.
       01  WS-COLLISION-FOUND       PIC X(01) VALUE "N".
           88  LEAF-COLLIDES                 VALUE "Y".

      *> The relocation register, as it stands for the old path.
       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(200).
       01  WS-IN-F3                 PIC X(200).
       01  WS-RELOC-STATE           PIC X(01) VALUE SPACE.
           88  RELOC-IS-NEW                  VALUE SPACE.
           88  RELOC-IS-FORWARDED            VALUE "F".
           88  RELOC-IS-COMPLETE             VALUE "C".

      *> The keyed master (DLGMSTIO), and every record naming the
      *> old path gathered from it before any is changed.
       01  WS-MIO-ACTION            PIC X(04).
       01  WS-MIO-PGM               PIC X(30) VALUE "DIALOGUE-RELOCATE".
       01  WS-MIO-LINE              PIC X(610).
       01  WS-MIO-RC                PIC X(02).
       01  WS-EOF-MASTER            PIC X(01) VALUE "N".
           88  NO-MORE-MASTER                VALUE "Y".
       01  WS-KEYED                 PIC X(01) VALUE "N".
           88  KEYED-UPDATE                  VALUE "Y".
       01  WS-MARK-TAG              PIC X(01).
       01  WS-RECORD-TYPE           PIC X(01).
       01  WS-LINE-PATH             PIC X(200).
       01  WS-MG-MAX                PIC 9(04) VALUE 400.
       01  WS-MG-COUNT              PIC 9(04) VALUE 0.
       01  WS-MG-POS                PIC 9(04) VALUE 0.
       01  WS-MG-TABLE.
           05  WS-MG-ENTRY OCCURS 400 TIMES.
               10  WS-MG-OLD        PIC X(610).
               10  WS-MG-NEW        PIC X(610).
               10  WS-MG-MOVES      PIC X(01).
       01  WS-MASTER-REKEYED        PIC 9(05) VALUE 0.
       01  WS-MASTER-STATE          PIC X(01) VALUE "Y".
           88  MASTER-SOUND                  VALUE "Y".
           88  MASTER-INCOMPLETE             VALUE "N".
       01  WS-PART-RC               PIC X(02).

      *> The files that carry a dialogue path, the enqueue their
      *> writers take, first the extract (covered by the master's
      *> own enqueue, held while it is rewritten).
       01  WS-SIDE-COUNT            PIC 9(02) VALUE 41.
       01  WS-SIDE-SET.
           05  FILLER  PIC X(25) VALUE "dialogue_data.dat@*".
           05  FILLER  PIC X(20) VALUE SPACES.
           05  FILLER  PIC X(25) VALUE "catalog.dat".
           05  FILLER  PIC X(20) VALUE "catalog".
           05  FILLER  PIC X(25) VALUE "manifest.lst".
           05  FILLER  PIC X(20) VALUE "manifest".
           05  FILLER  PIC X(25) VALUE "dialogue_numbers.dat".
           05  FILLER  PIC X(20) VALUE "dialogue_numbers".
           05  FILLER  PIC X(25) VALUE "annotations.dat".
           05  FILLER  PIC X(20) VALUE "annotations".
           05  FILLER  PIC X(25) VALUE "ratings.dat".
           05  FILLER  PIC X(20) VALUE "ratings".
           05  FILLER  PIC X(25) VALUE "assessments.dat".
           05  FILLER  PIC X(20) VALUE "assessments".
           05  FILLER  PIC X(25) VALUE "appeals.dat".
           05  FILLER  PIC X(20) VALUE "appeals".
           05  FILLER  PIC X(25) VALUE "moderation_queue.dat".
           05  FILLER  PIC X(20) VALUE "moderation_queue".
           05  FILLER  PIC X(25) VALUE "quotes.dat".
           05  FILLER  PIC X(20) VALUE "quotes".
           05  FILLER  PIC X(25) VALUE "citations.dat".
           05  FILLER  PIC X(20) VALUE "citations".
           05  FILLER  PIC X(25) VALUE "mentions.dat".
           05  FILLER  PIC X(20) VALUE "mentions".
           05  FILLER  PIC X(25) VALUE "reading_plan.dat".
           05  FILLER  PIC X(20) VALUE "reading_plan".
           05  FILLER  PIC X(25) VALUE "abstracts.dat".
           05  FILLER  PIC X(20) VALUE "abstracts".
           05  FILLER  PIC X(25) VALUE "theme_class.dat".
           05  FILLER  PIC X(20) VALUE "theme_class".
           05  FILLER  PIC X(25) VALUE "issue_contents.dat".
           05  FILLER  PIC X(20) VALUE "issue_contents".
           05  FILLER  PIC X(25) VALUE "content_index.dat".
           05  FILLER  PIC X(20) VALUE "content_index".
           05  FILLER  PIC X(25) VALUE "doctrine_index.dat".
           05  FILLER  PIC X(20) VALUE "doctrine_index".
           05  FILLER  PIC X(25) VALUE "completeness_scores.dat".
           05  FILLER  PIC X(20) VALUE "completeness".
           05  FILLER  PIC X(25) VALUE "reading_grade.dat".
           05  FILLER  PIC X(20) VALUE "reading_grade".
           05  FILLER  PIC X(25) VALUE "claims.dat".
           05  FILLER  PIC X(20) VALUE "claims".
           05  FILLER  PIC X(25) VALUE "kiosk_tally.dat".
           05  FILLER  PIC X(20) VALUE "kiosk_tally".
           05  FILLER  PIC X(25) VALUE "homily_usage.dat".
           05  FILLER  PIC X(20) VALUE "homily_usage".
           05  FILLER  PIC X(25) VALUE "gen_orders.dat".
           05  FILLER  PIC X(20) VALUE "gen_orders".
           05  FILLER  PIC X(25) VALUE "regen_orders.dat".
           05  FILLER  PIC X(20) VALUE "regen_orders".
           05  FILLER  PIC X(25) VALUE "question_box.dat".
           05  FILLER  PIC X(20) VALUE "question_box".
           05  FILLER  PIC X(25) VALUE "question_candidates.dat".
           05  FILLER  PIC X(20) VALUE "question_cands".
           05  FILLER  PIC X(25) VALUE "complaints.dat".
           05  FILLER  PIC X(20) VALUE "complaints".
           05  FILLER  PIC X(25) VALUE "circulation_feedback.dat".
           05  FILLER  PIC X(20) VALUE "circ_feedback".
           05  FILLER  PIC X(25) VALUE "legal_holds.dat".
           05  FILLER  PIC X(20) VALUE "legal_holds".
           05  FILLER  PIC X(25) VALUE "theatre_casting.dat".
           05  FILLER  PIC X(20) VALUE "theatre_casting".
           05  FILLER  PIC X(25) VALUE "corrections.dat".
           05  FILLER  PIC X(20) VALUE "corrections".
           05  FILLER  PIC X(25) VALUE "translation_queue.dat".
           05  FILLER  PIC X(20) VALUE "translation_queue".
           05  FILLER  PIC X(25) VALUE "review_assignments.dat".
           05  FILLER  PIC X(20) VALUE "review_assign".
           05  FILLER  PIC X(25) VALUE "sample_history.dat".
           05  FILLER  PIC X(20) VALUE "sample_history".
           05  FILLER  PIC X(25) VALUE "errata.dat".
           05  FILLER  PIC X(20) VALUE "errata".
           05  FILLER  PIC X(25) VALUE "redaction_manifest.dat".
           05  FILLER  PIC X(20) VALUE "redaction".
           05  FILLER  PIC X(25) VALUE "provenance.dat".
           05  FILLER  PIC X(20) VALUE "provenance".
           05  FILLER  PIC X(25) VALUE "forum_tally.dat".
           05  FILLER  PIC X(20) VALUE "forum_tally".
           05  FILLER  PIC X(25) VALUE "escalations.dat".
           05  FILLER  PIC X(20) VALUE "escalations".
           05  FILLER  PIC X(25) VALUE "exceptions.dat".
           05  FILLER  PIC X(20) VALUE "exceptions".
           05  FILLER  PIC X(25) VALUE "published.lst".
           05  FILLER  PIC X(20) VALUE "published".
       01  WS-SIDE-TABLE REDEFINES WS-SIDE-SET.
           05  WS-SIDE-ENTRY OCCURS 41 TIMES.
               10  WS-SIDE-LOGICAL  PIC X(25).
               10  WS-SIDE-RESOURCE PIC X(20).
       01  WS-SIDE-POS              PIC 9(02) VALUE 0.
       01  WS-FILE-REKEYED          PIC 9(05) VALUE 0.
       01  WS-REKEYED               PIC 9(05) VALUE 0.
       01  WS-JOURNAL-LOGICAL       PIC X(25).
       01  WS-APPLY-STATE           PIC X(01) VALUE "Y".
           88  APPLY-COMPLETE                VALUE "Y".
           88  APPLY-INCOMPLETE              VALUE "N".

      *> One line re-keyed field by field: any "|"-delimited field
      *> equal to the old path is replaced whole, so a path that
      *> merely begins with the old one is never touched.
       01  WS-LINE-IN               PIC X(700).
       01  WS-LINE-OUT              PIC X(700).
       01  WS-LINE-LEN              PIC 9(04) VALUE 0.
       01  WS-LINE-HITS             PIC 9(03) VALUE 0.
       01  WS-FLD-PTR               PIC 9(04) VALUE 1.
       01  WS-OUT-PTR               PIC 9(04) VALUE 1.
       01  WS-FLD-TEXT              PIC X(700).
       01  WS-FLD-LEN               PIC 9(04) VALUE 0.
       01  WS-FLD-DELIM             PIC X(01).
       01  WS-IMAGE-TAG             PIC X(01).

      *> The conversation.cob move.
       01  WS-SRC-HITS              PIC 9(03) VALUE 0.
       01  WS-SRC-LEAD              PIC 9(04) VALUE 0.
       01  WS-SRC-LEN               PIC 9(04) VALUE 0.
       01  WS-SRC-TAIL              PIC 9(04) VALUE 0.
       01  WS-SOURCE-MOVED          PIC X(01) VALUE "N".
           88  SOURCE-WAS-MOVED              VALUE "Y".
       01  WS-FILE-INFO.
           05  WS-FILE-SIZE         PIC X(08) COMP-X.
           05  FILLER               PIC X(08).
       01  WS-DIR-FULL              PIC X(220).
       01  WS-DIR-BUILD             PIC X(220).
       01  WS-DIR-SEG               PIC X(60).
       01  WS-DIR-PTR               PIC 9(04).
       01  WS-DIR-DONE              PIC X(01).
           88  NO-MORE-DIR-SEGS              VALUE "Y".

       01  WS-AUTH-PGM              PIC X(30) VALUE "DIALOGUE-RELOCATE".
       01  WS-AUTH-CLASS            PIC X(01).
       01  WS-AUTH-RC               PIC X(02).
       01  WS-ENQ-ACTION            PIC X(03).
       01  WS-ENQ-RC                PIC X(02).
       01  WS-FILE-RESOURCE         PIC X(20).
       01  WS-AUDIT-TEXT            PIC X(200).

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
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY "|"
               INTO WS-ARG-PATH WS-ARG-DEST WS-ARG-DRYRUN
           END-UNSTRING.
           IF FUNCTION UPPER-CASE(WS-ARG-DRYRUN(1:6)) = "REPORT"
               SET DRY-RUN TO TRUE
           END-IF.
      *> A rehearsal writes only its report - report authority is
      *> enough, and no dual-control intent is consumed.
           IF DRY-RUN
               MOVE "P" TO WS-AUTH-CLASS
           ELSE
               MOVE "D" TO WS-AUTH-CLASS
           END-IF.
           CALL "DLGAUTH" USING WS-AUTH-PGM WS-AUTH-CLASS
                               WS-AUTH-RC.
           IF WS-AUTH-RC = "12"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ARG-PATH = SPACES OR WS-ARG-DEST = SPACES
               DISPLAY "DIALOGUE-RELOCATE: usage: dialogue_relocate "
                       """path|tradition/branch/persona[|REPORT]"""
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "DLGNUM" USING WS-ARG-PATH.
           MOVE FUNCTION TRIM(WS-ARG-PATH) TO WS-OLD-PATH.
           COMPUTE WS-OLD-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-OLD-PATH)).
      *> Legal/pastoral hold (DLGHOLD): a held record is refused
      *> outright, before an intent is spent on it. A rehearsal
      *> only enquires and is not logged as a block.
           IF DRY-RUN
               MOVE SPACES TO WS-HOLD-PGM
           ELSE
               MOVE "DIALOGUE-RELOCATE" TO WS-HOLD-PGM
           END-IF.
           MOVE WS-OLD-PATH TO WS-HOLD-ITEM.
           CALL "DLGHOLD" USING WS-HOLD-PGM WS-HOLD-ITEM
                                WS-HOLD-FROM WS-HOLD-TO
                                WS-HOLD-RC WS-HOLD-ID.
           IF WS-HOLD-RC = "12"
               DISPLAY "DIALOGUE-RELOCATE: "
                       FUNCTION TRIM(WS-OLD-PATH)
                       " is under hold " WS-HOLD-ID
                       " - it may not be moved (see HOLD-REPORT)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           PERFORM 1000-LOAD-RELOCATIONS THRU 1000-EXIT
               UNTIL NO-MORE-RELOC.
           IF RELOC-IS-COMPLETE
               DISPLAY "DIALOGUE-RELOCATE: "
                       FUNCTION TRIM(WS-OLD-PATH)
                       " was already relocated to "
                       FUNCTION TRIM(WS-NEW-PATH)
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1500-SPLIT-OLD-PATH THRU 1500-EXIT.
           IF WS-RELOC-RC NOT = 0
               MOVE WS-RELOC-RC TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RELOC-IS-FORWARDED
               COMPUTE WS-NEW-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-NEW-PATH))
               DISPLAY "DIALOGUE-RELOCATE: finishing the unfinished "
                       "relocation of " FUNCTION TRIM(WS-OLD-PATH)
                       " to " FUNCTION TRIM(WS-NEW-PATH)
           ELSE
               PERFORM 2000-SETTLE-NEW-PATH THRU 2000-EXIT
               IF WS-RELOC-RC NOT = 0
                   MOVE WS-RELOC-RC TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF DRY-RUN
               PERFORM 8000-REHEARSE THRU 8000-EXIT
               STOP RUN
           END-IF.
      *> Dual control: a second operator's fresh approved intent
      *> (INTENT-CAPTURE / DLGINTNT) is consumed here; without one
      *> the job does not run, whoever asks.
           CALL "DLGINTNT" USING WS-AUTH-PGM WS-AUTH-RC.
           IF WS-AUTH-RC = "12"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 3000-REKEY-MASTER THRU 3000-EXIT.
           IF WS-RELOC-RC NOT = 0
               MOVE WS-RELOC-RC TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 4000-MOVE-SOURCE THRU 4000-EXIT.
           IF RELOC-IS-NEW
               PERFORM 4500-WRITE-FORWARD THRU 4500-EXIT
           END-IF.
           PERFORM 5000-REKEY-ONE-FILE THRU 5000-EXIT
               VARYING WS-SIDE-POS FROM 2 BY 1
               UNTIL WS-SIDE-POS > WS-SIDE-COUNT.
           IF APPLY-INCOMPLETE
               DISPLAY "DIALOGUE-RELOCATE: not every file could be "
                       "re-keyed - the forwarding entry stands; "
                       "rerun with a fresh intent to finish"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 6000-COMPLETE THRU 6000-EXIT.
           STOP RUN.

      *> The latest forwarding entry for the old path names where
      *> an unfinished relocation was going; a completion entry
      *> for it means there is nothing left to do.
       1000-LOAD-RELOCATIONS.
           IF WS-RELOC-STATUS = SPACES
               OPEN INPUT RELOC-FILE
               IF WS-RELOC-STATUS NOT = "00"
                   SET NO-MORE-RELOC TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           READ RELOC-FILE
               AT END
                   SET NO-MORE-RELOC TO TRUE
                   CLOSE RELOC-FILE
                   GO TO 1000-EXIT
           END-READ.
           IF RELOC-LINE(1:2) NOT = "F|" AND RELOC-LINE(1:2) NOT = "C|"
               GO TO 1000-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING RELOC-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           IF WS-IN-F2 NOT = WS-OLD-PATH
               GO TO 1000-EXIT
           END-IF.
           IF WS-IN-TAG = "F"
               MOVE "F" TO WS-RELOC-STATE
           ELSE
               MOVE "C" TO WS-RELOC-STATE
           END-IF.
           MOVE WS-IN-F3 TO WS-NEW-PATH.
       1000-EXIT.
           EXIT.

      *> The old path's leaf and the directory holding it.
       1500-SPLIT-OLD-PATH.
           MOVE SPACES TO WS-OLD-SEGMENTS.
           MOVE 0 TO WS-OLD-SEGS.
           UNSTRING WS-OLD-PATH DELIMITED BY "/"
               INTO WS-OLD-SEG (1) WS-OLD-SEG (2) WS-OLD-SEG (3)
                    WS-OLD-SEG (4) WS-OLD-SEG (5) WS-OLD-SEG (6)
               TALLYING IN WS-OLD-SEGS
           END-UNSTRING.
           IF WS-OLD-SEGS < 3
                   OR WS-OLD-SEG (WS-OLD-SEGS) NOT = "conversation.cob"
               DISPLAY "DIALOGUE-RELOCATE: "
                       FUNCTION TRIM(WS-OLD-PATH)
                       " is not a conversation.cob path"
               MOVE 8 TO WS-RELOC-RC
               GO TO 1500-EXIT
           END-IF.
           MOVE WS-OLD-SEG (WS-OLD-SEGS - 1) TO WS-OLD-LEAF.
           COMPUTE WS-OLD-LEAF-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-OLD-LEAF)).
           COMPUTE WS-OLD-DIR-LEN =
               WS-OLD-LEN - WS-FILENAME-LEN - WS-OLD-LEAF-LEN - 1.
           MOVE SPACES TO WS-OLD-PARENT.
           MOVE WS-OLD-PATH(1:WS-OLD-DIR-LEN) TO WS-OLD-PARENT.
       1500-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The old path must be in the tree, the destination a
      *> persona directory under a tradition/branch already in the
      *> tree, and the new leaf a name nothing under the
      *> destination is using yet.
      *>----------------------------------------------------------*>
       2000-SETTLE-NEW-PATH.
      *> The destination: three lower-case segments, a trailing
      *> "/" forgiven.
           MOVE FUNCTION TRIM(WS-ARG-DEST) TO WS-DEST.
           COMPUTE WS-DEST-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-DEST)).
           IF WS-DEST(WS-DEST-LEN:1) = "/" AND WS-DEST-LEN > 1
               MOVE SPACE TO WS-DEST(WS-DEST-LEN:1)
               SUBTRACT 1 FROM WS-DEST-LEN
           END-IF.
           MOVE WS-DEST TO WS-DEST-CHECK.
           INSPECT WS-DEST-CHECK CONVERTING
               "abcdefghijklmnopqrstuvwxyz0123456789_-/"
               TO "                                       ".
           MOVE SPACES TO WS-DEST-TRAD WS-DEST-BRANCH
                          WS-DEST-PERSONA WS-DEST-EXTRA.
           MOVE 0 TO WS-DEST-SEGS.
           UNSTRING WS-DEST DELIMITED BY "/"
               INTO WS-DEST-TRAD WS-DEST-BRANCH WS-DEST-PERSONA
                    WS-DEST-EXTRA
               TALLYING IN WS-DEST-SEGS
           END-UNSTRING.
           IF WS-DEST-CHECK NOT = SPACES
                   OR WS-DEST-SEGS NOT = 3
                   OR WS-DEST-TRAD = SPACES
                   OR WS-DEST-BRANCH = SPACES
                   OR WS-DEST-PERSONA = SPACES
               DISPLAY "DIALOGUE-RELOCATE: the destination must be "
                       "tradition/branch/persona in lower case - "
                       FUNCTION TRIM(WS-ARG-DEST)
               MOVE 8 TO WS-RELOC-RC
               GO TO 2000-EXIT
           END-IF.
           IF WS-DEST-TRAD = "forum" OR "judgment" OR "reenactment"
               DISPLAY "DIALOGUE-RELOCATE: "
                       FUNCTION TRIM(WS-DEST-TRAD)
                       " is a mode folder, not a tradition"
               MOVE 8 TO WS-RELOC-RC
               GO TO 2000-EXIT
           END-IF.
           IF WS-OLD-PARENT = WS-DEST
               DISPLAY "DIALOGUE-RELOCATE: "
                       FUNCTION TRIM(WS-OLD-PATH)
                       " is already filed under "
                       FUNCTION TRIM(WS-DEST)
               MOVE 8 TO WS-RELOC-RC
               GO TO 2000-EXIT
           END-IF.
           MOVE SPACES TO WS-TB-PREFIX.
           STRING FUNCTION TRIM(WS-DEST-TRAD)   DELIMITED BY SIZE
                  "/"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DEST-BRANCH) DELIMITED BY SIZE
                  "/"                           DELIMITED BY SIZE
                  INTO WS-TB-PREFIX
           END-STRING.
           COMPUTE WS-TB-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-TB-PREFIX)).
           MOVE SPACES TO WS-PREFIX.
           STRING WS-DEST(1:WS-DEST-LEN)        DELIMITED BY SIZE
                  "/"                           DELIMITED BY SIZE
                  INTO WS-PREFIX
           END-STRING.
           COMPUTE WS-PREFIX-LEN = WS-DEST-LEN + 1.
           PERFORM 2100-SCAN-MANIFEST THRU 2100-EXIT.
           IF NOT PATH-IS-ON-FILE
               DISPLAY "DIALOGUE-RELOCATE: "
                       FUNCTION TRIM(WS-OLD-PATH)
                       " is not in the tree (manifest.lst)"
               MOVE 8 TO WS-RELOC-RC
               GO TO 2000-EXIT
           END-IF.
           IF NOT BRANCH-IS-ON-FILE
               DISPLAY "DIALOGUE-RELOCATE: no dialogue is filed under "
                       WS-TB-PREFIX(1:WS-TB-LEN - 1)
                       " - check the tradition and branch"
               MOVE 8 TO WS-RELOC-RC
               GO TO 2000-EXIT
           END-IF.
      *> The leaf keeps its generation stamp and takes the
      *> destination persona as its slug.
           MOVE SPACES TO WS-CAND-LEAF.
           IF WS-OLD-LEAF(11:1) = "_" AND WS-OLD-LEAF(18:1) = "_"
               STRING WS-OLD-LEAF(1:18)               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DEST-PERSONA)  DELIMITED BY SIZE
                      INTO WS-CAND-LEAF
               END-STRING
           ELSE
               MOVE WS-OLD-LEAF TO WS-CAND-LEAF
           END-IF.
           MOVE WS-CAND-LEAF TO WS-TRY-LEAF.
           MOVE 1 TO WS-TRY-SUFFIX.
           PERFORM 2200-FIND-FREE-LEAF THRU 2200-EXIT
               WITH TEST AFTER
               UNTIL NOT LEAF-COLLIDES.
           MOVE SPACES TO WS-NEW-PATH.
           STRING WS-DEST(1:WS-DEST-LEN)        DELIMITED BY SIZE
                  "/"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TRY-LEAF)    DELIMITED BY SIZE
                  WS-FILENAME                   DELIMITED BY SIZE
                  INTO WS-NEW-PATH
           END-STRING.
           COMPUTE WS-NEW-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-NEW-PATH)).
       2000-EXIT.
           EXIT.

      *> One pass of the manifest: is the old path there, is the
      *> destination's tradition/branch there, and which leaf
      *> names are already taken under the destination.
       2100-SCAN-MANIFEST.
           MOVE "N" TO WS-EOF-MANIFEST.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = "00"
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2110-SCAN-ONE-LINE THRU 2110-EXIT
               UNTIL NO-MORE-MANIFEST.
           CLOSE MANIFEST-FILE.
       2100-EXIT.
           EXIT.

       2110-SCAN-ONE-LINE.
           READ MANIFEST-FILE
               AT END
                   SET NO-MORE-MANIFEST TO TRUE
                   GO TO 2110-EXIT
           END-READ.
           IF MANIFEST-LINE = WS-OLD-PATH
               SET PATH-IS-ON-FILE TO TRUE
           END-IF.
           IF MANIFEST-LINE(1:WS-TB-LEN) = WS-TB-PREFIX(1:WS-TB-LEN)
               SET BRANCH-IS-ON-FILE TO TRUE
           END-IF.
           IF MANIFEST-LINE(1:WS-PREFIX-LEN)
                   NOT = WS-PREFIX(1:WS-PREFIX-LEN)
               GO TO 2110-EXIT
           END-IF.
           MOVE SPACES TO WS-REMAINDER WS-EXISTING-LEAF.
           MOVE MANIFEST-LINE(WS-PREFIX-LEN + 1:) TO WS-REMAINDER.
           UNSTRING WS-REMAINDER DELIMITED BY "/"
               INTO WS-EXISTING-LEAF
           END-UNSTRING.
           IF WS-LEAF-COUNT < WS-LEAF-MAX
               ADD 1 TO WS-LEAF-COUNT
               MOVE WS-EXISTING-LEAF TO WS-LEAF-NAME (WS-LEAF-COUNT)
           END-IF.
       2110-EXIT.
           EXIT.

      *> GEN-SLUG's rule: a taken name gets "-2", "-3", and so on.
       2200-FIND-FREE-LEAF.
           MOVE "N" TO WS-COLLISION-FOUND.
           SET WS-LEAF-IDX TO 1.
           IF WS-LEAF-COUNT > 0
               SEARCH WS-LEAF-NAME
                   AT END
                       CONTINUE
                   WHEN WS-LEAF-IDX > WS-LEAF-COUNT
                       CONTINUE
                   WHEN WS-LEAF-NAME (WS-LEAF-IDX) = WS-TRY-LEAF
                       SET LEAF-COLLIDES TO TRUE
               END-SEARCH
           END-IF.
           IF LEAF-COLLIDES
               ADD 1 TO WS-TRY-SUFFIX
               MOVE WS-TRY-SUFFIX TO WS-TRY-SUFFIX-N
               MOVE SPACES TO WS-TRY-LEAF
               STRING WS-CAND-LEAF                 DELIMITED BY SPACE
                      "-"                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TRY-SUFFIX-N) DELIMITED BY SIZE
                      INTO WS-TRY-LEAF
               END-STRING
           END-IF.
       2200-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The master: every record naming the old path is gathered
      *> first, then each put back naming the new one - by a
      *> delete and a put when the path is its key. The extract is
      *> rewritten the same way while the master's enqueue is
      *> still held, so the two never disagree. With no master on
      *> file the extract alone is re-keyed and
      *> LOAD-DIALOGUE-MASTER takes it in.
      *>----------------------------------------------------------*>
       3000-REKEY-MASTER.
           MOVE SPACES TO WS-MIO-LINE.
           MOVE "OPEN" TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           EVALUATE WS-MIO-RC
               WHEN "00"
                   SET KEYED-UPDATE TO TRUE
               WHEN "35"
                   DISPLAY "DIALOGUE-RELOCATE: no dialogue master on "
                           "file - re-keying the extract only"
               WHEN "12"
                   DISPLAY "DIALOGUE-RELOCATE: the dialogue master is "
                           "in use - rerun when the holder has "
                           "finished; nothing moved"
                   MOVE 12 TO WS-RELOC-RC
                   GO TO 3000-EXIT
               WHEN OTHER
                   DISPLAY "DIALOGUE-RELOCATE: the dialogue master is "
                           "unavailable (" WS-MIO-RC ") - nothing moved"
                   MOVE 16 TO WS-RELOC-RC
                   GO TO 3000-EXIT
           END-EVALUATE.
           MOVE "dialogue_master.idx" TO WS-JOURNAL-LOGICAL.
           IF KEYED-UPDATE
               MOVE SPACES TO WS-MIO-LINE
               MOVE "STRT" TO WS-MIO-ACTION
               CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                     WS-MIO-LINE WS-MIO-RC
               IF WS-MIO-RC NOT = "00"
                   SET NO-MORE-MASTER TO TRUE
               END-IF
               PERFORM 3100-GATHER-ONE-LINE THRU 3100-EXIT
                   UNTIL NO-MORE-MASTER
               PERFORM 3200-REKEY-ONE-LINE THRU 3200-EXIT
                   VARYING WS-MG-POS FROM 1 BY 1
                   UNTIL WS-MG-POS > WS-MG-COUNT
               DISPLAY "DIALOGUE-RELOCATE: dialogue master - "
                       WS-MASTER-REKEYED " record(s) re-keyed"
           END-IF.
      *> A record the master refused: the extract is not touched and
      *> nothing is MARKed, so the master stays the one to believe.
           IF MASTER-INCOMPLETE
               MOVE "CLOS" TO WS-MIO-ACTION
               CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                     WS-MIO-LINE WS-MIO-RC
               DISPLAY "DIALOGUE-RELOCATE: the dialogue master "
                       "refused a re-key (MASTERIO) - "
                       FUNCTION TRIM(WS-OLD-PATH)
                       " is NOT relocated; rerun with a fresh intent "
                       "once the master is sound"
               MOVE 8 TO WS-RELOC-RC
               ADD WS-MASTER-REKEYED TO WS-REKEYED
               GO TO 3000-EXIT
           END-IF.
           MOVE 1 TO WS-SIDE-POS.
           PERFORM 5000-REKEY-ONE-FILE THRU 5000-EXIT.
      *> The extract now holds nothing the master lacks: journal
      *> that, so MASTER-UNLOAD may overwrite it tomorrow.
           IF KEYED-UPDATE
               MOVE FUNCTION TRIM(WS-RUN-TIMESTAMP) TO WS-MIO-LINE
               MOVE "MARK" TO WS-MIO-ACTION
               CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                     WS-MIO-LINE WS-MIO-RC
               MOVE "CLOS" TO WS-MIO-ACTION
               CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                     WS-MIO-LINE WS-MIO-RC
               IF WS-MIO-RC NOT = "00"
                   DISPLAY "DIALOGUE-RELOCATE: MASTERIO the dialogue "
                           "master did not close (" WS-MIO-RC
                           ") - verify it before the rerun; "
                           FUNCTION TRIM(WS-OLD-PATH)
                           " is NOT relocated"
                   MOVE 8 TO WS-RELOC-RC
               END-IF
           END-IF.
           CALL "DLGPART" USING WS-PART-RC.
           ADD WS-MASTER-REKEYED TO WS-REKEYED.
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
           MOVE WS-MIO-LINE TO WS-LINE-IN.
           PERFORM 7000-REKEY-LINE THRU 7000-EXIT.
           IF WS-LINE-HITS = 0
               GO TO 3100-EXIT
           END-IF.
           IF WS-MG-COUNT >= WS-MG-MAX
               DISPLAY "DIALOGUE-RELOCATE: more than " WS-MG-MAX
                       " master records name the path - the rest "
                       "are left for a rerun"
               SET APPLY-INCOMPLETE TO TRUE
               SET NO-MORE-MASTER TO TRUE
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-MG-COUNT.
           MOVE WS-MIO-LINE TO WS-MG-OLD (WS-MG-COUNT).
           MOVE WS-LINE-OUT TO WS-MG-NEW (WS-MG-COUNT).
      *> A record keyed by the path (the path is field 2, field 3
      *> under a "D|" mark) moves to a new key.
           MOVE SPACES TO WS-LINE-PATH.
           IF WS-MIO-LINE(1:2) = "D|"
               UNSTRING WS-MIO-LINE DELIMITED BY "|"
                   INTO WS-MARK-TAG WS-RECORD-TYPE WS-LINE-PATH
               END-UNSTRING
           ELSE
               UNSTRING WS-MIO-LINE DELIMITED BY "|"
                   INTO WS-RECORD-TYPE WS-LINE-PATH
               END-UNSTRING
           END-IF.
           IF WS-LINE-PATH = WS-OLD-PATH
               MOVE "Y" TO WS-MG-MOVES (WS-MG-COUNT)
           ELSE
               MOVE "N" TO WS-MG-MOVES (WS-MG-COUNT)
           END-IF.
       3100-EXIT.
           EXIT.

       3200-REKEY-ONE-LINE.
           IF WS-MG-MOVES (WS-MG-POS) = "Y"
               MOVE WS-MG-OLD (WS-MG-POS) TO WS-MIO-LINE
               MOVE "DEL " TO WS-MIO-ACTION
               CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                     WS-MIO-LINE WS-MIO-RC
               IF WS-MIO-RC NOT = "00"
                   DISPLAY "DIALOGUE-RELOCATE: MASTERIO master DEL "
                           "failed (" WS-MIO-RC ") for "
                           FUNCTION TRIM(WS-MG-OLD (WS-MG-POS))
                   SET MASTER-INCOMPLETE TO TRUE
                   GO TO 3200-EXIT
               END-IF
           END-IF.
           MOVE WS-MG-NEW (WS-MG-POS) TO WS-MIO-LINE.
           MOVE "PUT " TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC NOT = "00"
               PERFORM 3290-PUT-OLD-BACK THRU 3290-EXIT
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WS-MASTER-REKEYED.
           MOVE WS-MG-OLD (WS-MG-POS) TO WS-LINE-IN.
           MOVE WS-MG-NEW (WS-MG-POS) TO WS-LINE-OUT.
           MOVE "B" TO WS-IMAGE-TAG.
           PERFORM 5400-JOURNAL-ONE-IMAGE THRU 5400-EXIT.
           MOVE "A" TO WS-IMAGE-TAG.
           PERFORM 5400-JOURNAL-ONE-IMAGE THRU 5400-EXIT.
       3200-EXIT.
           EXIT.

      *> The re-keyed image was refused: a record already deleted
      *> from its old key goes back under it, as it was, and is not
      *> journaled as moved.
       3290-PUT-OLD-BACK.
           SET MASTER-INCOMPLETE TO TRUE.
           DISPLAY "DIALOGUE-RELOCATE: MASTERIO master PUT failed ("
                   WS-MIO-RC ") for "
                   FUNCTION TRIM(WS-MG-NEW (WS-MG-POS)).
           IF WS-MG-MOVES (WS-MG-POS) NOT = "Y"
               GO TO 3290-EXIT
           END-IF.
           MOVE WS-MG-OLD (WS-MG-POS) TO WS-MIO-LINE.
           MOVE "PUT " TO WS-MIO-ACTION.
           CALL "DLGMSTIO" USING WS-MIO-ACTION WS-MIO-PGM
                                 WS-MIO-LINE WS-MIO-RC.
           IF WS-MIO-RC NOT = "00"
               DISPLAY "DIALOGUE-RELOCATE: could not put the record "
                       "back under its old key (" WS-MIO-RC
                       ") - restore it from the master journal:"
               DISPLAY "  " FUNCTION TRIM(WS-MG-OLD (WS-MG-POS))
           END-IF.
       3290-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The conversation.cob itself: copied line by line into its
      *> new directory with the PGMPATH literal carrying the new
      *> path, then the old file and the directories it leaves
      *> empty removed. A rerun after the move finds the old file
      *> gone and the new one in place and moves on.
      *>----------------------------------------------------------*>
       4000-MOVE-SOURCE.
           MOVE WS-OLD-PATH TO WS-SRC-PATH.
           MOVE WS-NEW-PATH TO WS-DST-PATH.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-SRC-PATH WS-FILE-INFO.
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               CALL "CBL_CHECK_FILE_EXIST" USING WS-DST-PATH
                                                 WS-FILE-INFO
               IF RETURN-CODE NOT = 0
                   DISPLAY "DIALOGUE-RELOCATE: "
                           FUNCTION TRIM(WS-OLD-PATH)
                           " is not on disk - the records are "
                           "re-keyed, there is no source to move"
               END-IF
               MOVE 0 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO WS-DIR-FULL.
           MOVE WS-NEW-PATH(1:WS-NEW-LEN - WS-FILENAME-LEN)
               TO WS-DIR-FULL.
           PERFORM 4100-MAKE-DIR-TREE THRU 4100-EXIT.
           MOVE "N" TO WS-EOF-SRC.
           OPEN INPUT SRC-FILE.
           IF WS-SRC-STATUS NOT = "00"
               DISPLAY "DIALOGUE-RELOCATE: could not read "
                       FUNCTION TRIM(WS-OLD-PATH)
                       " (" WS-SRC-STATUS ") - not moved"
               SET APPLY-INCOMPLETE TO TRUE
               GO TO 4000-EXIT
           END-IF.
           OPEN OUTPUT DST-FILE.
           PERFORM 4200-COPY-ONE-LINE THRU 4200-EXIT
               UNTIL NO-MORE-SRC.
           CLOSE SRC-FILE.
           CLOSE DST-FILE.
           CALL "CBL_DELETE_FILE" USING WS-SRC-PATH.
           CALL "CBL_DELETE_DIR" USING
               WS-OLD-PATH(1:WS-OLD-LEN - WS-FILENAME-LEN).
      *> The persona folder goes too if this was its last dialogue
      *> (a folder still in use simply refuses).
           IF WS-OLD-SEGS = 5
               CALL "CBL_DELETE_DIR" USING
                   WS-OLD-PARENT(1:WS-OLD-DIR-LEN)
           END-IF.
           MOVE 0 TO RETURN-CODE.
           SET SOURCE-WAS-MOVED TO TRUE.
           DISPLAY "DIALOGUE-RELOCATE: moved to "
                   FUNCTION TRIM(WS-NEW-PATH).
       4000-EXIT.
           EXIT.

      *> CBL_CREATE_DIR makes one level at a time; a level that
      *> already exists fails silently (ARCHIVE-SWEEP's walk).
       4100-MAKE-DIR-TREE.
           MOVE 1 TO WS-DIR-PTR.
           MOVE SPACES TO WS-DIR-BUILD.
           MOVE "N" TO WS-DIR-DONE.
           PERFORM 4110-MAKE-ONE-LEVEL THRU 4110-EXIT
               UNTIL NO-MORE-DIR-SEGS.
           MOVE 0 TO RETURN-CODE.
       4100-EXIT.
           EXIT.

       4110-MAKE-ONE-LEVEL.
           MOVE SPACES TO WS-DIR-SEG.
           UNSTRING WS-DIR-FULL DELIMITED BY "/"
               INTO WS-DIR-SEG
               WITH POINTER WS-DIR-PTR
           END-UNSTRING.
           IF WS-DIR-SEG = SPACES
               SET NO-MORE-DIR-SEGS TO TRUE
               GO TO 4110-EXIT
           END-IF.
           IF WS-DIR-BUILD = SPACES
               MOVE FUNCTION TRIM(WS-DIR-SEG) TO WS-DIR-BUILD
           ELSE
               STRING FUNCTION TRIM(WS-DIR-BUILD) DELIMITED BY SIZE
                      "/"                         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DIR-SEG)   DELIMITED BY SIZE
                      INTO WS-DIR-BUILD
               END-STRING
           END-IF.
           CALL "CBL_CREATE_DIR" USING FUNCTION TRIM(WS-DIR-BUILD).
       4110-EXIT.
           EXIT.

       4200-COPY-ONE-LINE.
           READ SRC-FILE
               AT END
                   SET NO-MORE-SRC TO TRUE
                   GO TO 4200-EXIT
           END-READ.
           MOVE SRC-LINE TO DST-LINE.
           MOVE 0 TO WS-SRC-HITS.
           INSPECT SRC-LINE TALLYING WS-SRC-HITS
               FOR ALL WS-OLD-PATH(1:WS-OLD-LEN).
           IF WS-SRC-HITS = 0
               WRITE DST-LINE
               GO TO 4200-EXIT
           END-IF.
           MOVE 0 TO WS-SRC-LEAD.
           INSPECT SRC-LINE TALLYING WS-SRC-LEAD
               FOR CHARACTERS BEFORE INITIAL WS-OLD-PATH(1:WS-OLD-LEN).
           COMPUTE WS-SRC-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(SRC-LINE TRAILING)).
           COMPUTE WS-SRC-TAIL = WS-SRC-LEAD + WS-OLD-LEN + 1.
           MOVE SPACES TO DST-LINE.
           MOVE 1 TO WS-OUT-PTR.
           IF WS-SRC-LEAD > 0
               STRING SRC-LINE(1:WS-SRC-LEAD)   DELIMITED BY SIZE
                      INTO DST-LINE
                      WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF.
           STRING WS-NEW-PATH(1:WS-NEW-LEN)     DELIMITED BY SIZE
                  INTO DST-LINE
                  WITH POINTER WS-OUT-PTR
           END-STRING.
           IF WS-SRC-TAIL <= WS-SRC-LEN
               STRING SRC-LINE(WS-SRC-TAIL:WS-SRC-LEN - WS-SRC-TAIL + 1)
                                                DELIMITED BY SIZE
                      INTO DST-LINE
                      WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF.
           WRITE DST-LINE.
       4200-EXIT.
           EXIT.

      *> The forwarding entry DLGRSLV follows from the old path to
      *> the new, written as soon as the record has moved so the
      *> old path resolves whatever happens to the side files.
       4500-WRITE-FORWARD.
           OPEN EXTEND RELOC-FILE.
           IF WS-RELOC-STATUS = "35"
               OPEN OUTPUT RELOC-FILE
           END-IF.
           MOVE SPACES TO RELOC-LINE.
           STRING "F|"                           DELIMITED BY SIZE
                  WS-OLD-PATH(1:WS-OLD-LEN)      DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-NEW-PATH(1:WS-NEW-LEN)      DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID)  DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP               DELIMITED BY SIZE
                  INTO RELOC-LINE
           END-STRING.
           WRITE RELOC-LINE.
           CLOSE RELOC-FILE.
           MOVE SPACES TO WS-RELOC-STATUS.
       4500-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> One file of the table rewritten through the work copy
      *> under its writers' enqueue (the extract under the
      *> master's, already held). A rehearsal only counts.
      *>----------------------------------------------------------*>
       5000-REKEY-ONE-FILE.
           MOVE 0 TO WS-FILE-REKEYED.
           MOVE WS-SIDE-LOGICAL (WS-SIDE-POS) TO WS-CFG-LOGICAL.
           MOVE WS-SIDE-LOGICAL (WS-SIDE-POS) TO WS-JOURNAL-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-SIDE-NAME.
           MOVE WS-SIDE-RESOURCE (WS-SIDE-POS) TO WS-FILE-RESOURCE.
           IF WS-FILE-RESOURCE NOT = SPACES AND NOT DRY-RUN
               MOVE "ENQ" TO WS-ENQ-ACTION
               CALL "DLGENQ" USING WS-ENQ-ACTION WS-FILE-RESOURCE
                                   WS-ENQ-RC
               IF WS-ENQ-RC = "12"
                   DISPLAY "DIALOGUE-RELOCATE: "
                           FUNCTION TRIM(WS-SIDE-LOGICAL (WS-SIDE-POS))
                           " is in use - not re-keyed"
                   SET APPLY-INCOMPLETE TO TRUE
                   GO TO 5000-EXIT
               END-IF
           END-IF.
           MOVE "N" TO WS-EOF-SIDE.
           MOVE SPACES TO WS-SIDE-STATUS.
           OPEN INPUT SIDE-FILE.
           IF WS-SIDE-STATUS NOT = "00"
               GO TO 5000-RELEASE
           END-IF.
           IF NOT DRY-RUN
               OPEN OUTPUT WORK-FILE
           END-IF.
           PERFORM 5100-REKEY-ONE-RECORD THRU 5100-EXIT
               UNTIL NO-MORE-SIDE.
           CLOSE SIDE-FILE.
           IF DRY-RUN
               PERFORM 8100-REPORT-ONE-FILE THRU 8100-EXIT
               GO TO 5000-RELEASE
           END-IF.
           CLOSE WORK-FILE.
           IF WS-FILE-REKEYED > 0
               CALL "CBL_COPY_FILE" USING WS-CFN-03 WS-SIDE-NAME
               IF RETURN-CODE NOT = 0
                   DISPLAY "DIALOGUE-RELOCATE: could not copy the "
                           "re-keyed file over "
                           FUNCTION TRIM(WS-SIDE-NAME)
                   SET APPLY-INCOMPLETE TO TRUE
               END-IF
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-CFN-03.
           MOVE 0 TO RETURN-CODE.
           ADD WS-FILE-REKEYED TO WS-REKEYED.
           IF WS-FILE-REKEYED > 0
               DISPLAY "DIALOGUE-RELOCATE: "
                       FUNCTION TRIM(WS-SIDE-LOGICAL (WS-SIDE-POS))
                       " - " WS-FILE-REKEYED " record(s) re-keyed"
           END-IF.
       5000-RELEASE.
           IF WS-FILE-RESOURCE NOT = SPACES AND NOT DRY-RUN
               MOVE "DEQ" TO WS-ENQ-ACTION
               CALL "DLGENQ" USING WS-ENQ-ACTION WS-FILE-RESOURCE
                                   WS-ENQ-RC
           END-IF.
       5000-EXIT.
           EXIT.

       5100-REKEY-ONE-RECORD.
           READ SIDE-FILE
               AT END
                   SET NO-MORE-SIDE TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           MOVE SIDE-LINE TO WS-LINE-IN.
           PERFORM 7000-REKEY-LINE THRU 7000-EXIT.
           IF WS-LINE-HITS = 0
               IF NOT DRY-RUN
                   MOVE SIDE-LINE TO WORK-LINE
                   WRITE WORK-LINE
               END-IF
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-FILE-REKEYED.
           IF DRY-RUN
               GO TO 5100-EXIT
           END-IF.
           MOVE WS-LINE-OUT TO WORK-LINE.
           WRITE WORK-LINE.
           MOVE "B" TO WS-IMAGE-TAG.
           PERFORM 5400-JOURNAL-ONE-IMAGE THRU 5400-EXIT.
           MOVE "A" TO WS-IMAGE-TAG.
           PERFORM 5400-JOURNAL-ONE-IMAGE THRU 5400-EXIT.
       5100-EXIT.
           EXIT.

       5400-JOURNAL-ONE-IMAGE.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           MOVE SPACES TO JOURNAL-LINE.
           MOVE 1 TO WS-OUT-PTR.
           STRING WS-IMAGE-TAG                    DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-OLD-PATH(1:WS-OLD-LEN)       DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JOURNAL-LOGICAL)
                                                  DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID)   DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP                DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  INTO JOURNAL-LINE
                  WITH POINTER WS-OUT-PTR
           END-STRING.
           IF WS-IMAGE-TAG = "B"
               STRING WS-LINE-IN                  DELIMITED BY SIZE
                      INTO JOURNAL-LINE
                      WITH POINTER WS-OUT-PTR
               END-STRING
           ELSE
               STRING WS-LINE-OUT                 DELIMITED BY SIZE
                      INTO JOURNAL-LINE
                      WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF.
           WRITE JOURNAL-LINE.
           CLOSE JOURNAL-FILE.
           MOVE SPACES TO WS-JOURNAL-STATUS.
       5400-EXIT.
           EXIT.

      *> Every file carries the new path: the completion entry,
      *> the record's lineage and the audit trail.
       6000-COMPLETE.
           OPEN EXTEND RELOC-FILE.
           IF WS-RELOC-STATUS = "35"
               OPEN OUTPUT RELOC-FILE
           END-IF.
           MOVE SPACES TO RELOC-LINE.
           STRING "C|"                           DELIMITED BY SIZE
                  WS-OLD-PATH(1:WS-OLD-LEN)      DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-NEW-PATH(1:WS-NEW-LEN)      DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-REKEYED                     DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID)  DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP               DELIMITED BY SIZE
                  INTO RELOC-LINE
           END-STRING.
           WRITE RELOC-LINE.
           CLOSE RELOC-FILE.
           MOVE SPACES TO WS-RELOC-STATUS.
           MOVE WS-NEW-PATH TO WS-PROV-PATH.
           MOVE "RELOCATED" TO WS-PROV-KIND.
           MOVE "DIALOGUE-RELOCATE" TO WS-PROV-PGM.
           CALL "DLGPROV" USING WS-PROV-PATH WS-PROV-KIND
                               WS-PROV-PGM.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "DIALOGUE-RELOCATE "           DELIMITED BY SIZE
                  WS-OLD-PATH(1:WS-OLD-LEN)      DELIMITED BY SIZE
                  " -> "                         DELIMITED BY SIZE
                  WS-NEW-PATH(1:WS-NEW-LEN)      DELIMITED BY SIZE
                  INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           DISPLAY "DIALOGUE-RELOCATE: " WS-REKEYED
                   " record(s) re-keyed to "
                   FUNCTION TRIM(WS-NEW-PATH)
                   "; before/after images in "
                   FUNCTION TRIM(WS-CFN-02).
           DISPLAY "DIALOGUE-RELOCATE: the old path forwards through "
                   FUNCTION TRIM(WS-CFN-01)
                   " - rerun DIRMODE-CHECK to confirm the filing".
       6000-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> A line with every "|"-delimited field equal to the old
      *> path replaced by the new one; WS-LINE-HITS says how many.
      *>----------------------------------------------------------*>
       7000-REKEY-LINE.
           MOVE 0 TO WS-LINE-HITS.
           MOVE WS-LINE-IN TO WS-LINE-OUT.
           IF WS-LINE-IN = SPACES
               GO TO 7000-EXIT
           END-IF.
           COMPUTE WS-LINE-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-LINE-IN TRAILING)).
           MOVE SPACES TO WS-LINE-OUT.
           MOVE 1 TO WS-FLD-PTR.
           MOVE 1 TO WS-OUT-PTR.
           PERFORM 7100-REKEY-ONE-FIELD THRU 7100-EXIT
               UNTIL WS-FLD-PTR > WS-LINE-LEN.
           IF WS-LINE-HITS = 0
               MOVE WS-LINE-IN TO WS-LINE-OUT
           END-IF.
       7000-EXIT.
           EXIT.

       7100-REKEY-ONE-FIELD.
           MOVE SPACES TO WS-FLD-TEXT WS-FLD-DELIM.
           MOVE 0 TO WS-FLD-LEN.
           UNSTRING WS-LINE-IN(1:WS-LINE-LEN) DELIMITED BY "|"
               INTO WS-FLD-TEXT DELIMITER IN WS-FLD-DELIM
                                COUNT IN WS-FLD-LEN
               WITH POINTER WS-FLD-PTR
           END-UNSTRING.
           IF WS-FLD-LEN = WS-OLD-LEN
                   AND WS-FLD-TEXT(1:WS-OLD-LEN)
                       = WS-OLD-PATH(1:WS-OLD-LEN)
               STRING WS-NEW-PATH(1:WS-NEW-LEN)  DELIMITED BY SIZE
                      INTO WS-LINE-OUT
                      WITH POINTER WS-OUT-PTR
               END-STRING
               ADD 1 TO WS-LINE-HITS
           ELSE
               IF WS-FLD-LEN > 0
                   STRING WS-FLD-TEXT(1:WS-FLD-LEN) DELIMITED BY SIZE
                          INTO WS-LINE-OUT
                          WITH POINTER WS-OUT-PTR
                   END-STRING
               END-IF
           END-IF.
           IF WS-FLD-DELIM = "|"
               STRING "|"                         DELIMITED BY SIZE
                      INTO WS-LINE-OUT
                      WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF.
       7100-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The rehearsal: what each file would have re-keyed, and
      *> where the record would go; nothing is written but the
      *> report.
      *>----------------------------------------------------------*>
       8000-REHEARSE.
           OPEN OUTPUT REPORT-FILE.
           MOVE "DIALOGUE-RELOCATE DRY RUN" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "FROM " WS-OLD-PATH(1:WS-OLD-LEN)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TO   " WS-NEW-PATH(1:WS-NEW-LEN)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE "RECORDS THAT WOULD BE RE-KEYED, BY FILE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  (THE EXTRACT'S COUNT STANDS FOR THE MASTER'S)"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 5000-REKEY-ONE-FILE THRU 5000-EXIT
               VARYING WS-SIDE-POS FROM 1 BY 1
               UNTIL WS-SIDE-POS > WS-SIDE-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL " WS-REKEYED " RECORD(S)"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE "NOTHING LIVE WAS TOUCHED" TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
           MOVE "DRYRUN DIALOGUE-RELOCATE" TO WS-DRYRUN-AUDIT.
           CALL "DLGAUDIT" USING WS-DRYRUN-AUDIT.
           DISPLAY "DIALOGUE-RELOCATE: DRY RUN - would move "
                   FUNCTION TRIM(WS-OLD-PATH) " to "
                   FUNCTION TRIM(WS-NEW-PATH) " and re-key "
                   WS-REKEYED " record(s); report in "
                   FUNCTION TRIM(WS-CFN-05) "; nothing touched".
       8000-EXIT.
           EXIT.

       8100-REPORT-ONE-FILE.
           ADD WS-FILE-REKEYED TO WS-REKEYED.
           IF WS-FILE-REKEYED = 0
               GO TO 8100-EXIT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " WS-SIDE-LOGICAL (WS-SIDE-POS) " "
                  WS-FILE-REKEYED
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
       8100-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "relocations.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "relocation_journal.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "relocate_work.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE "manifest.lst" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
           MOVE "dryrun_dialogue_relocate.rpt" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-05.
       0900-EXIT.
           EXIT.
