      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> SITE-GENERATE
      *>
      *> Builds the parish's public website from the extract
      *> (batch/dialogue_data.dat) as a complete set of static
      *> pages under the site directory (logical name "site",
      *> batch/site by default):
      *>
      *>     index.html              the home page - every
      *>                             tradition, theme, persona and
      *>                             month with its record count
      *>     tradition-<x>.html      one index page per tradition
      *>                             (the M records' tradition)
      *>     theme-<x>.html          one per theme (THEME-CLASSIFY's
      *>                             batch/theme_class.dat)
      *>     persona-<x>.html        one per persona (the M records'
      *>                             speaker names, through DLGALIAS)
      *>     month-YYYY-MM.html      one per generation month
      *>                             (batch/catalog.dat)
      *>     d-<path>.html           one per dialogue, with its
      *>                             thread and collection
      *>                             neighbours and where it is
      *>                             filed
      *>     d-<path>.<ll>.html      the same dialogue rendered in
      *>                             each language of
      *>                             batch/translation_policy.ref
      *>                             it has T records in, the way
      *>                             DIALOGUE-PLAYER renders them
      *>     feed.xml                an Atom feed of the newest
      *>                             published dialogues
      *>
      *> Only what DLGELIG passes is published. A record withheld
      *> for privacy keeps its place in its thread's and
      *> collection's navigation under REDACT-EXPORT's marker
      *> "[WITHHELD - PRIVACY REVIEW]", unlinked; one barred for
      *> any other reason is left out altogether. Foreign records
      *> carry their origin's credit line (DLGCRED), and a
      *> sponsored dialogue its sponsor's (DLGSPON). The extract is
      *> read whole-installation and each header is judged against
      *> the run's parish view (DLGPRSH CODE): the all-parishes
      *> night publishes every parish, a one-parish run only its
      *> own; another parish's dialogues are left out altogether.
      *>
      *> Every page is hashed as it is written, with the
      *> position-weighted arithmetic DLGSUM uses, and the hashes
      *> are kept in batch/site_manifest.dat:
      *>
      *>     S|page|hash|first-published YYYY-MM-DD
      *>
      *> The run compares them with the previous manifest and
      *> writes batch/site_changes.dat for the upload, which
      *> pushes only what it lists:
      *>
      *>     A|page      added since the last run
      *>     M|page      changed
      *>     D|page      removed (deleted from the site directory)
      *>
      *> The feed's dates are the first-published dates, so a
      *> page that is only re-rendered does not reappear in it.
      *> The site's title, address and feed length come from
      *> batch/site_policy.ref.
      *>
      *> Usage:
      *>     site_generate
      *>
      *> RETURN-CODE 0 site written, 4 written but the site
      *> address is not set or a table filled, 12 a page could
      *> not be written, 16 the extract failed its control check.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>     2026-10-15  DO   A sponsored dialogue's page prints
      *>                      its sponsor credit (DLGSPON).
      *>     2026-10-15  DO   Only the run's parish view is
      *>                      published (DLGPRSH CODE on each
      *>                      header's parish column).
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITE-GENERATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT CATALOG-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT THEME-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THEME-STATUS.
           SELECT NUMBER-FILE ASSIGN DYNAMIC WS-CFN-04
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMBER-STATUS.
           SELECT LANG-FILE ASSIGN DYNAMIC WS-CFN-05
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANG-STATUS.
           SELECT POLICY-FILE ASSIGN DYNAMIC WS-CFN-06
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT MANIFEST-FILE ASSIGN DYNAMIC WS-CFN-07
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT CHANGES-FILE ASSIGN DYNAMIC WS-CFN-08
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAGE-FILE ASSIGN DYNAMIC WS-PAGE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).

       FD  CATALOG-FILE.
       01  CATALOG-LINE             PIC X(400).

       FD  THEME-FILE.
       01  THEME-LINE               PIC X(300).

       FD  NUMBER-FILE.
       01  NUMBER-LINE              PIC X(300).

       FD  LANG-FILE.
       01  LANG-LINE                PIC X(300).

       FD  POLICY-FILE.
       01  POLICY-LINE              PIC X(300).

       FD  MANIFEST-FILE.
       01  MANIFEST-LINE            PIC X(300).

       FD  CHANGES-FILE.
       01  CHANGES-LINE             PIC X(300).

       FD  PAGE-FILE.
       01  PAGE-LINE                PIC X(2000).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CFN-04                PIC X(200).
       01  WS-CFN-05                PIC X(200).
       01  WS-CFN-06                PIC X(200).
       01  WS-CFN-07                PIC X(200).
       01  WS-CFN-08                PIC X(200).
       01  WS-CFN-09                PIC X(200).
       01  WS-PAGE-FILE             PIC X(400).
       01  WS-DATA-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CATALOG-STATUS        PIC X(02) VALUE SPACES.
       01  WS-THEME-STATUS          PIC X(02) VALUE SPACES.
       01  WS-NUMBER-STATUS         PIC X(02) VALUE SPACES.
       01  WS-LANG-STATUS           PIC X(02) VALUE SPACES.
       01  WS-POLICY-STATUS         PIC X(02) VALUE SPACES.
       01  WS-MANIFEST-STATUS       PIC X(02) VALUE SPACES.
       01  WS-PAGE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).
       01  WS-EOF-DATA              PIC X(01) VALUE "N".
           88  NO-MORE-DATA                  VALUE "Y".
       01  WS-EOF-SIDE              PIC X(01) VALUE "N".
           88  NO-MORE-SIDE                  VALUE "Y".
       01  WS-RETURN-CODE           PIC 9(02) VALUE 0.
       01  WS-RUN-STAMP             PIC X(21).
       01  WS-TODAY                 PIC X(10).
       01  WS-TABLE-FULL            PIC X(01) VALUE "N".
           88  A-TABLE-FILLED                VALUE "Y".

      *> Site policy (batch/site_policy.ref).
       01  WS-POL-BASE-URL          PIC X(120) VALUE SPACES.
       01  WS-POL-TITLE             PIC X(80)
               VALUE "Terrestrial Church Dialogues".
       01  WS-POL-FEED-ENTRIES      PIC 9(03) VALUE 20.
       01  WS-BASE-LEN              PIC 9(03) VALUE 0.
       01  WS-SITE-TITLE-HTML       PIC X(500).
       01  WS-SITE-TITLE-LEN        PIC 9(04) VALUE 0.

      *> The congregation's languages (translation_policy.ref).
       01  WS-LANG-MAX              PIC 9(02) VALUE 10.
       01  WS-LANG-COUNT            PIC 9(02) VALUE 0.
       01  WS-LANG-TABLE.
           05  WS-LANG-ENTRY OCCURS 10 TIMES.
               10  WS-LANG-CODE     PIC X(05).
               10  WS-LANG-NAME     PIC X(30).
               10  WS-LANG-SUFFIX   PIC X(05).
       01  WS-LANG-POS              PIC 9(02) VALUE 0.
       01  WS-LANG-WANT             PIC X(05).
       01  WS-LANG-HIT              PIC 9(02) VALUE 0.
       01  WS-RENDER-LANG           PIC 9(02) VALUE 0.

      *> Every record on the extract, in extract order. ELIG is
      *> Y published, W withheld for privacy, N barred.
       01  WS-REC-MAX               PIC 9(04) VALUE 3000.
       01  WS-REC-COUNT             PIC 9(04) VALUE 0.
       01  WS-REC-TABLE.
           05  WS-REC-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-REC-IDX.
               10  WS-REC-PATH      PIC X(200).
               10  WS-REC-TOPIC     PIC X(120).
               10  WS-REC-MODE      PIC X(20).
               10  WS-REC-COLL      PIC X(40).
               10  WS-REC-THREAD    PIC X(40).
               10  WS-REC-VERDICT   PIC X(120).
               10  WS-REC-DATE      PIC X(10).
               10  WS-REC-NUMBER    PIC X(08).
               10  WS-REC-THEME     PIC X(20).
               10  WS-REC-PAGE      PIC X(200).
               10  WS-REC-ELIG      PIC X(01).
                   88  REC-PUBLISHED         VALUE "Y".
                   88  REC-WITHHELD          VALUE "W".
               10  WS-REC-LANGS     PIC X(10).
               10  WS-REC-MB-FIRST  PIC 9(05).
               10  WS-REC-MB-LAST   PIC 9(05).
       01  WS-REC-POS               PIC 9(04) VALUE 0.
       01  WS-CUR-POS               PIC 9(04) VALUE 0.
       01  WS-OTHER-POS             PIC 9(04) VALUE 0.
       01  WS-H-SEEN                PIC 9(04) VALUE 0.
       01  WS-WANT-PATH             PIC X(200).
       01  WS-FOUND-POS             PIC 9(04) VALUE 0.
       01  WS-PATH-LEN              PIC 9(03) VALUE 0.
       01  WS-CUT-POS               PIC 9(03) VALUE 0.
       01  WS-RECS-PUBLISHED        PIC 9(05) VALUE 0.
       01  WS-RECS-WITHHELD         PIC 9(05) VALUE 0.
       01  WS-RECS-BARRED           PIC 9(05) VALUE 0.
       01  WS-RECS-ELSEWHERE        PIC 9(05) VALUE 0.

      *> Index memberships: R tradition, T theme, P persona,
      *> M month. A record's traditions and personas sit together
      *> (REC-MB-FIRST to REC-MB-LAST); themes and months follow
      *> at the end.
       01  WS-MB-MAX                PIC 9(05) VALUE 20000.
       01  WS-MB-COUNT              PIC 9(05) VALUE 0.
       01  WS-MB-TABLE.
           05  WS-MB-ENTRY OCCURS 20000 TIMES.
               10  WS-MB-KIND       PIC X(01).
               10  WS-MB-KEY        PIC X(60).
               10  WS-MB-REC        PIC 9(04).
       01  WS-MB-POS                PIC 9(05) VALUE 0.
       01  WS-MB-WANT-KIND          PIC X(01).
       01  WS-MB-WANT-KEY           PIC X(60).
       01  WS-MB-HIT                PIC 9(05) VALUE 0.

      *> The index pages, one per kind and key.
       01  WS-GRP-MAX               PIC 9(04) VALUE 1500.
       01  WS-GRP-COUNT             PIC 9(04) VALUE 0.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 1500 TIMES.
               10  WS-GRP-KIND      PIC X(01).
               10  WS-GRP-KEY       PIC X(60).
               10  WS-GRP-PAGE      PIC X(120).
               10  WS-GRP-COUNT-N   PIC 9(05).
               10  WS-GRP-LISTED    PIC X(01).
       01  WS-GRP-POS               PIC 9(04) VALUE 0.
       01  WS-GRP-HIT               PIC 9(04) VALUE 0.
       01  WS-GRP-SCAN              PIC 9(04) VALUE 0.
       01  WS-GRP-SEQ-ED            PIC Z(03)9.
       01  WS-KIND-PREFIX           PIC X(12).
       01  WS-KIND-LABEL            PIC X(12).
       01  WS-KIND-HEADING          PIC X(12).

      *> T records in the congregation's languages.
       01  WS-TR-MAX                PIC 9(04) VALUE 4000.
       01  WS-TR-COUNT              PIC 9(04) VALUE 0.
       01  WS-TR-TABLE.
           05  WS-TR-ENTRY OCCURS 4000 TIMES.
               10  WS-TR-PATH       PIC X(200).
               10  WS-TR-REC        PIC 9(04).
               10  WS-TR-SEQ        PIC 9(04).
               10  WS-TR-LANG       PIC 9(02).
               10  WS-TR-TEXT       PIC X(240).
       01  WS-TR-POS                PIC 9(04) VALUE 0.

      *> The current record's translations in the language being
      *> rendered; sequence 0000 is the topic.
       01  WS-CT-MAX                PIC 9(03) VALUE 400.
       01  WS-CT-COUNT              PIC 9(03) VALUE 0.
       01  WS-CT-TABLE.
           05  WS-CT-ENTRY OCCURS 400 TIMES.
               10  WS-CT-SEQ        PIC 9(04).
               10  WS-CT-TEXT       PIC X(240).
       01  WS-CT-POS                PIC 9(03) VALUE 0.
       01  WS-CT-HIT                PIC 9(03) VALUE 0.
       01  WS-CT-WANT               PIC 9(04) VALUE 0.

      *> The current record's messages, held for its pages.
       01  WS-MSG-MAX               PIC 9(03) VALUE 400.
       01  WS-MSG-COUNT             PIC 9(03) VALUE 0.
       01  WS-MSG-TABLE.
           05  WS-MSG-ENTRY OCCURS 400 TIMES.
               10  WS-MSG-SEQ       PIC 9(04).
               10  WS-MSG-NAME      PIC X(40).
               10  WS-MSG-CONTENT   PIC X(240).
       01  WS-MSG-POS               PIC 9(03) VALUE 0.

      *> Pages written this run, and the previous run's manifest.
       01  WS-PG-MAX                PIC 9(04) VALUE 9000.
       01  WS-PG-COUNT              PIC 9(04) VALUE 0.
       01  WS-PG-TABLE.
           05  WS-PG-ENTRY OCCURS 9000 TIMES.
               10  WS-PG-NAME       PIC X(200).
               10  WS-PG-HASH       PIC 9(12).
               10  WS-PG-FIRST      PIC X(10).
               10  WS-PG-REC        PIC 9(04).
               10  WS-PG-STATE      PIC X(01).
               10  WS-PG-FED        PIC X(01).
       01  WS-PG-POS                PIC 9(04) VALUE 0.
       01  WS-OLD-MAX               PIC 9(04) VALUE 9000.
       01  WS-OLD-COUNT             PIC 9(04) VALUE 0.
       01  WS-OLD-TABLE.
           05  WS-OLD-ENTRY OCCURS 9000 TIMES.
               10  WS-OLD-NAME      PIC X(200).
               10  WS-OLD-HASH      PIC 9(12).
               10  WS-OLD-FIRST     PIC X(10).
               10  WS-OLD-SEEN      PIC X(01).
       01  WS-OLD-POS               PIC 9(04) VALUE 0.
       01  WS-OLD-HIT               PIC 9(04) VALUE 0.
       01  WS-OLD-CURSOR            PIC 9(04) VALUE 0.
       01  WS-PAGES-ADDED           PIC 9(05) VALUE 0.
       01  WS-PAGES-CHANGED         PIC 9(05) VALUE 0.
       01  WS-PAGES-REMOVED         PIC 9(05) VALUE 0.
       01  WS-DELETE-NAME           PIC X(400).

      *> The feed's picks, newest first.
       01  WS-FEED-COUNT            PIC 9(03) VALUE 0.
       01  WS-FEED-TABLE.
           05  WS-FEED-PG           PIC 9(04) OCCURS 100 TIMES.
       01  WS-FEED-POS              PIC 9(03) VALUE 0.
       01  WS-FEED-BEST             PIC 9(04) VALUE 0.
       01  WS-FEED-UPDATED          PIC X(10).

      *> The page being written.
       01  WS-PAGE-NAME             PIC X(200).
       01  WS-PAGE-TITLE            PIC X(240).
       01  WS-PAGE-LANG             PIC X(05).
       01  WS-PAGE-REC              PIC 9(04) VALUE 0.
       01  WS-OUT-LINE              PIC X(2000).
       01  WS-OUT-PTR               PIC 9(04) VALUE 1.
       01  WS-HASH-MODULUS          PIC 9(13) VALUE 1000000000000.
       01  WS-LINE-HASH             PIC 9(13) VALUE 0.
       01  WS-PAGE-HASH             PIC 9(13) VALUE 0.
       01  WS-LINE-NO               PIC 9(05) VALUE 0.
       01  WS-LINE-LEN              PIC 9(04) VALUE 0.
       01  WS-CHAR-POS              PIC 9(04) VALUE 0.

      *> HTML escaping: WS-ESC-IN to WS-ESC-OUT(1:WS-ESC-LEN);
      *> WS-ESC-HOLD keeps a first escaped piece while a second
      *> is made.
       01  WS-ESC-IN                PIC X(240).
       01  WS-ESC-OUT               PIC X(1500).
       01  WS-ESC-LEN               PIC 9(04) VALUE 0.
       01  WS-ESC-IN-LEN            PIC 9(04) VALUE 0.
       01  WS-ESC-POS               PIC 9(04) VALUE 0.
       01  WS-ESC-PTR               PIC 9(04) VALUE 1.
       01  WS-ESC-CHAR              PIC X(01).
       01  WS-ESC-HOLD              PIC X(1500).
       01  WS-ESC-HOLD-LEN          PIC 9(04) VALUE 0.

      *> Page-name slugs: lower case letters, digits and
      *> underscores, everything else one hyphen.
       01  WS-SLUG-IN               PIC X(200).
       01  WS-SLUG-WORK             PIC X(200).
       01  WS-SLUG-OUT              PIC X(200).
       01  WS-SLUG-LEN              PIC 9(03) VALUE 0.
       01  WS-SLUG-IN-LEN           PIC 9(03) VALUE 0.
       01  WS-SLUG-POS              PIC 9(03) VALUE 0.
       01  WS-SLUG-PTR              PIC 9(03) VALUE 1.
       01  WS-SLUG-CHAR             PIC X(01).
       01  WS-SLUG-DASHED           PIC X(01) VALUE "Y".

      *> Thread and collection navigation.
       01  WS-NAV-KIND              PIC X(01).
       01  WS-NAV-KEY               PIC X(40).
       01  WS-NAV-PREV              PIC 9(04) VALUE 0.
       01  WS-NAV-NEXT              PIC 9(04) VALUE 0.
       01  WS-NAV-BEFORE            PIC X(01).
       01  WS-NAV-LINK-POS          PIC 9(04) VALUE 0.
       01  WS-NAV-HREF              PIC X(220).
       01  WS-FILED-COUNT           PIC 9(03) VALUE 0.
       01  WS-REDACT-MARKER         PIC X(28)
               VALUE "[WITHHELD - PRIVACY REVIEW]".

       01  WS-ELIG-PATH             PIC X(200).
       01  WS-ELIG-RC               PIC X(02).
       01  WS-ELIG-REASON           PIC X(10).

      *> Whose a header is (DLGPRSH CODE).
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "SITE-GENERATE".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).
       01  WS-CRD-PATH              PIC X(200).
       01  WS-CRD-CREDIT            PIC X(120).
       01  WS-CRD-RC                PIC X(02).
       01  WS-ALIAS-NAME            PIC X(40).
       01  WS-COUNT-ED              PIC Z(04)9.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
       01  WS-IN-F4                 PIC X(240).
       01  WS-IN-F5                 PIC X(240).
       01  WS-IN-F6                 PIC X(240).
       01  WS-IN-F7                 PIC X(240).
       01  WS-IN-F8                 PIC X(240).
       01  WS-IN-F9                 PIC X(240).
       01  WS-IN-F10                PIC X(240).
       01  WS-IN-F11                PIC X(240).
       01  WS-IN-F12                PIC X(240).
       01  WS-IN-F13                PIC X(240).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE WS-CFN-01 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-EXTRACT THRU 2000-EXIT.
           PERFORM 2500-JOIN-DATES THRU 2500-EXIT.
           PERFORM 2600-JOIN-THEMES THRU 2600-EXIT.
           PERFORM 2700-JOIN-NUMBERS THRU 2700-EXIT.
           PERFORM 2800-RESOLVE-TRANSLATIONS THRU 2800-EXIT.
           PERFORM 2900-BUILD-GROUPS THRU 2900-EXIT.
           PERFORM 3000-WRITE-DIALOGUE-PAGES THRU 3000-EXIT.
           PERFORM 4000-WRITE-INDEX-PAGES THRU 4000-EXIT.
           PERFORM 5000-WRITE-HOME-PAGE THRU 5000-EXIT.
           PERFORM 6000-WRITE-FEED THRU 6000-EXIT.
           PERFORM 7000-RECONCILE-MANIFEST THRU 7000-EXIT.
           IF A-TABLE-FILLED
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           DISPLAY "SITE-GENERATE: " WS-RECS-PUBLISHED
                   " record(s) published, " WS-RECS-WITHHELD
                   " withheld for privacy, " WS-RECS-BARRED
                   " barred, " WS-RECS-ELSEWHERE
                   " another parish's".
           DISPLAY "SITE-GENERATE: " WS-PG-COUNT " page(s) in "
                   FUNCTION TRIM(WS-CFN-09) " - " WS-PAGES-ADDED
                   " added, " WS-PAGES-CHANGED " changed, "
                   WS-PAGES-REMOVED " removed; see "
                   FUNCTION TRIM(WS-CFN-08).
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP.
           MOVE SPACES TO WS-TODAY.
           STRING WS-RUN-STAMP(1:4) "-" WS-RUN-STAMP(5:2) "-"
                  WS-RUN-STAMP(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING.
           CALL "CBL_CREATE_DIR" USING FUNCTION TRIM(WS-CFN-09).
           PERFORM 1100-LOAD-POLICY THRU 1100-EXIT.
           PERFORM 1200-LOAD-LANGUAGES THRU 1200-EXIT.
           PERFORM 1300-LOAD-MANIFEST THRU 1300-EXIT.
       1000-EXIT.
           EXIT.

      *> P|BASE-URL|address, P|TITLE|text, P|FEED-ENTRIES|n.
       1100-LOAD-POLICY.
           OPEN INPUT POLICY-FILE.
           IF WS-POLICY-STATUS = "00"
               MOVE "N" TO WS-EOF-SIDE
               PERFORM 1110-READ-ONE-POLICY THRU 1110-EXIT
                   UNTIL NO-MORE-SIDE
               CLOSE POLICY-FILE
           END-IF.
           IF WS-POL-BASE-URL = SPACES
               DISPLAY "SITE-GENERATE: no BASE-URL in "
                       FUNCTION TRIM(WS-CFN-06)
                       " - the feed carries relative links"
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               MOVE FUNCTION LENGTH(
                        FUNCTION TRIM(WS-POL-BASE-URL TRAILING))
                   TO WS-BASE-LEN
               IF WS-POL-BASE-URL(WS-BASE-LEN:1) NOT = "/"
                       AND WS-BASE-LEN < 120
                   ADD 1 TO WS-BASE-LEN
                   MOVE "/" TO WS-POL-BASE-URL(WS-BASE-LEN:1)
               END-IF
           END-IF.
           MOVE WS-POL-TITLE TO WS-ESC-IN.
           PERFORM 8300-ESCAPE THRU 8300-EXIT.
           MOVE WS-ESC-OUT TO WS-SITE-TITLE-HTML.
           MOVE WS-ESC-LEN TO WS-SITE-TITLE-LEN.
       1100-EXIT.
           EXIT.

       1110-READ-ONE-POLICY.
           READ POLICY-FILE
               AT END
                   SET NO-MORE-SIDE TO TRUE
                   GO TO 1110-EXIT
           END-READ.
           IF POLICY-LINE(1:2) NOT = "P|"
               GO TO 1110-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING POLICY-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           EVALUATE WS-IN-F2
               WHEN "BASE-URL"
                   MOVE WS-IN-F3(1:120) TO WS-POL-BASE-URL
               WHEN "TITLE"
                   IF WS-IN-F3 NOT = SPACES
                       MOVE WS-IN-F3(1:80) TO WS-POL-TITLE
                   END-IF
               WHEN "FEED-ENTRIES"
                   IF FUNCTION TRIM(WS-IN-F3) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-IN-F3)
                           TO WS-POL-FEED-ENTRIES
                   END-IF
                   IF WS-POL-FEED-ENTRIES > 100
                       MOVE 100 TO WS-POL-FEED-ENTRIES
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1110-EXIT.
           EXIT.

      *> L|code|language from the translation policy.
       1200-LOAD-LANGUAGES.
           OPEN INPUT LANG-FILE.
           IF WS-LANG-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SIDE.
           PERFORM 1210-READ-ONE-LANGUAGE THRU 1210-EXIT
               UNTIL NO-MORE-SIDE.
           CLOSE LANG-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-ONE-LANGUAGE.
           READ LANG-FILE
               AT END
                   SET NO-MORE-SIDE TO TRUE
                   GO TO 1210-EXIT
           END-READ.
           IF LANG-LINE(1:2) NOT = "L|"
               GO TO 1210-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING LANG-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           IF WS-IN-F2 = SPACES OR WS-LANG-COUNT >= WS-LANG-MAX
               GO TO 1210-EXIT
           END-IF.
           ADD 1 TO WS-LANG-COUNT.
           MOVE FUNCTION UPPER-CASE(WS-IN-F2(1:5))
               TO WS-LANG-CODE (WS-LANG-COUNT).
           MOVE FUNCTION LOWER-CASE(WS-IN-F2(1:5))
               TO WS-LANG-SUFFIX (WS-LANG-COUNT).
           MOVE WS-IN-F3(1:30) TO WS-LANG-NAME (WS-LANG-COUNT).
           IF WS-LANG-NAME (WS-LANG-COUNT) = SPACES
               MOVE WS-LANG-CODE (WS-LANG-COUNT)
                   TO WS-LANG-NAME (WS-LANG-COUNT)
           END-IF.
       1210-EXIT.
           EXIT.

      *> The previous run's S|page|hash|first-published lines.
       1300-LOAD-MANIFEST.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = "00"
               DISPLAY "SITE-GENERATE: no previous manifest - "
                       "every page counts as added"
               GO TO 1300-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SIDE.
           PERFORM 1310-READ-ONE-PAGE THRU 1310-EXIT
               UNTIL NO-MORE-SIDE.
           CLOSE MANIFEST-FILE.
       1300-EXIT.
           EXIT.

       1310-READ-ONE-PAGE.
           READ MANIFEST-FILE
               AT END
                   SET NO-MORE-SIDE TO TRUE
                   GO TO 1310-EXIT
           END-READ.
           IF MANIFEST-LINE(1:2) NOT = "S|"
               GO TO 1310-EXIT
           END-IF.
           IF WS-OLD-COUNT >= WS-OLD-MAX
               SET A-TABLE-FILLED TO TRUE
               GO TO 1310-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4.
           UNSTRING MANIFEST-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
           END-UNSTRING.
           ADD 1 TO WS-OLD-COUNT.
           MOVE WS-IN-F2(1:200) TO WS-OLD-NAME (WS-OLD-COUNT).
           MOVE 0 TO WS-OLD-HASH (WS-OLD-COUNT).
           IF FUNCTION TRIM(WS-IN-F3) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-IN-F3)
                   TO WS-OLD-HASH (WS-OLD-COUNT)
           END-IF.
           MOVE WS-IN-F4(1:10) TO WS-OLD-FIRST (WS-OLD-COUNT).
           MOVE "N" TO WS-OLD-SEEN (WS-OLD-COUNT).
       1310-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> First pass: the records, their traditions and personas,
      *> and the T records in the congregation's languages.
      *>----------------------------------------------------------*>
       2000-LOAD-EXTRACT.
           OPEN INPUT DATA-FILE.
           MOVE "N" TO WS-EOF-DATA.
           MOVE 0 TO WS-CUR-POS.
           PERFORM 2100-LOAD-ONE-LINE THRU 2100-EXIT
               UNTIL NO-MORE-DATA.
           CLOSE DATA-FILE.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-LINE.
           READ DATA-FILE
               AT END
                   SET NO-MORE-DATA TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           EVALUATE DATA-LINE(1:2)
               WHEN "H|"
                   PERFORM 2200-ADD-RECORD THRU 2200-EXIT
               WHEN "M|"
                   PERFORM 2300-NOTE-SPEAKER THRU 2300-EXIT
               WHEN "T|"
                   PERFORM 2400-KEEP-TRANSLATION THRU 2400-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2200-ADD-RECORD.
           MOVE 0 TO WS-CUR-POS.
           IF WS-REC-COUNT >= WS-REC-MAX
               IF NOT A-TABLE-FILLED
                   DISPLAY "SITE-GENERATE: more than " WS-REC-MAX
                           " records on the extract - the rest are "
                           "not published"
               END-IF
               SET A-TABLE-FILLED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6 WS-IN-F7 WS-IN-F8 WS-IN-F9
                          WS-IN-F10 WS-IN-F11 WS-IN-F12 WS-IN-F13
                          WS-PRS-PARISH.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-IN-F7 WS-IN-F8 WS-IN-F9 WS-IN-F10
                    WS-IN-F11 WS-IN-F12 WS-IN-F13 WS-PRS-PARISH
           END-UNSTRING.
           MOVE WS-IN-F2(1:200) TO WS-WANT-PATH.
           PERFORM 8000-FIND-PATH THRU 8000-EXIT.
           ADD 1 TO WS-REC-COUNT.
           MOVE WS-REC-COUNT TO WS-CUR-POS.
           MOVE WS-IN-F2(1:200) TO WS-REC-PATH (WS-CUR-POS).
           MOVE WS-IN-F3(1:120) TO WS-REC-TOPIC (WS-CUR-POS).
           MOVE FUNCTION LOWER-CASE(WS-IN-F4(1:20))
               TO WS-REC-MODE (WS-CUR-POS).
           MOVE WS-IN-F6(1:40) TO WS-REC-COLL (WS-CUR-POS).
           MOVE WS-IN-F7(1:40) TO WS-REC-THREAD (WS-CUR-POS).
           MOVE WS-IN-F8(1:120) TO WS-REC-VERDICT (WS-CUR-POS).
           MOVE SPACES TO WS-REC-DATE (WS-CUR-POS)
                          WS-REC-NUMBER (WS-CUR-POS)
                          WS-REC-THEME (WS-CUR-POS)
                          WS-REC-LANGS (WS-CUR-POS).
           MOVE 0 TO WS-REC-MB-FIRST (WS-CUR-POS)
                     WS-REC-MB-LAST (WS-CUR-POS).
      *> A path seen twice is published once, from its first
      *> header.
           IF WS-FOUND-POS > 0
               MOVE "N" TO WS-REC-ELIG (WS-CUR-POS)
               GO TO 2200-EXIT
           END-IF.
      *> Another parish's dialogue keeps its slot (the second pass
      *> counts headers) but is never published or linked.
           MOVE WS-IN-F2 TO WS-PRS-TEXT.
           PERFORM 8950-JUDGE-PARISH THRU 8950-EXIT.
           IF WS-PRS-RC NOT = "00"
               MOVE "N" TO WS-REC-ELIG (WS-CUR-POS)
               ADD 1 TO WS-RECS-ELSEWHERE
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-IN-F2(1:200) TO WS-ELIG-PATH.
           CALL "DLGELIG" USING WS-ELIG-PATH WS-ELIG-RC
                                WS-ELIG-REASON.
           EVALUATE TRUE
               WHEN WS-ELIG-RC NOT = "12"
                   MOVE "Y" TO WS-REC-ELIG (WS-CUR-POS)
                   ADD 1 TO WS-RECS-PUBLISHED
               WHEN WS-ELIG-REASON = "PRIVACY"
                   MOVE "W" TO WS-REC-ELIG (WS-CUR-POS)
                   ADD 1 TO WS-RECS-WITHHELD
               WHEN OTHER
                   MOVE "N" TO WS-REC-ELIG (WS-CUR-POS)
                   ADD 1 TO WS-RECS-BARRED
           END-EVALUATE.
      *> The page name is the path, less its .cob, as a slug.
           MOVE WS-IN-F2(1:200) TO WS-SLUG-IN.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SLUG-IN TRAILING))
               TO WS-PATH-LEN.
           IF WS-PATH-LEN > 4
               COMPUTE WS-CUT-POS = WS-PATH-LEN - 3
               IF WS-SLUG-IN(WS-CUT-POS:4) = ".cob"
                   MOVE SPACES TO WS-SLUG-IN(WS-CUT-POS:4)
               END-IF
           END-IF.
           PERFORM 8400-MAKE-SLUG THRU 8400-EXIT.
           MOVE SPACES TO WS-REC-PAGE (WS-CUR-POS).
           STRING "d-" WS-SLUG-OUT(1:WS-SLUG-LEN)
                  DELIMITED BY SIZE INTO WS-REC-PAGE (WS-CUR-POS)
           END-STRING.
       2200-EXIT.
           EXIT.

      *> M|path|seq|speaker|name|tradition|content|...; the
      *> traditions and personas a published record draws on.
       2300-NOTE-SPEAKER.
           IF WS-CUR-POS = 0
               GO TO 2300-EXIT
           END-IF.
           IF NOT REC-PUBLISHED (WS-CUR-POS)
               GO TO 2300-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6
           END-UNSTRING.
           IF WS-IN-F2(1:200) NOT = WS-REC-PATH (WS-CUR-POS)
               GO TO 2300-EXIT
           END-IF.
      *> The questioner and the staging voices are nobody's
      *> persona and stand for no tradition.
           MOVE WS-IN-F5(1:40) TO WS-ALIAS-NAME.
           IF WS-ALIAS-NAME = SPACES
                   OR WS-ALIAS-NAME = "System"
                   OR WS-ALIAS-NAME = "You"
                   OR WS-ALIAS-NAME = "Forum"
                   OR WS-ALIAS-NAME = "Court"
                   OR WS-ALIAS-NAME = "Time Machine"
               GO TO 2300-EXIT
           END-IF.
           IF WS-IN-F6 NOT = SPACES
               MOVE "R" TO WS-MB-WANT-KIND
               MOVE WS-IN-F6(1:60) TO WS-MB-WANT-KEY
               PERFORM 8050-ADD-MEMBERSHIP THRU 8050-EXIT
           END-IF.
           CALL "DLGALIAS" USING WS-ALIAS-NAME.
           MOVE "P" TO WS-MB-WANT-KIND.
           MOVE WS-ALIAS-NAME TO WS-MB-WANT-KEY.
           PERFORM 8050-ADD-MEMBERSHIP THRU 8050-EXIT.
       2300-EXIT.
           EXIT.

      *> T|path|seq|lang|translated content
       2400-KEEP-TRANSLATION.
           IF WS-LANG-COUNT = 0
               GO TO 2400-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-IN-F4(1:5)) TO WS-LANG-WANT.
           PERFORM 8060-FIND-LANGUAGE THRU 8060-EXIT.
           IF WS-LANG-HIT = 0
               GO TO 2400-EXIT
           END-IF.
           IF FUNCTION TRIM(WS-IN-F3) IS NOT NUMERIC
               GO TO 2400-EXIT
           END-IF.
           IF WS-TR-COUNT >= WS-TR-MAX
               IF NOT A-TABLE-FILLED
                   DISPLAY "SITE-GENERATE: more than " WS-TR-MAX
                           " translations on the extract - the "
                           "rest are rendered untranslated"
               END-IF
               SET A-TABLE-FILLED TO TRUE
               GO TO 2400-EXIT
           END-IF.
           ADD 1 TO WS-TR-COUNT.
           MOVE WS-IN-F2(1:200) TO WS-TR-PATH (WS-TR-COUNT).
           MOVE 0 TO WS-TR-REC (WS-TR-COUNT).
           MOVE FUNCTION NUMVAL(WS-IN-F3) TO WS-TR-SEQ (WS-TR-COUNT).
           MOVE WS-LANG-HIT TO WS-TR-LANG (WS-TR-COUNT).
           MOVE WS-IN-F5 TO WS-TR-TEXT (WS-TR-COUNT).
       2400-EXIT.
           EXIT.

      *> catalog: path|topic|mode|gen-date|msgcount
       2500-JOIN-DATES.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT = "00"
               GO TO 2500-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SIDE.
           PERFORM 2510-JOIN-ONE-DATE THRU 2510-EXIT
               UNTIL NO-MORE-SIDE.
           CLOSE CATALOG-FILE.
       2500-EXIT.
           EXIT.

       2510-JOIN-ONE-DATE.
           READ CATALOG-FILE
               AT END
                   SET NO-MORE-SIDE TO TRUE
                   GO TO 2510-EXIT
           END-READ.
           IF CATALOG-LINE(1:2) = "C|"
               GO TO 2510-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5.
           UNSTRING CATALOG-LINE DELIMITED BY "|"
               INTO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
           END-UNSTRING.
           MOVE WS-IN-F2(1:200) TO WS-WANT-PATH.
           PERFORM 8000-FIND-PATH THRU 8000-EXIT.
           IF WS-FOUND-POS > 0
               MOVE WS-IN-F5(1:10) TO WS-REC-DATE (WS-FOUND-POS)
           END-IF.
       2510-EXIT.
           EXIT.

      *> theme_class.dat: PATH|THEME
       2600-JOIN-THEMES.
           OPEN INPUT THEME-FILE.
           IF WS-THEME-STATUS NOT = "00"
               DISPLAY "SITE-GENERATE: no theme classification at "
                       FUNCTION TRIM(WS-CFN-03)
                       " - run THEME-CLASSIFY; no theme pages"
               GO TO 2600-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SIDE.
           PERFORM 2610-JOIN-ONE-THEME THRU 2610-EXIT
               UNTIL NO-MORE-SIDE.
           CLOSE THEME-FILE.
       2600-EXIT.
           EXIT.

       2610-JOIN-ONE-THEME.
           READ THEME-FILE
               AT END
                   SET NO-MORE-SIDE TO TRUE
                   GO TO 2610-EXIT
           END-READ.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING THEME-LINE DELIMITED BY "|"
               INTO WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           MOVE WS-IN-F2(1:200) TO WS-WANT-PATH.
           PERFORM 8000-FIND-PATH THRU 8000-EXIT.
           IF WS-FOUND-POS > 0
               MOVE WS-IN-F3(1:20) TO WS-REC-THEME (WS-FOUND-POS)
           END-IF.
       2610-EXIT.
           EXIT.

      *> N|number|path|stamp; a later line for a path wins.
       2700-JOIN-NUMBERS.
           OPEN INPUT NUMBER-FILE.
           IF WS-NUMBER-STATUS NOT = "00"
               GO TO 2700-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SIDE.
           PERFORM 2710-JOIN-ONE-NUMBER THRU 2710-EXIT
               UNTIL NO-MORE-SIDE.
           CLOSE NUMBER-FILE.
       2700-EXIT.
           EXIT.

       2710-JOIN-ONE-NUMBER.
           READ NUMBER-FILE
               AT END
                   SET NO-MORE-SIDE TO TRUE
                   GO TO 2710-EXIT
           END-READ.
           IF NUMBER-LINE(1:2) NOT = "N|"
               GO TO 2710-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING NUMBER-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           MOVE WS-IN-F3(1:200) TO WS-WANT-PATH.
           PERFORM 8000-FIND-PATH THRU 8000-EXIT.
           IF WS-FOUND-POS > 0
               MOVE WS-IN-F2(1:8) TO WS-REC-NUMBER (WS-FOUND-POS)
           END-IF.
       2710-EXIT.
           EXIT.

      *> Tie each translation to its record and note which
      *> languages each published record can be rendered in.
       2800-RESOLVE-TRANSLATIONS.
           PERFORM 2810-RESOLVE-ONE THRU 2810-EXIT
               VARYING WS-TR-POS FROM 1 BY 1
               UNTIL WS-TR-POS > WS-TR-COUNT.
       2800-EXIT.
           EXIT.

       2810-RESOLVE-ONE.
           MOVE WS-TR-PATH (WS-TR-POS) TO WS-WANT-PATH.
           PERFORM 8000-FIND-PATH THRU 8000-EXIT.
           IF WS-FOUND-POS = 0
               GO TO 2810-EXIT
           END-IF.
           IF NOT REC-PUBLISHED (WS-FOUND-POS)
               GO TO 2810-EXIT
           END-IF.
           MOVE WS-FOUND-POS TO WS-TR-REC (WS-TR-POS).
           MOVE WS-TR-LANG (WS-TR-POS) TO WS-LANG-POS.
           MOVE "Y" TO WS-REC-LANGS (WS-FOUND-POS)(WS-LANG-POS:1).
       2810-EXIT.
           EXIT.

      *> Themes and months join the memberships, then every
      *> membership is counted into its index page.
       2900-BUILD-GROUPS.
           PERFORM 2910-THEME-AND-MONTH THRU 2910-EXIT
               VARYING WS-REC-POS FROM 1 BY 1
               UNTIL WS-REC-POS > WS-REC-COUNT.
           PERFORM 2920-COUNT-MEMBERSHIP THRU 2920-EXIT
               VARYING WS-MB-POS FROM 1 BY 1
               UNTIL WS-MB-POS > WS-MB-COUNT.
       2900-EXIT.
           EXIT.

       2910-THEME-AND-MONTH.
           IF NOT REC-PUBLISHED (WS-REC-POS)
               GO TO 2910-EXIT
           END-IF.
           IF WS-REC-THEME (WS-REC-POS) NOT = SPACES
                   AND WS-MB-COUNT < WS-MB-MAX
               ADD 1 TO WS-MB-COUNT
               MOVE "T" TO WS-MB-KIND (WS-MB-COUNT)
               MOVE WS-REC-THEME (WS-REC-POS)
                   TO WS-MB-KEY (WS-MB-COUNT)
               MOVE WS-REC-POS TO WS-MB-REC (WS-MB-COUNT)
           END-IF.
           IF WS-REC-DATE (WS-REC-POS)(1:7) NOT = SPACES
                   AND WS-MB-COUNT < WS-MB-MAX
               ADD 1 TO WS-MB-COUNT
               MOVE "M" TO WS-MB-KIND (WS-MB-COUNT)
               MOVE WS-REC-DATE (WS-REC-POS)(1:7)
                   TO WS-MB-KEY (WS-MB-COUNT)
               MOVE WS-REC-POS TO WS-MB-REC (WS-MB-COUNT)
           END-IF.
       2910-EXIT.
           EXIT.

       2920-COUNT-MEMBERSHIP.
           MOVE WS-MB-KIND (WS-MB-POS) TO WS-MB-WANT-KIND.
           MOVE WS-MB-KEY (WS-MB-POS) TO WS-MB-WANT-KEY.
           PERFORM 8700-FIND-GROUP THRU 8700-EXIT.
           IF WS-GRP-HIT > 0
               ADD 1 TO WS-GRP-COUNT-N (WS-GRP-HIT)
               GO TO 2920-EXIT
           END-IF.
           IF WS-GRP-COUNT >= WS-GRP-MAX
               SET A-TABLE-FILLED TO TRUE
               GO TO 2920-EXIT
           END-IF.
           ADD 1 TO WS-GRP-COUNT.
           MOVE WS-MB-WANT-KIND TO WS-GRP-KIND (WS-GRP-COUNT).
           MOVE WS-MB-WANT-KEY TO WS-GRP-KEY (WS-GRP-COUNT).
           MOVE 1 TO WS-GRP-COUNT-N (WS-GRP-COUNT).
           MOVE "N" TO WS-GRP-LISTED (WS-GRP-COUNT).
           PERFORM 8750-KIND-NAMES THRU 8750-EXIT.
           MOVE WS-MB-WANT-KEY TO WS-SLUG-IN.
           PERFORM 8400-MAKE-SLUG THRU 8400-EXIT.
           MOVE SPACES TO WS-GRP-PAGE (WS-GRP-COUNT).
           STRING FUNCTION TRIM(WS-KIND-PREFIX) "-"
                  WS-SLUG-OUT(1:WS-SLUG-LEN)
                  DELIMITED BY SIZE INTO WS-GRP-PAGE (WS-GRP-COUNT)
           END-STRING.
      *> Two keys that slug alike ("St. John", "St John") keep
      *> apart by the later one's sequence number.
           MOVE 0 TO WS-GRP-HIT.
           PERFORM 2930-SAME-PAGE THRU 2930-EXIT
               VARYING WS-GRP-SCAN FROM 1 BY 1
               UNTIL WS-GRP-SCAN >= WS-GRP-COUNT
                   OR WS-GRP-HIT > 0.
           IF WS-GRP-HIT > 0
               MOVE WS-GRP-COUNT TO WS-GRP-SEQ-ED
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                        WS-GRP-PAGE (WS-GRP-COUNT) TRAILING))
                   TO WS-CHAR-POS
               ADD 1 TO WS-CHAR-POS
               STRING "-" FUNCTION TRIM(WS-GRP-SEQ-ED)
                      DELIMITED BY SIZE
                      INTO WS-GRP-PAGE (WS-GRP-COUNT)
                      WITH POINTER WS-CHAR-POS
               END-STRING
           END-IF.
       2920-EXIT.
           EXIT.

       2930-SAME-PAGE.
           IF WS-GRP-PAGE (WS-GRP-SCAN) = WS-GRP-PAGE (WS-GRP-COUNT)
               MOVE WS-GRP-SCAN TO WS-GRP-HIT
           END-IF.
       2930-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Second pass: each published record's messages are held
      *> and its pages written when the next header (or the end
      *> of the extract) arrives. Headers come back in the same
      *> order they were loaded.
      *>----------------------------------------------------------*>
       3000-WRITE-DIALOGUE-PAGES.
           OPEN INPUT DATA-FILE.
           MOVE "N" TO WS-EOF-DATA.
           MOVE 0 TO WS-CUR-POS WS-H-SEEN WS-MSG-COUNT.
           PERFORM 3100-READ-ONE-LINE THRU 3100-EXIT
               UNTIL NO-MORE-DATA.
           PERFORM 3200-FINISH-RECORD THRU 3200-EXIT.
           CLOSE DATA-FILE.
       3000-EXIT.
           EXIT.

       3100-READ-ONE-LINE.
           READ DATA-FILE
               AT END
                   SET NO-MORE-DATA TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF DATA-LINE(1:2) = "H|"
               PERFORM 3200-FINISH-RECORD THRU 3200-EXIT
               ADD 1 TO WS-H-SEEN
               MOVE 0 TO WS-MSG-COUNT
               IF WS-H-SEEN <= WS-REC-COUNT
                   MOVE WS-H-SEEN TO WS-CUR-POS
               END-IF
               GO TO 3100-EXIT
           END-IF.
           IF DATA-LINE(1:2) NOT = "M|" OR WS-CUR-POS = 0
               GO TO 3100-EXIT
           END-IF.
           IF NOT REC-PUBLISHED (WS-CUR-POS)
                   OR WS-MSG-COUNT >= WS-MSG-MAX
               GO TO 3100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6 WS-IN-F7.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-IN-F7
           END-UNSTRING.
           IF WS-IN-F2(1:200) NOT = WS-REC-PATH (WS-CUR-POS)
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-MSG-COUNT.
           MOVE 0 TO WS-MSG-SEQ (WS-MSG-COUNT).
           IF FUNCTION TRIM(WS-IN-F3) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-IN-F3)
                   TO WS-MSG-SEQ (WS-MSG-COUNT)
           END-IF.
           MOVE WS-IN-F5(1:40) TO WS-MSG-NAME (WS-MSG-COUNT).
           MOVE WS-IN-F7 TO WS-MSG-CONTENT (WS-MSG-COUNT).
       3100-EXIT.
           EXIT.

       3200-FINISH-RECORD.
           IF WS-CUR-POS = 0
               GO TO 3200-EXIT
           END-IF.
           IF REC-PUBLISHED (WS-CUR-POS)
               MOVE 0 TO WS-RENDER-LANG WS-CT-COUNT
               PERFORM 3300-WRITE-DIALOGUE-PAGE THRU 3300-EXIT
               PERFORM 3250-ONE-LANGUAGE THRU 3250-EXIT
                   VARYING WS-LANG-POS FROM 1 BY 1
                   UNTIL WS-LANG-POS > WS-LANG-COUNT
           END-IF.
           MOVE 0 TO WS-CUR-POS.
       3200-EXIT.
           EXIT.

       3250-ONE-LANGUAGE.
           IF WS-REC-LANGS (WS-CUR-POS)(WS-LANG-POS:1) NOT = "Y"
               GO TO 3250-EXIT
           END-IF.
           MOVE WS-LANG-POS TO WS-RENDER-LANG.
           MOVE 0 TO WS-CT-COUNT.
           PERFORM 3260-COLLECT-ONE THRU 3260-EXIT
               VARYING WS-TR-POS FROM 1 BY 1
               UNTIL WS-TR-POS > WS-TR-COUNT.
           PERFORM 3300-WRITE-DIALOGUE-PAGE THRU 3300-EXIT.
           MOVE 0 TO WS-RENDER-LANG.
       3250-EXIT.
           EXIT.

       3260-COLLECT-ONE.
           IF WS-TR-REC (WS-TR-POS) NOT = WS-CUR-POS
                   OR WS-TR-LANG (WS-TR-POS) NOT = WS-RENDER-LANG
                   OR WS-CT-COUNT >= WS-CT-MAX
               GO TO 3260-EXIT
           END-IF.
           ADD 1 TO WS-CT-COUNT.
           MOVE WS-TR-SEQ (WS-TR-POS) TO WS-CT-SEQ (WS-CT-COUNT).
           MOVE WS-TR-TEXT (WS-TR-POS) TO WS-CT-TEXT (WS-CT-COUNT).
       3260-EXIT.
           EXIT.

      *> One dialogue page, in the original (WS-RENDER-LANG zero)
      *> or in the congregation language WS-RENDER-LANG, the
      *> translated topic and messages standing in for the
      *> originals and an untranslated message marked as such.
       3300-WRITE-DIALOGUE-PAGE.
           MOVE SPACES TO WS-PAGE-NAME.
           IF WS-RENDER-LANG = 0
               STRING FUNCTION TRIM(WS-REC-PAGE (WS-CUR-POS))
                      ".html" DELIMITED BY SIZE INTO WS-PAGE-NAME
               END-STRING
               MOVE "en" TO WS-PAGE-LANG
               MOVE WS-CUR-POS TO WS-PAGE-REC
           ELSE
               STRING FUNCTION TRIM(WS-REC-PAGE (WS-CUR-POS))
                      "."
                      FUNCTION TRIM(WS-LANG-SUFFIX (WS-RENDER-LANG))
                      ".html" DELIMITED BY SIZE INTO WS-PAGE-NAME
               END-STRING
               MOVE WS-LANG-SUFFIX (WS-RENDER-LANG) TO WS-PAGE-LANG
               MOVE 0 TO WS-PAGE-REC
           END-IF.
           MOVE WS-REC-TOPIC (WS-CUR-POS) TO WS-PAGE-TITLE.
           IF WS-RENDER-LANG > 0
               MOVE 0 TO WS-CT-WANT
               PERFORM 8080-SEEK-TRANSLATION THRU 8080-EXIT
               IF WS-CT-HIT > 0
                   MOVE WS-CT-TEXT (WS-CT-HIT) TO WS-PAGE-TITLE
               END-IF
           END-IF.
           PERFORM 8100-OPEN-PAGE THRU 8100-EXIT.
           PERFORM 8500-PAGE-HEAD THRU 8500-EXIT.
           MOVE "<article>" TO WS-OUT-LINE.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           MOVE WS-PAGE-TITLE TO WS-ESC-IN.
           PERFORM 8300-ESCAPE THRU 8300-EXIT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "<h1>" WS-ESC-OUT(1:WS-ESC-LEN) "</h1>"
                  DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           PERFORM 3310-META-LINE THRU 3310-EXIT.
           PERFORM 3320-CREDIT-LINE THRU 3320-EXIT.
           PERFORM 3325-SPONSOR-LINE THRU 3325-EXIT.
           PERFORM 3330-LANGUAGE-LINE THRU 3330-EXIT.
           PERFORM 3400-MESSAGE-LINE THRU 3400-EXIT
               VARYING WS-MSG-POS FROM 1 BY 1
               UNTIL WS-MSG-POS > WS-MSG-COUNT.
           IF WS-REC-VERDICT (WS-CUR-POS) NOT = SPACES
               MOVE WS-REC-VERDICT (WS-CUR-POS) TO WS-ESC-IN
               PERFORM 8300-ESCAPE THRU 8300-EXIT
               MOVE SPACES TO WS-OUT-LINE
               STRING "<p class=""verdict""><strong>Verdict:"
                      "</strong> " WS-ESC-OUT(1:WS-ESC-LEN) "</p>"
                      DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
               PERFORM 8200-EMIT-LINE THRU 8200-EXIT
           END-IF.
           MOVE "</article>" TO WS-OUT-LINE.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           PERFORM 3500-NAVIGATION THRU 3500-EXIT.
           PERFORM 8550-PAGE-FOOT THRU 8550-EXIT.
           PERFORM 8150-CLOSE-PAGE THRU 8150-EXIT.
       3300-EXIT.
           EXIT.

      *> No. n - mode - date
       3310-META-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE 1 TO WS-OUT-PTR.
           STRING "<p class=""meta"">" DELIMITED BY SIZE
                  INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-STRING.
           IF WS-REC-NUMBER (WS-CUR-POS) NOT = SPACES
               STRING "No. "
                      FUNCTION TRIM(WS-REC-NUMBER (WS-CUR-POS))
                      " &middot; " DELIMITED BY SIZE
                      INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF.
           MOVE WS-REC-MODE (WS-CUR-POS) TO WS-ESC-IN.
           PERFORM 8300-ESCAPE THRU 8300-EXIT.
           STRING WS-ESC-OUT(1:WS-ESC-LEN) " &middot; "
                  DELIMITED BY SIZE
                  INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-STRING.
           IF WS-REC-DATE (WS-CUR-POS) = SPACES
               STRING "undated</p>" DELIMITED BY SIZE
                      INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-STRING
           ELSE
               STRING WS-REC-DATE (WS-CUR-POS) "</p>"
                      DELIMITED BY SIZE
                      INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
       3310-EXIT.
           EXIT.

       3320-CREDIT-LINE.
           MOVE WS-REC-PATH (WS-CUR-POS) TO WS-CRD-PATH.
           CALL "DLGCRED" USING WS-CRD-PATH WS-CRD-CREDIT
                                WS-CRD-RC.
           IF WS-CRD-RC NOT = "04"
               GO TO 3320-EXIT
           END-IF.
           MOVE WS-CRD-CREDIT TO WS-ESC-IN.
           PERFORM 8300-ESCAPE THRU 8300-EXIT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "<p class=""credit"">" WS-ESC-OUT(1:WS-ESC-LEN)
                  "</p>" DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
       3320-EXIT.
           EXIT.

       3325-SPONSOR-LINE.
           MOVE WS-REC-PATH (WS-CUR-POS) TO WS-CRD-PATH.
           CALL "DLGSPON" USING WS-CRD-PATH WS-CRD-CREDIT
                                WS-CRD-RC.
           IF WS-CRD-RC NOT = "04"
               GO TO 3325-EXIT
           END-IF.
           MOVE WS-CRD-CREDIT TO WS-ESC-IN.
           PERFORM 8300-ESCAPE THRU 8300-EXIT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "<p class=""credit"">" WS-ESC-OUT(1:WS-ESC-LEN)
                  "</p>" DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
       3325-EXIT.
           EXIT.

      *> The original links to each translation; a translation
      *> links back to the original.
       3330-LANGUAGE-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE 1 TO WS-OUT-PTR.
           IF WS-RENDER-LANG > 0
               STRING "<p class=""languages""><a href="""
                      FUNCTION TRIM(WS-REC-PAGE (WS-CUR-POS))
                      ".html"">Original</a></p>"
                      DELIMITED BY SIZE
                      INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-STRING
               PERFORM 8200-EMIT-LINE THRU 8200-EXIT
               GO TO 3330-EXIT
           END-IF.
           IF WS-REC-LANGS (WS-CUR-POS) = SPACES
               GO TO 3330-EXIT
           END-IF.
           STRING "<p class=""languages"">Also in:"
                  DELIMITED BY SIZE
                  INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-STRING.
           PERFORM 3340-LANGUAGE-LINK THRU 3340-EXIT
               VARYING WS-LANG-POS FROM 1 BY 1
               UNTIL WS-LANG-POS > WS-LANG-COUNT.
           STRING "</p>" DELIMITED BY SIZE
                  INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-STRING.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
       3330-EXIT.
           EXIT.

       3340-LANGUAGE-LINK.
           IF WS-REC-LANGS (WS-CUR-POS)(WS-LANG-POS:1) NOT = "Y"
               GO TO 3340-EXIT
           END-IF.
           MOVE WS-LANG-NAME (WS-LANG-POS) TO WS-ESC-IN.
           PERFORM 8300-ESCAPE THRU 8300-EXIT.
           STRING " <a href="""
                  FUNCTION TRIM(WS-REC-PAGE (WS-CUR-POS)) "."
                  FUNCTION TRIM(WS-LANG-SUFFIX (WS-LANG-POS))
                  ".html"">" WS-ESC-OUT(1:WS-ESC-LEN) "</a>"
                  DELIMITED BY SIZE
                  INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-STRING.
       3340-EXIT.
           EXIT.

       3400-MESSAGE-LINE.
           MOVE WS-MSG-NAME (WS-MSG-POS) TO WS-ESC-IN.
           PERFORM 8300-ESCAPE THRU 8300-EXIT.
           MOVE WS-ESC-OUT TO WS-ESC-HOLD.
           MOVE WS-ESC-LEN TO WS-ESC-HOLD-LEN.
           MOVE 0 TO WS-CT-HIT.
           IF WS-RENDER-LANG > 0
               MOVE WS-MSG-SEQ (WS-MSG-POS) TO WS-CT-WANT
               PERFORM 8080-SEEK-TRANSLATION THRU 8080-EXIT
           END-IF.
           IF WS-CT-HIT > 0
               MOVE WS-CT-TEXT (WS-CT-HIT) TO WS-ESC-IN
           ELSE
               MOVE WS-MSG-CONTENT (WS-MSG-POS) TO WS-ESC-IN
           END-IF.
           PERFORM 8300-ESCAPE THRU 8300-EXIT.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE 1 TO WS-OUT-PTR.
           STRING "<p><strong>" WS-ESC-HOLD(1:WS-ESC-HOLD-LEN)
                  "</strong>: " WS-ESC-OUT(1:WS-ESC-LEN)
                  DELIMITED BY SIZE
                  INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-STRING.
           IF WS-RENDER-LANG > 0 AND WS-CT-HIT = 0
               STRING " <em>(untranslated)</em>" DELIMITED BY SIZE
                      INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF.
           STRING "</p>" DELIMITED BY SIZE
                  INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-STRING.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
       3400-EXIT.
           EXIT.

      *> The thread's and the collection's previous and next
      *> records by generation date, then where the record is
      *> filed.
       3500-NAVIGATION.
           MOVE "<nav>" TO WS-OUT-LINE.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           IF WS-REC-THREAD (WS-CUR-POS) NOT = SPACES
               MOVE "T" TO WS-NAV-KIND
               MOVE WS-REC-THREAD (WS-CUR-POS) TO WS-NAV-KEY
               PERFORM 3510-NEIGHBOUR-LINE THRU 3510-EXIT
           END-IF.
           IF WS-REC-COLL (WS-CUR-POS) NOT = SPACES
               MOVE "C" TO WS-NAV-KIND
               MOVE WS-REC-COLL (WS-CUR-POS) TO WS-NAV-KEY
               PERFORM 3510-NEIGHBOUR-LINE THRU 3510-EXIT
           END-IF.
           PERFORM 3550-FILED-UNDER THRU 3550-EXIT.
           MOVE "</nav>" TO WS-OUT-LINE.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
       3500-EXIT.
           EXIT.

       3510-NEIGHBOUR-LINE.
           MOVE 0 TO WS-NAV-PREV WS-NAV-NEXT.
           PERFORM 8600-CONSIDER-NEIGHBOUR THRU 8600-EXIT
               VARYING WS-OTHER-POS FROM 1 BY 1
               UNTIL WS-OTHER-POS > WS-REC-COUNT.
           MOVE WS-NAV-KEY TO WS-ESC-IN.
           PERFORM 8300-ESCAPE THRU 8300-EXIT.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE 1 TO WS-OUT-PTR.
           IF WS-NAV-KIND = "T"
               STRING "<p class=""thread"">Thread "
                      DELIMITED BY SIZE
                      INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-STRING
           ELSE
               STRING "<p class=""collection"">Collection "
                      DELIMITED BY SIZE
                      INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF.
           STRING WS-ESC-OUT(1:WS-ESC-LEN) DELIMITED BY SIZE
                  INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-STRING.
           IF WS-NAV-PREV = 0 AND WS-NAV-NEXT = 0
               STRING ": no other record published"
                      DELIMITED BY SIZE
                      INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF.
           IF WS-NAV-PREV > 0
               STRING ": &larr; " DELIMITED BY SIZE
                      INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-STRING
               MOVE WS-NAV-PREV TO WS-NAV-LINK-POS
               PERFORM 3520-NEIGHBOUR-LINK THRU 3520-EXIT
           END-IF.
           IF WS-NAV-NEXT > 0
               IF WS-NAV-PREV > 0
                   STRING " | " DELIMITED BY SIZE
                          INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                   END-STRING
               ELSE
                   STRING ": " DELIMITED BY SIZE
                          INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                   END-STRING
               END-IF
               MOVE WS-NAV-NEXT TO WS-NAV-LINK-POS
               PERFORM 3520-NEIGHBOUR-LINK THRU 3520-EXIT
               STRING " &rarr;" DELIMITED BY SIZE
                      INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF.
           STRING "</p>" DELIMITED BY SIZE
                  INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-STRING.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
       3510-EXIT.
           EXIT.

      *> A neighbour withheld for privacy shows the redaction
      *> marker and no link. A translation links to the
      *> neighbour's page in the same language where it has one.
       3520-NEIGHBOUR-LINK.
           IF REC-WITHHELD (WS-NAV-LINK-POS)
               STRING FUNCTION TRIM(WS-REDACT-MARKER)
                      DELIMITED BY SIZE
                      INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-STRING
               GO TO 3520-EXIT
           END-IF.
           MOVE SPACES TO WS-NAV-HREF.
           IF WS-RENDER-LANG > 0
               IF WS-REC-LANGS (WS-NAV-LINK-POS)(WS-RENDER-LANG:1)
                       = "Y"
                   STRING FUNCTION TRIM(
                              WS-REC-PAGE (WS-NAV-LINK-POS))
                          "."
                          FUNCTION TRIM(
                              WS-LANG-SUFFIX (WS-RENDER-LANG))
                          ".html" DELIMITED BY SIZE INTO WS-NAV-HREF
                   END-STRING
               END-IF
           END-IF.
           IF WS-NAV-HREF = SPACES
               STRING FUNCTION TRIM(WS-REC-PAGE (WS-NAV-LINK-POS))
                      ".html" DELIMITED BY SIZE INTO WS-NAV-HREF
               END-STRING
           END-IF.
           MOVE WS-REC-TOPIC (WS-NAV-LINK-POS) TO WS-ESC-IN.
           PERFORM 8300-ESCAPE THRU 8300-EXIT.
           STRING "<a href=""" FUNCTION TRIM(WS-NAV-HREF) """>"
                  WS-ESC-OUT(1:WS-ESC-LEN) "</a>"
                  DELIMITED BY SIZE
                  INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-STRING.
       3520-EXIT.
           EXIT.

      *> Month, theme, traditions and personas, each linked to
      *> its index page.
       3550-FILED-UNDER.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE 1 TO WS-OUT-PTR.
           MOVE 0 TO WS-FILED-COUNT.
           STRING "<p class=""filed"">Filed under:"
                  DELIMITED BY SIZE
                  INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-STRING.
           IF WS-REC-DATE (WS-CUR-POS)(1:7) NOT = SPACES
               MOVE "M" TO WS-MB-WANT-KIND
               MOVE WS-REC-DATE (WS-CUR-POS)(1:7) TO WS-MB-WANT-KEY
               PERFORM 3560-FILED-LINK THRU 3560-EXIT
           END-IF.
           IF WS-REC-THEME (WS-CUR-POS) NOT = SPACES
               MOVE "T" TO WS-MB-WANT-KIND
               MOVE WS-REC-THEME (WS-CUR-POS) TO WS-MB-WANT-KEY
               PERFORM 3560-FILED-LINK THRU 3560-EXIT
           END-IF.
           IF WS-REC-MB-FIRST (WS-CUR-POS) > 0
               PERFORM 3570-FILED-MEMBERSHIP THRU 3570-EXIT
                   VARYING WS-MB-POS
                   FROM WS-REC-MB-FIRST (WS-CUR-POS) BY 1
                   UNTIL WS-MB-POS > WS-REC-MB-LAST (WS-CUR-POS)
           END-IF.
           IF WS-FILED-COUNT = 0
               GO TO 3550-EXIT
           END-IF.
           STRING "</p>" DELIMITED BY SIZE
                  INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-STRING.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
       3550-EXIT.
           EXIT.

       3560-FILED-LINK.
           PERFORM 8700-FIND-GROUP THRU 8700-EXIT.
           IF WS-GRP-HIT = 0
               GO TO 3560-EXIT
           END-IF.
           IF WS-FILED-COUNT > 0
               STRING "," DELIMITED BY SIZE
                      INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF.
           ADD 1 TO WS-FILED-COUNT.
           MOVE WS-MB-WANT-KEY TO WS-ESC-IN.
           PERFORM 8300-ESCAPE THRU 8300-EXIT.
           STRING " <a href="""
                  FUNCTION TRIM(WS-GRP-PAGE (WS-GRP-HIT))
                  ".html"">" WS-ESC-OUT(1:WS-ESC-LEN) "</a>"
                  DELIMITED BY SIZE
                  INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               ON OVERFLOW
                   CONTINUE
           END-STRING.
       3560-EXIT.
           EXIT.

       3570-FILED-MEMBERSHIP.
           MOVE WS-MB-KIND (WS-MB-POS) TO WS-MB-WANT-KIND.
           MOVE WS-MB-KEY (WS-MB-POS) TO WS-MB-WANT-KEY.
           PERFORM 3560-FILED-LINK THRU 3560-EXIT.
       3570-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Index pages: one per tradition, theme, persona and
      *> month, listing its records in extract order.
      *>----------------------------------------------------------*>
       4000-WRITE-INDEX-PAGES.
           PERFORM 4100-WRITE-ONE-INDEX THRU 4100-EXIT
               VARYING WS-GRP-POS FROM 1 BY 1
               UNTIL WS-GRP-POS > WS-GRP-COUNT.
       4000-EXIT.
           EXIT.

       4100-WRITE-ONE-INDEX.
           MOVE WS-GRP-KIND (WS-GRP-POS) TO WS-MB-WANT-KIND.
           MOVE WS-GRP-KEY (WS-GRP-POS) TO WS-MB-WANT-KEY.
           PERFORM 8750-KIND-NAMES THRU 8750-EXIT.
           MOVE SPACES TO WS-PAGE-NAME WS-PAGE-TITLE.
           STRING FUNCTION TRIM(WS-GRP-PAGE (WS-GRP-POS)) ".html"
                  DELIMITED BY SIZE INTO WS-PAGE-NAME
           END-STRING.
           STRING FUNCTION TRIM(WS-KIND-LABEL) ": "
                  FUNCTION TRIM(WS-MB-WANT-KEY)
                  DELIMITED BY SIZE INTO WS-PAGE-TITLE
           END-STRING.
           MOVE "en" TO WS-PAGE-LANG.
           MOVE 0 TO WS-PAGE-REC.
           PERFORM 8100-OPEN-PAGE THRU 8100-EXIT.
           PERFORM 8500-PAGE-HEAD THRU 8500-EXIT.
           MOVE WS-PAGE-TITLE TO WS-ESC-IN.
           PERFORM 8300-ESCAPE THRU 8300-EXIT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "<h1>" WS-ESC-OUT(1:WS-ESC-LEN) "</h1>"
                  DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           MOVE "<ul>" TO WS-OUT-LINE.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           PERFORM 4110-LIST-ONE-MEMBER THRU 4110-EXIT
               VARYING WS-MB-POS FROM 1 BY 1
               UNTIL WS-MB-POS > WS-MB-COUNT.
           MOVE "</ul>" TO WS-OUT-LINE.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           PERFORM 8550-PAGE-FOOT THRU 8550-EXIT.
           PERFORM 8150-CLOSE-PAGE THRU 8150-EXIT.
       4100-EXIT.
           EXIT.

       4110-LIST-ONE-MEMBER.
           IF WS-MB-KIND (WS-MB-POS) NOT = WS-MB-WANT-KIND
                   OR WS-MB-KEY (WS-MB-POS) NOT = WS-MB-WANT-KEY
               GO TO 4110-EXIT
           END-IF.
           MOVE WS-MB-REC (WS-MB-POS) TO WS-REC-POS.
           PERFORM 8800-RECORD-ITEM THRU 8800-EXIT.
       4110-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The home page: every index, kind by kind, keys in order.
      *>----------------------------------------------------------*>
       5000-WRITE-HOME-PAGE.
           MOVE "index.html" TO WS-PAGE-NAME.
           MOVE SPACES TO WS-PAGE-TITLE.
           MOVE "en" TO WS-PAGE-LANG.
           MOVE 0 TO WS-PAGE-REC.
           PERFORM 8100-OPEN-PAGE THRU 8100-EXIT.
           PERFORM 8500-PAGE-HEAD THRU 8500-EXIT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "<h1>" WS-SITE-TITLE-HTML(1:WS-SITE-TITLE-LEN)
                  "</h1>" DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           MOVE WS-RECS-PUBLISHED TO WS-COUNT-ED.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "<p>" FUNCTION TRIM(WS-COUNT-ED)
                  " dialogues published. <a href=""feed.xml"">"
                  "Follow new dialogues</a></p>"
                  DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           MOVE "R" TO WS-MB-WANT-KIND.
           PERFORM 5100-LIST-KIND THRU 5100-EXIT.
           MOVE "T" TO WS-MB-WANT-KIND.
           PERFORM 5100-LIST-KIND THRU 5100-EXIT.
           MOVE "P" TO WS-MB-WANT-KIND.
           PERFORM 5100-LIST-KIND THRU 5100-EXIT.
           MOVE "M" TO WS-MB-WANT-KIND.
           PERFORM 5100-LIST-KIND THRU 5100-EXIT.
           PERFORM 8550-PAGE-FOOT THRU 8550-EXIT.
           PERFORM 8150-CLOSE-PAGE THRU 8150-EXIT.
       5000-EXIT.
           EXIT.

      *> The kind's keys in ascending order: each round lists
      *> the lowest key not yet listed.
       5100-LIST-KIND.
           PERFORM 8750-KIND-NAMES THRU 8750-EXIT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "<h2>" FUNCTION TRIM(WS-KIND-HEADING) "</h2>"
                  DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           MOVE "<ul>" TO WS-OUT-LINE.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           MOVE 1 TO WS-GRP-HIT.
           PERFORM 5110-LIST-NEXT-KEY THRU 5110-EXIT
               UNTIL WS-GRP-HIT = 0.
           MOVE "</ul>" TO WS-OUT-LINE.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
       5100-EXIT.
           EXIT.

       5110-LIST-NEXT-KEY.
           MOVE 0 TO WS-GRP-HIT.
           PERFORM 5120-CONSIDER-KEY THRU 5120-EXIT
               VARYING WS-GRP-SCAN FROM 1 BY 1
               UNTIL WS-GRP-SCAN > WS-GRP-COUNT.
           IF WS-GRP-HIT = 0
               GO TO 5110-EXIT
           END-IF.
           MOVE "Y" TO WS-GRP-LISTED (WS-GRP-HIT).
           MOVE WS-GRP-KEY (WS-GRP-HIT) TO WS-ESC-IN.
           PERFORM 8300-ESCAPE THRU 8300-EXIT.
           MOVE WS-GRP-COUNT-N (WS-GRP-HIT) TO WS-COUNT-ED.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "<li><a href="""
                  FUNCTION TRIM(WS-GRP-PAGE (WS-GRP-HIT))
                  ".html"">" WS-ESC-OUT(1:WS-ESC-LEN) "</a> ("
                  FUNCTION TRIM(WS-COUNT-ED) ")</li>"
                  DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
       5110-EXIT.
           EXIT.

       5120-CONSIDER-KEY.
           IF WS-GRP-KIND (WS-GRP-SCAN) NOT = WS-MB-WANT-KIND
                   OR WS-GRP-LISTED (WS-GRP-SCAN) = "Y"
               GO TO 5120-EXIT
           END-IF.
           IF WS-GRP-HIT = 0
               MOVE WS-GRP-SCAN TO WS-GRP-HIT
               GO TO 5120-EXIT
           END-IF.
           IF WS-GRP-KEY (WS-GRP-SCAN) < WS-GRP-KEY (WS-GRP-HIT)
               MOVE WS-GRP-SCAN TO WS-GRP-HIT
           END-IF.
       5120-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The Atom feed: the newest dialogues by the date their
      *> page first went up, newest first.
      *>----------------------------------------------------------*>
       6000-WRITE-FEED.
           MOVE 0 TO WS-FEED-COUNT.
           MOVE 1 TO WS-FEED-BEST.
           PERFORM 6100-PICK-NEXT-ENTRY THRU 6100-EXIT
               UNTIL WS-FEED-BEST = 0
                   OR WS-FEED-COUNT >= WS-POL-FEED-ENTRIES.
           IF WS-FEED-COUNT > 0
               MOVE WS-PG-FIRST (WS-FEED-PG (1)) TO WS-FEED-UPDATED
           ELSE
               MOVE WS-TODAY TO WS-FEED-UPDATED
           END-IF.
           MOVE "feed.xml" TO WS-PAGE-NAME.
           MOVE 0 TO WS-PAGE-REC.
           PERFORM 8100-OPEN-PAGE THRU 8100-EXIT.
           MOVE "<?xml version=""1.0"" encoding=""utf-8""?>"
               TO WS-OUT-LINE.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           MOVE "<feed xmlns=""http://www.w3.org/2005/Atom"">"
               TO WS-OUT-LINE.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "<title>" WS-SITE-TITLE-HTML(1:WS-SITE-TITLE-LEN)
                  "</title>" DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "<link href=""" FUNCTION TRIM(WS-POL-BASE-URL)
                  "index.html""/>" DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "<link rel=""self"" href="""
                  FUNCTION TRIM(WS-POL-BASE-URL)
                  "feed.xml""/>" DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "<id>" FUNCTION TRIM(WS-POL-BASE-URL)
                  "feed.xml</id>" DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "<updated>" WS-FEED-UPDATED "T00:00:00Z</updated>"
                  DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           PERFORM 6200-WRITE-ONE-ENTRY THRU 6200-EXIT
               VARYING WS-FEED-POS FROM 1 BY 1
               UNTIL WS-FEED-POS > WS-FEED-COUNT.
           MOVE "</feed>" TO WS-OUT-LINE.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           PERFORM 8150-CLOSE-PAGE THRU 8150-EXIT.
       6000-EXIT.
           EXIT.

      *> The newest original-language dialogue page not yet
      *> picked; on the same date the later record wins.
       6100-PICK-NEXT-ENTRY.
           MOVE 0 TO WS-FEED-BEST.
           PERFORM 6110-CONSIDER-PAGE THRU 6110-EXIT
               VARYING WS-PG-POS FROM 1 BY 1
               UNTIL WS-PG-POS > WS-PG-COUNT.
           IF WS-FEED-BEST > 0
               ADD 1 TO WS-FEED-COUNT
               MOVE WS-FEED-BEST TO WS-FEED-PG (WS-FEED-COUNT)
               MOVE "Y" TO WS-PG-FED (WS-FEED-BEST)
           END-IF.
       6100-EXIT.
           EXIT.

       6110-CONSIDER-PAGE.
           IF WS-PG-REC (WS-PG-POS) = 0
                   OR WS-PG-FED (WS-PG-POS) = "Y"
               GO TO 6110-EXIT
           END-IF.
           IF WS-FEED-BEST = 0
               MOVE WS-PG-POS TO WS-FEED-BEST
               GO TO 6110-EXIT
           END-IF.
           IF WS-PG-FIRST (WS-PG-POS) > WS-PG-FIRST (WS-FEED-BEST)
               MOVE WS-PG-POS TO WS-FEED-BEST
               GO TO 6110-EXIT
           END-IF.
           IF WS-PG-FIRST (WS-PG-POS) = WS-PG-FIRST (WS-FEED-BEST)
                   AND WS-PG-POS > WS-FEED-BEST
               MOVE WS-PG-POS TO WS-FEED-BEST
           END-IF.
       6110-EXIT.
           EXIT.

       6200-WRITE-ONE-ENTRY.
           MOVE WS-FEED-PG (WS-FEED-POS) TO WS-PG-POS.
           MOVE WS-PG-REC (WS-PG-POS) TO WS-REC-POS.
           MOVE "<entry>" TO WS-OUT-LINE.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           MOVE WS-REC-TOPIC (WS-REC-POS) TO WS-ESC-IN.
           PERFORM 8300-ESCAPE THRU 8300-EXIT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "<title>" WS-ESC-OUT(1:WS-ESC-LEN) "</title>"
                  DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "<link href=""" FUNCTION TRIM(WS-POL-BASE-URL)
                  FUNCTION TRIM(WS-PG-NAME (WS-PG-POS)) """/>"
                  DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "<id>" FUNCTION TRIM(WS-POL-BASE-URL)
                  FUNCTION TRIM(WS-PG-NAME (WS-PG-POS)) "</id>"
                  DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "<updated>" WS-PG-FIRST (WS-PG-POS)
                  "T00:00:00Z</updated>"
                  DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           MOVE WS-REC-MODE (WS-REC-POS) TO WS-ESC-IN.
           PERFORM 8300-ESCAPE THRU 8300-EXIT.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE 1 TO WS-OUT-PTR.
           STRING "<summary>" WS-ESC-OUT(1:WS-ESC-LEN)
                  DELIMITED BY SIZE
                  INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-STRING.
           IF WS-REC-DATE (WS-REC-POS) NOT = SPACES
               STRING ", generated " WS-REC-DATE (WS-REC-POS)
                      DELIMITED BY SIZE
                      INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF.
           STRING "</summary>" DELIMITED BY SIZE
                  INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-STRING.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           MOVE "</entry>" TO WS-OUT-LINE.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
       6200-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The difference from the last run, for the upload, and
      *> the new manifest. A page the last run wrote and this one
      *> did not is deleted from the site directory.
      *>----------------------------------------------------------*>
       7000-RECONCILE-MANIFEST.
           OPEN OUTPUT CHANGES-FILE.
           PERFORM 7100-CHANGE-ONE-PAGE THRU 7100-EXIT
               VARYING WS-PG-POS FROM 1 BY 1
               UNTIL WS-PG-POS > WS-PG-COUNT.
           IF WS-PG-COUNT >= WS-PG-MAX
               DISPLAY "SITE-GENERATE: more than " WS-PG-MAX
                       " pages - nothing is removed this run"
           ELSE
               PERFORM 7200-REMOVE-ONE-PAGE THRU 7200-EXIT
                   VARYING WS-OLD-POS FROM 1 BY 1
                   UNTIL WS-OLD-POS > WS-OLD-COUNT
           END-IF.
           CLOSE CHANGES-FILE.
           OPEN OUTPUT MANIFEST-FILE.
           PERFORM 7300-KEEP-ONE-PAGE THRU 7300-EXIT
               VARYING WS-PG-POS FROM 1 BY 1
               UNTIL WS-PG-POS > WS-PG-COUNT.
           CLOSE MANIFEST-FILE.
       7000-EXIT.
           EXIT.

       7100-CHANGE-ONE-PAGE.
           IF WS-PG-STATE (WS-PG-POS) = SPACE
               GO TO 7100-EXIT
           END-IF.
           MOVE SPACES TO CHANGES-LINE.
           STRING WS-PG-STATE (WS-PG-POS) "|"
                  FUNCTION TRIM(WS-PG-NAME (WS-PG-POS))
                  DELIMITED BY SIZE INTO CHANGES-LINE
           END-STRING.
           WRITE CHANGES-LINE.
       7100-EXIT.
           EXIT.

       7200-REMOVE-ONE-PAGE.
           IF WS-OLD-SEEN (WS-OLD-POS) = "Y"
               GO TO 7200-EXIT
           END-IF.
           ADD 1 TO WS-PAGES-REMOVED.
           MOVE SPACES TO WS-DELETE-NAME.
           STRING FUNCTION TRIM(WS-CFN-09) "/"
                  FUNCTION TRIM(WS-OLD-NAME (WS-OLD-POS))
                  DELIMITED BY SIZE INTO WS-DELETE-NAME
           END-STRING.
           CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME.
           MOVE SPACES TO CHANGES-LINE.
           STRING "D|" FUNCTION TRIM(WS-OLD-NAME (WS-OLD-POS))
                  DELIMITED BY SIZE INTO CHANGES-LINE
           END-STRING.
           WRITE CHANGES-LINE.
       7200-EXIT.
           EXIT.

       7300-KEEP-ONE-PAGE.
           MOVE SPACES TO MANIFEST-LINE.
           STRING "S|" FUNCTION TRIM(WS-PG-NAME (WS-PG-POS)) "|"
                  WS-PG-HASH (WS-PG-POS) "|"
                  WS-PG-FIRST (WS-PG-POS)
                  DELIMITED BY SIZE INTO MANIFEST-LINE
           END-STRING.
           WRITE MANIFEST-LINE.
       7300-EXIT.
           EXIT.

       8000-FIND-PATH.
           MOVE 0 TO WS-FOUND-POS.
           SET WS-REC-IDX TO 1.
           IF WS-REC-COUNT > 0
               SEARCH WS-REC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-REC-IDX > WS-REC-COUNT
                       CONTINUE
                   WHEN WS-REC-PATH (WS-REC-IDX) = WS-WANT-PATH
                       SET WS-FOUND-POS TO WS-REC-IDX
               END-SEARCH
           END-IF.
       8000-EXIT.
           EXIT.

      *> Files the current record under WS-MB-WANT-KIND and
      *> WS-MB-WANT-KEY once.
       8050-ADD-MEMBERSHIP.
           MOVE 0 TO WS-MB-HIT.
           IF WS-REC-MB-FIRST (WS-CUR-POS) > 0
               PERFORM 8055-SAME-MEMBERSHIP THRU 8055-EXIT
                   VARYING WS-MB-POS
                   FROM WS-REC-MB-FIRST (WS-CUR-POS) BY 1
                   UNTIL WS-MB-POS > WS-MB-COUNT
                       OR WS-MB-HIT > 0
           END-IF.
           IF WS-MB-HIT > 0
               GO TO 8050-EXIT
           END-IF.
           IF WS-MB-COUNT >= WS-MB-MAX
               SET A-TABLE-FILLED TO TRUE
               GO TO 8050-EXIT
           END-IF.
           ADD 1 TO WS-MB-COUNT.
           MOVE WS-MB-WANT-KIND TO WS-MB-KIND (WS-MB-COUNT).
           MOVE WS-MB-WANT-KEY TO WS-MB-KEY (WS-MB-COUNT).
           MOVE WS-CUR-POS TO WS-MB-REC (WS-MB-COUNT).
           IF WS-REC-MB-FIRST (WS-CUR-POS) = 0
               MOVE WS-MB-COUNT TO WS-REC-MB-FIRST (WS-CUR-POS)
           END-IF.
           MOVE WS-MB-COUNT TO WS-REC-MB-LAST (WS-CUR-POS).
       8050-EXIT.
           EXIT.

       8055-SAME-MEMBERSHIP.
           IF WS-MB-KIND (WS-MB-POS) = WS-MB-WANT-KIND
                   AND WS-MB-KEY (WS-MB-POS) = WS-MB-WANT-KEY
               MOVE WS-MB-POS TO WS-MB-HIT
           END-IF.
       8055-EXIT.
           EXIT.

       8060-FIND-LANGUAGE.
           MOVE 0 TO WS-LANG-HIT.
           PERFORM 8065-SAME-LANGUAGE THRU 8065-EXIT
               VARYING WS-LANG-POS FROM 1 BY 1
               UNTIL WS-LANG-POS > WS-LANG-COUNT
                   OR WS-LANG-HIT > 0.
       8060-EXIT.
           EXIT.

       8065-SAME-LANGUAGE.
           IF WS-LANG-CODE (WS-LANG-POS) = WS-LANG-WANT
               MOVE WS-LANG-POS TO WS-LANG-HIT
           END-IF.
       8065-EXIT.
           EXIT.

      *> The current record's translation of sequence
      *> WS-CT-WANT, or zero.
       8080-SEEK-TRANSLATION.
           MOVE 0 TO WS-CT-HIT.
           PERFORM 8085-SAME-SEQUENCE THRU 8085-EXIT
               VARYING WS-CT-POS FROM 1 BY 1
               UNTIL WS-CT-POS > WS-CT-COUNT
                   OR WS-CT-HIT > 0.
       8080-EXIT.
           EXIT.

       8085-SAME-SEQUENCE.
           IF WS-CT-SEQ (WS-CT-POS) = WS-CT-WANT
               MOVE WS-CT-POS TO WS-CT-HIT
           END-IF.
       8085-EXIT.
           EXIT.

       8100-OPEN-PAGE.
           MOVE SPACES TO WS-PAGE-FILE.
           STRING FUNCTION TRIM(WS-CFN-09) "/"
                  FUNCTION TRIM(WS-PAGE-NAME)
                  DELIMITED BY SIZE INTO WS-PAGE-FILE
           END-STRING.
           OPEN OUTPUT PAGE-FILE.
           IF WS-PAGE-STATUS NOT = "00"
               DISPLAY "SITE-GENERATE: cannot write "
                       FUNCTION TRIM(WS-PAGE-FILE) " (status "
                       WS-PAGE-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO WS-PAGE-HASH WS-LINE-NO.
           MOVE SPACES TO WS-OUT-LINE.
       8100-EXIT.
           EXIT.

      *> Registers the page with its hash; the previous manifest
      *> says whether it is new or changed and since when it has
      *> been published.
       8150-CLOSE-PAGE.
           CLOSE PAGE-FILE.
           IF WS-PG-COUNT >= WS-PG-MAX
               SET A-TABLE-FILLED TO TRUE
               GO TO 8150-EXIT
           END-IF.
           ADD 1 TO WS-PG-COUNT.
           MOVE WS-PAGE-NAME TO WS-PG-NAME (WS-PG-COUNT).
           MOVE WS-PAGE-HASH TO WS-PG-HASH (WS-PG-COUNT).
           MOVE WS-PAGE-REC TO WS-PG-REC (WS-PG-COUNT).
           MOVE "N" TO WS-PG-FED (WS-PG-COUNT).
           PERFORM 8900-FIND-OLD-PAGE THRU 8900-EXIT.
           IF WS-OLD-HIT = 0
               MOVE WS-TODAY TO WS-PG-FIRST (WS-PG-COUNT)
               MOVE "A" TO WS-PG-STATE (WS-PG-COUNT)
               ADD 1 TO WS-PAGES-ADDED
               GO TO 8150-EXIT
           END-IF.
           MOVE "Y" TO WS-OLD-SEEN (WS-OLD-HIT).
           MOVE WS-OLD-FIRST (WS-OLD-HIT) TO WS-PG-FIRST (WS-PG-COUNT).
           IF WS-PG-FIRST (WS-PG-COUNT) = SPACES
               MOVE WS-TODAY TO WS-PG-FIRST (WS-PG-COUNT)
           END-IF.
           IF WS-OLD-HASH (WS-OLD-HIT) = WS-PAGE-HASH
               MOVE SPACE TO WS-PG-STATE (WS-PG-COUNT)
           ELSE
               MOVE "M" TO WS-PG-STATE (WS-PG-COUNT)
               ADD 1 TO WS-PAGES-CHANGED
           END-IF.
       8150-EXIT.
           EXIT.

       8200-EMIT-LINE.
           MOVE WS-OUT-LINE TO PAGE-LINE.
           ADD 1 TO WS-LINE-NO.
           MOVE 0 TO WS-LINE-HASH.
           IF PAGE-LINE NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(PAGE-LINE TRAILING))
                   TO WS-LINE-LEN
               PERFORM 8210-HASH-ONE-CHAR THRU 8210-EXIT
                   VARYING WS-CHAR-POS FROM 1 BY 1
                   UNTIL WS-CHAR-POS > WS-LINE-LEN
           END-IF.
           COMPUTE WS-PAGE-HASH = FUNCTION MOD(
               WS-PAGE-HASH + WS-LINE-HASH * WS-LINE-NO
               WS-HASH-MODULUS).
           WRITE PAGE-LINE.
           MOVE SPACES TO WS-OUT-LINE.
       8200-EXIT.
           EXIT.

       8210-HASH-ONE-CHAR.
           COMPUTE WS-LINE-HASH = FUNCTION MOD(
               WS-LINE-HASH
               + FUNCTION ORD(PAGE-LINE (WS-CHAR-POS:1))
                   * WS-CHAR-POS
               WS-HASH-MODULUS).
       8210-EXIT.
           EXIT.

       8300-ESCAPE.
           MOVE SPACES TO WS-ESC-OUT.
           MOVE 1 TO WS-ESC-PTR.
           MOVE 0 TO WS-ESC-IN-LEN.
           IF WS-ESC-IN NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ESC-IN TRAILING))
                   TO WS-ESC-IN-LEN
           END-IF.
           PERFORM 8310-ESCAPE-ONE-CHAR THRU 8310-EXIT
               VARYING WS-ESC-POS FROM 1 BY 1
               UNTIL WS-ESC-POS > WS-ESC-IN-LEN.
           COMPUTE WS-ESC-LEN = WS-ESC-PTR - 1.
           IF WS-ESC-LEN = 0
               MOVE 1 TO WS-ESC-LEN
           END-IF.
       8300-EXIT.
           EXIT.

       8310-ESCAPE-ONE-CHAR.
           MOVE WS-ESC-IN(WS-ESC-POS:1) TO WS-ESC-CHAR.
           EVALUATE WS-ESC-CHAR
               WHEN "&"
                   STRING "&amp;" DELIMITED BY SIZE
                          INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR
                   END-STRING
               WHEN "<"
                   STRING "&lt;" DELIMITED BY SIZE
                          INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR
                   END-STRING
               WHEN ">"
                   STRING "&gt;" DELIMITED BY SIZE
                          INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR
                   END-STRING
               WHEN """"
                   STRING "&quot;" DELIMITED BY SIZE
                          INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR
                   END-STRING
               WHEN OTHER
                   STRING WS-ESC-CHAR DELIMITED BY SIZE
                          INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR
                   END-STRING
           END-EVALUATE.
       8310-EXIT.
           EXIT.

       8400-MAKE-SLUG.
           MOVE FUNCTION LOWER-CASE(WS-SLUG-IN) TO WS-SLUG-WORK.
           MOVE SPACES TO WS-SLUG-OUT.
           MOVE 1 TO WS-SLUG-PTR.
           MOVE "Y" TO WS-SLUG-DASHED.
           MOVE 0 TO WS-SLUG-IN-LEN.
           IF WS-SLUG-WORK NOT = SPACES
               MOVE FUNCTION LENGTH(
                        FUNCTION TRIM(WS-SLUG-WORK TRAILING))
                   TO WS-SLUG-IN-LEN
           END-IF.
           PERFORM 8410-SLUG-ONE-CHAR THRU 8410-EXIT
               VARYING WS-SLUG-POS FROM 1 BY 1
               UNTIL WS-SLUG-POS > WS-SLUG-IN-LEN.
           COMPUTE WS-SLUG-LEN = WS-SLUG-PTR - 1.
           IF WS-SLUG-LEN > 0
               IF WS-SLUG-OUT(WS-SLUG-LEN:1) = "-"
                   MOVE SPACE TO WS-SLUG-OUT(WS-SLUG-LEN:1)
                   SUBTRACT 1 FROM WS-SLUG-LEN
               END-IF
           END-IF.
           IF WS-SLUG-LEN = 0
               MOVE "x" TO WS-SLUG-OUT
               MOVE 1 TO WS-SLUG-LEN
           END-IF.
       8400-EXIT.
           EXIT.

       8410-SLUG-ONE-CHAR.
           MOVE WS-SLUG-WORK(WS-SLUG-POS:1) TO WS-SLUG-CHAR.
           IF (WS-SLUG-CHAR >= "a" AND WS-SLUG-CHAR <= "z")
                   OR (WS-SLUG-CHAR >= "0" AND WS-SLUG-CHAR <= "9")
                   OR WS-SLUG-CHAR = "_"
               MOVE WS-SLUG-CHAR TO WS-SLUG-OUT(WS-SLUG-PTR:1)
               ADD 1 TO WS-SLUG-PTR
               MOVE "N" TO WS-SLUG-DASHED
               GO TO 8410-EXIT
           END-IF.
           IF WS-SLUG-DASHED = "N"
               MOVE "-" TO WS-SLUG-OUT(WS-SLUG-PTR:1)
               ADD 1 TO WS-SLUG-PTR
               MOVE "Y" TO WS-SLUG-DASHED
           END-IF.
       8410-EXIT.
           EXIT.

       8500-PAGE-HEAD.
           MOVE "<!DOCTYPE html>" TO WS-OUT-LINE.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           STRING "<html lang=""" FUNCTION TRIM(WS-PAGE-LANG) """>"
                  DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           MOVE "<head>" TO WS-OUT-LINE.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           MOVE "<meta charset=""utf-8"">" TO WS-OUT-LINE.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           IF WS-PAGE-TITLE = SPACES
               STRING "<title>"
                      WS-SITE-TITLE-HTML(1:WS-SITE-TITLE-LEN)
                      "</title>" DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
           ELSE
               MOVE WS-PAGE-TITLE TO WS-ESC-IN
               PERFORM 8300-ESCAPE THRU 8300-EXIT
               STRING "<title>" WS-ESC-OUT(1:WS-ESC-LEN) " - "
                      WS-SITE-TITLE-HTML(1:WS-SITE-TITLE-LEN)
                      "</title>" DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
           END-IF.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           STRING "<link rel=""alternate"" "
                  "type=""application/atom+xml"" href=""feed.xml"">"
                  DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           MOVE "</head>" TO WS-OUT-LINE.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           MOVE "<body>" TO WS-OUT-LINE.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           STRING "<p class=""site""><a href=""index.html"">"
                  WS-SITE-TITLE-HTML(1:WS-SITE-TITLE-LEN) "</a></p>"
                  DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
       8500-EXIT.
           EXIT.

       8550-PAGE-FOOT.
           MOVE "</body>" TO WS-OUT-LINE.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
           MOVE "</html>" TO WS-OUT-LINE.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
       8550-EXIT.
           EXIT.

      *> WS-OTHER-POS is a neighbour of the current record when
      *> it shares the thread (or collection) and is published
      *> or withheld for privacy. Previous is the latest record
      *> before it by date, then extract order; next the earliest
      *> after.
       8600-CONSIDER-NEIGHBOUR.
           IF WS-OTHER-POS = WS-CUR-POS
               GO TO 8600-EXIT
           END-IF.
           IF NOT REC-PUBLISHED (WS-OTHER-POS)
                   AND NOT REC-WITHHELD (WS-OTHER-POS)
               GO TO 8600-EXIT
           END-IF.
           IF WS-NAV-KIND = "T"
               IF WS-REC-THREAD (WS-OTHER-POS) NOT = WS-NAV-KEY
                   GO TO 8600-EXIT
               END-IF
           ELSE
               IF WS-REC-COLL (WS-OTHER-POS) NOT = WS-NAV-KEY
                   GO TO 8600-EXIT
               END-IF
           END-IF.
           MOVE "N" TO WS-NAV-BEFORE.
           IF WS-REC-DATE (WS-OTHER-POS) < WS-REC-DATE (WS-CUR-POS)
               MOVE "Y" TO WS-NAV-BEFORE
           END-IF.
           IF WS-REC-DATE (WS-OTHER-POS) = WS-REC-DATE (WS-CUR-POS)
                   AND WS-OTHER-POS < WS-CUR-POS
               MOVE "Y" TO WS-NAV-BEFORE
           END-IF.
           IF WS-NAV-BEFORE = "Y"
               GO TO 8610-CONSIDER-PREVIOUS
           END-IF.
           IF WS-NAV-NEXT = 0
               MOVE WS-OTHER-POS TO WS-NAV-NEXT
               GO TO 8600-EXIT
           END-IF.
           IF WS-REC-DATE (WS-OTHER-POS) < WS-REC-DATE (WS-NAV-NEXT)
               MOVE WS-OTHER-POS TO WS-NAV-NEXT
               GO TO 8600-EXIT
           END-IF.
           IF WS-REC-DATE (WS-OTHER-POS) = WS-REC-DATE (WS-NAV-NEXT)
                   AND WS-OTHER-POS < WS-NAV-NEXT
               MOVE WS-OTHER-POS TO WS-NAV-NEXT
           END-IF.
           GO TO 8600-EXIT.
       8610-CONSIDER-PREVIOUS.
           IF WS-NAV-PREV = 0
               MOVE WS-OTHER-POS TO WS-NAV-PREV
               GO TO 8600-EXIT
           END-IF.
           IF WS-REC-DATE (WS-OTHER-POS) > WS-REC-DATE (WS-NAV-PREV)
               MOVE WS-OTHER-POS TO WS-NAV-PREV
               GO TO 8600-EXIT
           END-IF.
           IF WS-REC-DATE (WS-OTHER-POS) = WS-REC-DATE (WS-NAV-PREV)
                   AND WS-OTHER-POS > WS-NAV-PREV
               MOVE WS-OTHER-POS TO WS-NAV-PREV
           END-IF.
       8600-EXIT.
           EXIT.

       8700-FIND-GROUP.
           MOVE 0 TO WS-GRP-HIT.
           PERFORM 8710-SAME-GROUP THRU 8710-EXIT
               VARYING WS-GRP-SCAN FROM 1 BY 1
               UNTIL WS-GRP-SCAN > WS-GRP-COUNT
                   OR WS-GRP-HIT > 0.
       8700-EXIT.
           EXIT.

       8710-SAME-GROUP.
           IF WS-GRP-KIND (WS-GRP-SCAN) = WS-MB-WANT-KIND
                   AND WS-GRP-KEY (WS-GRP-SCAN) = WS-MB-WANT-KEY
               MOVE WS-GRP-SCAN TO WS-GRP-HIT
           END-IF.
       8710-EXIT.
           EXIT.

       8750-KIND-NAMES.
           EVALUATE WS-MB-WANT-KIND
               WHEN "R"
                   MOVE "tradition"  TO WS-KIND-PREFIX
                   MOVE "Tradition"  TO WS-KIND-LABEL
                   MOVE "Traditions" TO WS-KIND-HEADING
               WHEN "T"
                   MOVE "theme"      TO WS-KIND-PREFIX
                   MOVE "Theme"      TO WS-KIND-LABEL
                   MOVE "Themes"     TO WS-KIND-HEADING
               WHEN "P"
                   MOVE "persona"    TO WS-KIND-PREFIX
                   MOVE "Persona"    TO WS-KIND-LABEL
                   MOVE "Personas"   TO WS-KIND-HEADING
               WHEN OTHER
                   MOVE "month"      TO WS-KIND-PREFIX
                   MOVE "Month"      TO WS-KIND-LABEL
                   MOVE "Months"     TO WS-KIND-HEADING
           END-EVALUATE.
       8750-EXIT.
           EXIT.

      *> One list item for the record at WS-REC-POS.
       8800-RECORD-ITEM.
           MOVE WS-REC-TOPIC (WS-REC-POS) TO WS-ESC-IN.
           PERFORM 8300-ESCAPE THRU 8300-EXIT.
           MOVE WS-ESC-OUT TO WS-ESC-HOLD.
           MOVE WS-ESC-LEN TO WS-ESC-HOLD-LEN.
           MOVE WS-REC-MODE (WS-REC-POS) TO WS-ESC-IN.
           PERFORM 8300-ESCAPE THRU 8300-EXIT.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE 1 TO WS-OUT-PTR.
           STRING "<li><a href="""
                  FUNCTION TRIM(WS-REC-PAGE (WS-REC-POS))
                  ".html"">" WS-ESC-HOLD(1:WS-ESC-HOLD-LEN)
                  "</a> <span class=""meta"">("
                  WS-ESC-OUT(1:WS-ESC-LEN)
                  DELIMITED BY SIZE
                  INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-STRING.
           IF WS-REC-DATE (WS-REC-POS) NOT = SPACES
               STRING ", " WS-REC-DATE (WS-REC-POS)
                      DELIMITED BY SIZE
                      INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF.
           STRING ")</span></li>" DELIMITED BY SIZE
                  INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-STRING.
           PERFORM 8200-EMIT-LINE THRU 8200-EXIT.
       8800-EXIT.
           EXIT.

      *> Pages come out in much the same order every run, so the
      *> slot after the last hit is tried before the full scan.
       8900-FIND-OLD-PAGE.
           MOVE 0 TO WS-OLD-HIT.
           ADD 1 TO WS-OLD-CURSOR.
           IF WS-OLD-CURSOR <= WS-OLD-COUNT
               IF WS-OLD-NAME (WS-OLD-CURSOR) = WS-PAGE-NAME
                   MOVE WS-OLD-CURSOR TO WS-OLD-HIT
                   GO TO 8900-EXIT
               END-IF
           END-IF.
           PERFORM 8910-SAME-OLD-PAGE THRU 8910-EXIT
               VARYING WS-OLD-POS FROM 1 BY 1
               UNTIL WS-OLD-POS > WS-OLD-COUNT
                   OR WS-OLD-HIT > 0.
           IF WS-OLD-HIT > 0
               MOVE WS-OLD-HIT TO WS-OLD-CURSOR
           END-IF.
       8900-EXIT.
           EXIT.

       8910-SAME-OLD-PAGE.
           IF WS-OLD-NAME (WS-OLD-POS) = WS-PAGE-NAME
               MOVE WS-OLD-POS TO WS-OLD-HIT
           END-IF.
       8910-EXIT.
           EXIT.

      *> The header's parish column in WS-PRS-PARISH (blank falls
      *> back to the path in WS-PRS-TEXT) against the run's view;
      *> WS-PRS-RC "04" is another parish's dialogue.
       8950-JUDGE-PARISH.
           MOVE "CODE" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
       8950-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "dialogue_data.dat@*" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "catalog.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "theme_class.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE "dialogue_numbers.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
           MOVE "translation_policy.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-05.
           MOVE "site_policy.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-06.
           MOVE "site_manifest.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-07.
           MOVE "site_changes.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-08.
           MOVE "site" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-09.
       0900-EXIT.
           EXIT.
