      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> WEB-GATEWAY
      *>
      *> Answers the parish website's "ask the archive" box without
      *> an operator in the loop. Until now every question typed
      *> there was emailed to the office, someone ran CONTENT-SEARCH
      *> and pasted the results back by hand. The website now
      *> writes each question as a one-line request file in the
      *> drop directory batch/web_drop/:
      *>
      *>     Q|request-id|kind|client|argument
      *>
      *> request-id the website's own key for the question, at most
      *>            20 letters, digits, "-", "_", "." or ":"
      *> kind       SEARCH   argument is up to five words; every
      *>                     word must appear in a message unless
      *>                     OR is among them (CONTENT-SEARCH's
      *>                     rule, answered from its index
      *>                     batch/content_index.dat); ranked by
      *>                     the number of matching messages
      *>            PERSONA  argument is a persona's name, as any
      *>                     alias DLGALIAS knows; ranked by how
      *>                     many messages the persona speaks
      *>            THEME    argument is a theme as THEME-CLASSIFY
      *>                     files it (batch/theme_class.dat)
      *>            RENDER   argument is a dialogue number; the
      *>                     answer is the dialogue itself
      *> client     the website's token for who asked (an address
      *>            or session), used only to ration requests
      *>
      *> build_web_drop_list.sh lists the drop in
      *> batch/web_drop.lst; web_gateway_poll.sh runs the pair
      *> every few minutes through the day. Every request is
      *> answered with a response file in batch/web_out/ - the
      *> request's name with .req replaced by .rsp (.rsp added to
      *> any other name) - in the fixed format agreed with the
      *> website team (copybook DLGWEB01): a header, the ranked
      *> matches or the rendered dialogue, and a trailer. The
      *> response is written under a .tmp name and renamed when
      *> complete, so the website never reads half an answer.
      *>
      *> Nothing ineligible leaves the building: every dialogue
      *> named in an answer has passed DLGELIG. A list leaves out
      *> anything DLGELIG bars, whatever the reason; asked to
      *> render a record withheld for privacy review, the gateway
      *> answers WH with REDACT-EXPORT's marker
      *> "[WITHHELD - PRIVACY REVIEW]" in place of the topic and
      *> no transcript; any other barred record, or a number not
      *> on the registry, is simply not found (NF). Matches carry
      *> the dialogue number (DIALOGUE-NUMBER's registry), never a
      *> repository path, and a record not yet numbered is not
      *> offered.
      *>
      *> A request that cannot be answered is refused (status RJ)
      *> with a reason code:
      *>
      *>     MALFORMED   not one Q record of five fields, or the
      *>                 request id or client is missing or too
      *>                 long
      *>     BAD-KIND    the kind is not one of the four above
      *>     BAD-CHARS   characters other than letters, digits,
      *>                 spaces and - ' . , ? in the argument, or
      *>                 outside the request id's set in the id or
      *>                 client
      *>     EMPTY       no argument
      *>     TOO-LONG    an argument over 120 characters, or more
      *>                 than five search words
      *>     BAD-NUMBER  a RENDER argument that is not a number
      *>     DUPLICATE   the request id was already answered today
      *>     THROTTLED   the client has used its day's ration,
      *>                 P|GATEWAY-DAILY-LIMIT in
      *>                 batch/site_policy.ref (default 40)
      *>
      *> How many matches an answer carries is P|GATEWAY-MATCHES
      *> (default 10, at most 50). Answered requests are filed
      *> under batch/web_done/ as YYYYMMDD-<file>, refused ones
      *> under batch/web_rejects/, and every request is logged to
      *> batch/web_gateway_log.dat:
      *>
      *>     W|stamp|file|request-id|client|kind|ACCEPTED|status|hits
      *>     W|stamp|file|request-id|client|kind|REJECTED|reason|0
      *>
      *> which is also where the day's rations and request ids are
      *> counted from. Each answered request is demand data, and
      *> goes on the search programs' query log
      *> (batch/query_log.dat) with its origin marked WEB, for
      *> SEARCH-DEMAND-REPORT and SLATE-PLANNER:
      *>
      *>     G|terms|filters|hits|WEBSITE|timestamp|WEB
      *>
      *> filters being OP=AND/OR for a search of more than one
      *> word, PERSONA, THEME, or RENDER.
      *>
      *> In a multi-parish installation each parish's website has
      *> its own drop, batch/web_drop@CODE/, and the gateway runs
      *> once per parish with DLGPARISH set to its code
      *> (web_gateway_run.sh, from the nightly node and the daytime
      *> poll alike), so a member is answered from their own
      *> parish's dialogues whenever they ask. In a one-parish view
      *> the drop list, the log and the response, done and reject
      *> directories carry the parish's "@CODE" (DLGCFG), so the
      *> parishes' rations and request ids never mix.
      *>
      *> Usage:
      *>     web_gateway
      *>
      *> RETURN-CODE 0 every request answered; 4 some refused;
      *> 12 a request file could not be filed or answered (it is
      *> left in the drop for the next run); 16 the content
      *> index failed its control check (DLGCTLV) - nothing is
      *> answered.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>     2026-10-15  DO   Per-parish drops: a one-parish view
      *>                      answers batch/web_drop@CODE/ under
      *>                      its own list, log and directories
      *>                      (DLGPRSH VIEW, DLGCFG "@CODE").
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEB-GATEWAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT INDEX-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT THEME-FILE ASSIGN DYNAMIC WS-CFN-04
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THEME-STATUS.
           SELECT NUM-FILE ASSIGN DYNAMIC WS-CFN-05
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUM-STATUS.
           SELECT POLICY-FILE ASSIGN DYNAMIC WS-CFN-06
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT QLOG-FILE ASSIGN DYNAMIC WS-CFN-07
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QLOG-STATUS.
           SELECT LOG-FILE ASSIGN DYNAMIC WS-CFN-08
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT REQ-FILE ASSIGN DYNAMIC WS-REQ-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT RSP-FILE ASSIGN DYNAMIC WS-RSP-WORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIST-FILE.
       01  LIST-LINE                PIC X(200).

       FD  INDEX-FILE.
       01  INDEX-LINE               PIC X(300).

       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).

       FD  THEME-FILE.
       01  THEME-LINE               PIC X(300).

       FD  NUM-FILE.
       01  NUM-LINE                 PIC X(300).

       FD  POLICY-FILE.
       01  POLICY-LINE              PIC X(300).

       FD  QLOG-FILE.
       01  QLOG-LINE                PIC X(300).

       FD  LOG-FILE.
       01  LOG-LINE                 PIC X(400).

       FD  REQ-FILE.
       01  REQ-LINE                 PIC X(400).

       FD  RSP-FILE.
       01  RSP-LINE                 PIC X(300).

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
       01  WS-CFN-10                PIC X(200).
       01  WS-CFN-11                PIC X(200).
       01  WS-REQ-FILE              PIC X(200).
       01  WS-RSP-NAME              PIC X(200).
       01  WS-RSP-WORK              PIC X(200).
       01  WS-LIST-STATUS           PIC X(02).
       01  WS-INDEX-STATUS          PIC X(02).
       01  WS-DATA-STATUS           PIC X(02).
       01  WS-THEME-STATUS          PIC X(02).
       01  WS-NUM-STATUS            PIC X(02).
       01  WS-POLICY-STATUS         PIC X(02).
       01  WS-QLOG-STATUS           PIC X(02).
       01  WS-LOG-STATUS            PIC X(02).
       01  WS-REQ-STATUS            PIC X(02).
       01  WS-RSP-STATUS            PIC X(02).
       01  WS-EOF-LIST              PIC X(01) VALUE "N".
           88  NO-MORE-LIST                  VALUE "Y".
       01  WS-EOF-SIDE              PIC X(01) VALUE "N".
           88  NO-MORE-SIDE                  VALUE "Y".
       01  WS-EOF-REQ               PIC X(01) VALUE "N".
           88  NO-MORE-REQ                   VALUE "Y".
       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).

       01  WS-TODAY                 PIC X(08).
       01  WS-NOW                   PIC X(21).
       01  WS-STAMP                 PIC X(14).

       COPY DLGWEB01.

      *> Policy, from batch/site_policy.ref.
       01  WS-POL-MATCHES           PIC 9(03) VALUE 10.
       01  WS-POL-DAILY-LIMIT       PIC 9(05) VALUE 40.

      *> Every record on the extract: its first header, its
      *> number and whether DLGELIG passes it. Y published,
      *> W withheld for privacy, N barred.
       01  WS-REC-MAX               PIC 9(04) VALUE 3000.
       01  WS-REC-COUNT             PIC 9(04) VALUE 0.
       01  WS-REC-TABLE.
           05  WS-REC-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-REC-IDX.
               10  WS-REC-PATH       PIC X(200).
               10  WS-REC-TOPIC      PIC X(120).
               10  WS-REC-MODE       PIC X(20).
               10  WS-REC-NUMBER     PIC 9(04).
               10  WS-REC-ELIG       PIC X(01).
                   88  REC-PUBLISHED         VALUE "Y".
                   88  REC-WITHHELD          VALUE "W".
               10  WS-REC-SCORE      PIC 9(05).
               10  WS-REC-PICKED     PIC X(01).
       01  WS-WANT-PATH             PIC X(200).
       01  WS-FOUND-POS             PIC 9(04) VALUE 0.
       01  WS-CUR-POS               PIC 9(04) VALUE 0.
       01  WS-TABLE-FULL            PIC X(01) VALUE "N".
           88  A-TABLE-FILLED                VALUE "Y".
       01  WS-UNNUMBERED            PIC 9(04) VALUE 0.

       01  WS-ELIG-PATH             PIC X(200).
       01  WS-ELIG-RC               PIC X(02).
       01  WS-ELIG-REASON           PIC X(10).
       01  WS-ALIAS-NAME            PIC X(40).
       01  WS-NUM-REF               PIC X(200).
       01  WS-REDACT-MARKER         PIC X(28)
               VALUE "[WITHHELD - PRIVACY REVIEW]".

      *> The day's traffic so far, from the gateway log: requests
      *> per client, and the request ids already answered.
       01  WS-CL-MAX                PIC 9(04) VALUE 2000.
       01  WS-CL-COUNT              PIC 9(04) VALUE 0.
       01  WS-CL-TABLE.
           05  WS-CL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-CL-IDX.
               10  WS-CL-CLIENT      PIC X(40).
               10  WS-CL-USED        PIC 9(05).
       01  WS-CL-POS                PIC 9(04) VALUE 0.
       01  WS-ID-MAX                PIC 9(04) VALUE 5000.
       01  WS-ID-COUNT              PIC 9(04) VALUE 0.
       01  WS-ID-TABLE.
           05  WS-ID-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-ID-IDX.
               10  WS-ID-VALUE       PIC X(20).
       01  WS-ID-POS                PIC 9(04) VALUE 0.

       01  WS-IN-TAG                PIC X(02).
       01  WS-IN-F2                 PIC X(200).
       01  WS-IN-F3                 PIC X(200).
       01  WS-IN-F4                 PIC X(200).
       01  WS-IN-F5                 PIC X(200).
       01  WS-IN-F6                 PIC X(200).
       01  WS-IN-F7                 PIC X(240).
       01  WS-IN-F8                 PIC X(20).
       01  WS-IN-NUM                PIC X(04).

      *> The request in hand.
       01  WS-REQ-RECORD            PIC X(400).
       01  WS-REQ-LINES             PIC 9(03) VALUE 0.
       01  WS-RQ-FIELDS             PIC 9(02) VALUE 0.
       01  WS-RQ-TAG                PIC X(02).
       01  WS-RQ-ID                 PIC X(40).
       01  WS-RQ-KIND               PIC X(20).
       01  WS-RQ-CLIENT             PIC X(60).
       01  WS-RQ-ARG                PIC X(300).
       01  WS-RQ-EXTRA              PIC X(20).
       01  WS-RQ-LEN                PIC 9(03) VALUE 0.
       01  WS-SCRUB                 PIC X(300).
       01  WS-ARG-CHARS             PIC X(67) VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             & "abcdefghijklmnopqrstuvwxyz"
             & "0123456789-'.,?".
       01  WS-ARG-BLANKS            PIC X(67) VALUE SPACES.
       01  WS-ID-CHARS              PIC X(66) VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             & "abcdefghijklmnopqrstuvwxyz"
             & "0123456789-_.:".
       01  WS-ID-BLANKS             PIC X(66) VALUE SPACES.
       01  WS-KIND                  PIC X(08).
           88  KIND-SEARCH                   VALUE "SEARCH".
           88  KIND-PERSONA                  VALUE "PERSONA".
           88  KIND-THEME                    VALUE "THEME".
           88  KIND-RENDER                   VALUE "RENDER".

      *> Search words, CONTENT-SEARCH's way.
       01  WS-WORD-TABLE.
           05  WS-WORD              PIC X(40) OCCURS 8 TIMES.
       01  WS-WORD-POS              PIC 9(02) VALUE 0.
       01  WS-TERM-MAX              PIC 9(02) VALUE 5.
       01  WS-TERM-COUNT            PIC 9(02) VALUE 0.
       01  WS-TERM-TABLE.
           05  WS-TERM              PIC X(30) OCCURS 5 TIMES.
       01  WS-TERM-POS              PIC 9(02) VALUE 0.
       01  WS-OPERATOR              PIC X(03) VALUE "AND".
       01  WS-WANT-NAME             PIC X(40).
       01  WS-WANT-RAW              PIC X(40).
       01  WS-WANT-THEME            PIC X(60).

       01  WS-POST-TAG              PIC X(01).
       01  WS-POST-WORD             PIC X(30).
       01  WS-POST-PATH             PIC X(200).
       01  WS-POST-SEQ              PIC X(04).
       01  WS-HIT-MAX               PIC 9(04) VALUE 800.
       01  WS-HIT-COUNT             PIC 9(04) VALUE 0.
       01  WS-HIT-TABLE.
           05  WS-HIT-ENTRY OCCURS 800 TIMES
                   INDEXED BY WS-HIT-IDX.
               10  WS-HIT-KEY.
                   15  WS-HIT-PATH   PIC X(200).
                   15  WS-HIT-SEQ    PIC X(04).
               10  WS-HIT-FLAGS      PIC X(05).
       01  WS-SEEK-KEY.
           05  WS-SEEK-PATH         PIC X(200).
           05  WS-SEEK-SEQ          PIC X(04).
       01  WS-HIT-POS               PIC 9(04) VALUE 0.
       01  WS-FLAG-POS              PIC 9(02) VALUE 0.
       01  WS-HIT-QUALIFIES         PIC X(01).
           88  HIT-QUALIFIES                 VALUE "Y".

      *> Records scored for the request in hand.
       01  WS-CAND-MAX              PIC 9(04) VALUE 800.
       01  WS-CAND-COUNT            PIC 9(04) VALUE 0.
       01  WS-CAND-TABLE.
           05  WS-CAND-REC          PIC 9(04) OCCURS 800 TIMES.
       01  WS-CAND-POS              PIC 9(04) VALUE 0.
       01  WS-ADD-SCORE             PIC 9(05) VALUE 0.
       01  WS-PICK-COUNT            PIC 9(03) VALUE 0.
       01  WS-PICK-TABLE.
           05  WS-PICK-ENTRY OCCURS 50 TIMES.
               10  WS-PICK-REC       PIC 9(04).
               10  WS-PICK-SCORE     PIC 9(05).
       01  WS-PICK-POS              PIC 9(03) VALUE 0.
       01  WS-BEST-POS              PIC 9(04) VALUE 0.
       01  WS-PICKS-DONE            PIC X(01) VALUE "N".
           88  PICKS-DONE                    VALUE "Y".

      *> The dialogue rendered.
       01  WS-RENDER-POS            PIC 9(04) VALUE 0.
       01  WS-MSG-MAX               PIC 9(03) VALUE 300.
       01  WS-MSG-COUNT             PIC 9(03) VALUE 0.
       01  WS-MSG-TABLE.
           05  WS-MSG-ENTRY OCCURS 300 TIMES.
               10  WS-MSG-SEQ        PIC 9(04).
               10  WS-MSG-NAME       PIC X(40).
               10  WS-MSG-CONTENT    PIC X(240).
       01  WS-MSG-POS               PIC 9(03) VALUE 0.

      *> The answer.
       01  WS-ANS-STATUS            PIC X(02).
       01  WS-ANS-HITS              PIC 9(04) VALUE 0.
       01  WS-RSP-LINES             PIC 9(05) VALUE 0.
       01  WS-REJECT-REASON         PIC X(12).
       01  WS-REJECT-DETAIL         PIC X(120).
       01  WS-FILE-FAILED           PIC X(01) VALUE "N".
           88  FILING-FAILED                 VALUE "Y".
       01  WS-BASE-NAME             PIC X(200).
       01  WS-BASE-LEN              PIC 9(03) VALUE 0.
       01  WS-STEM-LEN              PIC 9(03) VALUE 0.
       01  WS-PATH-LEN              PIC 9(03) VALUE 0.
       01  WS-DEST-PATH             PIC X(200).

       01  WS-QL-TERMS              PIC X(120).
       01  WS-QL-FILTERS            PIC X(60).
       01  WS-QL-PTR                PIC 9(03) VALUE 1.
       01  WS-QL-STAMP              PIC X(21).
       01  WS-QL-NUMBER             PIC 9(04).

       01  WS-SEEN-COUNT            PIC 9(05) VALUE 0.
       01  WS-ANSWER-COUNT          PIC 9(05) VALUE 0.
       01  WS-REJECT-COUNT          PIC 9(05) VALUE 0.
       01  WS-FAIL-COUNT            PIC 9(05) VALUE 0.
       01  WS-FINAL-RC              PIC 9(02) VALUE 0.

      *> The run's parish view (DLGPRSH VIEW); one parish names
      *> its drop list, log and directories.
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "WEB-GATEWAY".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).
       01  WS-PRS-VIEW              PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           PERFORM 0800-SETTLE-PARISH THRU 0800-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-TAKE-REQUEST THRU 2000-EXIT
               UNTIL NO-MORE-LIST.
           PERFORM 9000-FINISH THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW(1:14) TO WS-STAMP.
           OPEN INPUT LIST-FILE.
           IF WS-LIST-STATUS NOT = "00"
               DISPLAY "WEB-GATEWAY: no drop list "
                       FUNCTION TRIM(WS-CFN-01)
                       " - run build_web_drop_list.sh first"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> A content index that fails its control check answers
      *> nothing; the requests wait in the drop.
           MOVE WS-CFN-02 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               CLOSE LIST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-POLICY THRU 1100-EXIT.
           PERFORM 1200-LOAD-EXTRACT THRU 1200-EXIT.
           PERFORM 1300-LOAD-NUMBERS THRU 1300-EXIT.
           PERFORM 1400-LOAD-TODAY THRU 1400-EXIT.
           CALL "CBL_CREATE_DIR" USING FUNCTION TRIM(WS-CFN-09).
           CALL "CBL_CREATE_DIR" USING FUNCTION TRIM(WS-CFN-10).
           CALL "CBL_CREATE_DIR" USING FUNCTION TRIM(WS-CFN-11).
           MOVE 0 TO RETURN-CODE.
           OPEN EXTEND LOG-FILE.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT LOG-FILE
           END-IF.
           OPEN EXTEND QLOG-FILE.
           IF WS-QLOG-STATUS = "35"
               OPEN OUTPUT QLOG-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-POLICY.
           OPEN INPUT POLICY-FILE.
           IF WS-POLICY-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SIDE.
           PERFORM 1110-READ-ONE-POLICY THRU 1110-EXIT
               UNTIL NO-MORE-SIDE.
           CLOSE POLICY-FILE.
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
               WHEN "GATEWAY-MATCHES"
                   IF FUNCTION TRIM(WS-IN-F3) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-IN-F3)
                           TO WS-POL-MATCHES
                   END-IF
                   IF WS-POL-MATCHES > 50
                       MOVE 50 TO WS-POL-MATCHES
                   END-IF
               WHEN "GATEWAY-DAILY-LIMIT"
                   IF FUNCTION TRIM(WS-IN-F3) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-IN-F3)
                           TO WS-POL-DAILY-LIMIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1110-EXIT.
           EXIT.

      *> The extract's headers, each judged once by DLGELIG. A path
      *> seen twice keeps its first header, SITE-GENERATE's rule.
       1200-LOAD-EXTRACT.
           OPEN INPUT DATA-FILE.
           IF WS-DATA-STATUS NOT = "00"
               DISPLAY "WEB-GATEWAY: no extract at "
                       FUNCTION TRIM(WS-CFN-03)
                       " - every answer will be empty"
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SIDE.
           PERFORM 1210-LOAD-ONE-HEADER THRU 1210-EXIT
               UNTIL NO-MORE-SIDE.
           CLOSE DATA-FILE.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-HEADER.
           READ DATA-FILE
               AT END
                   SET NO-MORE-SIDE TO TRUE
                   GO TO 1210-EXIT
           END-READ.
           IF DATA-LINE(1:2) NOT = "H|"
               GO TO 1210-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
           END-UNSTRING.
           MOVE WS-IN-F2 TO WS-WANT-PATH.
           PERFORM 8000-FIND-PATH THRU 8000-EXIT.
           IF WS-FOUND-POS > 0
               GO TO 1210-EXIT
           END-IF.
           IF WS-REC-COUNT >= WS-REC-MAX
               IF NOT A-TABLE-FILLED
                   DISPLAY "WEB-GATEWAY: more than " WS-REC-MAX
                           " records on the extract - the rest are "
                           "not offered"
               END-IF
               SET A-TABLE-FILLED TO TRUE
               GO TO 1210-EXIT
           END-IF.
           ADD 1 TO WS-REC-COUNT.
           MOVE WS-REC-COUNT TO WS-CUR-POS.
           MOVE WS-IN-F2 TO WS-REC-PATH (WS-CUR-POS).
           MOVE WS-IN-F3(1:120) TO WS-REC-TOPIC (WS-CUR-POS).
           MOVE FUNCTION LOWER-CASE(WS-IN-F4(1:20))
               TO WS-REC-MODE (WS-CUR-POS).
           MOVE 0 TO WS-REC-NUMBER (WS-CUR-POS)
                     WS-REC-SCORE (WS-CUR-POS).
           MOVE "N" TO WS-REC-PICKED (WS-CUR-POS).
           MOVE WS-IN-F2 TO WS-ELIG-PATH.
           CALL "DLGELIG" USING WS-ELIG-PATH WS-ELIG-RC
                                WS-ELIG-REASON.
           EVALUATE TRUE
               WHEN WS-ELIG-RC NOT = "12"
                   MOVE "Y" TO WS-REC-ELIG (WS-CUR-POS)
               WHEN WS-ELIG-REASON = "PRIVACY"
                   MOVE "W" TO WS-REC-ELIG (WS-CUR-POS)
               WHEN OTHER
                   MOVE "N" TO WS-REC-ELIG (WS-CUR-POS)
           END-EVALUATE.
       1210-EXIT.
           EXIT.

      *> Each record's dialogue number, from the registry
      *> (N|number|path|stamp).
       1300-LOAD-NUMBERS.
           OPEN INPUT NUM-FILE.
           IF WS-NUM-STATUS NOT = "00"
               GO TO 1300-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SIDE.
           PERFORM 1310-LOAD-ONE-NUMBER THRU 1310-EXIT
               UNTIL NO-MORE-SIDE.
           CLOSE NUM-FILE.
       1300-EXIT.
           EXIT.

       1310-LOAD-ONE-NUMBER.
           READ NUM-FILE
               AT END
                   SET NO-MORE-SIDE TO TRUE
                   GO TO 1310-EXIT
           END-READ.
           IF NUM-LINE(1:2) NOT = "N|"
               GO TO 1310-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-NUM WS-IN-F3.
           UNSTRING NUM-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-NUM WS-IN-F3
           END-UNSTRING.
           IF WS-IN-NUM IS NOT NUMERIC
               GO TO 1310-EXIT
           END-IF.
           MOVE WS-IN-F3 TO WS-WANT-PATH.
           PERFORM 8000-FIND-PATH THRU 8000-EXIT.
           IF WS-FOUND-POS > 0
               MOVE WS-IN-NUM TO WS-REC-NUMBER (WS-FOUND-POS)
           END-IF.
       1310-EXIT.
           EXIT.

      *> Today's lines on the gateway log: each client's requests
      *> so far, and the ids answered.
       1400-LOAD-TODAY.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
               GO TO 1400-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SIDE.
           PERFORM 1410-LOAD-ONE-LOG THRU 1410-EXIT
               UNTIL NO-MORE-SIDE.
           CLOSE LOG-FILE.
       1400-EXIT.
           EXIT.

       1410-LOAD-ONE-LOG.
           READ LOG-FILE
               AT END
                   SET NO-MORE-SIDE TO TRUE
                   GO TO 1410-EXIT
           END-READ.
           IF LOG-LINE(1:2) NOT = "W|"
               GO TO 1410-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6 WS-IN-F7.
           UNSTRING LOG-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-IN-F7
           END-UNSTRING.
           IF WS-IN-F2(1:8) NOT = WS-TODAY
               GO TO 1410-EXIT
           END-IF.
           MOVE WS-IN-F5(1:40) TO WS-RQ-CLIENT.
           PERFORM 8500-COUNT-CLIENT THRU 8500-EXIT.
           IF WS-IN-F7(1:8) = "ACCEPTED"
               MOVE WS-IN-F4(1:20) TO WS-RQ-ID
               PERFORM 8610-NOTE-ID THRU 8610-EXIT
           END-IF.
       1410-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> One request from the drop list: read and check it, file
      *> it out of the drop, then answer or refuse it.
      *>----------------------------------------------------------*>
       2000-TAKE-REQUEST.
           READ LIST-FILE
               AT END
                   SET NO-MORE-LIST TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF LIST-LINE = SPACES OR LIST-LINE(1:1) = "*"
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-SEEN-COUNT.
           MOVE FUNCTION TRIM(LIST-LINE) TO WS-REQ-FILE.
           MOVE SPACES TO WS-REJECT-REASON WS-REJECT-DETAIL
                          WS-RQ-ID WS-RQ-KIND WS-RQ-CLIENT
                          WS-RQ-ARG WS-KIND.
           PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
           IF WS-REJECT-REASON = "GONE"
               DISPLAY "WEB-GATEWAY: " FUNCTION TRIM(WS-REQ-FILE)
                       " is no longer in the drop - skipped"
               SUBTRACT 1 FROM WS-SEEN-COUNT
               GO TO 2000-EXIT
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM 2200-CHECK-REQUEST THRU 2200-EXIT
           END-IF.
           PERFORM 8200-BASE-NAME THRU 8200-EXIT.
           PERFORM 2900-FILE-REQUEST THRU 2900-EXIT.
           IF FILING-FAILED
               GO TO 2000-EXIT
           END-IF.
           MOVE 0 TO WS-ANS-HITS WS-PICK-COUNT WS-MSG-COUNT
                     WS-RENDER-POS.
           IF WS-REJECT-REASON = SPACES
               PERFORM 3000-ANSWER-REQUEST THRU 3000-EXIT
               ADD 1 TO WS-ANSWER-COUNT
           ELSE
               MOVE "RJ" TO WS-ANS-STATUS
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
           PERFORM 5000-WRITE-RESPONSE THRU 5000-EXIT.
           PERFORM 6000-LOG-REQUEST THRU 6000-EXIT.
       2000-EXIT.
           EXIT.

      *> The request is the file's one non-blank line.
       2100-READ-REQUEST.
           MOVE SPACES TO WS-REQ-RECORD.
           MOVE 0 TO WS-REQ-LINES.
           MOVE "N" TO WS-EOF-REQ.
           OPEN INPUT REQ-FILE.
      *> Listed but already gone - taken by an earlier run.
           IF WS-REQ-STATUS = "35"
               MOVE "GONE" TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF.
           IF WS-REQ-STATUS NOT = "00"
               MOVE "MALFORMED" TO WS-REJECT-REASON
               STRING "the request file could not be read (status "
                      WS-REQ-STATUS ")"
                   DELIMITED BY SIZE INTO WS-REJECT-DETAIL
               END-STRING
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2110-REQUEST-LINE THRU 2110-EXIT
               UNTIL NO-MORE-REQ.
           CLOSE REQ-FILE.
       2100-EXIT.
           EXIT.

       2110-REQUEST-LINE.
           READ REQ-FILE
               AT END
                   SET NO-MORE-REQ TO TRUE
                   GO TO 2110-EXIT
           END-READ.
           INSPECT REQ-LINE REPLACING ALL X"0D" BY SPACE.
           IF REQ-LINE = SPACES
               GO TO 2110-EXIT
           END-IF.
           ADD 1 TO WS-REQ-LINES.
           IF WS-REQ-LINES = 1
               MOVE REQ-LINE TO WS-REQ-RECORD
           END-IF.
       2110-EXIT.
           EXIT.

      *> What the website sent, checked field by field. The first
      *> failure is the reason given.
       2200-CHECK-REQUEST.
           IF WS-REQ-LINES NOT = 1 OR WS-REQ-RECORD(1:2) NOT = "Q|"
               MOVE "MALFORMED" TO WS-REJECT-REASON
               MOVE "a request file holds exactly one Q record"
                   TO WS-REJECT-DETAIL
               GO TO 2200-EXIT
           END-IF.
           MOVE 0 TO WS-RQ-FIELDS.
           MOVE SPACES TO WS-RQ-TAG WS-RQ-EXTRA.
           UNSTRING WS-REQ-RECORD DELIMITED BY "|"
               INTO WS-RQ-TAG WS-RQ-ID WS-RQ-KIND WS-RQ-CLIENT
                    WS-RQ-ARG WS-RQ-EXTRA
               TALLYING IN WS-RQ-FIELDS
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-RQ-ID) TO WS-RQ-ID.
           MOVE FUNCTION TRIM(WS-RQ-CLIENT) TO WS-RQ-CLIENT.
           MOVE FUNCTION TRIM(WS-RQ-ARG) TO WS-RQ-ARG.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RQ-KIND))
               TO WS-RQ-KIND.
           IF WS-RQ-FIELDS NOT = 5
               MOVE "MALFORMED" TO WS-REJECT-REASON
               MOVE "a request is Q|request-id|kind|client|argument"
                   TO WS-REJECT-DETAIL
               GO TO 2200-EXIT
           END-IF.
           IF WS-RQ-ID = SPACES OR WS-RQ-ID(21:) NOT = SPACES
               MOVE "MALFORMED" TO WS-REJECT-REASON
               MOVE "the request id is missing or over 20 characters"
                   TO WS-REJECT-DETAIL
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-RQ-ID TO WS-SCRUB.
           INSPECT WS-SCRUB CONVERTING WS-ID-CHARS TO WS-ID-BLANKS.
           IF WS-SCRUB NOT = SPACES
               MOVE SPACES TO WS-RQ-ID
               MOVE "BAD-CHARS" TO WS-REJECT-REASON
               MOVE "the request id holds characters outside "
                   & "letters, digits, - _ . :" TO WS-REJECT-DETAIL
               GO TO 2200-EXIT
           END-IF.
           IF WS-RQ-CLIENT = SPACES OR WS-RQ-CLIENT(41:) NOT = SPACES
               MOVE "MALFORMED" TO WS-REJECT-REASON
               MOVE "the client is missing or over 40 characters"
                   TO WS-REJECT-DETAIL
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-RQ-CLIENT TO WS-SCRUB.
           INSPECT WS-SCRUB CONVERTING WS-ID-CHARS TO WS-ID-BLANKS.
           IF WS-SCRUB NOT = SPACES
               MOVE SPACES TO WS-RQ-CLIENT
               MOVE "BAD-CHARS" TO WS-REJECT-REASON
               MOVE "the client holds characters outside letters, "
                   & "digits, - _ . :" TO WS-REJECT-DETAIL
               GO TO 2200-EXIT
           END-IF.
      *> The ration counts every request the client makes, refused
      *> or not; a flood is refused before it costs a search.
           MOVE WS-RQ-KIND(1:8) TO WS-KIND.
           PERFORM 8500-COUNT-CLIENT THRU 8500-EXIT.
           IF WS-CL-POS > 0
               IF WS-CL-USED (WS-CL-POS) > WS-POL-DAILY-LIMIT
                   MOVE "THROTTLED" TO WS-REJECT-REASON
                   MOVE "the client's requests for today are used up"
                       TO WS-REJECT-DETAIL
                   GO TO 2200-EXIT
               END-IF
           END-IF.
           IF WS-RQ-KIND(9:) NOT = SPACES
                   OR NOT (KIND-SEARCH OR KIND-PERSONA OR KIND-THEME
                           OR KIND-RENDER)
               MOVE "BAD-KIND" TO WS-REJECT-REASON
               STRING "kind """ FUNCTION TRIM(WS-RQ-KIND)
                      """ is not SEARCH, PERSONA, THEME or RENDER"
                   DELIMITED BY SIZE INTO WS-REJECT-DETAIL
               END-STRING
               MOVE SPACES TO WS-KIND
               GO TO 2200-EXIT
           END-IF.
           PERFORM 8600-SEEK-ID THRU 8600-EXIT.
           IF WS-ID-POS > 0
               MOVE "DUPLICATE" TO WS-REJECT-REASON
               MOVE "this request id was already answered today"
                   TO WS-REJECT-DETAIL
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2300-CHECK-ARGUMENT THRU 2300-EXIT.
       2200-EXIT.
           EXIT.

       2300-CHECK-ARGUMENT.
           IF WS-RQ-ARG = SPACES
               MOVE "EMPTY" TO WS-REJECT-REASON
               MOVE "nothing to look for" TO WS-REJECT-DETAIL
               GO TO 2300-EXIT
           END-IF.
           IF WS-RQ-ARG(121:) NOT = SPACES
               MOVE "TOO-LONG" TO WS-REJECT-REASON
               MOVE "the argument is over 120 characters"
                   TO WS-REJECT-DETAIL
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-RQ-ARG TO WS-SCRUB.
           INSPECT WS-SCRUB CONVERTING WS-ARG-CHARS TO WS-ARG-BLANKS.
           IF WS-SCRUB NOT = SPACES
               MOVE "BAD-CHARS" TO WS-REJECT-REASON
               MOVE "the argument holds characters outside letters, "
                   & "digits, spaces and - ' . , ?"
                   TO WS-REJECT-DETAIL
               GO TO 2300-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN KIND-SEARCH
                   PERFORM 2310-SPLIT-WORDS THRU 2310-EXIT
               WHEN KIND-PERSONA
                   MOVE WS-RQ-ARG(1:40) TO WS-WANT-NAME
                   IF WS-RQ-ARG(41:) NOT = SPACES
                       MOVE "TOO-LONG" TO WS-REJECT-REASON
                       MOVE "a persona name is at most 40 characters"
                           TO WS-REJECT-DETAIL
                   END-IF
               WHEN KIND-THEME
                   MOVE FUNCTION UPPER-CASE(WS-RQ-ARG(1:60))
                       TO WS-WANT-THEME
                   IF WS-RQ-ARG(61:) NOT = SPACES
                       MOVE "TOO-LONG" TO WS-REJECT-REASON
                       MOVE "a theme is at most 60 characters"
                           TO WS-REJECT-DETAIL
                   END-IF
               WHEN KIND-RENDER
      *> A dialogue number is DLGNUM's: up to four digits.
                   COMPUTE WS-RQ-LEN = FUNCTION LENGTH(
                       FUNCTION TRIM(WS-RQ-ARG TRAILING))
                   IF WS-RQ-LEN > 4
                           OR WS-RQ-ARG(1:WS-RQ-LEN) IS NOT NUMERIC
                       MOVE "BAD-NUMBER" TO WS-REJECT-REASON
                       MOVE "a dialogue number is one to four digits"
                           TO WS-REJECT-DETAIL
                   END-IF
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      *> Up to five words; AND or OR among them is the operator.
      *> Punctuation the index never holds is dropped.
       2310-SPLIT-WORDS.
           MOVE SPACES TO WS-WORD-TABLE WS-TERM-TABLE.
           MOVE 0 TO WS-TERM-COUNT.
           MOVE "AND" TO WS-OPERATOR.
           MOVE FUNCTION UPPER-CASE(WS-RQ-ARG) TO WS-SCRUB.
           INSPECT WS-SCRUB REPLACING ALL "," BY SPACE
                                      ALL "." BY SPACE
                                      ALL "?" BY SPACE.
           UNSTRING WS-SCRUB DELIMITED BY ALL SPACE
               INTO WS-WORD (1) WS-WORD (2) WS-WORD (3) WS-WORD (4)
                    WS-WORD (5) WS-WORD (6) WS-WORD (7) WS-WORD (8)
           END-UNSTRING.
           PERFORM 2320-CLASSIFY-WORD THRU 2320-EXIT
               VARYING WS-WORD-POS FROM 1 BY 1
               UNTIL WS-WORD-POS > 8.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 2310-EXIT
           END-IF.
           IF WS-TERM-COUNT = 0
               MOVE "EMPTY" TO WS-REJECT-REASON
               MOVE "no search words" TO WS-REJECT-DETAIL
           END-IF.
       2310-EXIT.
           EXIT.

       2320-CLASSIFY-WORD.
           EVALUATE TRUE
               WHEN WS-WORD (WS-WORD-POS) = SPACES
                   CONTINUE
               WHEN WS-WORD (WS-WORD-POS) = "AND"
                   MOVE "AND" TO WS-OPERATOR
               WHEN WS-WORD (WS-WORD-POS) = "OR"
                   MOVE "OR" TO WS-OPERATOR
               WHEN WS-TERM-COUNT >= WS-TERM-MAX
                   MOVE "TOO-LONG" TO WS-REJECT-REASON
                   MOVE "more than five search words"
                       TO WS-REJECT-DETAIL
               WHEN OTHER
                   ADD 1 TO WS-TERM-COUNT
                   MOVE WS-WORD (WS-WORD-POS)
                       TO WS-TERM (WS-TERM-COUNT)
           END-EVALUATE.
       2320-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The request leaves the drop before it is answered, so a
      *> request that cannot be moved is never answered twice.
      *>----------------------------------------------------------*>
       2900-FILE-REQUEST.
           MOVE "N" TO WS-FILE-FAILED.
           MOVE SPACES TO WS-DEST-PATH.
           IF WS-REJECT-REASON = SPACES
               STRING FUNCTION TRIM(WS-CFN-10) "/" WS-TODAY "-"
                      FUNCTION TRIM(WS-BASE-NAME)
                   DELIMITED BY SIZE INTO WS-DEST-PATH
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-CFN-11) "/" WS-TODAY "-"
                      FUNCTION TRIM(WS-BASE-NAME)
                   DELIMITED BY SIZE INTO WS-DEST-PATH
               END-STRING
           END-IF.
           CALL "CBL_COPY_FILE" USING WS-REQ-FILE WS-DEST-PATH.
           IF RETURN-CODE NOT = 0
               DISPLAY "WEB-GATEWAY: could not file "
                       FUNCTION TRIM(WS-REQ-FILE) " to "
                       FUNCTION TRIM(WS-DEST-PATH)
                       " - left in the drop"
               MOVE 0 TO RETURN-CODE
               ADD 1 TO WS-FAIL-COUNT
               SET FILING-FAILED TO TRUE
               GO TO 2900-EXIT
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-REQ-FILE.
           MOVE 0 TO RETURN-CODE.
       2900-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> An accepted request: score the records, then rank them -
      *> or find the one dialogue to render.
      *>----------------------------------------------------------*>
       3000-ANSWER-REQUEST.
           MOVE "OK" TO WS-ANS-STATUS.
           MOVE 0 TO WS-CAND-COUNT.
           EVALUATE TRUE
               WHEN KIND-SEARCH
                   PERFORM 3100-SEARCH THRU 3100-EXIT
               WHEN KIND-PERSONA
                   PERFORM 3300-PERSONA THRU 3300-EXIT
               WHEN KIND-THEME
                   PERFORM 3400-THEME THRU 3400-EXIT
               WHEN KIND-RENDER
                   PERFORM 3700-RENDER THRU 3700-EXIT
                   GO TO 3000-EXIT
           END-EVALUATE.
           MOVE "N" TO WS-PICKS-DONE.
           PERFORM 3600-PICK-BEST THRU 3600-EXIT
               UNTIL PICKS-DONE.
           MOVE WS-PICK-COUNT TO WS-ANS-HITS.
      *> The scores go back to nought for the next request.
           PERFORM 3690-CLEAR-ONE THRU 3690-EXIT
               VARYING WS-CAND-POS FROM 1 BY 1
               UNTIL WS-CAND-POS > WS-CAND-COUNT.
       3000-EXIT.
           EXIT.

      *> The index's postings for the words, flagged per message
      *> as CONTENT-SEARCH flags them; a record scores one for
      *> each message that qualifies.
       3100-SEARCH.
           MOVE 0 TO WS-HIT-COUNT.
           OPEN INPUT INDEX-FILE.
           IF WS-INDEX-STATUS NOT = "00"
               GO TO 3100-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SIDE.
           PERFORM 3110-SCAN-ONE-POSTING THRU 3110-EXIT
               UNTIL NO-MORE-SIDE.
           CLOSE INDEX-FILE.
           PERFORM 3150-SCORE-ONE-HIT THRU 3150-EXIT
               VARYING WS-HIT-POS FROM 1 BY 1
               UNTIL WS-HIT-POS > WS-HIT-COUNT.
       3100-EXIT.
           EXIT.

       3110-SCAN-ONE-POSTING.
           READ INDEX-FILE
               AT END
                   SET NO-MORE-SIDE TO TRUE
                   GO TO 3110-EXIT
           END-READ.
           IF INDEX-LINE(1:2) NOT = "P|"
               GO TO 3110-EXIT
           END-IF.
           UNSTRING INDEX-LINE DELIMITED BY "|"
               INTO WS-POST-TAG WS-POST-WORD WS-POST-PATH
                    WS-POST-SEQ
           END-UNSTRING.
           PERFORM 3120-MATCH-ONE-TERM THRU 3120-EXIT
               VARYING WS-TERM-POS FROM 1 BY 1
               UNTIL WS-TERM-POS > WS-TERM-COUNT.
       3110-EXIT.
           EXIT.

       3120-MATCH-ONE-TERM.
           IF WS-POST-WORD NOT = WS-TERM (WS-TERM-POS)
               GO TO 3120-EXIT
           END-IF.
           MOVE WS-POST-PATH TO WS-SEEK-PATH.
           MOVE WS-POST-SEQ TO WS-SEEK-SEQ.
           PERFORM 8100-FIND-OR-ADD-HIT THRU 8100-EXIT.
           IF WS-HIT-POS > 0
               SET WS-HIT-IDX TO WS-HIT-POS
               MOVE "Y" TO WS-HIT-FLAGS (WS-HIT-IDX) (WS-TERM-POS:1)
           END-IF.
       3120-EXIT.
           EXIT.

       3150-SCORE-ONE-HIT.
           SET WS-HIT-IDX TO WS-HIT-POS.
           IF WS-OPERATOR = "OR"
               MOVE "N" TO WS-HIT-QUALIFIES
           ELSE
               MOVE "Y" TO WS-HIT-QUALIFIES
           END-IF.
           PERFORM 3160-TEST-ONE-FLAG THRU 3160-EXIT
               VARYING WS-FLAG-POS FROM 1 BY 1
               UNTIL WS-FLAG-POS > WS-TERM-COUNT.
           IF NOT HIT-QUALIFIES
               GO TO 3150-EXIT
           END-IF.
           MOVE WS-HIT-PATH (WS-HIT-IDX) TO WS-WANT-PATH.
           MOVE 1 TO WS-ADD-SCORE.
           PERFORM 8300-ADD-SCORE THRU 8300-EXIT.
       3150-EXIT.
           EXIT.

       3160-TEST-ONE-FLAG.
           IF WS-OPERATOR = "OR"
               IF WS-HIT-FLAGS (WS-HIT-IDX) (WS-FLAG-POS:1) = "Y"
                   SET HIT-QUALIFIES TO TRUE
               END-IF
           ELSE
               IF WS-HIT-FLAGS (WS-HIT-IDX) (WS-FLAG-POS:1) NOT = "Y"
                   MOVE "N" TO WS-HIT-QUALIFIES
               END-IF
           END-IF.
       3160-EXIT.
           EXIT.

      *> Every message the persona speaks, whatever name the
      *> generator gave it that day (DLGALIAS both sides); a name
      *> the alias file does not know still matches a speaker of
      *> that name, in any case.
       3300-PERSONA.
           MOVE FUNCTION UPPER-CASE(WS-WANT-NAME) TO WS-WANT-RAW.
           MOVE WS-WANT-NAME TO WS-ALIAS-NAME.
           CALL "DLGALIAS" USING WS-ALIAS-NAME.
           MOVE FUNCTION UPPER-CASE(WS-ALIAS-NAME) TO WS-WANT-NAME.
           OPEN INPUT DATA-FILE.
           IF WS-DATA-STATUS NOT = "00"
               GO TO 3300-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SIDE.
           PERFORM 3310-PERSONA-LINE THRU 3310-EXIT
               UNTIL NO-MORE-SIDE.
           CLOSE DATA-FILE.
       3300-EXIT.
           EXIT.

       3310-PERSONA-LINE.
           READ DATA-FILE
               AT END
                   SET NO-MORE-SIDE TO TRUE
                   GO TO 3310-EXIT
           END-READ.
           IF DATA-LINE(1:2) NOT = "M|"
               GO TO 3310-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
           END-UNSTRING.
           MOVE WS-IN-F5(1:40) TO WS-ALIAS-NAME.
           CALL "DLGALIAS" USING WS-ALIAS-NAME.
           IF FUNCTION UPPER-CASE(WS-ALIAS-NAME) NOT = WS-WANT-NAME
                   AND FUNCTION UPPER-CASE(WS-IN-F5(1:40))
                       NOT = WS-WANT-RAW
               GO TO 3310-EXIT
           END-IF.
           MOVE WS-IN-F2 TO WS-WANT-PATH.
           MOVE 1 TO WS-ADD-SCORE.
           PERFORM 8300-ADD-SCORE THRU 8300-EXIT.
       3310-EXIT.
           EXIT.

      *> THEME-CLASSIFY's PATH|THEME; every record of the theme
      *> scores alike, so the newest numbers lead.
       3400-THEME.
           OPEN INPUT THEME-FILE.
           IF WS-THEME-STATUS NOT = "00"
               GO TO 3400-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SIDE.
           PERFORM 3410-THEME-LINE THRU 3410-EXIT
               UNTIL NO-MORE-SIDE.
           CLOSE THEME-FILE.
       3400-EXIT.
           EXIT.

       3410-THEME-LINE.
           READ THEME-FILE
               AT END
                   SET NO-MORE-SIDE TO TRUE
                   GO TO 3410-EXIT
           END-READ.
           IF THEME-LINE = SPACES OR THEME-LINE(1:2) = "C|"
               GO TO 3410-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING THEME-LINE DELIMITED BY "|"
               INTO WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           IF FUNCTION UPPER-CASE(WS-IN-F3(1:60)) NOT = WS-WANT-THEME
               GO TO 3410-EXIT
           END-IF.
           MOVE WS-IN-F2 TO WS-WANT-PATH.
           MOVE 1 TO WS-ADD-SCORE.
           PERFORM 8300-ADD-SCORE THRU 8300-EXIT.
       3410-EXIT.
           EXIT.

      *> The highest-scoring record not yet picked that may be
      *> offered: published and numbered. Ties go to the higher
      *> (newer) number.
       3600-PICK-BEST.
           IF WS-PICK-COUNT >= WS-POL-MATCHES
               SET PICKS-DONE TO TRUE
               GO TO 3600-EXIT
           END-IF.
           MOVE 0 TO WS-BEST-POS.
           PERFORM 3610-CONSIDER-ONE THRU 3610-EXIT
               VARYING WS-CAND-POS FROM 1 BY 1
               UNTIL WS-CAND-POS > WS-CAND-COUNT.
           IF WS-BEST-POS = 0
               SET PICKS-DONE TO TRUE
               GO TO 3600-EXIT
           END-IF.
           MOVE "Y" TO WS-REC-PICKED (WS-BEST-POS).
           ADD 1 TO WS-PICK-COUNT.
           MOVE WS-BEST-POS TO WS-PICK-REC (WS-PICK-COUNT).
           MOVE WS-REC-SCORE (WS-BEST-POS)
               TO WS-PICK-SCORE (WS-PICK-COUNT).
       3600-EXIT.
           EXIT.

       3610-CONSIDER-ONE.
           MOVE WS-CAND-REC (WS-CAND-POS) TO WS-CUR-POS.
           IF NOT REC-PUBLISHED (WS-CUR-POS)
                   OR WS-REC-NUMBER (WS-CUR-POS) = 0
                   OR WS-REC-PICKED (WS-CUR-POS) = "Y"
               GO TO 3610-EXIT
           END-IF.
           IF WS-BEST-POS = 0
               MOVE WS-CUR-POS TO WS-BEST-POS
               GO TO 3610-EXIT
           END-IF.
           IF WS-REC-SCORE (WS-CUR-POS) > WS-REC-SCORE (WS-BEST-POS)
               MOVE WS-CUR-POS TO WS-BEST-POS
               GO TO 3610-EXIT
           END-IF.
           IF WS-REC-SCORE (WS-CUR-POS) = WS-REC-SCORE (WS-BEST-POS)
                   AND WS-REC-NUMBER (WS-CUR-POS)
                       > WS-REC-NUMBER (WS-BEST-POS)
               MOVE WS-CUR-POS TO WS-BEST-POS
           END-IF.
       3610-EXIT.
           EXIT.

       3690-CLEAR-ONE.
           MOVE WS-CAND-REC (WS-CAND-POS) TO WS-CUR-POS.
           MOVE 0 TO WS-REC-SCORE (WS-CUR-POS).
           MOVE "N" TO WS-REC-PICKED (WS-CUR-POS).
       3690-EXIT.
           EXIT.

      *> The number through the registry (DLGNUM). Only a
      *> published record is rendered; one withheld for privacy
      *> answers WH, anything else is not found.
       3700-RENDER.
           MOVE "NF" TO WS-ANS-STATUS.
           MOVE WS-RQ-ARG TO WS-NUM-REF.
           CALL "DLGNUM" USING WS-NUM-REF.
           IF WS-NUM-REF = WS-RQ-ARG
               GO TO 3700-EXIT
           END-IF.
           MOVE WS-NUM-REF TO WS-WANT-PATH.
           PERFORM 8000-FIND-PATH THRU 8000-EXIT.
           IF WS-FOUND-POS = 0
               GO TO 3700-EXIT
           END-IF.
           MOVE WS-FOUND-POS TO WS-RENDER-POS.
           IF WS-REC-NUMBER (WS-RENDER-POS) = 0
               MOVE FUNCTION NUMVAL(WS-RQ-ARG)
                   TO WS-REC-NUMBER (WS-RENDER-POS)
           END-IF.
           IF REC-WITHHELD (WS-RENDER-POS)
               MOVE "WH" TO WS-ANS-STATUS
               GO TO 3700-EXIT
           END-IF.
           IF NOT REC-PUBLISHED (WS-RENDER-POS)
               MOVE 0 TO WS-RENDER-POS
               GO TO 3700-EXIT
           END-IF.
           MOVE "OK" TO WS-ANS-STATUS.
           MOVE 1 TO WS-ANS-HITS.
           OPEN INPUT DATA-FILE.
           IF WS-DATA-STATUS NOT = "00"
               GO TO 3700-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SIDE.
           PERFORM 3710-RENDER-LINE THRU 3710-EXIT
               UNTIL NO-MORE-SIDE.
           CLOSE DATA-FILE.
       3700-EXIT.
           EXIT.

       3710-RENDER-LINE.
           READ DATA-FILE
               AT END
                   SET NO-MORE-SIDE TO TRUE
                   GO TO 3710-EXIT
           END-READ.
           IF DATA-LINE(1:2) NOT = "M|"
               GO TO 3710-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6 WS-IN-F7.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-IN-F7
           END-UNSTRING.
           IF WS-IN-F2 NOT = WS-REC-PATH (WS-RENDER-POS)
               GO TO 3710-EXIT
           END-IF.
           IF WS-MSG-COUNT >= WS-MSG-MAX
               SET NO-MORE-SIDE TO TRUE
               GO TO 3710-EXIT
           END-IF.
           ADD 1 TO WS-MSG-COUNT.
           MOVE 0 TO WS-MSG-SEQ (WS-MSG-COUNT).
           IF FUNCTION TRIM(WS-IN-F3) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-IN-F3)
                   TO WS-MSG-SEQ (WS-MSG-COUNT)
           END-IF.
           MOVE WS-IN-F5(1:40) TO WS-MSG-NAME (WS-MSG-COUNT).
           MOVE WS-IN-F7 TO WS-MSG-CONTENT (WS-MSG-COUNT).
       3710-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The response file, in the agreed layout (DLGWEB01):
      *> written under .tmp and renamed whole.
      *>----------------------------------------------------------*>
       5000-WRITE-RESPONSE.
           PERFORM 8250-RESPONSE-NAME THRU 8250-EXIT.
           OPEN OUTPUT RSP-FILE.
           IF WS-RSP-STATUS NOT = "00"
               DISPLAY "WEB-GATEWAY: could not write "
                       FUNCTION TRIM(WS-RSP-WORK) " (status "
                       WS-RSP-STATUS ") - "
                       FUNCTION TRIM(WS-BASE-NAME)
                       " is filed unanswered"
               ADD 1 TO WS-FAIL-COUNT
               GO TO 5000-EXIT
           END-IF.
           MOVE 0 TO WS-RSP-LINES.
           MOVE SPACES TO WS-WEB-RECORD.
           MOVE "HD" TO WS-WEBH-TYPE.
           MOVE WS-RQ-ID TO WS-WEBH-REQUEST-ID.
           MOVE WS-KIND TO WS-WEBH-KIND.
           MOVE WS-ANS-STATUS TO WS-WEBH-STATUS.
           MOVE WS-REJECT-REASON TO WS-WEBH-REASON.
           EVALUATE TRUE
               WHEN WEB-REFUSED
                   MOVE 0 TO WS-WEBH-COUNT
               WHEN KIND-RENDER AND WEB-NOT-FOUND
                   MOVE 0 TO WS-WEBH-COUNT
               WHEN KIND-RENDER
                   COMPUTE WS-WEBH-COUNT = WS-MSG-COUNT + 1
               WHEN OTHER
                   MOVE WS-PICK-COUNT TO WS-WEBH-COUNT
           END-EVALUATE.
           MOVE WS-STAMP TO WS-WEBH-STAMP.
           PERFORM 5900-PUT-RECORD THRU 5900-EXIT.
           IF WS-ANS-STATUS NOT = "RJ"
               IF KIND-RENDER
                   PERFORM 5200-PUT-DIALOGUE THRU 5200-EXIT
               ELSE
                   PERFORM 5100-PUT-MATCH THRU 5100-EXIT
                       VARYING WS-PICK-POS FROM 1 BY 1
                       UNTIL WS-PICK-POS > WS-PICK-COUNT
               END-IF
           END-IF.
           MOVE SPACES TO WS-WEB-RECORD.
           MOVE "TR" TO WS-WEBT-TYPE.
           MOVE WS-RQ-ID TO WS-WEBT-REQUEST-ID.
           COMPUTE WS-WEBT-LINES = WS-RSP-LINES + 1.
           PERFORM 5900-PUT-RECORD THRU 5900-EXIT.
           CLOSE RSP-FILE.
           CALL "CBL_DELETE_FILE" USING WS-RSP-NAME.
           CALL "CBL_RENAME_FILE" USING WS-RSP-WORK WS-RSP-NAME.
           IF RETURN-CODE NOT = 0
               DISPLAY "WEB-GATEWAY: could not rename "
                       FUNCTION TRIM(WS-RSP-WORK) " to "
                       FUNCTION TRIM(WS-RSP-NAME)
               ADD 1 TO WS-FAIL-COUNT
           END-IF.
           MOVE 0 TO RETURN-CODE.
       5000-EXIT.
           EXIT.

       5100-PUT-MATCH.
           MOVE WS-PICK-REC (WS-PICK-POS) TO WS-CUR-POS.
           MOVE SPACES TO WS-WEB-RECORD.
           MOVE "MT" TO WS-WEBM-TYPE.
           MOVE WS-PICK-POS TO WS-WEBM-RANK.
           MOVE WS-REC-NUMBER (WS-CUR-POS) TO WS-WEBM-NUMBER.
           MOVE WS-PICK-SCORE (WS-PICK-POS) TO WS-WEBM-SCORE.
           MOVE WS-REC-MODE (WS-CUR-POS) TO WS-WEBM-MODE.
           MOVE WS-REC-TOPIC (WS-CUR-POS) TO WS-WEBM-TOPIC.
           PERFORM 5900-PUT-RECORD THRU 5900-EXIT.
       5100-EXIT.
           EXIT.

      *> The head, then the messages - none when withheld, the
      *> marker standing in for the topic as REDACT-EXPORT does.
       5200-PUT-DIALOGUE.
           IF WS-RENDER-POS = 0
               GO TO 5200-EXIT
           END-IF.
           MOVE SPACES TO WS-WEB-RECORD.
           MOVE "DH" TO WS-WEBD-TYPE.
           MOVE WS-REC-NUMBER (WS-RENDER-POS) TO WS-WEBD-NUMBER.
           MOVE WS-REC-MODE (WS-RENDER-POS) TO WS-WEBD-MODE.
           IF WS-ANS-STATUS = "WH"
               MOVE WS-REDACT-MARKER TO WS-WEBD-TOPIC
           ELSE
               MOVE WS-REC-TOPIC (WS-RENDER-POS) TO WS-WEBD-TOPIC
           END-IF.
           PERFORM 5900-PUT-RECORD THRU 5900-EXIT.
           IF WS-ANS-STATUS = "OK"
               PERFORM 5210-PUT-MESSAGE THRU 5210-EXIT
                   VARYING WS-MSG-POS FROM 1 BY 1
                   UNTIL WS-MSG-POS > WS-MSG-COUNT
           END-IF.
       5200-EXIT.
           EXIT.

       5210-PUT-MESSAGE.
           MOVE SPACES TO WS-WEB-RECORD.
           MOVE "DL" TO WS-WEBL-TYPE.
           MOVE WS-MSG-SEQ (WS-MSG-POS) TO WS-WEBL-SEQ.
           MOVE WS-MSG-NAME (WS-MSG-POS) TO WS-WEBL-SPEAKER.
           MOVE WS-MSG-CONTENT (WS-MSG-POS) TO WS-WEBL-TEXT.
           PERFORM 5900-PUT-RECORD THRU 5900-EXIT.
       5210-EXIT.
           EXIT.

       5900-PUT-RECORD.
           MOVE WS-WEB-RECORD TO RSP-LINE.
           WRITE RSP-LINE.
           ADD 1 TO WS-RSP-LINES.
       5900-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The gateway log for every request; the query log, origin
      *> WEB, for every one answered.
      *>----------------------------------------------------------*>
       6000-LOG-REQUEST.
           MOVE SPACES TO LOG-LINE.
           IF WS-ANS-STATUS = "RJ"
               STRING "W|"                            DELIMITED BY SIZE
                      WS-STAMP                        DELIMITED BY SIZE
                      "|"                             DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REQ-FILE)      DELIMITED BY SIZE
                      "|"                             DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RQ-ID)         DELIMITED BY SIZE
                      "|"                             DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RQ-CLIENT)     DELIMITED BY SIZE
                      "|"                             DELIMITED BY SIZE
                      FUNCTION TRIM(WS-KIND)          DELIMITED BY SIZE
                      "|REJECTED|"                    DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                      "|0"                            DELIMITED BY SIZE
                   INTO LOG-LINE
               END-STRING
               WRITE LOG-LINE
               DISPLAY "WEB-GATEWAY: " FUNCTION TRIM(WS-BASE-NAME)
                       " refused " FUNCTION TRIM(WS-REJECT-REASON)
                       " - " FUNCTION TRIM(WS-REJECT-DETAIL)
               GO TO 6000-EXIT
           END-IF.
           STRING "W|"                            DELIMITED BY SIZE
                  WS-STAMP                        DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REQ-FILE)      DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RQ-ID)         DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RQ-CLIENT)     DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-KIND)          DELIMITED BY SIZE
                  "|ACCEPTED|"                    DELIMITED BY SIZE
                  WS-ANS-STATUS                   DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-ANS-HITS                     DELIMITED BY SIZE
               INTO LOG-LINE
           END-STRING.
           WRITE LOG-LINE.
           PERFORM 8610-NOTE-ID THRU 8610-EXIT.
           PERFORM 6100-BUILD-QUERY-TEXT THRU 6100-EXIT.
           MOVE FUNCTION CURRENT-DATE TO WS-QL-STAMP.
           MOVE SPACES TO QLOG-LINE.
           STRING "G|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QL-TERMS)     DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QL-FILTERS)   DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-ANS-HITS                    DELIMITED BY SIZE
                  "|WEBSITE|"                    DELIMITED BY SIZE
                  WS-QL-STAMP                    DELIMITED BY SIZE
                  "|WEB"                         DELIMITED BY SIZE
               INTO QLOG-LINE
           END-STRING.
           WRITE QLOG-LINE.
           DISPLAY "WEB-GATEWAY: " FUNCTION TRIM(WS-BASE-NAME)
                   " " FUNCTION TRIM(WS-KIND) " answered "
                   WS-ANS-STATUS ", " WS-ANS-HITS " match(es)".
       6000-EXIT.
           EXIT.

      *> Terms and filters the way CONTENT-SEARCH logs them, so the
      *> two origins' demand folds together.
       6100-BUILD-QUERY-TEXT.
           MOVE SPACES TO WS-QL-TERMS WS-QL-FILTERS.
           EVALUATE TRUE
               WHEN KIND-SEARCH
                   MOVE 1 TO WS-QL-PTR
                   PERFORM 6110-ADD-ONE-TERM THRU 6110-EXIT
                       VARYING WS-TERM-POS FROM 1 BY 1
                       UNTIL WS-TERM-POS > WS-TERM-COUNT
                   IF WS-TERM-COUNT > 1
                       STRING "OP=" WS-OPERATOR
                           DELIMITED BY SIZE INTO WS-QL-FILTERS
                       END-STRING
                   END-IF
               WHEN KIND-PERSONA
                   MOVE WS-WANT-NAME TO WS-QL-TERMS
                   MOVE "PERSONA" TO WS-QL-FILTERS
               WHEN KIND-THEME
                   MOVE WS-WANT-THEME TO WS-QL-TERMS
                   MOVE "THEME" TO WS-QL-FILTERS
               WHEN KIND-RENDER
                   MOVE FUNCTION NUMVAL(WS-RQ-ARG(1:4))
                       TO WS-QL-NUMBER
                   MOVE WS-QL-NUMBER TO WS-QL-TERMS
                   MOVE "RENDER" TO WS-QL-FILTERS
           END-EVALUATE.
       6100-EXIT.
           EXIT.

       6110-ADD-ONE-TERM.
           IF WS-TERM-POS > 1
               STRING " " DELIMITED BY SIZE
                   INTO WS-QL-TERMS
                   WITH POINTER WS-QL-PTR
               END-STRING
           END-IF.
           STRING FUNCTION TRIM(WS-TERM (WS-TERM-POS))
                      DELIMITED BY SIZE
               INTO WS-QL-TERMS
               WITH POINTER WS-QL-PTR
           END-STRING.
       6110-EXIT.
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

       8100-FIND-OR-ADD-HIT.
           MOVE 0 TO WS-HIT-POS.
           SET WS-HIT-IDX TO 1.
           IF WS-HIT-COUNT > 0
               SEARCH WS-HIT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HIT-IDX > WS-HIT-COUNT
                       CONTINUE
                   WHEN WS-HIT-KEY (WS-HIT-IDX) = WS-SEEK-KEY
                       SET WS-HIT-POS TO WS-HIT-IDX
               END-SEARCH
           END-IF.
           IF WS-HIT-POS > 0 OR WS-HIT-COUNT >= WS-HIT-MAX
               GO TO 8100-EXIT
           END-IF.
           ADD 1 TO WS-HIT-COUNT.
           SET WS-HIT-IDX TO WS-HIT-COUNT.
           MOVE WS-SEEK-KEY TO WS-HIT-KEY (WS-HIT-IDX).
           MOVE "NNNNN" TO WS-HIT-FLAGS (WS-HIT-IDX).
           MOVE WS-HIT-COUNT TO WS-HIT-POS.
       8100-EXIT.
           EXIT.

      *> The request file's own name, without the drop directory.
       8200-BASE-NAME.
           COMPUTE WS-PATH-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-REQ-FILE TRAILING)).
           MOVE 0 TO WS-BASE-LEN.
           INSPECT FUNCTION REVERSE(WS-REQ-FILE(1:WS-PATH-LEN))
               TALLYING WS-BASE-LEN FOR CHARACTERS BEFORE INITIAL "/".
           MOVE SPACES TO WS-BASE-NAME.
           MOVE WS-REQ-FILE(WS-PATH-LEN - WS-BASE-LEN + 1:WS-BASE-LEN)
               TO WS-BASE-NAME.
       8200-EXIT.
           EXIT.

      *> <name>.req answers as <name>.rsp; any other name has .rsp
      *> added.
       8250-RESPONSE-NAME.
           MOVE WS-BASE-LEN TO WS-STEM-LEN.
           IF WS-BASE-LEN > 4
               IF WS-BASE-NAME(WS-BASE-LEN - 3:4) = ".req"
                   SUBTRACT 4 FROM WS-STEM-LEN
               END-IF
           END-IF.
           MOVE SPACES TO WS-RSP-NAME WS-RSP-WORK.
           STRING FUNCTION TRIM(WS-CFN-09) "/"
                  WS-BASE-NAME(1:WS-STEM-LEN) ".rsp"
               DELIMITED BY SIZE INTO WS-RSP-NAME
           END-STRING.
           STRING FUNCTION TRIM(WS-RSP-NAME) ".tmp"
               DELIMITED BY SIZE INTO WS-RSP-WORK
           END-STRING.
       8250-EXIT.
           EXIT.

      *> A record scored for the request in hand, added to the
      *> candidates the first time it scores.
       8300-ADD-SCORE.
           PERFORM 8000-FIND-PATH THRU 8000-EXIT.
           IF WS-FOUND-POS = 0
               GO TO 8300-EXIT
           END-IF.
           IF WS-REC-SCORE (WS-FOUND-POS) = 0
               IF WS-CAND-COUNT >= WS-CAND-MAX
                   GO TO 8300-EXIT
               END-IF
               ADD 1 TO WS-CAND-COUNT
               MOVE WS-FOUND-POS TO WS-CAND-REC (WS-CAND-COUNT)
           END-IF.
           ADD WS-ADD-SCORE TO WS-REC-SCORE (WS-FOUND-POS).
       8300-EXIT.
           EXIT.

      *> One more request from WS-RQ-CLIENT today; WS-CL-POS is
      *> its entry (0 when the table is full).
       8500-COUNT-CLIENT.
           MOVE 0 TO WS-CL-POS.
           SET WS-CL-IDX TO 1.
           IF WS-CL-COUNT > 0
               SEARCH WS-CL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CL-IDX > WS-CL-COUNT
                       CONTINUE
                   WHEN WS-CL-CLIENT (WS-CL-IDX) = WS-RQ-CLIENT(1:40)
                       SET WS-CL-POS TO WS-CL-IDX
               END-SEARCH
           END-IF.
           IF WS-CL-POS = 0
               IF WS-CL-COUNT >= WS-CL-MAX
                   GO TO 8500-EXIT
               END-IF
               ADD 1 TO WS-CL-COUNT
               MOVE WS-CL-COUNT TO WS-CL-POS
               MOVE WS-RQ-CLIENT(1:40) TO WS-CL-CLIENT (WS-CL-POS)
               MOVE 0 TO WS-CL-USED (WS-CL-POS)
           END-IF.
           ADD 1 TO WS-CL-USED (WS-CL-POS).
       8500-EXIT.
           EXIT.

       8600-SEEK-ID.
           MOVE 0 TO WS-ID-POS.
           SET WS-ID-IDX TO 1.
           IF WS-ID-COUNT > 0
               SEARCH WS-ID-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ID-IDX > WS-ID-COUNT
                       CONTINUE
                   WHEN WS-ID-VALUE (WS-ID-IDX) = WS-RQ-ID(1:20)
                       SET WS-ID-POS TO WS-ID-IDX
               END-SEARCH
           END-IF.
       8600-EXIT.
           EXIT.

       8610-NOTE-ID.
           IF WS-ID-COUNT >= WS-ID-MAX
               GO TO 8610-EXIT
           END-IF.
           ADD 1 TO WS-ID-COUNT.
           MOVE WS-RQ-ID(1:20) TO WS-ID-VALUE (WS-ID-COUNT).
       8610-EXIT.
           EXIT.

       9000-FINISH.
           CLOSE LIST-FILE LOG-FILE QLOG-FILE.
           DISPLAY "WEB-GATEWAY: " WS-SEEN-COUNT " request(s), "
                   WS-ANSWER-COUNT " answered, " WS-REJECT-COUNT
                   " refused, " WS-FAIL-COUNT " not filed or "
                   "not answered".
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO WS-FINAL-RC
           END-IF.
           IF WS-FAIL-COUNT > 0
               MOVE 12 TO WS-FINAL-RC
           END-IF.
           MOVE WS-FINAL-RC TO RETURN-CODE.
       9000-EXIT.
           EXIT.

      *> The run's parish view. A one-parish view answers that
      *> parish's drop: the list, the log and the three
      *> directories resolve under its "@CODE".
       0800-SETTLE-PARISH.
           MOVE "VIEW" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
           MOVE WS-PRS-PARISH TO WS-PRS-VIEW.
           IF WS-PRS-VIEW = SPACES OR WS-PRS-VIEW = "*"
               GO TO 0800-EXIT
           END-IF.
           MOVE SPACES TO WS-CFG-LOGICAL.
           STRING "web_drop.lst@" FUNCTION TRIM(WS-PRS-VIEW)
               DELIMITED BY SIZE INTO WS-CFG-LOGICAL
           END-STRING.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE SPACES TO WS-CFG-LOGICAL.
           STRING "web_gateway_log.dat@" FUNCTION TRIM(WS-PRS-VIEW)
               DELIMITED BY SIZE INTO WS-CFG-LOGICAL
           END-STRING.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-08.
           MOVE SPACES TO WS-CFG-LOGICAL.
           STRING "web_out@" FUNCTION TRIM(WS-PRS-VIEW)
               DELIMITED BY SIZE INTO WS-CFG-LOGICAL
           END-STRING.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-09.
           MOVE SPACES TO WS-CFG-LOGICAL.
           STRING "web_done@" FUNCTION TRIM(WS-PRS-VIEW)
               DELIMITED BY SIZE INTO WS-CFG-LOGICAL
           END-STRING.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-10.
           MOVE SPACES TO WS-CFG-LOGICAL.
           STRING "web_rejects@" FUNCTION TRIM(WS-PRS-VIEW)
               DELIMITED BY SIZE INTO WS-CFG-LOGICAL
           END-STRING.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-11.
       0800-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "web_drop.lst" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "content_index.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "dialogue_data.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE "theme_class.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
           MOVE "dialogue_numbers.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-05.
           MOVE "site_policy.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-06.
           MOVE "query_log.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-07.
           MOVE "web_gateway_log.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-08.
           MOVE "web_out" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-09.
           MOVE "web_done" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-10.
           MOVE "web_rejects" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-11.
       0900-EXIT.
           EXIT.
