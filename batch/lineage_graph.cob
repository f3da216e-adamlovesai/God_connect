      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> LINEAGE-GRAPH
      *>
      *> A picture of how a topic travelled, for the appeals board
      *> and the editors: the conversation that started it, the
      *> forum thread and its re-runs, the judgment that drew on
      *> the thread, the appeal against the judgment, the records
      *> that superseded one another and the reenactment. Walks
      *> the H record's links on batch/dialogue_data.dat -
      *> WS-COLLECTION-ID, WS-THREAD-LINK, WS-SOURCE-THREAD,
      *> WS-SUPERSEDED-BY - and APPEAL-CAPTURE's batch/appeals.dat,
      *> and writes batch/lineage_graph.dot, a graph description
      *> in the DOT language any standard graph-drawing tool
      *> renders (dot -Tpdf lineage_graph.dot -o lineage.pdf).
      *>
      *> Nodes are records, labelled with the dialogue number
      *> (DIALOGUE-NUMBER's batch/dialogue_numbers.dat), mode,
      *> generation date (batch/catalog.dat) and verdict, and
      *> appeals, labelled with the filing date and the ruling.
      *> Edges run forward in time and are labelled by link type:
      *>
      *>     collection      the next record of the collection by
      *>                     generation date (members of one thread
      *>                     follow each other by thread edges
      *>                     instead)
      *>     thread re-run   the next record of the same thread
      *>     source thread   the thread's latest record to the
      *>                     judgment that names it as source
      *>     superseded by   a record to the record replacing it
      *>     appeal          a judgment to an appeal filed on it
      *>
      *> A collection or thread is drawn with everything linked to
      *> it by thread, source thread or supersession, followed out
      *> as far as the links go. The whole corpus is drawn as its
      *> linked records only - a record with no link to anything
      *> is not lineage.
      *>
      *> Usage:
      *>     lineage_graph COLLECTION AI-GOD-2026-02-14
      *>     lineage_graph THREAD <thread id>
      *>     lineage_graph ALL
      *>
      *> RETURN-CODE 0 graph written, 4 written but nothing
      *> matched or a table filled, 8 bad arguments, 16 the
      *> extract failed its control check.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINEAGE-GRAPH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT CATALOG-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT NUMBER-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMBER-STATUS.
           SELECT APPEAL-FILE ASSIGN DYNAMIC WS-CFN-04
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPEAL-STATUS.
           SELECT GRAPH-FILE ASSIGN DYNAMIC WS-CFN-05
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).

       FD  CATALOG-FILE.
       01  CATALOG-LINE             PIC X(400).

       FD  NUMBER-FILE.
       01  NUMBER-LINE              PIC X(300).

       FD  APPEAL-FILE.
       01  APPEAL-LINE              PIC X(600).

       FD  GRAPH-FILE.
       01  GRAPH-LINE               PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CFN-04                PIC X(200).
       01  WS-CFN-05                PIC X(200).
       01  WS-DATA-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CATALOG-STATUS        PIC X(02) VALUE SPACES.
       01  WS-NUMBER-STATUS         PIC X(02) VALUE SPACES.
       01  WS-APPEAL-STATUS         PIC X(02) VALUE SPACES.
       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).
       01  WS-EOF-DATA              PIC X(01) VALUE "N".
           88  NO-MORE-DATA                  VALUE "Y".
       01  WS-EOF-CATALOG           PIC X(01) VALUE "N".
           88  NO-MORE-CATALOG               VALUE "Y".
       01  WS-EOF-NUMBER            PIC X(01) VALUE "N".
           88  NO-MORE-NUMBERS               VALUE "Y".
       01  WS-EOF-APPEAL            PIC X(01) VALUE "N".
           88  NO-MORE-APPEALS               VALUE "Y".

       01  WS-COMMAND               PIC X(120) VALUE SPACES.
       01  WS-SCOPE                 PIC X(12) VALUE SPACES.
           88  SCOPE-COLLECTION              VALUE "COLLECTION".
           88  SCOPE-THREAD                  VALUE "THREAD".
           88  SCOPE-ALL                     VALUE "ALL".
       01  WS-SCOPE-ID              PIC X(40) VALUE SPACES.
       01  WS-RETURN-CODE           PIC 9(02) VALUE 0.

      *> Every record on the extract, with its links.
       01  WS-REC-MAX               PIC 9(04) VALUE 6000.
       01  WS-REC-COUNT             PIC 9(04) VALUE 0.
       01  WS-REC-TABLE.
           05  WS-REC-ENTRY OCCURS 6000 TIMES
                   INDEXED BY WS-REC-IDX.
               10  WS-REC-PATH      PIC X(200).
               10  WS-REC-MODE      PIC X(20).
               10  WS-REC-COLL      PIC X(40).
               10  WS-REC-THREAD    PIC X(40).
               10  WS-REC-VERDICT   PIC X(60).
               10  WS-REC-SUPER     PIC X(200).
               10  WS-REC-SOURCE    PIC X(40).
               10  WS-REC-DATE      PIC X(10).
               10  WS-REC-NUMBER    PIC X(08).
               10  WS-REC-SEL       PIC X(01).
                   88  REC-SELECTED          VALUE "Y".
       01  WS-REC-POS               PIC 9(04) VALUE 0.
       01  WS-OTHER-POS             PIC 9(04) VALUE 0.
       01  WS-BEST-POS              PIC 9(04) VALUE 0.
       01  WS-WANT-PATH             PIC X(200).
       01  WS-FOUND-POS             PIC 9(04) VALUE 0.

      *> The threads and paths the selection reaches, for the
      *> closure over the links.
       01  WS-KEY-MAX               PIC 9(04) VALUE 2000.
       01  WS-KEY-COUNT             PIC 9(04) VALUE 0.
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-KEY-IDX.
               10  WS-KEY-KIND      PIC X(01).
               10  WS-KEY-VALUE     PIC X(200).
       01  WS-KEY-WANT-KIND         PIC X(01).
       01  WS-KEY-WANT              PIC X(200).
       01  WS-KEY-HIT               PIC X(01) VALUE "N".
       01  WS-PASS-CHANGED          PIC X(01) VALUE "N".
           88  SELECTION-GREW                VALUE "Y".
       01  WS-PASSES                PIC 9(03) VALUE 0.

      *> Appeals filed on the records.
       01  WS-APL-MAX               PIC 9(04) VALUE 1000.
       01  WS-APL-COUNT             PIC 9(04) VALUE 0.
       01  WS-APL-TABLE.
           05  WS-APL-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-APL-IDX.
               10  WS-APL-REC       PIC 9(04).
               10  WS-APL-FILED     PIC X(10).
               10  WS-APL-RULING    PIC X(12).
       01  WS-APL-POS               PIC 9(04) VALUE 0.

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

       01  WS-NODE-ID               PIC X(06).
       01  WS-FROM-ID               PIC X(06).
       01  WS-TO-ID                 PIC X(06).
       01  WS-EDGE-LABEL            PIC X(20).
       01  WS-LABEL                 PIC X(200).
       01  WS-LABEL-VERDICT         PIC X(60).
       01  WS-LABEL-NUMBER          PIC X(20).
       01  WS-NODE-STYLE            PIC X(40).
       01  WS-NODES                 PIC 9(05) VALUE 0.
       01  WS-EDGES                 PIC 9(05) VALUE 0.
       01  WS-APPEAL-NODES          PIC 9(05) VALUE 0.
       01  WS-TABLE-FULL            PIC X(01) VALUE "N".
           88  A-TABLE-FILLED                VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF RETURN-CODE = 8
               STOP RUN
           END-IF.
           MOVE WS-CFN-01 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-RECORDS THRU 1100-EXIT.
           PERFORM 1300-LOAD-APPEALS THRU 1300-EXIT.
           PERFORM 2000-SELECT-SCOPE THRU 2000-EXIT.
           PERFORM 1500-JOIN-DATES THRU 1500-EXIT.
           PERFORM 1700-JOIN-NUMBERS THRU 1700-EXIT.
           PERFORM 3000-WRITE-GRAPH THRU 3000-EXIT.
           IF WS-NODES = 0
               DISPLAY "LINEAGE-GRAPH: nothing on the extract for "
                       FUNCTION TRIM(WS-SCOPE) " "
                       FUNCTION TRIM(WS-SCOPE-ID)
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           IF A-TABLE-FILLED
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           DISPLAY "LINEAGE-GRAPH: " WS-NODES " record(s), "
                   WS-APPEAL-NODES " appeal(s), " WS-EDGES
                   " link(s) written to " FUNCTION TRIM(WS-CFN-05).
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-COMMAND FROM COMMAND-LINE.
           UNSTRING WS-COMMAND DELIMITED BY ALL SPACES
               INTO WS-SCOPE WS-SCOPE-ID
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-SCOPE) TO WS-SCOPE.
           IF SCOPE-ALL
               GO TO 1000-EXIT
           END-IF.
           IF (SCOPE-COLLECTION OR SCOPE-THREAD)
                   AND WS-SCOPE-ID NOT = SPACES
               GO TO 1000-EXIT
           END-IF.
           DISPLAY "Usage: lineage_graph COLLECTION <id> | "
                   "THREAD <id> | ALL".
           MOVE 8 TO RETURN-CODE.
       1000-EXIT.
           EXIT.

       1100-LOAD-RECORDS.
           OPEN INPUT DATA-FILE.
           MOVE "N" TO WS-EOF-DATA.
           PERFORM 1110-LOAD-ONE-HEADER THRU 1110-EXIT
               UNTIL NO-MORE-DATA.
           CLOSE DATA-FILE.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-HEADER.
           READ DATA-FILE
               AT END
                   SET NO-MORE-DATA TO TRUE
                   GO TO 1110-EXIT
           END-READ.
           IF DATA-LINE(1:2) NOT = "H|"
               GO TO 1110-EXIT
           END-IF.
           IF WS-REC-COUNT >= WS-REC-MAX
               DISPLAY "LINEAGE-GRAPH: more than " WS-REC-MAX
                       " records on the extract - the rest are "
                       "not drawn"
               SET A-TABLE-FILLED TO TRUE
               SET NO-MORE-DATA TO TRUE
               GO TO 1110-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F6 WS-IN-F7 WS-IN-F8 WS-IN-F10
                          WS-IN-F12.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-IN-F7 WS-IN-F8 WS-IN-F9 WS-IN-F10
                    WS-IN-F11 WS-IN-F12
           END-UNSTRING.
           ADD 1 TO WS-REC-COUNT.
           MOVE WS-IN-F2(1:200) TO WS-REC-PATH (WS-REC-COUNT).
           MOVE FUNCTION LOWER-CASE(WS-IN-F4(1:20))
               TO WS-REC-MODE (WS-REC-COUNT).
           MOVE WS-IN-F6(1:40) TO WS-REC-COLL (WS-REC-COUNT).
           MOVE WS-IN-F7(1:40) TO WS-REC-THREAD (WS-REC-COUNT).
           MOVE WS-IN-F8(1:60) TO WS-REC-VERDICT (WS-REC-COUNT).
           MOVE WS-IN-F10(1:200) TO WS-REC-SUPER (WS-REC-COUNT).
           MOVE WS-IN-F12(1:40) TO WS-REC-SOURCE (WS-REC-COUNT).
           MOVE SPACES TO WS-REC-DATE (WS-REC-COUNT)
                          WS-REC-NUMBER (WS-REC-COUNT).
           MOVE "N" TO WS-REC-SEL (WS-REC-COUNT).
       1110-EXIT.
           EXIT.

      *> P files an appeal on a path; R rules the newest open one.
       1300-LOAD-APPEALS.
           OPEN INPUT APPEAL-FILE.
           IF WS-APPEAL-STATUS NOT = "00"
               GO TO 1300-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-APPEAL.
           PERFORM 1310-LOAD-ONE-APPEAL THRU 1310-EXIT
               UNTIL NO-MORE-APPEALS.
           CLOSE APPEAL-FILE.
       1300-EXIT.
           EXIT.

       1310-LOAD-ONE-APPEAL.
           READ APPEAL-FILE
               AT END
                   SET NO-MORE-APPEALS TO TRUE
                   GO TO 1310-EXIT
           END-READ.
           IF APPEAL-LINE(1:2) NOT = "P|"
                   AND APPEAL-LINE(1:2) NOT = "R|"
               GO TO 1310-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5.
           UNSTRING APPEAL-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
           END-UNSTRING.
           MOVE WS-IN-F2(1:200) TO WS-WANT-PATH.
           PERFORM 8000-FIND-PATH THRU 8000-EXIT.
           IF WS-FOUND-POS = 0
               GO TO 1310-EXIT
           END-IF.
           IF WS-IN-TAG = "R"
               PERFORM 1320-RULE-NEWEST-OPEN THRU 1320-EXIT
               GO TO 1310-EXIT
           END-IF.
           IF WS-APL-COUNT >= WS-APL-MAX
               SET A-TABLE-FILLED TO TRUE
               GO TO 1310-EXIT
           END-IF.
           ADD 1 TO WS-APL-COUNT.
           MOVE WS-FOUND-POS TO WS-APL-REC (WS-APL-COUNT).
           MOVE SPACES TO WS-APL-FILED (WS-APL-COUNT).
           STRING WS-IN-F5(1:4) "-" WS-IN-F5(5:2) "-" WS-IN-F5(7:2)
               DELIMITED BY SIZE INTO WS-APL-FILED (WS-APL-COUNT)
           END-STRING.
           MOVE "OPEN" TO WS-APL-RULING (WS-APL-COUNT).
       1310-EXIT.
           EXIT.

       1320-RULE-NEWEST-OPEN.
           MOVE 0 TO WS-BEST-POS.
           PERFORM 1330-NOTE-OPEN-APPEAL THRU 1330-EXIT
               VARYING WS-APL-POS FROM 1 BY 1
               UNTIL WS-APL-POS > WS-APL-COUNT.
           IF WS-BEST-POS > 0
               MOVE FUNCTION UPPER-CASE(WS-IN-F3(1:12))
                   TO WS-APL-RULING (WS-BEST-POS)
           END-IF.
       1320-EXIT.
           EXIT.

       1330-NOTE-OPEN-APPEAL.
           IF WS-APL-REC (WS-APL-POS) = WS-FOUND-POS
                   AND WS-APL-RULING (WS-APL-POS) = "OPEN"
               MOVE WS-APL-POS TO WS-BEST-POS
           END-IF.
       1330-EXIT.
           EXIT.

      *> Generation dates from the catalog; the edges run by them.
       1500-JOIN-DATES.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT = "00"
               GO TO 1500-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-CATALOG.
           PERFORM 1510-JOIN-ONE-DATE THRU 1510-EXIT
               UNTIL NO-MORE-CATALOG.
           CLOSE CATALOG-FILE.
       1500-EXIT.
           EXIT.

       1510-JOIN-ONE-DATE.
           READ CATALOG-FILE
               AT END
                   SET NO-MORE-CATALOG TO TRUE
                   GO TO 1510-EXIT
           END-READ.
           IF CATALOG-LINE(1:2) = "C|"
               GO TO 1510-EXIT
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
       1510-EXIT.
           EXIT.

      *> N|number|path|stamp; a later line for a path wins.
       1700-JOIN-NUMBERS.
           OPEN INPUT NUMBER-FILE.
           IF WS-NUMBER-STATUS NOT = "00"
               GO TO 1700-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-NUMBER.
           PERFORM 1710-JOIN-ONE-NUMBER THRU 1710-EXIT
               UNTIL NO-MORE-NUMBERS.
           CLOSE NUMBER-FILE.
       1700-EXIT.
           EXIT.

       1710-JOIN-ONE-NUMBER.
           READ NUMBER-FILE
               AT END
                   SET NO-MORE-NUMBERS TO TRUE
                   GO TO 1710-EXIT
           END-READ.
           IF NUMBER-LINE(1:2) NOT = "N|"
               GO TO 1710-EXIT
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
       1710-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Selection. A collection or thread seeds the set and the
      *> links are followed out until the set stops growing; the
      *> whole corpus takes every record that has a link at all.
      *>----------------------------------------------------------*>
       2000-SELECT-SCOPE.
           IF SCOPE-ALL
               PERFORM 2500-MARK-LINKED THRU 2500-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-SEED-ONE THRU 2100-EXIT
               VARYING WS-REC-POS FROM 1 BY 1
               UNTIL WS-REC-POS > WS-REC-COUNT.
           MOVE 0 TO WS-PASSES.
           SET SELECTION-GREW TO TRUE.
           PERFORM 2200-WIDEN-ONE-PASS THRU 2200-EXIT
               UNTIL NOT SELECTION-GREW OR WS-PASSES >= 50.
       2000-EXIT.
           EXIT.

       2100-SEED-ONE.
           IF SCOPE-COLLECTION
                   AND WS-REC-COLL (WS-REC-POS) = WS-SCOPE-ID
               SET REC-SELECTED (WS-REC-POS) TO TRUE
           END-IF.
           IF SCOPE-THREAD
                   AND (WS-REC-THREAD (WS-REC-POS) = WS-SCOPE-ID
                     OR WS-REC-SOURCE (WS-REC-POS) = WS-SCOPE-ID)
               SET REC-SELECTED (WS-REC-POS) TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

      *> The keys the selection holds - its thread ids (T), the
      *> threads it cites as source (T), its paths (P) and the
      *> paths it is superseded by (P) - then every record not yet
      *> selected that shares one.
       2200-WIDEN-ONE-PASS.
           ADD 1 TO WS-PASSES.
           MOVE "N" TO WS-PASS-CHANGED.
           MOVE 0 TO WS-KEY-COUNT.
           PERFORM 2210-KEYS-OF-ONE THRU 2210-EXIT
               VARYING WS-REC-POS FROM 1 BY 1
               UNTIL WS-REC-POS > WS-REC-COUNT.
           PERFORM 2250-TRY-ONE-RECORD THRU 2250-EXIT
               VARYING WS-REC-POS FROM 1 BY 1
               UNTIL WS-REC-POS > WS-REC-COUNT.
       2200-EXIT.
           EXIT.

       2210-KEYS-OF-ONE.
           IF NOT REC-SELECTED (WS-REC-POS)
               GO TO 2210-EXIT
           END-IF.
           MOVE "T" TO WS-KEY-WANT-KIND.
           MOVE WS-REC-THREAD (WS-REC-POS) TO WS-KEY-WANT.
           PERFORM 2220-ADD-KEY THRU 2220-EXIT.
           MOVE WS-REC-SOURCE (WS-REC-POS) TO WS-KEY-WANT.
           PERFORM 2220-ADD-KEY THRU 2220-EXIT.
           MOVE "P" TO WS-KEY-WANT-KIND.
           MOVE WS-REC-PATH (WS-REC-POS) TO WS-KEY-WANT.
           PERFORM 2220-ADD-KEY THRU 2220-EXIT.
           MOVE WS-REC-SUPER (WS-REC-POS) TO WS-KEY-WANT.
           PERFORM 2220-ADD-KEY THRU 2220-EXIT.
       2210-EXIT.
           EXIT.

       2220-ADD-KEY.
           IF WS-KEY-WANT = SPACES
               GO TO 2220-EXIT
           END-IF.
           PERFORM 2230-FIND-KEY THRU 2230-EXIT.
           IF WS-KEY-HIT = "Y"
               GO TO 2220-EXIT
           END-IF.
           IF WS-KEY-COUNT >= WS-KEY-MAX
               SET A-TABLE-FILLED TO TRUE
               GO TO 2220-EXIT
           END-IF.
           ADD 1 TO WS-KEY-COUNT.
           MOVE WS-KEY-WANT-KIND TO WS-KEY-KIND (WS-KEY-COUNT).
           MOVE WS-KEY-WANT TO WS-KEY-VALUE (WS-KEY-COUNT).
       2220-EXIT.
           EXIT.

       2230-FIND-KEY.
           MOVE "N" TO WS-KEY-HIT.
           IF WS-KEY-WANT = SPACES
               GO TO 2230-EXIT
           END-IF.
           SET WS-KEY-IDX TO 1.
           IF WS-KEY-COUNT > 0
               SEARCH WS-KEY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-KEY-IDX > WS-KEY-COUNT
                       CONTINUE
                   WHEN WS-KEY-KIND (WS-KEY-IDX) = WS-KEY-WANT-KIND
                           AND WS-KEY-VALUE (WS-KEY-IDX) = WS-KEY-WANT
                       MOVE "Y" TO WS-KEY-HIT
               END-SEARCH
           END-IF.
       2230-EXIT.
           EXIT.

       2250-TRY-ONE-RECORD.
           IF REC-SELECTED (WS-REC-POS)
               GO TO 2250-EXIT
           END-IF.
           MOVE "T" TO WS-KEY-WANT-KIND.
           MOVE WS-REC-THREAD (WS-REC-POS) TO WS-KEY-WANT.
           PERFORM 2230-FIND-KEY THRU 2230-EXIT.
           IF WS-KEY-HIT = "N"
               MOVE WS-REC-SOURCE (WS-REC-POS) TO WS-KEY-WANT
               PERFORM 2230-FIND-KEY THRU 2230-EXIT
           END-IF.
           IF WS-KEY-HIT = "N"
               MOVE "P" TO WS-KEY-WANT-KIND
               MOVE WS-REC-PATH (WS-REC-POS) TO WS-KEY-WANT
               PERFORM 2230-FIND-KEY THRU 2230-EXIT
           END-IF.
           IF WS-KEY-HIT = "N"
               MOVE WS-REC-SUPER (WS-REC-POS) TO WS-KEY-WANT
               PERFORM 2230-FIND-KEY THRU 2230-EXIT
           END-IF.
           IF WS-KEY-HIT = "Y"
               SET REC-SELECTED (WS-REC-POS) TO TRUE
               SET SELECTION-GREW TO TRUE
           END-IF.
       2250-EXIT.
           EXIT.

      *> Whole corpus: a record is drawn when it shares a
      *> collection or thread with another record, cites a source
      *> thread, is superseded, or carries an appeal. The record at
      *> the far end of a supersession or source link is marked as
      *> its edge is drawn.
       2500-MARK-LINKED.
           PERFORM 2510-MARK-ONE THRU 2510-EXIT
               VARYING WS-REC-POS FROM 1 BY 1
               UNTIL WS-REC-POS > WS-REC-COUNT.
           PERFORM 2530-MARK-APPEALED THRU 2530-EXIT
               VARYING WS-APL-POS FROM 1 BY 1
               UNTIL WS-APL-POS > WS-APL-COUNT.
       2500-EXIT.
           EXIT.

       2510-MARK-ONE.
           IF WS-REC-SOURCE (WS-REC-POS) NOT = SPACES
               SET REC-SELECTED (WS-REC-POS) TO TRUE
               MOVE WS-REC-SOURCE (WS-REC-POS) TO WS-KEY-WANT
               PERFORM 2520-MARK-THREAD THRU 2520-EXIT
                   VARYING WS-OTHER-POS FROM 1 BY 1
                   UNTIL WS-OTHER-POS > WS-REC-COUNT
           END-IF.
           IF WS-REC-SUPER (WS-REC-POS) NOT = SPACES
               MOVE WS-REC-SUPER (WS-REC-POS) TO WS-WANT-PATH
               PERFORM 8000-FIND-PATH THRU 8000-EXIT
               IF WS-FOUND-POS > 0
                   SET REC-SELECTED (WS-REC-POS) TO TRUE
                   SET REC-SELECTED (WS-FOUND-POS) TO TRUE
               END-IF
           END-IF.
           IF REC-SELECTED (WS-REC-POS)
               GO TO 2510-EXIT
           END-IF.
           IF WS-REC-COLL (WS-REC-POS) = SPACES
                   AND WS-REC-THREAD (WS-REC-POS) = SPACES
               GO TO 2510-EXIT
           END-IF.
           PERFORM 2540-SHARES-A-LINK THRU 2540-EXIT
               VARYING WS-OTHER-POS FROM 1 BY 1
               UNTIL WS-OTHER-POS > WS-REC-COUNT
                  OR REC-SELECTED (WS-REC-POS).
       2510-EXIT.
           EXIT.

       2520-MARK-THREAD.
           IF WS-REC-THREAD (WS-OTHER-POS) = WS-KEY-WANT(1:40)
               SET REC-SELECTED (WS-OTHER-POS) TO TRUE
           END-IF.
       2520-EXIT.
           EXIT.

       2530-MARK-APPEALED.
           SET REC-SELECTED (WS-APL-REC (WS-APL-POS)) TO TRUE.
       2530-EXIT.
           EXIT.

       2540-SHARES-A-LINK.
           IF WS-OTHER-POS = WS-REC-POS
               GO TO 2540-EXIT
           END-IF.
           IF WS-REC-COLL (WS-REC-POS) NOT = SPACES
                   AND WS-REC-COLL (WS-OTHER-POS)
                       = WS-REC-COLL (WS-REC-POS)
               SET REC-SELECTED (WS-REC-POS) TO TRUE
           END-IF.
           IF WS-REC-THREAD (WS-REC-POS) NOT = SPACES
                   AND WS-REC-THREAD (WS-OTHER-POS)
                       = WS-REC-THREAD (WS-REC-POS)
               SET REC-SELECTED (WS-REC-POS) TO TRUE
           END-IF.
       2540-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The graph: nodes, then the edges of each link type.
      *>----------------------------------------------------------*>
       3000-WRITE-GRAPH.
           OPEN OUTPUT GRAPH-FILE.
           MOVE SPACES TO GRAPH-LINE.
           STRING "// Record lineage - "     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SCOPE)     DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SCOPE-ID)  DELIMITED BY SIZE
                  INTO GRAPH-LINE
           END-STRING.
           WRITE GRAPH-LINE.
           MOVE "digraph lineage {" TO GRAPH-LINE.
           WRITE GRAPH-LINE.
           MOVE "  rankdir=LR;" TO GRAPH-LINE.
           WRITE GRAPH-LINE.
           MOVE "  node [shape=box, fontsize=10];" TO GRAPH-LINE.
           WRITE GRAPH-LINE.
           MOVE "  edge [fontsize=9];" TO GRAPH-LINE.
           WRITE GRAPH-LINE.
           PERFORM 3100-WRITE-ONE-NODE THRU 3100-EXIT
               VARYING WS-REC-POS FROM 1 BY 1
               UNTIL WS-REC-POS > WS-REC-COUNT.
           PERFORM 3200-WRITE-ONE-APPEAL THRU 3200-EXIT
               VARYING WS-APL-POS FROM 1 BY 1
               UNTIL WS-APL-POS > WS-APL-COUNT.
           PERFORM 3300-EDGES-OF-ONE THRU 3300-EXIT
               VARYING WS-REC-POS FROM 1 BY 1
               UNTIL WS-REC-POS > WS-REC-COUNT.
           MOVE "}" TO GRAPH-LINE.
           WRITE GRAPH-LINE.
           CLOSE GRAPH-FILE.
       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-NODE.
           IF NOT REC-SELECTED (WS-REC-POS)
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-NODES.
           MOVE WS-REC-POS TO WS-OTHER-POS.
           PERFORM 8100-NODE-ID THRU 8100-EXIT.
           IF WS-REC-NUMBER (WS-REC-POS) = SPACES
               MOVE "(no number)" TO WS-LABEL-NUMBER
           ELSE
               MOVE SPACES TO WS-LABEL-NUMBER
               STRING "No. "                     DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REC-NUMBER (WS-REC-POS))
                                                 DELIMITED BY SIZE
                      INTO WS-LABEL-NUMBER
               END-STRING
           END-IF.
      *> The label is quoted in the graph file; a quote or a
      *> backslash in the verdict text would end it early.
           MOVE WS-REC-VERDICT (WS-REC-POS) TO WS-LABEL-VERDICT.
           INSPECT WS-LABEL-VERDICT REPLACING ALL '"' BY "'"
                                              ALL "\" BY "/".
           IF WS-LABEL-VERDICT = SPACES
               MOVE "-" TO WS-LABEL-VERDICT
           END-IF.
           IF WS-REC-DATE (WS-REC-POS) = SPACES
               MOVE "undated" TO WS-REC-DATE (WS-REC-POS)
           END-IF.
           MOVE SPACES TO WS-LABEL.
           STRING FUNCTION TRIM(WS-LABEL-NUMBER)   DELIMITED BY SIZE
                  "\n"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REC-MODE (WS-REC-POS))
                                                   DELIMITED BY SIZE
                  "\n"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REC-DATE (WS-REC-POS))
                                                   DELIMITED BY SIZE
                  "\n"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LABEL-VERDICT)  DELIMITED BY SIZE
                  INTO WS-LABEL
           END-STRING.
           IF WS-REC-MODE (WS-REC-POS) = "judgment"
               MOVE ", style=bold" TO WS-NODE-STYLE
           ELSE
               MOVE SPACES TO WS-NODE-STYLE
           END-IF.
           MOVE SPACES TO GRAPH-LINE.
           STRING "  "                             DELIMITED BY SIZE
                  WS-NODE-ID                       DELIMITED BY SPACE
                  " [label="""                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LABEL)          DELIMITED BY SIZE
                  """"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NODE-STYLE)     DELIMITED BY SIZE
                  "];"                             DELIMITED BY SIZE
                  INTO GRAPH-LINE
           END-STRING.
           WRITE GRAPH-LINE.
       3100-EXIT.
           EXIT.

       3200-WRITE-ONE-APPEAL.
           IF NOT REC-SELECTED (WS-APL-REC (WS-APL-POS))
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WS-APPEAL-NODES.
           MOVE SPACES TO WS-NODE-ID.
           STRING "a" WS-APL-POS DELIMITED BY SIZE INTO WS-NODE-ID
           END-STRING.
           MOVE SPACES TO GRAPH-LINE.
           STRING "  "                             DELIMITED BY SIZE
                  WS-NODE-ID                       DELIMITED BY SPACE
                  " [shape=ellipse, label=""appeal\nfiled "
                                                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-APL-FILED (WS-APL-POS))
                                                   DELIMITED BY SIZE
                  "\n"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-APL-RULING (WS-APL-POS))
                                                   DELIMITED BY SIZE
                  """];"                           DELIMITED BY SIZE
                  INTO GRAPH-LINE
           END-STRING.
           WRITE GRAPH-LINE.
           MOVE WS-APL-REC (WS-APL-POS) TO WS-OTHER-POS.
           PERFORM 8100-NODE-ID THRU 8100-EXIT.
           MOVE WS-NODE-ID TO WS-FROM-ID.
           MOVE SPACES TO WS-TO-ID.
           STRING "a" WS-APL-POS DELIMITED BY SIZE INTO WS-TO-ID
           END-STRING.
           MOVE "appeal" TO WS-EDGE-LABEL.
           PERFORM 8200-WRITE-EDGE THRU 8200-EXIT.
       3200-EXIT.
           EXIT.

       3300-EDGES-OF-ONE.
           IF NOT REC-SELECTED (WS-REC-POS)
               GO TO 3300-EXIT
           END-IF.
           MOVE WS-REC-POS TO WS-OTHER-POS.
           PERFORM 8100-NODE-ID THRU 8100-EXIT.
           MOVE WS-NODE-ID TO WS-FROM-ID.
           IF WS-REC-COLL (WS-REC-POS) NOT = SPACES
               PERFORM 3400-COLLECTION-EDGE THRU 3400-EXIT
           END-IF.
           IF WS-REC-THREAD (WS-REC-POS) NOT = SPACES
               PERFORM 3500-THREAD-EDGE THRU 3500-EXIT
           END-IF.
           IF WS-REC-SOURCE (WS-REC-POS) NOT = SPACES
               PERFORM 3600-SOURCE-EDGE THRU 3600-EXIT
           END-IF.
           IF WS-REC-SUPER (WS-REC-POS) NOT = SPACES
               PERFORM 3700-SUPERSESSION-EDGE THRU 3700-EXIT
           END-IF.
       3300-EXIT.
           EXIT.

      *> The next selected member of the collection by date (path
      *> order among the same date); members of one thread are
      *> left to their thread edges.
       3400-COLLECTION-EDGE.
           MOVE 0 TO WS-BEST-POS.
           PERFORM 3410-NEXT-IN-COLLECTION THRU 3410-EXIT
               VARYING WS-OTHER-POS FROM 1 BY 1
               UNTIL WS-OTHER-POS > WS-REC-COUNT.
           IF WS-BEST-POS = 0
               GO TO 3400-EXIT
           END-IF.
           IF WS-REC-THREAD (WS-REC-POS) NOT = SPACES
                   AND WS-REC-THREAD (WS-BEST-POS)
                       = WS-REC-THREAD (WS-REC-POS)
               GO TO 3400-EXIT
           END-IF.
           MOVE WS-BEST-POS TO WS-OTHER-POS.
           PERFORM 8100-NODE-ID THRU 8100-EXIT.
           MOVE WS-NODE-ID TO WS-TO-ID.
           MOVE "collection" TO WS-EDGE-LABEL.
           PERFORM 8200-WRITE-EDGE THRU 8200-EXIT.
       3400-EXIT.
           EXIT.

       3410-NEXT-IN-COLLECTION.
           IF NOT REC-SELECTED (WS-OTHER-POS)
                   OR WS-REC-COLL (WS-OTHER-POS)
                       NOT = WS-REC-COLL (WS-REC-POS)
               GO TO 3410-EXIT
           END-IF.
           PERFORM 8300-CONSIDER-SUCCESSOR THRU 8300-EXIT.
       3410-EXIT.
           EXIT.

       3500-THREAD-EDGE.
           MOVE 0 TO WS-BEST-POS.
           PERFORM 3510-NEXT-IN-THREAD THRU 3510-EXIT
               VARYING WS-OTHER-POS FROM 1 BY 1
               UNTIL WS-OTHER-POS > WS-REC-COUNT.
           IF WS-BEST-POS = 0
               GO TO 3500-EXIT
           END-IF.
           MOVE WS-BEST-POS TO WS-OTHER-POS.
           PERFORM 8100-NODE-ID THRU 8100-EXIT.
           MOVE WS-NODE-ID TO WS-TO-ID.
           MOVE "thread re-run" TO WS-EDGE-LABEL.
           PERFORM 8200-WRITE-EDGE THRU 8200-EXIT.
       3500-EXIT.
           EXIT.

       3510-NEXT-IN-THREAD.
           IF NOT REC-SELECTED (WS-OTHER-POS)
                   OR WS-REC-THREAD (WS-OTHER-POS)
                       NOT = WS-REC-THREAD (WS-REC-POS)
               GO TO 3510-EXIT
           END-IF.
           PERFORM 8300-CONSIDER-SUCCESSOR THRU 8300-EXIT.
       3510-EXIT.
           EXIT.

      *> From the cited thread's latest record to the judgment.
       3600-SOURCE-EDGE.
           MOVE 0 TO WS-BEST-POS.
           PERFORM 3610-LATEST-IN-SOURCE THRU 3610-EXIT
               VARYING WS-OTHER-POS FROM 1 BY 1
               UNTIL WS-OTHER-POS > WS-REC-COUNT.
           IF WS-BEST-POS = 0
               GO TO 3600-EXIT
           END-IF.
           MOVE WS-BEST-POS TO WS-OTHER-POS.
           PERFORM 8100-NODE-ID THRU 8100-EXIT.
           MOVE WS-FROM-ID TO WS-TO-ID.
           MOVE WS-NODE-ID TO WS-FROM-ID.
           MOVE "source thread" TO WS-EDGE-LABEL.
           PERFORM 8200-WRITE-EDGE THRU 8200-EXIT.
           MOVE WS-TO-ID TO WS-FROM-ID.
       3600-EXIT.
           EXIT.

       3610-LATEST-IN-SOURCE.
           IF WS-OTHER-POS = WS-REC-POS
                   OR NOT REC-SELECTED (WS-OTHER-POS)
                   OR WS-REC-THREAD (WS-OTHER-POS)
                       NOT = WS-REC-SOURCE (WS-REC-POS)
               GO TO 3610-EXIT
           END-IF.
           IF WS-BEST-POS = 0
               MOVE WS-OTHER-POS TO WS-BEST-POS
               GO TO 3610-EXIT
           END-IF.
           IF WS-REC-DATE (WS-OTHER-POS) > WS-REC-DATE (WS-BEST-POS)
               MOVE WS-OTHER-POS TO WS-BEST-POS
           END-IF.
       3610-EXIT.
           EXIT.

       3700-SUPERSESSION-EDGE.
           MOVE WS-REC-SUPER (WS-REC-POS) TO WS-WANT-PATH.
           PERFORM 8000-FIND-PATH THRU 8000-EXIT.
           IF WS-FOUND-POS = 0
               GO TO 3700-EXIT
           END-IF.
           IF NOT REC-SELECTED (WS-FOUND-POS)
               GO TO 3700-EXIT
           END-IF.
           MOVE WS-FOUND-POS TO WS-OTHER-POS.
           PERFORM 8100-NODE-ID THRU 8100-EXIT.
           MOVE WS-NODE-ID TO WS-TO-ID.
           MOVE "superseded by" TO WS-EDGE-LABEL.
           PERFORM 8200-WRITE-EDGE THRU 8200-EXIT.
       3700-EXIT.
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

      *> Node id of the record at WS-OTHER-POS.
       8100-NODE-ID.
           MOVE SPACES TO WS-NODE-ID.
           STRING "n" WS-OTHER-POS DELIMITED BY SIZE INTO WS-NODE-ID
           END-STRING.
       8100-EXIT.
           EXIT.

       8200-WRITE-EDGE.
           ADD 1 TO WS-EDGES.
           MOVE SPACES TO GRAPH-LINE.
           STRING "  "                             DELIMITED BY SIZE
                  WS-FROM-ID                       DELIMITED BY SPACE
                  " -> "                           DELIMITED BY SIZE
                  WS-TO-ID                         DELIMITED BY SPACE
                  " [label="""                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDGE-LABEL)     DELIMITED BY SIZE
                  """];"                           DELIMITED BY SIZE
                  INTO GRAPH-LINE
           END-STRING.
           WRITE GRAPH-LINE.
       8200-EXIT.
           EXIT.

      *> The record at WS-OTHER-POS is a successor of the one at
      *> WS-REC-POS when it comes later by date, or on the same
      *> date later in extract order; the earliest successor wins.
       8300-CONSIDER-SUCCESSOR.
           IF WS-OTHER-POS = WS-REC-POS
               GO TO 8300-EXIT
           END-IF.
           IF WS-REC-DATE (WS-OTHER-POS) < WS-REC-DATE (WS-REC-POS)
               GO TO 8300-EXIT
           END-IF.
           IF WS-REC-DATE (WS-OTHER-POS) = WS-REC-DATE (WS-REC-POS)
                   AND WS-OTHER-POS < WS-REC-POS
               GO TO 8300-EXIT
           END-IF.
           IF WS-BEST-POS = 0
               MOVE WS-OTHER-POS TO WS-BEST-POS
               GO TO 8300-EXIT
           END-IF.
           IF WS-REC-DATE (WS-OTHER-POS) < WS-REC-DATE (WS-BEST-POS)
               MOVE WS-OTHER-POS TO WS-BEST-POS
               GO TO 8300-EXIT
           END-IF.
           IF WS-REC-DATE (WS-OTHER-POS) = WS-REC-DATE (WS-BEST-POS)
                   AND WS-OTHER-POS < WS-BEST-POS
               MOVE WS-OTHER-POS TO WS-BEST-POS
           END-IF.
       8300-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "dialogue_data.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "catalog.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "dialogue_numbers.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE "appeals.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
           MOVE "lineage_graph.dot" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-05.
       0900-EXIT.
           EXIT.
