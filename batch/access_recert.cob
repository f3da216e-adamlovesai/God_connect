      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> ACCESS-RECERT
      *>
      *> Quarterly recertification of what batch/operator_auth.ref
      *> grants. Nothing else ever makes anyone look at that file;
      *> a volunteer who left keeps RPUD/ALL until somebody
      *> notices. A campaign snapshots every entry - job classes,
      *> DLGSCOPE traditions and sensitive flag - and puts each in
      *> front of a named reviewing supervisor, who attests KEEP,
      *> REDUCE or REVOKE through RECERT-ATTEST. Whatever is not
      *> attested by the deadline lapses.
      *>
      *>     access_recert OPEN [YYYY-MM-DD]
      *>         open this quarter's campaign; the deadline defaults
      *>         to 30 days out. Reviewers come from
      *>         batch/recert_reviewers.ref (V|operator|supervisor,
      *>         V|*|supervisor for everyone else); nobody reviews
      *>         their own entry, and the campaign will not open
      *>         while any entry has no reviewer.
      *>     access_recert SWEEP
      *>         the nightly run: apply the attested REDUCE and
      *>         REVOKE decisions to operator_auth.ref, lapse every
      *>         entry still unattested after the deadline, close
      *>         the campaign once every entry is settled, then
      *>         report
      *>     access_recert [REPORT]
      *>         the campaign report, grouped by reviewer (DLGSPOOL
      *>         class BOARD, with a REVIEWER break for REPORT-
      *>         BURST), flagging each operator with no activity in
      *>         the OPERATOR-ACTIVITY sources for 90 days
      *>
      *> A revoked or lapsed entry is rewritten as
      *> A|operator|-|NONE|N - no job class, no tradition, nothing
      *> sensitive - rather than deleted, because an operator with
      *> no entry at all still gets the R/P and ALL-tradition
      *> defaults. The entry's parish binding (column 6) is kept
      *> on the rewritten line either way, so a reduced or revoked
      *> operator never falls back to the home parish. Each change
      *> is also written to the audit trail
      *> (DLGAUDIT). batch/recert_campaign.dat keeps every campaign:
      *>
      *>     C|campaign|deadline|opened-stamp|opened-by
      *>     E|campaign|operator|classes|traditions|sensitive|
      *>       reviewer
      *>     T|campaign|operator|KEEP/REDUCE/REVOKE|classes|
      *>       traditions|sensitive|attested-by|stamp
      *>     X|campaign|operator|KEPT/REDUCED/REVOKED/LAPSED|stamp
      *>     Z|campaign|closed-stamp
      *>
      *> The campaign id is the quarter, e.g. 2026Q4. OPEN and
      *> SWEEP need update authority (DLGAUTH class U) and run
      *> under the "recert" enqueue RECERT-ATTEST appends under.
      *>
      *> RETURN-CODE 0 done, 4 no campaign on file, 8 refused,
      *> 12 not authorized or the enqueue is held.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>     2026-10-15  DO   A rewritten grant keeps the operator's
      *>                      parish binding (column 6).
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-RECERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT CAMP-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMP-STATUS.
           SELECT REVIEWER-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEWER-STATUS.
           SELECT WORK-FILE ASSIGN DYNAMIC WS-CFN-04
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACT-FILE ASSIGN DYNAMIC WS-ACT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-FILE.
       01  AUTH-LINE                PIC X(300).

       FD  CAMP-FILE.
       01  CAMP-LINE                PIC X(600).

       FD  REVIEWER-FILE.
       01  REVIEWER-LINE            PIC X(120).

       FD  WORK-FILE.
       01  WORK-LINE                PIC X(300).

       FD  ACT-FILE.
       01  ACT-LINE                 PIC X(900).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CFN-04                PIC X(200).
       01  WS-ACT-NAME              PIC X(200).
       01  WS-AUTH-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CAMP-STATUS           PIC X(02) VALUE SPACES.
       01  WS-REVIEWER-STATUS       PIC X(02) VALUE SPACES.
       01  WS-ACT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-EOF-AUTH              PIC X(01) VALUE "N".
           88  NO-MORE-AUTH                  VALUE "Y".
       01  WS-EOF-CAMP              PIC X(01) VALUE "N".
           88  NO-MORE-CAMP                  VALUE "Y".
       01  WS-EOF-REVIEWER          PIC X(01) VALUE "N".
           88  NO-MORE-REVIEWER              VALUE "Y".
       01  WS-EOF-ACT               PIC X(01) VALUE "N".
           88  NO-MORE-ACT                   VALUE "Y".

       01  WS-CMD-LINE              PIC X(200) VALUE SPACES.
       01  WS-COMMAND               PIC X(10) VALUE SPACES.
       01  WS-ARG                   PIC X(40) VALUE SPACES.
       01  WS-RECERT-RC             PIC 9(02) VALUE 0.
       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-TODAY                 PIC X(08).
       01  WS-TODAY-NUM             PIC 9(08) VALUE 0.
       01  WS-TODAY-INT             PIC 9(08) VALUE 0.
       01  WS-WORK-NUM              PIC 9(08) VALUE 0.
       01  WS-WORK-INT              PIC 9(08) VALUE 0.
       01  WS-DAYS                  PIC S9(05) VALUE 0.
       01  WS-DAYS-EDIT             PIC -(4)9.
       01  WS-DORMANT-DAYS          PIC 9(03) VALUE 90.
       01  WS-QUARTER               PIC 9(01) VALUE 0.

       01  WS-AUTH-PGM              PIC X(30) VALUE "ACCESS-RECERT".
       01  WS-AUTH-CLASS            PIC X(01) VALUE "U".
       01  WS-AUTH-RC               PIC X(02).
       01  WS-ENQ-ACTION            PIC X(03).
       01  WS-ENQ-RESOURCE          PIC X(20) VALUE "recert".
       01  WS-ENQ-RC                PIC X(02).
       01  WS-AUDIT-TEXT            PIC X(200).

      *> The campaign in hand - the last one on file.
       01  WS-CAMP-LOADED           PIC X(01) VALUE "N".
           88  CAMPAIGN-ON-FILE              VALUE "Y".
       01  WS-CAMP-CLOSED           PIC X(01) VALUE "N".
           88  CAMPAIGN-IS-CLOSED            VALUE "Y".
       01  WS-CAMP-ID               PIC X(06) VALUE SPACES.
       01  WS-CAMP-DEADLINE         PIC X(08) VALUE SPACES.
       01  WS-CAMP-OPENED           PIC X(21) VALUE SPACES.
       01  WS-CAMP-OPENED-BY        PIC X(20) VALUE SPACES.
       01  WS-NEW-CAMP-ID           PIC X(06).
       01  WS-NEW-DEADLINE          PIC X(08).

      *> One row per snapshotted grant.
       01  WS-ENT-MAX               PIC 9(03) VALUE 100.
       01  WS-ENT-COUNT             PIC 9(03) VALUE 0.
       01  WS-ENT-TABLE.
           05  WS-ENT-ENTRY OCCURS 100 TIMES.
               10  WS-ENT-OPERATOR  PIC X(20).
               10  WS-ENT-CLASSES   PIC X(10).
               10  WS-ENT-TRADS     PIC X(200).
               10  WS-ENT-SENS      PIC X(01).
               10  WS-ENT-REVIEWER  PIC X(20).
               10  WS-ENT-DECISION  PIC X(06).
               10  WS-ENT-NEW-CLASSES
                                    PIC X(10).
               10  WS-ENT-NEW-TRADS PIC X(200).
               10  WS-ENT-NEW-SENS  PIC X(01).
               10  WS-ENT-ATTESTER  PIC X(20).
               10  WS-ENT-ATTEST-DATE
                                    PIC X(08).
               10  WS-ENT-OUTCOME   PIC X(08).
               10  WS-ENT-OUTCOME-DATE
                                    PIC X(08).
               10  WS-ENT-APPLY     PIC X(01).
               10  WS-ENT-LAST-SEEN PIC X(08).
               10  WS-ENT-DORMANT   PIC X(01).
               10  WS-ENT-LISTED    PIC X(01).
       01  WS-ENT-POS               PIC 9(03) VALUE 0.
       01  WS-ENT-POS-2             PIC 9(03) VALUE 0.
       01  WS-FIND-OPERATOR         PIC X(20).
       01  WS-FOUND-POS             PIC 9(03) VALUE 0.

       01  WS-RVW-MAX               PIC 9(03) VALUE 100.
       01  WS-RVW-COUNT             PIC 9(03) VALUE 0.
       01  WS-RVW-TABLE.
           05  WS-RVW-ENTRY OCCURS 100 TIMES.
               10  WS-RVW-OPERATOR  PIC X(20).
               10  WS-RVW-SUPERVISOR
                                    PIC X(20).
       01  WS-RVW-POS               PIC 9(03) VALUE 0.
       01  WS-RVW-DEFAULT           PIC X(20) VALUE SPACES.
       01  WS-UNASSIGNED            PIC 9(03) VALUE 0.

      *> The OPERATOR-ACTIVITY sources: logical file, record tag,
      *> and which pipe field holds the operator and the date.
       01  WS-SOURCE-COUNT          PIC 9(01) VALUE 7.
       01  WS-SOURCE-SET.
           05  FILLER  PIC X(40) VALUE "annotations.dat".
           05  FILLER  PIC X(03) VALUE "N56".
           05  FILLER  PIC X(40) VALUE "ratings.dat".
           05  FILLER  PIC X(03) VALUE "R56".
           05  FILLER  PIC X(40) VALUE "appeals.dat".
           05  FILLER  PIC X(03) VALUE "P35".
           05  FILLER  PIC X(40) VALUE "appeals.dat".
           05  FILLER  PIC X(03) VALUE "R56".
           05  FILLER  PIC X(40) VALUE "moderation_queue.dat".
           05  FILLER  PIC X(03) VALUE "D45".
           05  FILLER  PIC X(40) VALUE "exception_disp.dat".
           05  FILLER  PIC X(03) VALUE "D67".
           05  FILLER  PIC X(40) VALUE "correction_journal.dat".
           05  FILLER  PIC X(03) VALUE "J78".
       01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-SET.
           05  WS-SRC-ENTRY OCCURS 7 TIMES.
               10  WS-SRC-LOGICAL   PIC X(40).
               10  WS-SRC-TAG       PIC X(01).
               10  WS-SRC-OP-FLD    PIC 9(01).
               10  WS-SRC-DATE-FLD  PIC 9(01).
       01  WS-SRC-POS               PIC 9(01) VALUE 0.
       01  WS-FLD-TABLE.
           05  WS-FLD               PIC X(240) OCCURS 8 TIMES.
       01  WS-ROW-OPERATOR          PIC X(20).
       01  WS-ROW-DATE              PIC X(08).

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(200).
       01  WS-IN-F3                 PIC X(200).
       01  WS-IN-F4                 PIC X(200).
       01  WS-IN-F5                 PIC X(200).
       01  WS-IN-F6                 PIC X(200).
       01  WS-IN-F7                 PIC X(200).
       01  WS-IN-F8                 PIC X(200).
       01  WS-IN-F9                 PIC X(200).
       01  WS-IN-BINDING            PIC X(12).

       01  WS-CNT-PENDING           PIC 9(03) VALUE 0.
       01  WS-CNT-ATTESTED          PIC 9(03) VALUE 0.
       01  WS-CNT-SETTLED           PIC 9(03) VALUE 0.
       01  WS-CNT-LAPSED            PIC 9(03) VALUE 0.
       01  WS-CNT-DORMANT           PIC 9(03) VALUE 0.
       01  WS-CNT-APPLIED           PIC 9(03) VALUE 0.
       01  WS-CUR-REVIEWER          PIC X(20).
       01  WS-STATUS-TEXT           PIC X(08).
       01  WS-SEEN-TEXT             PIC X(10).

       01  WS-SPL-ACTION            PIC X(04).
       01  WS-SPL-PGM               PIC X(30) VALUE "ACCESS-RECERT".
       01  WS-SPL-CLASS             PIC X(10) VALUE "BOARD".
       01  WS-SPL-TEXT              PIC X(132).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-COMMAND WS-ARG
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-TODAY-NUM.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
               TO WS-TODAY-INT.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           EVALUATE WS-COMMAND
               WHEN SPACES
               WHEN "REPORT"
                   PERFORM 2000-LOAD-CAMPAIGN THRU 2000-EXIT
                   PERFORM 6000-REPORT THRU 6000-EXIT
               WHEN "OPEN"
                   PERFORM 3000-OPEN-CAMPAIGN THRU 3000-EXIT
                   IF WS-RECERT-RC = 0
                       PERFORM 6000-REPORT THRU 6000-EXIT
                   END-IF
               WHEN "SWEEP"
                   PERFORM 4000-SWEEP THRU 4000-EXIT
                   IF WS-RECERT-RC = 0
                       PERFORM 6000-REPORT THRU 6000-EXIT
                   END-IF
               WHEN OTHER
                   DISPLAY "ACCESS-RECERT: usage: access_recert "
                           "[REPORT | OPEN [YYYY-MM-DD] | SWEEP]"
                   MOVE 8 TO WS-RECERT-RC
           END-EVALUATE.
           MOVE WS-RECERT-RC TO RETURN-CODE.
           STOP RUN.

      *> OPEN and SWEEP change the campaign file and the grants:
      *> update authority, under the enqueue the attestations
      *> append under.
       1000-TAKE-AUTHORITY.
           CALL "DLGAUTH" USING WS-AUTH-PGM WS-AUTH-CLASS
                               WS-AUTH-RC.
           IF WS-AUTH-RC = "12"
               MOVE 12 TO WS-RECERT-RC
               GO TO 1000-EXIT
           END-IF.
           MOVE "ENQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           IF WS-ENQ-RC = "12"
               DISPLAY "ACCESS-RECERT: could not take the "
                       "enqueue - try again or see ENQ-CONSOLE"
               MOVE 12 TO WS-RECERT-RC
           END-IF.
       1000-EXIT.
           EXIT.

       1100-RELEASE.
           MOVE "DEQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
       1100-EXIT.
           EXIT.

      *> Every campaign stays on file; a C record starts the next
      *> one, so what is left in the table at the end is the last.
       2000-LOAD-CAMPAIGN.
           MOVE "N" TO WS-CAMP-LOADED WS-CAMP-CLOSED WS-EOF-CAMP.
           MOVE 0 TO WS-ENT-COUNT.
           OPEN INPUT CAMP-FILE.
           IF WS-CAMP-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-READ-CAMPAIGN-LINE THRU 2100-EXIT
               UNTIL NO-MORE-CAMP.
           CLOSE CAMP-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-CAMPAIGN-LINE.
           READ CAMP-FILE
               AT END
                   SET NO-MORE-CAMP TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6 WS-IN-F7 WS-IN-F8 WS-IN-F9.
           UNSTRING CAMP-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-IN-F7 WS-IN-F8 WS-IN-F9
           END-UNSTRING.
           IF WS-IN-TAG = "C"
               SET CAMPAIGN-ON-FILE TO TRUE
               MOVE "N" TO WS-CAMP-CLOSED
               MOVE 0 TO WS-ENT-COUNT
               MOVE WS-IN-F2 TO WS-CAMP-ID
               MOVE WS-IN-F3 TO WS-CAMP-DEADLINE
               MOVE WS-IN-F4 TO WS-CAMP-OPENED
               MOVE WS-IN-F5 TO WS-CAMP-OPENED-BY
               GO TO 2100-EXIT
           END-IF.
           IF NOT CAMPAIGN-ON-FILE OR WS-IN-F2 NOT = WS-CAMP-ID
               GO TO 2100-EXIT
           END-IF.
           EVALUATE WS-IN-TAG
               WHEN "E"
                   PERFORM 2110-ADD-ENTRY THRU 2110-EXIT
               WHEN "T"
                   MOVE WS-IN-F3 TO WS-FIND-OPERATOR
                   PERFORM 2150-FIND-ENTRY THRU 2150-EXIT
                   IF WS-FOUND-POS > 0
                       PERFORM 2120-TAKE-ATTESTATION THRU 2120-EXIT
                   END-IF
               WHEN "X"
                   MOVE WS-IN-F3 TO WS-FIND-OPERATOR
                   PERFORM 2150-FIND-ENTRY THRU 2150-EXIT
                   IF WS-FOUND-POS > 0
                       MOVE WS-IN-F4
                           TO WS-ENT-OUTCOME (WS-FOUND-POS)
                       MOVE WS-IN-F5(1:8)
                           TO WS-ENT-OUTCOME-DATE (WS-FOUND-POS)
                   END-IF
               WHEN "Z"
                   SET CAMPAIGN-IS-CLOSED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2110-ADD-ENTRY.
           IF WS-ENT-COUNT >= WS-ENT-MAX
               GO TO 2110-EXIT
           END-IF.
           ADD 1 TO WS-ENT-COUNT.
           INITIALIZE WS-ENT-ENTRY (WS-ENT-COUNT).
           MOVE WS-IN-F3 TO WS-ENT-OPERATOR (WS-ENT-COUNT).
           MOVE WS-IN-F4 TO WS-ENT-CLASSES (WS-ENT-COUNT).
           MOVE WS-IN-F5 TO WS-ENT-TRADS (WS-ENT-COUNT).
           MOVE WS-IN-F6 TO WS-ENT-SENS (WS-ENT-COUNT).
           MOVE WS-IN-F7 TO WS-ENT-REVIEWER (WS-ENT-COUNT).
       2110-EXIT.
           EXIT.

      *> The latest attestation stands until the sweep applies it.
       2120-TAKE-ATTESTATION.
           MOVE WS-IN-F4 TO WS-ENT-DECISION (WS-FOUND-POS).
           MOVE WS-IN-F5 TO WS-ENT-NEW-CLASSES (WS-FOUND-POS).
           MOVE WS-IN-F6 TO WS-ENT-NEW-TRADS (WS-FOUND-POS).
           MOVE WS-IN-F7 TO WS-ENT-NEW-SENS (WS-FOUND-POS).
           MOVE WS-IN-F8 TO WS-ENT-ATTESTER (WS-FOUND-POS).
           MOVE WS-IN-F9(1:8) TO WS-ENT-ATTEST-DATE (WS-FOUND-POS).
       2120-EXIT.
           EXIT.

       2150-FIND-ENTRY.
           MOVE 0 TO WS-FOUND-POS.
           PERFORM 2160-PROBE-ENTRY THRU 2160-EXIT
               VARYING WS-ENT-POS-2 FROM 1 BY 1
               UNTIL WS-ENT-POS-2 > WS-ENT-COUNT
                  OR WS-FOUND-POS > 0.
       2150-EXIT.
           EXIT.

       2160-PROBE-ENTRY.
           IF WS-ENT-OPERATOR (WS-ENT-POS-2) = WS-FIND-OPERATOR
               MOVE WS-ENT-POS-2 TO WS-FOUND-POS
           END-IF.
       2160-EXIT.
           EXIT.

       3000-OPEN-CAMPAIGN.
           PERFORM 1000-TAKE-AUTHORITY THRU 1000-EXIT.
           IF WS-RECERT-RC NOT = 0
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2000-LOAD-CAMPAIGN THRU 2000-EXIT.
           IF CAMPAIGN-ON-FILE AND NOT CAMPAIGN-IS-CLOSED
               DISPLAY "ACCESS-RECERT: campaign " WS-CAMP-ID
                       " is still open - SWEEP it closed first"
               MOVE 8 TO WS-RECERT-RC
               GO TO 3090-RELEASE
           END-IF.
           COMPUTE WS-QUARTER =
               (FUNCTION NUMVAL(WS-TODAY(5:2)) - 1) / 3 + 1.
           MOVE SPACES TO WS-NEW-CAMP-ID.
           STRING WS-TODAY(1:4) "Q" WS-QUARTER
               DELIMITED BY SIZE INTO WS-NEW-CAMP-ID
           END-STRING.
           IF CAMPAIGN-ON-FILE AND WS-CAMP-ID = WS-NEW-CAMP-ID
               DISPLAY "ACCESS-RECERT: campaign " WS-NEW-CAMP-ID
                       " has already run this quarter"
               MOVE 8 TO WS-RECERT-RC
               GO TO 3090-RELEASE
           END-IF.
           PERFORM 3100-TAKE-DEADLINE THRU 3100-EXIT.
           IF WS-RECERT-RC NOT = 0
               GO TO 3090-RELEASE
           END-IF.
           PERFORM 3200-LOAD-REVIEWER THRU 3200-EXIT
               UNTIL NO-MORE-REVIEWER.
           MOVE 0 TO WS-ENT-COUNT WS-UNASSIGNED.
           OPEN INPUT AUTH-FILE.
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "ACCESS-RECERT: no "
                       FUNCTION TRIM(WS-CFN-01)
                       " - nothing to recertify"
               MOVE 8 TO WS-RECERT-RC
               GO TO 3090-RELEASE
           END-IF.
           PERFORM 3300-SNAPSHOT-ONE-GRANT THRU 3300-EXIT
               UNTIL NO-MORE-AUTH.
           CLOSE AUTH-FILE.
           IF WS-UNASSIGNED > 0
               DISPLAY "ACCESS-RECERT: " WS-UNASSIGNED
                       " entry(ies) without a reviewer - add them "
                       "to " FUNCTION TRIM(WS-CFN-03)
               MOVE 8 TO WS-RECERT-RC
               GO TO 3090-RELEASE
           END-IF.
           IF WS-ENT-COUNT = 0
               DISPLAY "ACCESS-RECERT: no live grants to recertify"
               MOVE 8 TO WS-RECERT-RC
               GO TO 3090-RELEASE
           END-IF.
           MOVE WS-NEW-CAMP-ID TO WS-CAMP-ID.
           MOVE WS-NEW-DEADLINE TO WS-CAMP-DEADLINE.
           MOVE WS-RUN-TIMESTAMP TO WS-CAMP-OPENED.
           MOVE WS-OPERATOR-ID TO WS-CAMP-OPENED-BY.
           SET CAMPAIGN-ON-FILE TO TRUE.
           MOVE "N" TO WS-CAMP-CLOSED.
           PERFORM 3500-WRITE-CAMPAIGN THRU 3500-EXIT.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "ACCESS-RECERT OPEN " WS-CAMP-ID
                  " deadline " WS-CAMP-DEADLINE
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           DISPLAY "ACCESS-RECERT: campaign " WS-CAMP-ID
                   " opened - " WS-ENT-COUNT " grant(s) to attest by "
                   WS-CAMP-DEADLINE.
       3090-RELEASE.
           PERFORM 1100-RELEASE THRU 1100-EXIT.
       3000-EXIT.
           EXIT.

       3100-TAKE-DEADLINE.
           IF WS-ARG = SPACES
               COMPUTE WS-WORK-INT = WS-TODAY-INT + 30
               MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
                   TO WS-WORK-NUM
               MOVE WS-WORK-NUM TO WS-NEW-DEADLINE
               GO TO 3100-EXIT
           END-IF.
           MOVE SPACES TO WS-NEW-DEADLINE.
           STRING WS-ARG(1:4) WS-ARG(6:2) WS-ARG(9:2)
               DELIMITED BY SIZE INTO WS-NEW-DEADLINE
           END-STRING.
           IF WS-NEW-DEADLINE IS NOT NUMERIC
               DISPLAY "ACCESS-RECERT: deadline must be YYYY-MM-DD"
               MOVE 8 TO WS-RECERT-RC
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-NEW-DEADLINE TO WS-WORK-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-NUM) NOT = 0
                   OR WS-NEW-DEADLINE NOT > WS-TODAY
               DISPLAY "ACCESS-RECERT: deadline "
                       FUNCTION TRIM(WS-ARG)
                       " is not a date after today"
               MOVE 8 TO WS-RECERT-RC
           END-IF.
       3100-EXIT.
           EXIT.

       3200-LOAD-REVIEWER.
           IF WS-REVIEWER-STATUS = SPACES
               OPEN INPUT REVIEWER-FILE
               IF WS-REVIEWER-STATUS NOT = "00"
                   SET NO-MORE-REVIEWER TO TRUE
                   GO TO 3200-EXIT
               END-IF
           END-IF.
           READ REVIEWER-FILE
               AT END
                   SET NO-MORE-REVIEWER TO TRUE
                   CLOSE REVIEWER-FILE
                   GO TO 3200-EXIT
           END-READ.
           IF REVIEWER-LINE(1:2) NOT = "V|"
               GO TO 3200-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING REVIEWER-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           IF WS-IN-F3 = SPACES
               GO TO 3200-EXIT
           END-IF.
           IF WS-IN-F2 = "*"
               MOVE WS-IN-F3 TO WS-RVW-DEFAULT
               GO TO 3200-EXIT
           END-IF.
           IF WS-RVW-COUNT < WS-RVW-MAX
               ADD 1 TO WS-RVW-COUNT
               MOVE WS-IN-F2 TO WS-RVW-OPERATOR (WS-RVW-COUNT)
               MOVE WS-IN-F3 TO WS-RVW-SUPERVISOR (WS-RVW-COUNT)
           END-IF.
       3200-EXIT.
           EXIT.

      *> A pre-scope entry snapshots as ALL + Y, the way DLGSCOPE
      *> reads it; an entry already revoked has nothing to review.
       3300-SNAPSHOT-ONE-GRANT.
           READ AUTH-FILE
               AT END
                   SET NO-MORE-AUTH TO TRUE
                   GO TO 3300-EXIT
           END-READ.
           IF AUTH-LINE(1:2) NOT = "A|"
               GO TO 3300-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5.
           UNSTRING AUTH-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
           END-UNSTRING.
           IF WS-IN-F3 = "-" AND WS-IN-F4 = "NONE"
               GO TO 3300-EXIT
           END-IF.
           IF WS-ENT-COUNT >= WS-ENT-MAX
               DISPLAY "ACCESS-RECERT: more than " WS-ENT-MAX
                       " grants - " FUNCTION TRIM(WS-IN-F2)
                       " not snapshotted"
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO WS-ENT-COUNT.
           INITIALIZE WS-ENT-ENTRY (WS-ENT-COUNT).
           MOVE WS-IN-F2 TO WS-ENT-OPERATOR (WS-ENT-COUNT).
           MOVE FUNCTION UPPER-CASE(WS-IN-F3)
               TO WS-ENT-CLASSES (WS-ENT-COUNT).
           IF WS-IN-F4 = SPACES
               MOVE "ALL" TO WS-ENT-TRADS (WS-ENT-COUNT)
               MOVE "Y" TO WS-ENT-SENS (WS-ENT-COUNT)
           ELSE
               MOVE WS-IN-F4 TO WS-ENT-TRADS (WS-ENT-COUNT)
               IF WS-IN-F5(1:1) = "Y"
                   MOVE "Y" TO WS-ENT-SENS (WS-ENT-COUNT)
               ELSE
                   MOVE "N" TO WS-ENT-SENS (WS-ENT-COUNT)
               END-IF
           END-IF.
           MOVE WS-RVW-DEFAULT TO WS-ENT-REVIEWER (WS-ENT-COUNT).
           PERFORM 3310-PROBE-REVIEWER THRU 3310-EXIT
               VARYING WS-RVW-POS FROM 1 BY 1
               UNTIL WS-RVW-POS > WS-RVW-COUNT.
           IF WS-ENT-REVIEWER (WS-ENT-COUNT) = SPACES
                   OR WS-ENT-REVIEWER (WS-ENT-COUNT)
                      = WS-ENT-OPERATOR (WS-ENT-COUNT)
               ADD 1 TO WS-UNASSIGNED
               DISPLAY "ACCESS-RECERT:   no reviewer other than "
                       "themselves for "
                       FUNCTION TRIM(WS-ENT-OPERATOR (WS-ENT-COUNT))
           END-IF.
       3300-EXIT.
           EXIT.

       3310-PROBE-REVIEWER.
           IF WS-RVW-OPERATOR (WS-RVW-POS)
                   = WS-ENT-OPERATOR (WS-ENT-COUNT)
               MOVE WS-RVW-SUPERVISOR (WS-RVW-POS)
                   TO WS-ENT-REVIEWER (WS-ENT-COUNT)
           END-IF.
       3310-EXIT.
           EXIT.

       3500-WRITE-CAMPAIGN.
           OPEN EXTEND CAMP-FILE.
           IF WS-CAMP-STATUS = "35"
               OPEN OUTPUT CAMP-FILE
           END-IF.
           MOVE SPACES TO CAMP-LINE.
           STRING "C|"                            DELIMITED BY SIZE
                  WS-CAMP-ID                      DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-CAMP-DEADLINE                DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-CAMP-OPENED                  DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMP-OPENED-BY)
                                                  DELIMITED BY SIZE
                  INTO CAMP-LINE
           END-STRING.
           WRITE CAMP-LINE.
           PERFORM 3510-WRITE-ONE-ENTRY THRU 3510-EXIT
               VARYING WS-ENT-POS FROM 1 BY 1
               UNTIL WS-ENT-POS > WS-ENT-COUNT.
           CLOSE CAMP-FILE.
       3500-EXIT.
           EXIT.

       3510-WRITE-ONE-ENTRY.
           MOVE SPACES TO CAMP-LINE.
           STRING "E|"                            DELIMITED BY SIZE
                  WS-CAMP-ID                      DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ENT-OPERATOR (WS-ENT-POS))
                                                  DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ENT-CLASSES (WS-ENT-POS))
                                                  DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ENT-TRADS (WS-ENT-POS))
                                                  DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-ENT-SENS (WS-ENT-POS)        DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ENT-REVIEWER (WS-ENT-POS))
                                                  DELIMITED BY SIZE
                  INTO CAMP-LINE
           END-STRING.
           WRITE CAMP-LINE.
       3510-EXIT.
           EXIT.

      *> Settle what can be settled: an attested entry takes its
      *> decision, an unattested one past the deadline lapses.
       4000-SWEEP.
           PERFORM 1000-TAKE-AUTHORITY THRU 1000-EXIT.
           IF WS-RECERT-RC NOT = 0
               GO TO 4000-EXIT
           END-IF.
           PERFORM 2000-LOAD-CAMPAIGN THRU 2000-EXIT.
           IF NOT CAMPAIGN-ON-FILE OR CAMPAIGN-IS-CLOSED
               DISPLAY "ACCESS-RECERT: no open campaign - "
                       "nothing to sweep"
               GO TO 4090-RELEASE
           END-IF.
           MOVE 0 TO WS-CNT-APPLIED.
           PERFORM 4100-SETTLE-ONE-ENTRY THRU 4100-EXIT
               VARYING WS-ENT-POS FROM 1 BY 1
               UNTIL WS-ENT-POS > WS-ENT-COUNT.
           IF WS-CNT-APPLIED > 0
               PERFORM 4200-REWRITE-GRANTS THRU 4200-EXIT
               IF WS-RECERT-RC NOT = 0
                   GO TO 4090-RELEASE
               END-IF
           END-IF.
           PERFORM 4300-RECORD-OUTCOMES THRU 4300-EXIT.
       4090-RELEASE.
           PERFORM 1100-RELEASE THRU 1100-EXIT.
       4000-EXIT.
           EXIT.

       4100-SETTLE-ONE-ENTRY.
           MOVE "N" TO WS-ENT-APPLY (WS-ENT-POS).
           IF WS-ENT-OUTCOME (WS-ENT-POS) NOT = SPACES
               GO TO 4100-EXIT
           END-IF.
           EVALUATE WS-ENT-DECISION (WS-ENT-POS)
               WHEN "KEEP"
                   MOVE "KEPT" TO WS-ENT-OUTCOME (WS-ENT-POS)
               WHEN "REDUCE"
                   MOVE "REDUCED" TO WS-ENT-OUTCOME (WS-ENT-POS)
               WHEN "REVOKE"
                   MOVE "REVOKED" TO WS-ENT-OUTCOME (WS-ENT-POS)
               WHEN OTHER
                   IF WS-TODAY > WS-CAMP-DEADLINE
                       MOVE "LAPSED" TO WS-ENT-OUTCOME (WS-ENT-POS)
                   END-IF
           END-EVALUATE.
           IF WS-ENT-OUTCOME (WS-ENT-POS) = SPACES
               GO TO 4100-EXIT
           END-IF.
           MOVE "Y" TO WS-ENT-APPLY (WS-ENT-POS).
           MOVE WS-TODAY TO WS-ENT-OUTCOME-DATE (WS-ENT-POS).
           IF WS-ENT-OUTCOME (WS-ENT-POS) NOT = "KEPT"
               ADD 1 TO WS-CNT-APPLIED
           END-IF.
       4100-EXIT.
           EXIT.

      *> operator_auth.ref is rewritten through a work copy with
      *> every other line - comments included - left as it was.
       4200-REWRITE-GRANTS.
           MOVE "N" TO WS-EOF-AUTH.
           OPEN INPUT AUTH-FILE.
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "ACCESS-RECERT: cannot read "
                       FUNCTION TRIM(WS-CFN-01)
                       " - nothing applied"
               MOVE 12 TO WS-RECERT-RC
               GO TO 4200-EXIT
           END-IF.
           OPEN OUTPUT WORK-FILE.
           PERFORM 4210-COPY-ONE-GRANT THRU 4210-EXIT
               UNTIL NO-MORE-AUTH.
           CLOSE AUTH-FILE.
           CLOSE WORK-FILE.
           CALL "CBL_COPY_FILE" USING WS-CFN-04 WS-CFN-01.
           IF RETURN-CODE NOT = 0
               DISPLAY "ACCESS-RECERT: could not rewrite "
                       FUNCTION TRIM(WS-CFN-01)
                       " - nothing applied"
               MOVE 12 TO WS-RECERT-RC
               GO TO 4200-EXIT
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-CFN-04.
           MOVE 0 TO RETURN-CODE.
       4200-EXIT.
           EXIT.

       4210-COPY-ONE-GRANT.
           READ AUTH-FILE
               AT END
                   SET NO-MORE-AUTH TO TRUE
                   GO TO 4210-EXIT
           END-READ.
           MOVE AUTH-LINE TO WORK-LINE.
           IF AUTH-LINE(1:2) = "A|"
               MOVE SPACES TO WS-IN-F2
               UNSTRING AUTH-LINE DELIMITED BY "|"
                   INTO WS-IN-TAG WS-IN-F2
               END-UNSTRING
               MOVE WS-IN-F2 TO WS-FIND-OPERATOR
               PERFORM 2150-FIND-ENTRY THRU 2150-EXIT
               IF WS-FOUND-POS > 0
                   PERFORM 4220-REPLACE-GRANT THRU 4220-EXIT
               END-IF
           END-IF.
           WRITE WORK-LINE.
       4210-EXIT.
           EXIT.

       4220-REPLACE-GRANT.
           IF WS-ENT-APPLY (WS-FOUND-POS) NOT = "Y"
               GO TO 4220-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-BINDING.
           UNSTRING AUTH-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-BINDING
           END-UNSTRING.
           MOVE SPACES TO WORK-LINE.
           EVALUATE WS-ENT-OUTCOME (WS-FOUND-POS)
               WHEN "REDUCED"
                   STRING "A|"                    DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ENT-OPERATOR
                              (WS-FOUND-POS))     DELIMITED BY SIZE
                          "|"                     DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ENT-NEW-CLASSES
                              (WS-FOUND-POS))     DELIMITED BY SIZE
                          "|"                     DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ENT-NEW-TRADS
                              (WS-FOUND-POS))     DELIMITED BY SIZE
                          "|"                     DELIMITED BY SIZE
                          WS-ENT-NEW-SENS (WS-FOUND-POS)
                                                  DELIMITED BY SIZE
                          INTO WORK-LINE
                   END-STRING
               WHEN "REVOKED"
               WHEN "LAPSED"
                   STRING "A|"                    DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ENT-OPERATOR
                              (WS-FOUND-POS))     DELIMITED BY SIZE
                          "|-|NONE|N"             DELIMITED BY SIZE
                          INTO WORK-LINE
                   END-STRING
               WHEN OTHER
                   MOVE AUTH-LINE TO WORK-LINE
                   GO TO 4220-EXIT
           END-EVALUATE.
           IF WS-IN-BINDING NOT = SPACES
               MOVE SPACES TO WS-IN-F9
               STRING FUNCTION TRIM(WORK-LINE TRAILING)
                                                  DELIMITED BY SIZE
                      "|"                         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IN-BINDING)
                                                  DELIMITED BY SIZE
                      INTO WS-IN-F9
               END-STRING
               MOVE WS-IN-F9 TO WORK-LINE
           END-IF.
       4220-EXIT.
           EXIT.

       4300-RECORD-OUTCOMES.
           MOVE 0 TO WS-CNT-SETTLED.
           OPEN EXTEND CAMP-FILE.
           PERFORM 4310-RECORD-ONE-OUTCOME THRU 4310-EXIT
               VARYING WS-ENT-POS FROM 1 BY 1
               UNTIL WS-ENT-POS > WS-ENT-COUNT.
           IF WS-CNT-SETTLED = WS-ENT-COUNT
               MOVE SPACES TO CAMP-LINE
               STRING "Z|" WS-CAMP-ID "|" WS-RUN-TIMESTAMP
                   DELIMITED BY SIZE INTO CAMP-LINE
               END-STRING
               WRITE CAMP-LINE
               SET CAMPAIGN-IS-CLOSED TO TRUE
               DISPLAY "ACCESS-RECERT: campaign " WS-CAMP-ID
                       " closed - every grant settled"
           END-IF.
           CLOSE CAMP-FILE.
       4300-EXIT.
           EXIT.

       4310-RECORD-ONE-OUTCOME.
           IF WS-ENT-OUTCOME (WS-ENT-POS) NOT = SPACES
               ADD 1 TO WS-CNT-SETTLED
           END-IF.
           IF WS-ENT-APPLY (WS-ENT-POS) NOT = "Y"
               GO TO 4310-EXIT
           END-IF.
           MOVE SPACES TO CAMP-LINE.
           STRING "X|"                            DELIMITED BY SIZE
                  WS-CAMP-ID                      DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ENT-OPERATOR (WS-ENT-POS))
                                                  DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ENT-OUTCOME (WS-ENT-POS))
                                                  DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP                DELIMITED BY SIZE
                  INTO CAMP-LINE
           END-STRING.
           WRITE CAMP-LINE.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "ACCESS-RECERT " WS-CAMP-ID " "
                  FUNCTION TRIM(WS-ENT-OUTCOME (WS-ENT-POS)) " "
                  FUNCTION TRIM(WS-ENT-OPERATOR (WS-ENT-POS))
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           DISPLAY "ACCESS-RECERT: "
                   FUNCTION TRIM(WS-ENT-OPERATOR (WS-ENT-POS)) " "
                   FUNCTION TRIM(WS-ENT-OUTCOME (WS-ENT-POS)).
       4310-EXIT.
           EXIT.

      *> Last activity per snapshotted operator, from the same
      *> stamped records OPERATOR-ACTIVITY reports.
       5000-COLLECT-ACTIVITY.
           PERFORM 5100-SCAN-ONE-SOURCE THRU 5100-EXIT
               VARYING WS-SRC-POS FROM 1 BY 1
               UNTIL WS-SRC-POS > WS-SOURCE-COUNT.
       5000-EXIT.
           EXIT.

       5100-SCAN-ONE-SOURCE.
           MOVE WS-SRC-LOGICAL (WS-SRC-POS) TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-ACT-NAME.
           MOVE "N" TO WS-EOF-ACT.
           OPEN INPUT ACT-FILE.
           IF WS-ACT-STATUS NOT = "00"
               GO TO 5100-EXIT
           END-IF.
           PERFORM 5200-READ-ACTIVITY-LINE THRU 5200-EXIT
               UNTIL NO-MORE-ACT.
           CLOSE ACT-FILE.
       5100-EXIT.
           EXIT.

       5200-READ-ACTIVITY-LINE.
           READ ACT-FILE
               AT END
                   SET NO-MORE-ACT TO TRUE
                   GO TO 5200-EXIT
           END-READ.
           IF ACT-LINE(1:1) NOT = WS-SRC-TAG (WS-SRC-POS)
                   OR ACT-LINE(2:1) NOT = "|"
               GO TO 5200-EXIT
           END-IF.
           MOVE SPACES TO WS-FLD-TABLE.
           UNSTRING ACT-LINE DELIMITED BY "|"
               INTO WS-FLD (1) WS-FLD (2) WS-FLD (3) WS-FLD (4)
                    WS-FLD (5) WS-FLD (6) WS-FLD (7) WS-FLD (8)
           END-UNSTRING.
           MOVE WS-FLD (WS-SRC-OP-FLD (WS-SRC-POS)) TO WS-ROW-OPERATOR.
           MOVE WS-FLD (WS-SRC-DATE-FLD (WS-SRC-POS))
               TO WS-ROW-DATE.
           IF WS-ROW-DATE IS NOT NUMERIC
               GO TO 5200-EXIT
           END-IF.
           MOVE WS-ROW-OPERATOR TO WS-FIND-OPERATOR.
           PERFORM 2150-FIND-ENTRY THRU 2150-EXIT.
           IF WS-FOUND-POS > 0
               IF WS-ROW-DATE > WS-ENT-LAST-SEEN (WS-FOUND-POS)
                       OR WS-ENT-LAST-SEEN (WS-FOUND-POS) = SPACES
                   MOVE WS-ROW-DATE
                       TO WS-ENT-LAST-SEEN (WS-FOUND-POS)
               END-IF
           END-IF.
       5200-EXIT.
           EXIT.

      *> The campaign report: one section per reviewer (a REVIEWER
      *> break, so REPORT-BURST can send each supervisor their own
      *> list), then the dormant operators and the totals.
       6000-REPORT.
           IF NOT CAMPAIGN-ON-FILE
               DISPLAY "ACCESS-RECERT: no recertification campaign "
                       "on file - see access_recert OPEN"
               MOVE 4 TO WS-RECERT-RC
               GO TO 6000-EXIT
           END-IF.
           PERFORM 5000-COLLECT-ACTIVITY THRU 5000-EXIT.
           MOVE 0 TO WS-CNT-PENDING WS-CNT-ATTESTED WS-CNT-SETTLED
                     WS-CNT-LAPSED WS-CNT-DORMANT.
           PERFORM 6100-JUDGE-ONE-ENTRY THRU 6100-EXIT
               VARYING WS-ENT-POS FROM 1 BY 1
               UNTIL WS-ENT-POS > WS-ENT-COUNT.
           MOVE "OPEN" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "ACCESS RECERTIFICATION " WS-CAMP-ID
                  "   deadline " WS-CAMP-DEADLINE
                  "   opened by " FUNCTION TRIM(WS-CAMP-OPENED-BY)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE WS-CAMP-DEADLINE TO WS-WORK-NUM.
           COMPUTE WS-DAYS = FUNCTION INTEGER-OF-DATE(WS-WORK-NUM)
               - WS-TODAY-INT.
           MOVE WS-DAYS TO WS-DAYS-EDIT.
           MOVE SPACES TO WS-SPL-TEXT.
           EVALUATE TRUE
               WHEN CAMPAIGN-IS-CLOSED
                   MOVE "  campaign closed" TO WS-SPL-TEXT
               WHEN WS-DAYS < 0
                   MOVE "  PAST THE DEADLINE - unattested grants "
                       & "lapse at the next sweep" TO WS-SPL-TEXT
               WHEN OTHER
                   STRING "  " FUNCTION TRIM(WS-DAYS-EDIT)
                          " day(s) left to attest"
                       DELIMITED BY SIZE INTO WS-SPL-TEXT
                   END-STRING
           END-EVALUATE.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "==================================================="
               TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           PERFORM 6200-REPORT-NEXT-REVIEWER THRU 6200-EXIT
               VARYING WS-ENT-POS FROM 1 BY 1
               UNTIL WS-ENT-POS > WS-ENT-COUNT.
           PERFORM 8100-SPOOL-COMMON THRU 8100-EXIT.
           MOVE " " TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE WS-DORMANT-DAYS TO WS-DAYS-EDIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "DORMANT OPERATORS (no activity in "
                  FUNCTION TRIM(WS-DAYS-EDIT) " days)"
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "---------------------------------------------------"
               TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           PERFORM 6400-LIST-ONE-DORMANT THRU 6400-EXIT
               VARYING WS-ENT-POS FROM 1 BY 1
               UNTIL WS-ENT-POS > WS-ENT-COUNT.
           IF WS-CNT-DORMANT = 0
               MOVE "  (none)" TO WS-SPL-TEXT
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
           END-IF.
           MOVE " " TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "ACCESS-RECERT: " WS-ENT-COUNT " grant(s), "
                  WS-CNT-ATTESTED " attested, "
                  WS-CNT-PENDING " pending, "
                  WS-CNT-SETTLED " settled ("
                  WS-CNT-LAPSED " lapsed), "
                  WS-CNT-DORMANT " dormant"
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "CLOS" TO WS-SPL-ACTION.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
       6000-EXIT.
           EXIT.

       6100-JUDGE-ONE-ENTRY.
           MOVE "N" TO WS-ENT-LISTED (WS-ENT-POS).
           MOVE "N" TO WS-ENT-DORMANT (WS-ENT-POS).
           IF WS-ENT-LAST-SEEN (WS-ENT-POS) = SPACES
               MOVE "Y" TO WS-ENT-DORMANT (WS-ENT-POS)
           ELSE
               MOVE WS-ENT-LAST-SEEN (WS-ENT-POS) TO WS-WORK-NUM
               COMPUTE WS-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-WORK-NUM)
               IF WS-DAYS > WS-DORMANT-DAYS
                   MOVE "Y" TO WS-ENT-DORMANT (WS-ENT-POS)
               END-IF
           END-IF.
           IF WS-ENT-DORMANT (WS-ENT-POS) = "Y"
               ADD 1 TO WS-CNT-DORMANT
           END-IF.
           IF WS-ENT-DECISION (WS-ENT-POS) NOT = SPACES
               ADD 1 TO WS-CNT-ATTESTED
           END-IF.
           IF WS-ENT-OUTCOME (WS-ENT-POS) NOT = SPACES
               ADD 1 TO WS-CNT-SETTLED
           END-IF.
           IF WS-ENT-OUTCOME (WS-ENT-POS) = "LAPSED"
               ADD 1 TO WS-CNT-LAPSED
           END-IF.
           IF WS-ENT-DECISION (WS-ENT-POS) = SPACES
                   AND WS-ENT-OUTCOME (WS-ENT-POS) = SPACES
               ADD 1 TO WS-CNT-PENDING
           END-IF.
       6100-EXIT.
           EXIT.

      *> The first unlisted entry opens its reviewer's section and
      *> every entry of that reviewer is listed in one sweep.
       6200-REPORT-NEXT-REVIEWER.
           IF WS-ENT-LISTED (WS-ENT-POS) = "Y"
               GO TO 6200-EXIT
           END-IF.
           MOVE WS-ENT-REVIEWER (WS-ENT-POS) TO WS-CUR-REVIEWER.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "REVIEWER|" FUNCTION TRIM(WS-CUR-REVIEWER)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8200-SPOOL-BREAK THRU 8200-EXIT.
           MOVE " " TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "REVIEWER " FUNCTION TRIM(WS-CUR-REVIEWER)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "  OPERATOR             CLASSES SENS STATUS   "
               & "OUTCOME  LAST SEEN" TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           PERFORM 6300-LIST-ONE-ENTRY THRU 6300-EXIT
               VARYING WS-ENT-POS-2 FROM WS-ENT-POS BY 1
               UNTIL WS-ENT-POS-2 > WS-ENT-COUNT.
       6200-EXIT.
           EXIT.

       6300-LIST-ONE-ENTRY.
           IF WS-ENT-REVIEWER (WS-ENT-POS-2) NOT = WS-CUR-REVIEWER
                   OR WS-ENT-LISTED (WS-ENT-POS-2) = "Y"
               GO TO 6300-EXIT
           END-IF.
           MOVE "Y" TO WS-ENT-LISTED (WS-ENT-POS-2).
           IF WS-ENT-DECISION (WS-ENT-POS-2) = SPACES
               MOVE "PENDING" TO WS-STATUS-TEXT
           ELSE
               MOVE WS-ENT-DECISION (WS-ENT-POS-2) TO WS-STATUS-TEXT
           END-IF.
           IF WS-ENT-LAST-SEEN (WS-ENT-POS-2) = SPACES
               MOVE "never" TO WS-SEEN-TEXT
           ELSE
               MOVE WS-ENT-LAST-SEEN (WS-ENT-POS-2) TO WS-SEEN-TEXT
           END-IF.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "  " WS-ENT-OPERATOR (WS-ENT-POS-2) " "
                  WS-ENT-CLASSES (WS-ENT-POS-2) (1:7) " "
                  WS-ENT-SENS (WS-ENT-POS-2) "    "
                  WS-STATUS-TEXT " "
                  WS-ENT-OUTCOME (WS-ENT-POS-2) " "
                  WS-SEEN-TEXT
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           IF WS-ENT-DORMANT (WS-ENT-POS-2) = "Y"
               MOVE "DORMANT" TO WS-SPL-TEXT(66:7)
           END-IF.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "      traditions: "
                  FUNCTION TRIM(WS-ENT-TRADS (WS-ENT-POS-2))
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           IF WS-ENT-DECISION (WS-ENT-POS-2) = "REDUCE"
               MOVE SPACES TO WS-SPL-TEXT
               STRING "      reduce to:  "
                      FUNCTION TRIM(WS-ENT-NEW-CLASSES
                          (WS-ENT-POS-2)) " / "
                      FUNCTION TRIM(WS-ENT-NEW-TRADS
                          (WS-ENT-POS-2)) " / sensitive "
                      WS-ENT-NEW-SENS (WS-ENT-POS-2)
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
           END-IF.
           IF WS-ENT-ATTESTER (WS-ENT-POS-2) NOT = SPACES
               MOVE SPACES TO WS-SPL-TEXT
               STRING "      attested by "
                      FUNCTION TRIM(WS-ENT-ATTESTER (WS-ENT-POS-2))
                      " on " WS-ENT-ATTEST-DATE (WS-ENT-POS-2)
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
           END-IF.
       6300-EXIT.
           EXIT.

       6400-LIST-ONE-DORMANT.
           IF WS-ENT-DORMANT (WS-ENT-POS) NOT = "Y"
               GO TO 6400-EXIT
           END-IF.
           IF WS-ENT-LAST-SEEN (WS-ENT-POS) = SPACES
               MOVE "never" TO WS-SEEN-TEXT
           ELSE
               MOVE WS-ENT-LAST-SEEN (WS-ENT-POS) TO WS-SEEN-TEXT
           END-IF.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "  " WS-ENT-OPERATOR (WS-ENT-POS) " "
                  WS-ENT-CLASSES (WS-ENT-POS) (1:7) " last seen "
                  WS-SEEN-TEXT " reviewer "
                  FUNCTION TRIM(WS-ENT-REVIEWER (WS-ENT-POS))
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
       6400-EXIT.
           EXIT.

      *> One report line to the console and the spool member alike.
       8000-SPOOL-LINE.
           MOVE "LINE" TO WS-SPL-ACTION.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
       8000-EXIT.
           EXIT.

      *> A blank break: the lines after it go to every recipient.
       8100-SPOOL-COMMON.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8200-SPOOL-BREAK THRU 8200-EXIT.
       8100-EXIT.
           EXIT.

       8200-SPOOL-BREAK.
           MOVE "BRK " TO WS-SPL-ACTION.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
       8200-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "operator_auth.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "recert_campaign.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "recert_reviewers.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE "recert_work.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
       0900-EXIT.
           EXIT.
