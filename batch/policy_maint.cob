      *> Commands:
      *>     policy_maint ADD "subject|MODE=judgment|reason"
      *>     policy_maint ADD "subject|PAIR=Other Name|reason"
      *>     policy_maint ADD "subject|MODE=judgment|reason|
      *>         YYYY-MM-DD"
      *>     policy_maint LIST
      *> The effective date defaults to today. INTAKE-LOAD rejects
      *> violating record sets; CASTING-POLICY-SCAN reports records
      *> already on file that violate current policy.
      *>
      *> The policy is under change control (RULE-CHANGE): ADD no
      *> longer touches the live file but appends the ruling to the
      *> staged copy <policy file>.staged (started from the live
      *> policy when there is none), so several rulings can go
      *> forward as one proposal. Propose the staged copy with
      *>     rule_change PROPOSE "casting_policy.ref|YYYY-MM-DD|
      *>         batch/casting_policy.ref.staged|reason"
      *> and it takes effect once another operator approves it.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-08-22.
      *>                      through the shop configuration
      *>                      (DLGCFG) like the other curated
      *>                      reference files.
      *>     2026-10-15  DO   Rule-file change control: ADD
      *>                      stages the ruling in the staged copy
      *>                      for RULE-CHANGE PROPOSE instead of
      *>                      editing the live policy; optional
      *>                      effective date.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLICY-MAINT.
           SELECT POLICY-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT STAGE-FILE ASSIGN DYNAMIC WS-STAGED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
       01  POLICY-LINE              PIC X(400).

       FD  STAGE-FILE.
       01  STAGE-LINE               PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-POLICY-STATUS         PIC X(02).
       01  WS-STAGED-NAME           PIC X(200).
       01  WS-STAGE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-FILE-INFO.
           05  WS-FILE-SIZE         PIC X(08) COMP-X.
           05  FILLER               PIC X(08).
       01  WS-ARG-EFFECTIVE         PIC X(10) VALUE SPACES.
       01  WS-EOF-POLICY            PIC X(01) VALUE "N".
           88  NO-MORE-POLICY                VALUE "Y".

       2000-ADD-RULING.
           UNSTRING WS-PAYLOAD DELIMITED BY "|"
               INTO WS-ARG-SUBJECT WS-ARG-RESTRICT WS-ARG-REASON
                    WS-ARG-EFFECTIVE
           END-UNSTRING.
           IF WS-ARG-SUBJECT = SPACES
                   OR (WS-ARG-RESTRICT(1:5) NOT = "MODE="
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           IF WS-ARG-EFFECTIVE NOT = SPACES
               IF WS-ARG-EFFECTIVE(5:1) NOT = "-"
                       OR WS-ARG-EFFECTIVE(8:1) NOT = "-"
                       OR WS-ARG-EFFECTIVE(1:4) IS NOT NUMERIC
                       OR WS-ARG-EFFECTIVE(6:2) IS NOT NUMERIC
                       OR WS-ARG-EFFECTIVE(9:2) IS NOT NUMERIC
                   DISPLAY "POLICY-MAINT: effective date must be "
                           "YYYY-MM-DD"
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-EXIT
               END-IF
               MOVE WS-ARG-EFFECTIVE TO WS-TODAY-DASHED
           END-IF.
      *> The ruling goes to the staged copy for RULE-CHANGE, never
      *> the live policy; the first ADD starts it from the live
      *> file.
           MOVE SPACES TO WS-STAGED-NAME.
           STRING FUNCTION TRIM(WS-CFN-01) ".staged"
               DELIMITED BY SIZE INTO WS-STAGED-NAME
           END-STRING.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-STAGED-NAME
                                             WS-FILE-INFO.
           IF RETURN-CODE NOT = 0
               CALL "CBL_COPY_FILE" USING WS-CFN-01 WS-STAGED-NAME
           END-IF.
           MOVE 0 TO RETURN-CODE.
           OPEN EXTEND STAGE-FILE.
           IF WS-STAGE-STATUS = "35"
               OPEN OUTPUT STAGE-FILE
           END-IF.
           MOVE SPACES TO POLICY-LINE.
           STRING "P|"                           DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP               DELIMITED BY SIZE
                  INTO POLICY-LINE
           END-STRING.
           WRITE STAGE-LINE FROM POLICY-LINE.
           CLOSE STAGE-FILE.
           DISPLAY "POLICY-MAINT: ruling for """
                   FUNCTION TRIM(WS-ARG-SUBJECT) """ staged in "
                   FUNCTION TRIM(WS-STAGED-NAME).
           DISPLAY "POLICY-MAINT: not in force until proposed and "
                   "approved - rule_change PROPOSE "
                   """casting_policy.ref|" WS-TODAY-DASHED "|"
                   FUNCTION TRIM(WS-STAGED-NAME) "|reason""".
       2000-EXIT.
           EXIT.

