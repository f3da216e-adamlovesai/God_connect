      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> DLGMEMB
      *>
      *> Shared member-reference resolution against the member
      *> master (batch/member_master.dat, kept by MEMBER-MAINT),
      *> CALLed the way the other DLG modules are. The side files
      *> were keyed freehand for years - "member 4411", "M4411" and
      *> "4411 (Mrs Adeyemi)" are one person - so every reader and
      *> every capture program resolves a reference here rather
      *> than guessing:
      *>
      *>     CALL "DLGMEMB" USING ref number canon name rc
      *>
      *> (fields in COPYLIB DLGMBR01). The first run of digits in
      *> the reference is the member number; a reference with no
      *> digits is matched on name (the text in parentheses when
      *> there is some) against the ACTIVE members, and resolves
      *> only when exactly one name matches. A member merged into
      *> another resolves to the survivor. canon comes back as
      *> "member NNNN", the form the side files now carry.
      *>
      *>     rc "00" ACTIVE member, "04" on the master but not
      *>     ACTIVE, "08" not on the master (number still returned
      *>     when the reference carried one), "16" no master.
      *>
      *> The master is read once, on the first call, and held for
      *> the run; the latest image of each member number wins.
      *>
      *> Compile (the nightly sweep does this automatically):
      *>     cobc -m -std=ibm -I COPYLIB -o DLGMEMB.so batch/dlgmemb.cob
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLGMEMB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MBR-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MBR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MBR-FILE.
       01  MBR-LINE                 PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-MBR-STATUS            PIC X(02) VALUE SPACES.
       01  WS-EOF-MBR               PIC X(01) VALUE "N".
           88  NO-MORE-MBR                   VALUE "Y".
       01  WS-LOAD-STATE            PIC X(01) VALUE "N".
           88  MASTER-NOT-LOADED             VALUE "N".
           88  MASTER-LOADED                 VALUE "Y".
           88  MASTER-MISSING                VALUE "X".

      *> The latest image of every member on the master.
       01  WS-MST-MAX               PIC 9(04) VALUE 3000.
       01  WS-MST-COUNT             PIC 9(04) VALUE 0.
       01  WS-MST-TABLE.
           05  WS-MST-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-MST-IDX.
               10  WS-MST-NUMBER    PIC 9(06).
               10  WS-MST-NAME      PIC X(40).
               10  WS-MST-UNAME     PIC X(40).
               10  WS-MST-STATE     PIC X(08).
               10  WS-MST-MERGED    PIC 9(06).
       01  WS-MST-POS               PIC 9(04) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-NUMBER             PIC X(06).
       01  WS-IN-NAME               PIC X(40).
       01  WS-IN-CHANNEL            PIC X(10).
       01  WS-IN-CONTACT            PIC X(60).
       01  WS-IN-STATE              PIC X(08).
       01  WS-IN-MERGED             PIC X(06).

      *> Scanning the reference.
       01  WS-REF                   PIC X(40).
       01  WS-REF-POS               PIC 9(02) VALUE 0.
       01  WS-DIG-TEXT              PIC X(06).
       01  WS-DIG-LEN               PIC 9(02) VALUE 0.
       01  WS-DIG-STATE             PIC X(01) VALUE "N".
           88  DIGITS-NOT-STARTED            VALUE "N".
           88  DIGITS-RUNNING                VALUE "R".
           88  DIGITS-DONE                   VALUE "D".
       01  WS-FIND-NAME             PIC X(40).
       01  WS-PAREN-OPEN            PIC 9(02) VALUE 0.
       01  WS-PAREN-CLOSE           PIC 9(02) VALUE 0.
       01  WS-NAME-HITS             PIC 9(04) VALUE 0.
       01  WS-WANT-NUMBER           PIC 9(06) VALUE 0.
       01  WS-NUM-LEN               PIC 9(02) VALUE 0.
       01  WS-HOLD-POS              PIC 9(04) VALUE 0.
       01  WS-HOPS                  PIC 9(02) VALUE 0.
       01  WS-NUM-EDIT              PIC Z(05)9.

       LINKAGE SECTION.
       01  LK-REF                   PIC X(40).
       01  LK-NUMBER                PIC X(06).
       01  LK-CANON                 PIC X(40).
       01  LK-NAME                  PIC X(40).
       01  LK-RC                    PIC X(02).

       PROCEDURE DIVISION USING LK-REF LK-NUMBER LK-CANON LK-NAME
                                LK-RC.
       0000-MAINLINE.
           MOVE SPACES TO LK-NUMBER LK-CANON LK-NAME.
           MOVE "08" TO LK-RC.
           IF MASTER-NOT-LOADED
               PERFORM 1000-LOAD-MASTER THRU 1000-EXIT
           END-IF.
           IF MASTER-MISSING
               MOVE "16" TO LK-RC
               GOBACK
           END-IF.
           MOVE LK-REF TO WS-REF.
           IF WS-REF = SPACES
               GOBACK
           END-IF.
           PERFORM 2000-RESOLVE-REFERENCE THRU 2000-EXIT.
           GOBACK.

       1000-LOAD-MASTER.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           SET MASTER-MISSING TO TRUE.
           OPEN INPUT MBR-FILE.
           IF WS-MBR-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-MBR.
           PERFORM 1100-LOAD-ONE-MEMBER THRU 1100-EXIT
               UNTIL NO-MORE-MBR.
           CLOSE MBR-FILE.
           SET MASTER-LOADED TO TRUE.
       1000-EXIT.
           EXIT.

      *> A later image of a number replaces the earlier one.
       1100-LOAD-ONE-MEMBER.
           READ MBR-FILE
               AT END
                   SET NO-MORE-MBR TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF MBR-LINE(1:2) NOT = "M|"
               GO TO 1100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-NUMBER WS-IN-NAME WS-IN-CHANNEL
                          WS-IN-CONTACT WS-IN-STATE WS-IN-MERGED.
           UNSTRING MBR-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-NUMBER WS-IN-NAME WS-IN-CHANNEL
                    WS-IN-CONTACT WS-IN-STATE WS-IN-MERGED
           END-UNSTRING.
           IF WS-IN-NUMBER = SPACES
               GO TO 1100-EXIT
           END-IF.
           COMPUTE WS-NUM-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-IN-NUMBER TRAILING)).
           IF WS-IN-NUMBER(1:WS-NUM-LEN) IS NOT NUMERIC
               GO TO 1100-EXIT
           END-IF.
           COMPUTE WS-WANT-NUMBER = FUNCTION NUMVAL(WS-IN-NUMBER).
           PERFORM 3000-FIND-NUMBER THRU 3000-EXIT.
           IF WS-MST-POS = 0
               IF WS-MST-COUNT >= WS-MST-MAX
                   DISPLAY "DLGMEMB: more than " WS-MST-MAX
                           " members on the master - the rest are "
                           "not resolved"
                   SET NO-MORE-MBR TO TRUE
                   GO TO 1100-EXIT
               END-IF
               ADD 1 TO WS-MST-COUNT
               MOVE WS-MST-COUNT TO WS-MST-POS
               MOVE WS-WANT-NUMBER TO WS-MST-NUMBER (WS-MST-POS)
           END-IF.
           MOVE WS-IN-NAME TO WS-MST-NAME (WS-MST-POS).
           MOVE FUNCTION UPPER-CASE(WS-IN-NAME)
               TO WS-MST-UNAME (WS-MST-POS).
           MOVE FUNCTION UPPER-CASE(WS-IN-STATE)
               TO WS-MST-STATE (WS-MST-POS).
           MOVE 0 TO WS-MST-MERGED (WS-MST-POS).
           IF WS-IN-MERGED NOT = SPACES
               COMPUTE WS-NUM-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-IN-MERGED TRAILING))
           END-IF.
           IF WS-IN-MERGED NOT = SPACES
                   AND WS-IN-MERGED(1:WS-NUM-LEN) IS NUMERIC
               COMPUTE WS-MST-MERGED (WS-MST-POS) =
                   FUNCTION NUMVAL(WS-IN-MERGED)
           END-IF.
       1100-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Reference to member: by number when it carries one, by a
      *> unique name otherwise, then along any merge chain.
      *>----------------------------------------------------------*>
       2000-RESOLVE-REFERENCE.
           MOVE SPACES TO WS-DIG-TEXT.
           MOVE 0 TO WS-DIG-LEN.
           SET DIGITS-NOT-STARTED TO TRUE.
           PERFORM 2100-SCAN-ONE-CHARACTER THRU 2100-EXIT
               VARYING WS-REF-POS FROM 1 BY 1
               UNTIL WS-REF-POS > 40 OR DIGITS-DONE.
           IF WS-DIG-LEN > 0
               COMPUTE WS-WANT-NUMBER =
                   FUNCTION NUMVAL(WS-DIG-TEXT(1:WS-DIG-LEN))
               MOVE WS-WANT-NUMBER TO WS-NUM-EDIT
               MOVE FUNCTION TRIM(WS-NUM-EDIT) TO LK-NUMBER
           ELSE
               PERFORM 2200-MATCH-BY-NAME THRU 2200-EXIT
               IF WS-NAME-HITS NOT = 1
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           PERFORM 3000-FIND-NUMBER THRU 3000-EXIT.
           IF WS-MST-POS = 0
               GO TO 2000-EXIT
           END-IF.
           MOVE 0 TO WS-HOPS.
           PERFORM 2300-FOLLOW-MERGE THRU 2300-EXIT
               UNTIL WS-MST-MERGED (WS-MST-POS) = 0
                  OR WS-HOPS >= 10.
           MOVE WS-MST-NUMBER (WS-MST-POS) TO WS-NUM-EDIT.
           MOVE FUNCTION TRIM(WS-NUM-EDIT) TO LK-NUMBER.
           STRING "member "                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-EDIT)  DELIMITED BY SIZE
                  INTO LK-CANON
           END-STRING.
           MOVE WS-MST-NAME (WS-MST-POS) TO LK-NAME.
           IF WS-MST-STATE (WS-MST-POS) = "ACTIVE"
               MOVE "00" TO LK-RC
           ELSE
               MOVE "04" TO LK-RC
           END-IF.
       2000-EXIT.
           EXIT.

      *> The first run of digits, at most six of them.
       2100-SCAN-ONE-CHARACTER.
           IF WS-REF(WS-REF-POS:1) IS NUMERIC
               SET DIGITS-RUNNING TO TRUE
               IF WS-DIG-LEN < 6
                   ADD 1 TO WS-DIG-LEN
                   MOVE WS-REF(WS-REF-POS:1)
                       TO WS-DIG-TEXT(WS-DIG-LEN:1)
               END-IF
               GO TO 2100-EXIT
           END-IF.
           IF DIGITS-RUNNING
               SET DIGITS-DONE TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

      *> The name asked for is the text in parentheses when there
      *> is some, the whole reference otherwise. Only ACTIVE members
      *> are candidates, and only a single match resolves.
       2200-MATCH-BY-NAME.
           MOVE 0 TO WS-NAME-HITS WS-PAREN-OPEN WS-PAREN-CLOSE.
           MOVE WS-REF TO WS-FIND-NAME.
           INSPECT WS-REF TALLYING WS-PAREN-OPEN
               FOR CHARACTERS BEFORE INITIAL "(".
           INSPECT WS-REF TALLYING WS-PAREN-CLOSE
               FOR CHARACTERS BEFORE INITIAL ")".
           IF WS-PAREN-OPEN < 40
                   AND WS-PAREN-CLOSE > WS-PAREN-OPEN + 1
               MOVE WS-REF(WS-PAREN-OPEN + 2:
                           WS-PAREN-CLOSE - WS-PAREN-OPEN - 1)
                   TO WS-FIND-NAME
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIND-NAME))
               TO WS-FIND-NAME.
           IF WS-FIND-NAME = SPACES
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2210-TRY-ONE-NAME THRU 2210-EXIT
               VARYING WS-MST-POS FROM 1 BY 1
               UNTIL WS-MST-POS > WS-MST-COUNT.
       2200-EXIT.
           EXIT.

       2210-TRY-ONE-NAME.
           IF WS-MST-STATE (WS-MST-POS) = "ACTIVE"
                   AND WS-MST-UNAME (WS-MST-POS) = WS-FIND-NAME
               ADD 1 TO WS-NAME-HITS
               MOVE WS-MST-NUMBER (WS-MST-POS) TO WS-WANT-NUMBER
           END-IF.
       2210-EXIT.
           EXIT.

      *> A merge into a number not on the master stops the chain
      *> at the member that points to it.
       2300-FOLLOW-MERGE.
           ADD 1 TO WS-HOPS.
           MOVE WS-MST-MERGED (WS-MST-POS) TO WS-WANT-NUMBER.
           MOVE WS-MST-POS TO WS-HOLD-POS.
           PERFORM 3000-FIND-NUMBER THRU 3000-EXIT.
           IF WS-MST-POS = 0
               MOVE WS-HOLD-POS TO WS-MST-POS
               MOVE 10 TO WS-HOPS
           END-IF.
       2300-EXIT.
           EXIT.

       3000-FIND-NUMBER.
           MOVE 0 TO WS-MST-POS.
           SET WS-MST-IDX TO 1.
           IF WS-MST-COUNT > 0
               SEARCH WS-MST-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MST-IDX > WS-MST-COUNT
                       CONTINUE
                   WHEN WS-MST-NUMBER (WS-MST-IDX) = WS-WANT-NUMBER
                       SET WS-MST-POS TO WS-MST-IDX
               END-SEARCH
           END-IF.
       3000-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "member_master.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
       0900-EXIT.
           EXIT.
