      *> The configuration loads once per run unit and is then a
      *> table probe per resolution.
      *>
      *> "As of" runs: when the DLGASOF environment variable holds
      *> a date (YYYY-MM-DD), a logical name with entries in the
      *> version registry batch/ref_versions.dat
      *>
      *>     V|logical|effective-date|version-file|change|stamp
      *>
      *> resolves to the version with the latest effective date on
      *> or before DLGASOF - the rules that were in force then -
      *> whatever the mapping above says. Names with no history,
      *> and every name when DLGASOF is unset, resolve as above.
      *> The registry itself resolves through the mapping under
      *> the logical name ref_versions.dat.
      *>
      *> Parish views: the installation hosts more than one
      *> parish when batch/parish_register.ref (resolved through
      *> the mapping under that logical name) lists them:
      *>
      *>     P|code|name|HOME      (HOME on the host parish's line)
      *>
      *> Each run then sees ONE parish - the operator's. The
      *> binding is column 6 of the operator's line on
      *> batch/operator_auth.ref (read from its fixed place, as
      *> DLGAUTH and DLGSCOPE read it, so no alternate
      *> configuration can rebind an operator): a parish code, or
      *> * for data-centre staff; a blank column, or no entry at
      *> all, binds to the home parish. DLGPARISH may ask for
      *> another view - ALL for every parish at once, or one
      *> code - but only data-centre staff are granted anything
      *> other than their own parish; unset, staff see the home
      *> parish. A refused or unknown view is logged to the audit
      *> trail (AUTH-PARISH-DENIED) and ends the run with
      *> RETURN-CODE 12 before any file is touched.
      *>
      *> In a one-parish view the extract resolves to that
      *> parish's partition - "dialogue_data.dat" to
      *> batch/dialogue_data@STMARY.dat, "dialogue_data.dat(forum)"
      *> to batch/dialogue_data_forum@STMARY.dat (DLGPART cuts them)
      *> - so every reader of the extract is a per-parish reader
      *> without knowing it. MORNING-REPORT's history
      *> (morning_history.dat) is kept per parish the same way,
      *> so each parish's page compares against its own last
      *> morning. A logical name may carry its own
      *> suffix: "@code" names that parish's partition, "@*" the
      *> whole-installation file whatever the view (DLGPART and
      *> DLGPRSH, which maintain and judge the partitions). The
      *> reserved name "*PARISH" returns the view itself as
      *> view|home|binding (view and binding * for all parishes).
      *> With no register there is one parish and nothing changes.
      *>
      *> Compile (the nightly sweep does this automatically):
      *>     cobc -m -std=ibm -I COPYLIB -o DLGCFG.so batch/dlgcfg.cob
      *>
      *>                      batch/dialogue_data_forum.dat
      *>                      (DLGPART maintains the partitions)
      *>                      unless an explicit entry overrides.
      *>     2026-10-15  DO   Effective-dated rule files: with
      *>                      DLGASOF=YYYY-MM-DD set, a logical
      *>                      name holding a version history in
      *>                      batch/ref_versions.dat (RULE-CHANGE
      *>                      installs them) resolves to the copy
      *>                      in force on that date instead.
      *>     2026-10-15  DO   Parish views for a multi-parish
      *>                      installation: the run's view is
      *>                      settled from the parish register,
      *>                      the operator's binding and
      *>                      DLGPARISH; the extract and the
      *>                      morning history resolve to the
      *>                      viewed parish's partition.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLGCFG.
           SELECT CONFIG-FILE ASSIGN DYNAMIC WS-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT VERSIONS-FILE ASSIGN DYNAMIC WS-VERSIONS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSIONS-STATUS.
           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT AUTH-FILE ASSIGN TO "batch/operator_auth.ref"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CONFIG-LINE              PIC X(300).

       FD  VERSIONS-FILE.
       01  VERSIONS-LINE            PIC X(400).

       FD  REGISTER-FILE.
       01  REGISTER-LINE            PIC X(300).

       FD  AUTH-FILE.
       01  AUTH-LINE                PIC X(300).

       FD  AUDIT-FILE.
       01  AUDIT-LINE               PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-CONFIG-NAME           PIC X(200).
       01  WS-CONFIG-STATUS         PIC X(02).
       01  WS-QUAL-REST             PIC X(40).
       01  WS-QUAL-NAME             PIC X(20).
       01  WS-QUAL-LEN              PIC 9(02) VALUE 0.
       01  WS-VERSIONS-LOGICAL      PIC X(40).

      *> Effective-dated versions, loaded only for an "as of" run.
       01  WS-ASOF-DATE             PIC X(10) VALUE SPACES.
       01  WS-VERSIONS-NAME         PIC X(200).
       01  WS-VERSIONS-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EOF-VERSIONS          PIC X(01).
           88  NO-MORE-VERSIONS              VALUE "Y".
       01  WS-IN-EFFECTIVE          PIC X(10).
       01  WS-VER-MAX               PIC 9(03) VALUE 300.
       01  WS-VER-COUNT             PIC 9(03) VALUE 0.
       01  WS-VER-TABLE.
           05  WS-VER-ENTRY OCCURS 300 TIMES.
               10  WS-VER-LOGICAL   PIC X(40).
               10  WS-VER-EFFECTIVE PIC X(10).
               10  WS-VER-PATH      PIC X(200).
       01  WS-VER-POS               PIC 9(03).
       01  WS-VER-BEST              PIC 9(03).

      *> The run's parish view, settled once at load.
       01  WS-FIXED-LOGICAL         PIC X(40).
       01  WS-FIXED-PHYSICAL        PIC X(200).
       01  WS-REGISTER-NAME         PIC X(200).
       01  WS-REGISTER-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EOF-REGISTER          PIC X(01).
           88  NO-MORE-REGISTER              VALUE "Y".
       01  WS-AUTH-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EOF-AUTH              PIC X(01).
           88  NO-MORE-AUTH                  VALUE "Y".
       01  WS-AUDIT-NAME            PIC X(200).
       01  WS-AUDIT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-IN-CODE               PIC X(12).
       01  WS-IN-PARISH-NAME        PIC X(60).
       01  WS-IN-HOME-FLAG          PIC X(04).
       01  WS-IN-OPERATOR           PIC X(20).
       01  WS-IN-SKIP               PIC X(200).
       01  WS-IN-BINDING            PIC X(12).
       01  WS-PARISH-MAX            PIC 9(02) VALUE 50.
       01  WS-PARISH-COUNT          PIC 9(02) VALUE 0.
       01  WS-PARISH-TABLE.
           05  WS-PARISH-CODE       PIC X(12) OCCURS 50 TIMES.
       01  WS-PARISH-POS            PIC 9(02) VALUE 0.
       01  WS-PARISH-KNOWN          PIC X(01) VALUE "N".
       01  WS-PARISH-HOME           PIC X(12) VALUE SPACES.
       01  WS-PARISH-BOUND          PIC X(12) VALUE SPACES.
       01  WS-PARISH-ASKED          PIC X(12) VALUE SPACES.
       01  WS-PARISH-VIEW           PIC X(12) VALUE "*".
       01  WS-DENY-REASON           PIC X(40) VALUE SPACES.
       01  WS-RUN-TIMESTAMP         PIC X(21).

      *> Per-call working copy of the logical name with any
      *> "@parish" suffix split off, and the partitioned families.
       01  WS-RES-LOGICAL           PIC X(40).
       01  WS-RES-PARISH            PIC X(12).
       01  WS-RES-AT                PIC 9(02) VALUE 0.
       01  WS-APPLY-PARISH          PIC X(12).
       01  WS-PART-BASE             PIC X(40).
       01  WS-PHYS-LEN              PIC 9(03) VALUE 0.
       01  WS-PHYS-STEM             PIC X(200).
       01  WS-PHYS-EXT              PIC X(04).
       01  WS-PARTITIONED-NAMES.
           05  FILLER  PIC X(40) VALUE "dialogue_data.dat".
           05  FILLER  PIC X(40) VALUE "morning_history.dat".
       01  WS-PARTITIONED-TABLE REDEFINES WS-PARTITIONED-NAMES.
           05  WS-PARTITIONED-NAME  PIC X(40) OCCURS 2 TIMES.
       01  WS-PARTITIONED-COUNT     PIC 9(02) VALUE 2.
       01  WS-PARTITIONED-POS       PIC 9(02) VALUE 0.

       LINKAGE SECTION.
       01  LK-LOGICAL               PIC X(40).
           IF WS-CONFIG-NAME = SPACES
               MOVE "batch/shop_config.dat" TO WS-CONFIG-NAME
           END-IF.
           ACCEPT WS-ASOF-DATE FROM ENVIRONMENT "DLGASOF".
           OPEN INPUT CONFIG-FILE.
           IF WS-CONFIG-STATUS NOT = "00"
               GO TO 1000-VERSIONS
           END-IF.
           PERFORM 1100-LOAD-ONE-MAPPING THRU 1100-EXIT
               UNTIL NO-MORE-CONFIG.
           CLOSE CONFIG-FILE.
       1000-VERSIONS.
           IF WS-ASOF-DATE NOT = SPACES
               PERFORM 1200-LOAD-VERSIONS THRU 1200-EXIT
           END-IF.
           PERFORM 1300-SETTLE-PARISH-VIEW THRU 1300-EXIT.
       1000-EXIT.
           EXIT.

       1100-EXIT.
           EXIT.

      *> The registry resolves through the mapping like any other
      *> file, before the "as of" rule can apply to anything.
       1200-LOAD-VERSIONS.
           MOVE "ref_versions.dat" TO WS-VERSIONS-LOGICAL.
           MOVE "N" TO WS-EOF-VERSIONS.
           MOVE 0 TO WS-FOUND-POS.
           SET WS-MAP-IDX TO 1.
           IF WS-MAP-COUNT > 0
               SEARCH WS-MAP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MAP-IDX > WS-MAP-COUNT
                       CONTINUE
                   WHEN WS-MAP-LOGICAL (WS-MAP-IDX)
                           = WS-VERSIONS-LOGICAL
                       SET WS-FOUND-POS TO WS-MAP-IDX
               END-SEARCH
           END-IF.
           IF WS-FOUND-POS > 0
               SET WS-MAP-IDX TO WS-FOUND-POS
               MOVE WS-MAP-PHYSICAL (WS-MAP-IDX) TO WS-VERSIONS-NAME
           ELSE
               MOVE "batch/ref_versions.dat" TO WS-VERSIONS-NAME
           END-IF.
           OPEN INPUT VERSIONS-FILE.
           IF WS-VERSIONS-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-LOAD-ONE-VERSION THRU 1210-EXIT
               UNTIL NO-MORE-VERSIONS.
           CLOSE VERSIONS-FILE.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-VERSION.
           READ VERSIONS-FILE
               AT END
                   SET NO-MORE-VERSIONS TO TRUE
               NOT AT END
                   IF VERSIONS-LINE(1:2) = "V|"
                           AND WS-VER-COUNT < WS-VER-MAX
                       UNSTRING VERSIONS-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-LOGICAL
                                WS-IN-EFFECTIVE WS-IN-PHYSICAL
                       END-UNSTRING
                       ADD 1 TO WS-VER-COUNT
                       MOVE WS-IN-LOGICAL
                           TO WS-VER-LOGICAL (WS-VER-COUNT)
                       MOVE WS-IN-EFFECTIVE
                           TO WS-VER-EFFECTIVE (WS-VER-COUNT)
                       MOVE WS-IN-PHYSICAL
                           TO WS-VER-PATH (WS-VER-COUNT)
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.

      *> The register, then the operator's binding, then what the
      *> run asked for. No register - or an empty one - is the
      *> single-parish installation: view *, nothing partitioned.
       1300-SETTLE-PARISH-VIEW.
           MOVE "parish_register.ref" TO WS-FIXED-LOGICAL.
           PERFORM 1900-MAP-FIXED-NAME THRU 1900-EXIT.
           MOVE WS-FIXED-PHYSICAL TO WS-REGISTER-NAME.
           MOVE "N" TO WS-EOF-REGISTER.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-LOAD-ONE-PARISH THRU 1310-EXIT
               UNTIL NO-MORE-REGISTER.
           CLOSE REGISTER-FILE.
           IF WS-PARISH-COUNT = 0
               GO TO 1300-EXIT
           END-IF.
           IF WS-PARISH-HOME = SPACES
               MOVE WS-PARISH-CODE (1) TO WS-PARISH-HOME
           END-IF.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           MOVE "N" TO WS-EOF-AUTH.
           OPEN INPUT AUTH-FILE.
           IF WS-AUTH-STATUS = "00"
               PERFORM 1320-READ-ONE-BINDING THRU 1320-EXIT
                   UNTIL NO-MORE-AUTH
               CLOSE AUTH-FILE
           END-IF.
           IF WS-PARISH-BOUND = SPACES
               MOVE WS-PARISH-HOME TO WS-PARISH-BOUND
           END-IF.
           MOVE SPACES TO WS-PARISH-ASKED.
           ACCEPT WS-PARISH-ASKED FROM ENVIRONMENT "DLGPARISH".
           MOVE FUNCTION UPPER-CASE(WS-PARISH-ASKED)
               TO WS-PARISH-ASKED.
           IF WS-PARISH-ASKED = "ALL"
               MOVE "*" TO WS-PARISH-ASKED
           END-IF.
           IF WS-PARISH-ASKED = SPACES
               IF WS-PARISH-BOUND = "*"
                   MOVE WS-PARISH-HOME TO WS-PARISH-VIEW
               ELSE
                   MOVE WS-PARISH-BOUND TO WS-PARISH-VIEW
               END-IF
               GO TO 1300-EXIT
           END-IF.
           IF WS-PARISH-ASKED NOT = "*"
               MOVE "N" TO WS-PARISH-KNOWN
               PERFORM 1330-PROBE-ONE-PARISH THRU 1330-EXIT
                   VARYING WS-PARISH-POS FROM 1 BY 1
                   UNTIL WS-PARISH-POS > WS-PARISH-COUNT
               IF WS-PARISH-KNOWN = "N"
                   MOVE "not on the parish register"
                       TO WS-DENY-REASON
                   PERFORM 1390-REFUSE-VIEW THRU 1390-EXIT
               END-IF
           END-IF.
           IF WS-PARISH-BOUND NOT = "*"
                   AND WS-PARISH-ASKED NOT = WS-PARISH-BOUND
               MOVE SPACES TO WS-DENY-REASON
               STRING "operator bound to parish "
                      FUNCTION TRIM(WS-PARISH-BOUND)
                   DELIMITED BY SIZE INTO WS-DENY-REASON
               END-STRING
               PERFORM 1390-REFUSE-VIEW THRU 1390-EXIT
           END-IF.
           MOVE WS-PARISH-ASKED TO WS-PARISH-VIEW.
       1300-EXIT.
           EXIT.

       1310-LOAD-ONE-PARISH.
           READ REGISTER-FILE
               AT END
                   SET NO-MORE-REGISTER TO TRUE
               NOT AT END
                   IF REGISTER-LINE(1:2) = "P|"
                           AND WS-PARISH-COUNT < WS-PARISH-MAX
                       MOVE SPACES TO WS-IN-CODE WS-IN-HOME-FLAG
                       UNSTRING REGISTER-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-CODE
                                WS-IN-PARISH-NAME WS-IN-HOME-FLAG
                       END-UNSTRING
                       ADD 1 TO WS-PARISH-COUNT
                       MOVE FUNCTION UPPER-CASE(WS-IN-CODE)
                           TO WS-PARISH-CODE (WS-PARISH-COUNT)
                       IF FUNCTION UPPER-CASE(WS-IN-HOME-FLAG)
                               = "HOME"
                           MOVE WS-PARISH-CODE (WS-PARISH-COUNT)
                               TO WS-PARISH-HOME
                       END-IF
                   END-IF
           END-READ.
       1310-EXIT.
           EXIT.

       1320-READ-ONE-BINDING.
           READ AUTH-FILE
               AT END
                   SET NO-MORE-AUTH TO TRUE
               NOT AT END
                   IF AUTH-LINE(1:2) = "A|"
                       MOVE SPACES TO WS-IN-OPERATOR WS-IN-BINDING
                       UNSTRING AUTH-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-OPERATOR
                                WS-IN-SKIP WS-IN-SKIP WS-IN-SKIP
                                WS-IN-BINDING
                       END-UNSTRING
                       IF WS-IN-OPERATOR = WS-OPERATOR-ID
                           MOVE FUNCTION UPPER-CASE(WS-IN-BINDING)
                               TO WS-PARISH-BOUND
                       END-IF
                   END-IF
           END-READ.
       1320-EXIT.
           EXIT.

       1330-PROBE-ONE-PARISH.
           IF WS-PARISH-CODE (WS-PARISH-POS) = WS-PARISH-ASKED
               MOVE "Y" TO WS-PARISH-KNOWN
           END-IF.
       1330-EXIT.
           EXIT.

      *> A view the operator may not have stops the run here, in
      *> the first file-name resolution, before anything is read.
       1390-REFUSE-VIEW.
           DISPLAY "DLGCFG: parish view "
                   FUNCTION TRIM(WS-PARISH-ASKED)
                   " refused for " FUNCTION TRIM(WS-OPERATOR-ID)
                   " - " FUNCTION TRIM(WS-DENY-REASON).
           MOVE "audit.log" TO WS-FIXED-LOGICAL.
           PERFORM 1900-MAP-FIXED-NAME THRU 1900-EXIT.
           MOVE WS-FIXED-PHYSICAL TO WS-AUDIT-NAME.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE SPACES TO AUDIT-LINE.
           STRING "AUTH-PARISH-DENIED view "      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PARISH-ASKED)  DELIMITED BY SIZE
                  " - "                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DENY-REASON)   DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP                DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID)   DELIMITED BY SIZE
                  INTO AUDIT-LINE
           END-STRING.
           WRITE AUDIT-LINE.
           CLOSE AUDIT-FILE.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       1390-EXIT.
           EXIT.

      *> The mapping for one of DLGCFG's own files, with the same
      *> batch/<name> default the callers get.
       1900-MAP-FIXED-NAME.
           MOVE 0 TO WS-FOUND-POS.
           SET WS-MAP-IDX TO 1.
           IF WS-MAP-COUNT > 0
               SEARCH WS-MAP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MAP-IDX > WS-MAP-COUNT
                       CONTINUE
                   WHEN WS-MAP-LOGICAL (WS-MAP-IDX)
                           = WS-FIXED-LOGICAL
                       SET WS-FOUND-POS TO WS-MAP-IDX
               END-SEARCH
           END-IF.
           IF WS-FOUND-POS > 0
               SET WS-MAP-IDX TO WS-FOUND-POS
               MOVE WS-MAP-PHYSICAL (WS-MAP-IDX)
                   TO WS-FIXED-PHYSICAL
           ELSE
               MOVE SPACES TO WS-FIXED-PHYSICAL
               STRING "batch/"                        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FIXED-LOGICAL) DELIMITED BY SIZE
                      INTO WS-FIXED-PHYSICAL
               END-STRING
           END-IF.
       1900-EXIT.
           EXIT.

       2000-RESOLVE.
           IF LK-LOGICAL(1:7) = "*PARISH"
               MOVE SPACES TO LK-PHYSICAL
               STRING FUNCTION TRIM(WS-PARISH-VIEW)  DELIMITED BY SIZE
                      "|"                            DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PARISH-HOME)  DELIMITED BY SIZE
                      "|"                            DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PARISH-BOUND) DELIMITED BY SIZE
                      INTO LK-PHYSICAL
               END-STRING
               GO TO 2000-EXIT
           END-IF.
           MOVE LK-LOGICAL TO WS-RES-LOGICAL.
           MOVE SPACES TO WS-RES-PARISH.
           MOVE 0 TO WS-RES-AT.
           INSPECT LK-LOGICAL TALLYING WS-RES-AT FOR ALL "@".
           IF WS-RES-AT > 0
               MOVE SPACES TO WS-RES-LOGICAL
               UNSTRING LK-LOGICAL DELIMITED BY "@"
                   INTO WS-RES-LOGICAL WS-RES-PARISH
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(WS-RES-PARISH)
                   TO WS-RES-PARISH
           END-IF.
           MOVE 0 TO WS-FOUND-POS WS-QUAL-OPEN.
           INSPECT WS-RES-LOGICAL TALLYING WS-QUAL-OPEN
               FOR ALL "(".
           SET WS-MAP-IDX TO 1.
           IF WS-MAP-COUNT > 0
                       CONTINUE
                   WHEN WS-MAP-IDX > WS-MAP-COUNT
                       CONTINUE
                   WHEN WS-MAP-LOGICAL (WS-MAP-IDX)
                           = WS-RES-LOGICAL
                       SET WS-FOUND-POS TO WS-MAP-IDX
               END-SEARCH
           END-IF.
               ELSE
                   MOVE SPACES TO LK-PHYSICAL
                   STRING "batch/"                  DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RES-LOGICAL)
                                                   DELIMITED BY SIZE
                          INTO LK-PHYSICAL
                   END-STRING
               END-IF
           END-IF.
           IF WS-VER-COUNT > 0
               PERFORM 2200-RESOLVE-AS-OF THRU 2200-EXIT
           END-IF.
           PERFORM 2300-APPLY-PARISH THRU 2300-EXIT.
       2000-EXIT.
           EXIT.

       2100-RESOLVE-PARTITION.
           MOVE SPACES TO WS-QUAL-BASE WS-QUAL-NAME WS-QUAL-REST.
           UNSTRING WS-RES-LOGICAL DELIMITED BY "("
               INTO WS-QUAL-BASE WS-QUAL-REST
           END-UNSTRING.
           UNSTRING WS-QUAL-REST DELIMITED BY ")"
           END-STRING.
       2100-EXIT.
           EXIT.

      *> The version in force on the DLGASOF date: the latest
      *> effective date on or before it; on a tie the later
      *> registry line (the later installation) wins.
       2200-RESOLVE-AS-OF.
           MOVE 0 TO WS-VER-BEST.
           PERFORM 2210-WEIGH-ONE-VERSION THRU 2210-EXIT
               VARYING WS-VER-POS FROM 1 BY 1
               UNTIL WS-VER-POS > WS-VER-COUNT.
           IF WS-VER-BEST > 0
               MOVE WS-VER-PATH (WS-VER-BEST) TO LK-PHYSICAL
           END-IF.
       2200-EXIT.
           EXIT.

       2210-WEIGH-ONE-VERSION.
           IF WS-VER-LOGICAL (WS-VER-POS) NOT = WS-RES-LOGICAL
                   OR WS-VER-EFFECTIVE (WS-VER-POS) > WS-ASOF-DATE
               GO TO 2210-EXIT
           END-IF.
           IF WS-VER-BEST = 0
               MOVE WS-VER-POS TO WS-VER-BEST
               GO TO 2210-EXIT
           END-IF.
           IF WS-VER-EFFECTIVE (WS-VER-POS)
                   NOT < WS-VER-EFFECTIVE (WS-VER-BEST)
               MOVE WS-VER-POS TO WS-VER-BEST
           END-IF.
       2210-EXIT.
           EXIT.

      *> The parish partition: an explicit "@code" wins, "@*" is
      *> the whole installation, otherwise a partitioned family
      *> follows a one-parish view. The suffix rides inside the
      *> resolved name, ahead of its ".dat".
       2300-APPLY-PARISH.
           MOVE SPACES TO WS-APPLY-PARISH.
           IF WS-RES-PARISH = "*"
               GO TO 2300-EXIT
           END-IF.
           IF WS-RES-PARISH NOT = SPACES
               MOVE WS-RES-PARISH TO WS-APPLY-PARISH
           ELSE
               IF WS-PARISH-VIEW = "*"
                   GO TO 2300-EXIT
               END-IF
               MOVE SPACES TO WS-PART-BASE
               UNSTRING WS-RES-LOGICAL DELIMITED BY "("
                   INTO WS-PART-BASE
               END-UNSTRING
               PERFORM 2310-PROBE-ONE-FAMILY THRU 2310-EXIT
                   VARYING WS-PARTITIONED-POS FROM 1 BY 1
                   UNTIL WS-PARTITIONED-POS > WS-PARTITIONED-COUNT
           END-IF.
           IF WS-APPLY-PARISH = SPACES
               GO TO 2300-EXIT
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LK-PHYSICAL))
               TO WS-PHYS-LEN.
           MOVE LK-PHYSICAL TO WS-PHYS-STEM.
           MOVE SPACES TO WS-PHYS-EXT.
           IF WS-PHYS-LEN > 4
               IF LK-PHYSICAL(WS-PHYS-LEN - 3:4) = ".dat"
                   MOVE SPACES TO WS-PHYS-STEM
                   MOVE LK-PHYSICAL(1:WS-PHYS-LEN - 4)
                       TO WS-PHYS-STEM
                   MOVE ".dat" TO WS-PHYS-EXT
               END-IF
           END-IF.
           MOVE SPACES TO LK-PHYSICAL.
           STRING FUNCTION TRIM(WS-PHYS-STEM)   DELIMITED BY SIZE
                  "@"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-APPLY-PARISH) DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PHYS-EXT)    DELIMITED BY SIZE
                  INTO LK-PHYSICAL
           END-STRING.
       2300-EXIT.
           EXIT.

       2310-PROBE-ONE-FAMILY.
           IF WS-PARTITIONED-NAME (WS-PARTITIONED-POS)
                   = WS-PART-BASE
               MOVE WS-PARISH-VIEW TO WS-APPLY-PARISH
           END-IF.
       2310-EXIT.
           EXIT.
