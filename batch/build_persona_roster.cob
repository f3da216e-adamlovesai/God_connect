      *> NAME|TRADITION, so a validation or reporting job can check a
      *> parsed speaker name against an authoritative list instead of
      *> trusting the generator got the spelling right every time.
      *> Personas the editors approved at onboarding
      *> (PERSONA-ONBOARD, batch/persona_bios.dat) join the roster
      *> with the tradition given there, before any set casting
      *> them has reached the tree.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *>                      batch/shop_config.dat) at startup;
      *>                      the delivered default reproduces
      *>                      the standard batch/ layout.
      *>     2026-10-15  DO   Personas approved at onboarding
      *>                      (batch/persona_bios.dat B records)
      *>                      are added to the roster.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-PERSONA-ROSTER.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROSTER-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BIO-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE.
       01  ROSTER-LINE              PIC X(120).

       FD  BIO-FILE.
       01  BIO-LINE                 PIC X(600).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-BIO-STATUS            PIC X(02).
       01  WS-EOF-BIO               PIC X(01) VALUE "N".
           88  NO-MORE-BIO                   VALUE "Y".
       01  WS-BIO-TAG               PIC X(01).
       01  WS-BIO-NAME              PIC X(80).
       01  WS-BIO-TRADITION         PIC X(80).
       01  WS-EOF-MANIFEST          PIC X(01) VALUE "N".
           88  NO-MORE-MANIFEST              VALUE "Y".
       01  WS-EOF-SRC               PIC X(01) VALUE "N".
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-MANIFEST THRU 2000-EXIT
               UNTIL NO-MORE-MANIFEST.
           PERFORM 3000-ADD-APPROVED-PERSONAS THRU 3000-EXIT.
           PERFORM 4000-WRITE-ROSTER THRU 4000-EXIT.
           PERFORM 5000-FINISH THRU 5000-EXIT.
           STOP RUN.
       2510-EXIT.
           EXIT.

      *> B|name|tradition|era|biography|operator|stamp
       3000-ADD-APPROVED-PERSONAS.
           OPEN INPUT BIO-FILE.
           IF WS-BIO-STATUS NOT = "00"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-READ-ONE-BIO THRU 3100-EXIT
               UNTIL NO-MORE-BIO.
           CLOSE BIO-FILE.
       3000-EXIT.
           EXIT.

       3100-READ-ONE-BIO.
           READ BIO-FILE
               AT END
                   SET NO-MORE-BIO TO TRUE
               NOT AT END
                   IF BIO-LINE(1:2) = "B|"
                       MOVE SPACES TO WS-BIO-NAME WS-BIO-TRADITION
                       UNSTRING BIO-LINE DELIMITED BY "|"
                           INTO WS-BIO-TAG WS-BIO-NAME
                                WS-BIO-TRADITION
                       END-UNSTRING
                       MOVE WS-BIO-NAME(1:40) TO WS-PERSONA-NAME
                       MOVE WS-BIO-TRADITION TO WS-CUR-TRADITION
                       PERFORM 2500-ADD-PERSONA THRU 2500-EXIT
                   END-IF
           END-READ.
       3100-EXIT.
           EXIT.

       4000-WRITE-ROSTER.
           OPEN OUTPUT ROSTER-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "persona_roster.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "persona_bios.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
       0900-EXIT.
           EXIT.
