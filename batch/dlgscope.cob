      *> other DLG modules use). DLGAUTH gates the destructive job
      *> classes; this gates what an R-class operator may READ.
      *>
      *> batch/operator_auth.ref carries three further columns:
      *>
      *>     A|operator-id|job-classes|traditions|sensitive-flag|
      *>       parish
      *>
      *> traditions is a comma list of top-level folders the
      *> operator may read (forum/judgment/reenactment count as
      *> operator with NO entry at all reads as ALL traditions but
      *> NO sensitive material - the day-one volunteer case.
      *>
      *> parish binds the operator to one parish of a multi-parish
      *> installation (* is data-centre staff, who may take the
      *> all-parishes view); DLGCFG settles the run's view from it.
      *> A record whose dialogue belongs to a parish outside that
      *> view (DLGPRSH PATH) is refused before any other test and
      *> logged as AUTH-SCOPE-DENIED scope PARISH <code>.
      *>
      *> A record under an embargo whose release has not come
      *> (EMBARGO-MAINT, answered by DLGEMBG) is refused next, and
      *> logged as scope EMBARGO <embargo-id>, unless the operator
      *> holds job class U - the editors who load and review the
      *> embargoed material before it is released.
      *>
      *> The caller passes its program name and the record's path;
      *> LK-RESULT comes back "00" (render it) or "12" (neither
      *> list nor render it). Each distinct refused tradition or
      *>
      *> MODIFICATION HISTORY
      *>     2026-09-02  DO   Initial version.
      *>     2026-10-15  DO   A dialogue outside the operator's
      *>                      parish view is refused and audited
      *>                      (DLGPRSH PATH).
      *>     2026-10-15  DO   An embargoed dialogue is refused to
      *>                      any operator without class U
      *>                      (DLGEMBG).
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLGSCOPE.
       01  WS-OPERATOR-FOUND        PIC X(01) VALUE "N".
       01  WS-GRANTED-TRADS         PIC X(200) VALUE "ALL".
       01  WS-GRANTED-SENS          PIC X(01) VALUE "N".
       01  WS-GRANTED-CLASSES       PIC X(10) VALUE "R".
       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-OPERATOR           PIC X(20).
       01  WS-IN-CLASSES            PIC X(10).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-DENY-WHAT             PIC X(42).

       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "DLGSCOPE".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).

       01  WS-EMBG-PATH             PIC X(200).
       01  WS-EMBG-RC               PIC X(02).
       01  WS-EMBG-ID               PIC X(04).
       01  WS-EMBG-RELEASE          PIC X(16).

      *> Refusals already logged this run, one audit line each.
       01  WS-LOGGED-MAX            PIC 9(02) VALUE 20.
       01  WS-LOGGED-COUNT          PIC 9(02) VALUE 0.
           UNSTRING LK-PATH DELIMITED BY "/"
               INTO WS-CUR-TRADITION
           END-UNSTRING.
           PERFORM 1500-CHECK-PARISH THRU 1500-EXIT.
           IF LK-RESULT = "00"
               PERFORM 1600-CHECK-EMBARGO THRU 1600-EXIT
           END-IF.
           IF LK-RESULT = "00"
               PERFORM 2000-CHECK-TRADITION THRU 2000-EXIT
           END-IF.
           IF LK-RESULT = "00"
               PERFORM 3000-CHECK-SENSITIVE THRU 3000-EXIT
           END-IF.
                       END-UNSTRING
                       IF WS-IN-OPERATOR = WS-OPERATOR-ID
                           MOVE "Y" TO WS-OPERATOR-FOUND
                           MOVE WS-IN-CLASSES TO WS-GRANTED-CLASSES
      *> A pre-scope entry (no columns 4/5) reads as ALL + Y so
      *> the established operators lose nothing at cutover.
                           IF WS-IN-TRADS = SPACES
       1230-EXIT.
           EXIT.

      *> Another parish's dialogue is out of scope whatever the
      *> tradition grant says.
       1500-CHECK-PARISH.
           MOVE LK-PATH TO WS-PRS-TEXT.
           MOVE "PATH" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
           IF WS-PRS-RC = "04"
               MOVE "12" TO LK-RESULT
               MOVE SPACES TO WS-DENY-WHAT
               STRING "PARISH "                    DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PRS-PARISH) DELIMITED BY SIZE
                      INTO WS-DENY-WHAT
               END-STRING
               PERFORM 4000-LOG-SCOPE-DENIAL THRU 4000-EXIT
           END-IF.
       1500-EXIT.
           EXIT.

      *> Until release an embargoed dialogue does not exist for
      *> anyone but the editors.
       1600-CHECK-EMBARGO.
           MOVE 0 TO WS-HITS.
           INSPECT WS-GRANTED-CLASSES TALLYING WS-HITS FOR ALL "U".
           IF WS-HITS > 0
               GO TO 1600-EXIT
           END-IF.
           MOVE LK-PATH TO WS-EMBG-PATH.
           CALL "DLGEMBG" USING WS-EMBG-PATH WS-EMBG-RC WS-EMBG-ID
                                WS-EMBG-RELEASE.
           IF WS-EMBG-RC = "12"
               MOVE "12" TO LK-RESULT
               MOVE SPACES TO WS-DENY-WHAT
               STRING "EMBARGO " WS-EMBG-ID
                   DELIMITED BY SIZE INTO WS-DENY-WHAT
               END-STRING
               PERFORM 4000-LOG-SCOPE-DENIAL THRU 4000-EXIT
           END-IF.
       1600-EXIT.
           EXIT.

       2000-CHECK-TRADITION.
           IF WS-GRANTED-TRADS(1:3) = "ALL"
               GO TO 2000-EXIT
