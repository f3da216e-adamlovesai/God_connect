      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> COURSE-PROGRESS
      *>
      *> The catechumen course progress report, per course
      *> (batch/course_def.ref, DLGCRSE): who on the class list
      *> (COURSE-ENROL, batch/course_enrolments.dat) is behind,
      *> and which lessons the class has completed least
      *> (COURSE-CAPTURE, batch/course_progress.dat) - the
      *> lessons the coordinator should repeat or follow up.
      *>
      *> A course week runs seven days from the start date, and a
      *> lesson is due once its week is over. A member is BEHIND
      *> when a lesson that is due is not complete; the report
      *> names the lessons. Withdrawn members are counted but not
      *> chased. The lesson table ranks every lesson of the course
      *> by the share of the enrolled class that has completed it,
      *> lowest first, lessons not yet due marked as such.
      *>
      *> Usage:
      *>     course_progress [course]
      *>         one course, or every course inside the run's
      *>         parish view (DLGPRSH) when none is named
      *>
      *> The report goes to the spool (DLGSPOOL, class DAILY).
      *> A course whose definition has faults is not reported.
      *>
      *> RETURN-CODE 0 nobody behind, 4 someone behind, 8 a course
      *> named that cannot be reported.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-PROGRESS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENR-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENR-STATUS.
           SELECT PRG-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENR-FILE.
       01  ENR-LINE                 PIC X(300).

       FD  PRG-FILE.
       01  PRG-LINE                 PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-ENR-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PRG-STATUS            PIC X(02) VALUE SPACES.
       01  WS-EOF-ENR               PIC X(01) VALUE "N".
           88  NO-MORE-ENR                   VALUE "Y".
       01  WS-EOF-PRG               PIC X(01) VALUE "N".
           88  NO-MORE-PRG                   VALUE "Y".

       01  WS-ARG-COURSE            PIC X(20) VALUE SPACES.
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-TODAY                 PIC X(08).
       01  WS-TODAY-9 REDEFINES WS-TODAY
                                    PIC 9(08).
       01  WS-COURSES               PIC 9(03) VALUE 0.
       01  WS-ANY-BEHIND            PIC X(01) VALUE "N".
       01  WS-WORST-RC              PIC 9(02) VALUE 0.

      *> Where the course stands: the week it is in (0 not begun,
      *> weeks + 1 ended) and the lessons due.
       01  WS-START-NUM             PIC X(08).
       01  WS-START-9 REDEFINES WS-START-NUM
                                    PIC 9(08).
       01  WS-DAYS-IN               PIC S9(06) VALUE 0.
       01  WS-CUR-WEEK              PIC 9(02) VALUE 0.
       01  WS-DUE-COUNT             PIC 9(02) VALUE 0.

      *> The class: members as the records carry them, the number
      *> each resolves to, their latest state and their card.
       01  WS-CLS-MAX               PIC 9(03) VALUE 500.
       01  WS-CLS-COUNT             PIC 9(03) VALUE 0.
       01  WS-CLS-TABLE.
           05  WS-CLS-ENTRY OCCURS 500 TIMES.
               10  WS-CLS-MEMBER    PIC X(40).
               10  WS-CLS-NUMBER    PIC X(06).
               10  WS-CLS-STATE     PIC X(01).
               10  WS-CLS-CARD      PIC X(60).
       01  WS-CLS-POS               PIC 9(03) VALUE 0.
       01  WS-CLS-FOUND             PIC 9(03) VALUE 0.
       01  WS-WANT-MEMBER           PIC X(40).
       01  WS-WANT-NUMBER           PIC X(06).
       01  WS-ENROLLED              PIC 9(03) VALUE 0.
       01  WS-WITHDRAWN             PIC 9(03) VALUE 0.
       01  WS-BEHIND                PIC 9(03) VALUE 0.

      *> One member's standing.
       01  WS-MBR-DONE              PIC 9(02) VALUE 0.
       01  WS-MBR-MISSED            PIC 9(02) VALUE 0.
       01  WS-MISSING               PIC X(80) VALUE SPACES.
       01  WS-MISSING-PTR           PIC 9(03) VALUE 1.

      *> Per lesson: completions by the enrolled class, and the
      *> ranking.
       01  WS-LSN-TALLY.
           05  WS-LSN-DONE          PIC 9(03) OCCURS 60 TIMES.
           05  WS-LSN-RANKED        PIC X(01) OCCURS 60 TIMES.
       01  WS-LSN-POS               PIC 9(02) VALUE 0.
       01  WS-LSN-FOUND             PIC 9(02) VALUE 0.
       01  WS-LSN-WANT              PIC X(08).
       01  WS-LSN-LOW               PIC 9(02) VALUE 0.
       01  WS-RANK                  PIC 9(02) VALUE 0.
       01  WS-PCT                   PIC 9(03) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
       01  WS-IN-F4                 PIC X(240).

       01  WS-EDIT-2                PIC Z9.
       01  WS-EDIT-2B               PIC Z9.
       01  WS-EDIT-3                PIC ZZ9.
       01  WS-EDIT-3B               PIC ZZ9.
       01  WS-EDIT-3C               PIC ZZ9.
       01  WS-DUE-NOTE              PIC X(12).

       01  WS-SPL-ACTION            PIC X(04).
       01  WS-SPL-PGM               PIC X(30)
                                    VALUE "COURSE-PROGRESS".
       01  WS-SPL-CLASS             PIC X(10) VALUE "DAILY".
       01  WS-SPL-TEXT              PIC X(132).

       COPY DLGMBR01.
       COPY DLGCRS01.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY.
           ACCEPT WS-ARG-COURSE FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG-COURSE))
               TO WS-ARG-COURSE.
           MOVE "OPEN" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM WS-SPL-CLASS
                                 WS-SPL-TEXT.
           MOVE "CATECHUMEN COURSE PROGRESS" TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "AS AT " WS-TODAY(1:4) "-" WS-TODAY(5:2) "-"
                  WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE ALL "=" TO WS-SPL-TEXT(1:60).
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           IF WS-ARG-COURSE NOT = SPACES
               MOVE WS-ARG-COURSE TO WS-CRS-ID
               PERFORM 1000-REPORT-COURSE THRU 1000-EXIT
           ELSE
               MOVE SPACES TO WS-CRS-ID
               MOVE "NEXT" TO WS-CRS-ACTION
               CALL "DLGCRSE" USING WS-CRS-ACTION WS-CRS-AREA
               PERFORM 0100-REPORT-NEXT-COURSE THRU 0100-EXIT
                   UNTIL WS-CRS-RC = "10"
           END-IF.
           IF WS-COURSES = 0 AND WS-WORST-RC = 0
               MOVE SPACES TO WS-SPL-TEXT
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
               MOVE "  (no courses on batch/course_def.ref in view)"
                   TO WS-SPL-TEXT
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
           END-IF.
           MOVE "CLOS" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM WS-SPL-CLASS
                                 WS-SPL-TEXT.
           IF WS-WORST-RC = 0 AND WS-ANY-BEHIND = "Y"
               MOVE 4 TO WS-WORST-RC
           END-IF.
           MOVE WS-WORST-RC TO RETURN-CODE.
           STOP RUN.

      *> Walking every course: the ones outside the view are
      *> another parish's business and pass silently.
       0100-REPORT-NEXT-COURSE.
           MOVE "LOAD" TO WS-CRS-ACTION.
           CALL "DLGCRSE" USING WS-CRS-ACTION WS-CRS-AREA.
           IF WS-CRS-IN-VIEW = "Y"
               PERFORM 1000-REPORT-COURSE THRU 1000-EXIT
           END-IF.
           MOVE "NEXT" TO WS-CRS-ACTION.
           CALL "DLGCRSE" USING WS-CRS-ACTION WS-CRS-AREA.
       0100-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> One course: the class folded, then the two sections.
      *>----------------------------------------------------------*>
       1000-REPORT-COURSE.
           IF WS-ARG-COURSE NOT = SPACES
               MOVE "LOAD" TO WS-CRS-ACTION
               CALL "DLGCRSE" USING WS-CRS-ACTION WS-CRS-AREA
           END-IF.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           EVALUATE WS-CRS-RC
               WHEN "00"
                   CONTINUE
               WHEN "08"
                   MOVE SPACES TO WS-SPL-TEXT
                   STRING "COURSE " FUNCTION TRIM(WS-CRS-ID)
                          " NOT REPORTED - its definition has "
                          "faults; see batch/course_def.ref"
                       DELIMITED BY SIZE INTO WS-SPL-TEXT
                   END-STRING
                   PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
                   MOVE 8 TO WS-WORST-RC
                   GO TO 1000-EXIT
               WHEN OTHER
                   MOVE SPACES TO WS-SPL-TEXT
                   STRING "COURSE " FUNCTION TRIM(WS-CRS-ID)
                          " IS NOT ON batch/course_def.ref"
                       DELIMITED BY SIZE INTO WS-SPL-TEXT
                   END-STRING
                   PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
                   MOVE 8 TO WS-WORST-RC
                   GO TO 1000-EXIT
           END-EVALUATE.
           IF WS-CRS-IN-VIEW NOT = "Y"
               MOVE SPACES TO WS-SPL-TEXT
               STRING "COURSE " FUNCTION TRIM(WS-CRS-ID)
                      " IS RUN BY PARISH " FUNCTION TRIM(WS-CRS-PARISH)
                      ", OUTSIDE THIS RUN'S VIEW"
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
               MOVE 8 TO WS-WORST-RC
               GO TO 1000-EXIT
           END-IF.
           ADD 1 TO WS-COURSES.
           PERFORM 1100-PLACE-THE-WEEK THRU 1100-EXIT.
           PERFORM 1500-LOAD-CLASS THRU 1500-EXIT.
           PERFORM 1600-LOAD-COMPLETIONS THRU 1600-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "COURSE " FUNCTION TRIM(WS-CRS-ID) " - "
                  FUNCTION TRIM(WS-CRS-TITLE)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE WS-CRS-WEEKS TO WS-EDIT-2.
           MOVE SPACES TO WS-SPL-TEXT.
           EVALUATE TRUE
               WHEN WS-CUR-WEEK = 0
                   STRING "  begins " WS-CRS-START ", "
                          FUNCTION TRIM(WS-EDIT-2) " weeks"
                       DELIMITED BY SIZE INTO WS-SPL-TEXT
                   END-STRING
               WHEN WS-CUR-WEEK > WS-CRS-WEEKS
                   STRING "  began " WS-CRS-START ", all "
                          FUNCTION TRIM(WS-EDIT-2)
                          " weeks over - every lesson is due"
                       DELIMITED BY SIZE INTO WS-SPL-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE WS-CUR-WEEK TO WS-EDIT-2B
                   STRING "  began " WS-CRS-START ", now in week "
                          FUNCTION TRIM(WS-EDIT-2B) " of "
                          FUNCTION TRIM(WS-EDIT-2)
                       DELIMITED BY SIZE INTO WS-SPL-TEXT
                   END-STRING
           END-EVALUATE.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE 0 TO WS-BEHIND.
           PERFORM 1700-TALLY-ONE-MEMBER THRU 1700-EXIT
               VARYING WS-CLS-POS FROM 1 BY 1
               UNTIL WS-CLS-POS > WS-CLS-COUNT.
           MOVE WS-ENROLLED TO WS-EDIT-3.
           MOVE WS-WITHDRAWN TO WS-EDIT-3B.
           MOVE WS-DUE-COUNT TO WS-EDIT-2.
           MOVE WS-CRS-LSN-COUNT TO WS-EDIT-2B.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "  " FUNCTION TRIM(WS-EDIT-3) " enrolled, "
                  FUNCTION TRIM(WS-EDIT-3B) " withdrawn; "
                  FUNCTION TRIM(WS-EDIT-2) " of "
                  FUNCTION TRIM(WS-EDIT-2B) " lesson(s) due"
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           PERFORM 2000-MEMBERS-BEHIND THRU 2000-EXIT.
           PERFORM 3000-LESSON-COMPLETION THRU 3000-EXIT.
       1000-EXIT.
           EXIT.

      *> Week 1 starts on the start date; a lesson is due once its
      *> week has ended.
       1100-PLACE-THE-WEEK.
           MOVE SPACES TO WS-START-NUM.
           STRING WS-CRS-START(1:4) WS-CRS-START(6:2)
                  WS-CRS-START(9:2)
               DELIMITED BY SIZE INTO WS-START-NUM
           END-STRING.
           COMPUTE WS-DAYS-IN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-9)
               - FUNCTION INTEGER-OF-DATE(WS-START-9).
           IF WS-DAYS-IN < 0
               MOVE 0 TO WS-CUR-WEEK
           ELSE
               COMPUTE WS-CUR-WEEK = WS-DAYS-IN / 7 + 1
           END-IF.
           IF WS-CUR-WEEK > WS-CRS-WEEKS
               COMPUTE WS-CUR-WEEK = WS-CRS-WEEKS + 1
           END-IF.
           MOVE 0 TO WS-DUE-COUNT.
           PERFORM 1110-COUNT-ONE-DUE THRU 1110-EXIT
               VARYING WS-LSN-POS FROM 1 BY 1
               UNTIL WS-LSN-POS > WS-CRS-LSN-COUNT.
       1100-EXIT.
           EXIT.

       1110-COUNT-ONE-DUE.
           MOVE 0 TO WS-LSN-DONE (WS-LSN-POS).
           MOVE "N" TO WS-LSN-RANKED (WS-LSN-POS).
           IF WS-CRS-LSN-WEEK (WS-LSN-POS) < WS-CUR-WEEK
               ADD 1 TO WS-DUE-COUNT
           END-IF.
       1110-EXIT.
           EXIT.

      *> The class list for the course, latest record ruling.
       1500-LOAD-CLASS.
           MOVE 0 TO WS-CLS-COUNT WS-ENROLLED WS-WITHDRAWN.
           MOVE "N" TO WS-EOF-ENR.
           MOVE SPACES TO WS-ENR-STATUS.
           OPEN INPUT ENR-FILE.
           IF WS-ENR-STATUS NOT = "00"
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1510-LOAD-ONE-ENROLMENT THRU 1510-EXIT
               UNTIL NO-MORE-ENR.
           CLOSE ENR-FILE.
       1500-EXIT.
           EXIT.

      *> E|course|member|...  W|course|member|reason|...
       1510-LOAD-ONE-ENROLMENT.
           READ ENR-FILE
               AT END
                   SET NO-MORE-ENR TO TRUE
                   GO TO 1510-EXIT
           END-READ.
           IF ENR-LINE(1:2) NOT = "E|" AND ENR-LINE(1:2) NOT = "W|"
               GO TO 1510-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING ENR-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           IF FUNCTION UPPER-CASE(WS-IN-F2(1:12)) NOT = WS-CRS-ID
               GO TO 1510-EXIT
           END-IF.
           MOVE WS-IN-F3(1:40) TO WS-WANT-MEMBER.
           PERFORM 7000-RESOLVE-WANTED THRU 7000-EXIT.
           PERFORM 7100-FIND-MEMBER THRU 7100-EXIT.
           IF WS-CLS-FOUND = 0
               IF WS-CLS-COUNT >= WS-CLS-MAX
                   GO TO 1510-EXIT
               END-IF
               ADD 1 TO WS-CLS-COUNT
               MOVE WS-CLS-COUNT TO WS-CLS-FOUND
               MOVE WS-WANT-MEMBER TO WS-CLS-MEMBER (WS-CLS-FOUND)
               MOVE WS-WANT-NUMBER TO WS-CLS-NUMBER (WS-CLS-FOUND)
               MOVE ALL "N" TO WS-CLS-CARD (WS-CLS-FOUND)
           END-IF.
           MOVE WS-IN-TAG TO WS-CLS-STATE (WS-CLS-FOUND).
       1510-EXIT.
           EXIT.

      *> Completions onto the cards; a member not on the class
      *> list is not counted.
       1600-LOAD-COMPLETIONS.
           MOVE "N" TO WS-EOF-PRG.
           MOVE SPACES TO WS-PRG-STATUS.
           OPEN INPUT PRG-FILE.
           IF WS-PRG-STATUS NOT = "00"
               GO TO 1600-EXIT
           END-IF.
           PERFORM 1610-LOAD-ONE-COMPLETION THRU 1610-EXIT
               UNTIL NO-MORE-PRG.
           CLOSE PRG-FILE.
       1600-EXIT.
           EXIT.

      *> P|course|member|lesson|date|...  X|course|member|lesson|...
       1610-LOAD-ONE-COMPLETION.
           READ PRG-FILE
               AT END
                   SET NO-MORE-PRG TO TRUE
                   GO TO 1610-EXIT
           END-READ.
           IF PRG-LINE(1:2) NOT = "P|" AND PRG-LINE(1:2) NOT = "X|"
               GO TO 1610-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4.
           UNSTRING PRG-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
           END-UNSTRING.
           IF FUNCTION UPPER-CASE(WS-IN-F2(1:12)) NOT = WS-CRS-ID
               GO TO 1610-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-IN-F4(1:8)) TO WS-LSN-WANT.
           PERFORM 7200-FIND-LESSON THRU 7200-EXIT.
           IF WS-LSN-FOUND = 0
               GO TO 1610-EXIT
           END-IF.
           MOVE WS-IN-F3(1:40) TO WS-WANT-MEMBER.
           PERFORM 7000-RESOLVE-WANTED THRU 7000-EXIT.
           PERFORM 7100-FIND-MEMBER THRU 7100-EXIT.
           IF WS-CLS-FOUND = 0
               GO TO 1610-EXIT
           END-IF.
           IF WS-IN-TAG = "P"
               MOVE "Y" TO WS-CLS-CARD (WS-CLS-FOUND)(WS-LSN-FOUND:1)
           ELSE
               MOVE "N" TO WS-CLS-CARD (WS-CLS-FOUND)(WS-LSN-FOUND:1)
           END-IF.
       1610-EXIT.
           EXIT.

      *> The enrolled class's completions, lesson by lesson.
       1700-TALLY-ONE-MEMBER.
           IF WS-CLS-STATE (WS-CLS-POS) = "W"
               ADD 1 TO WS-WITHDRAWN
               GO TO 1700-EXIT
           END-IF.
           ADD 1 TO WS-ENROLLED.
           PERFORM 1710-TALLY-ONE-LESSON THRU 1710-EXIT
               VARYING WS-LSN-POS FROM 1 BY 1
               UNTIL WS-LSN-POS > WS-CRS-LSN-COUNT.
       1700-EXIT.
           EXIT.

       1710-TALLY-ONE-LESSON.
           IF WS-CLS-CARD (WS-CLS-POS)(WS-LSN-POS:1) = "Y"
               ADD 1 TO WS-LSN-DONE (WS-LSN-POS)
           END-IF.
       1710-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Who is behind: a lesson due and not complete.
      *>----------------------------------------------------------*>
       2000-MEMBERS-BEHIND.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "  MEMBERS BEHIND" TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "  MEMBER       NAME                  DONE  MISSING"
               TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           PERFORM 2100-CHECK-ONE-MEMBER THRU 2100-EXIT
               VARYING WS-CLS-POS FROM 1 BY 1
               UNTIL WS-CLS-POS > WS-CLS-COUNT.
           IF WS-BEHIND = 0
               MOVE "  (none)" TO WS-SPL-TEXT
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
           ELSE
               MOVE "Y" TO WS-ANY-BEHIND
               MOVE WS-BEHIND TO WS-EDIT-3
               MOVE SPACES TO WS-SPL-TEXT
               STRING "  " FUNCTION TRIM(WS-EDIT-3)
                      " member(s) behind"
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-MEMBER.
           IF WS-CLS-STATE (WS-CLS-POS) NOT = "E"
               GO TO 2100-EXIT
           END-IF.
           MOVE 0 TO WS-MBR-DONE WS-MBR-MISSED.
           MOVE SPACES TO WS-MISSING.
           MOVE 1 TO WS-MISSING-PTR.
           PERFORM 2110-CHECK-ONE-LESSON THRU 2110-EXIT
               VARYING WS-LSN-POS FROM 1 BY 1
               UNTIL WS-LSN-POS > WS-CRS-LSN-COUNT.
           IF WS-MBR-MISSED = 0
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-BEHIND.
           MOVE WS-CLS-MEMBER (WS-CLS-POS) TO WS-MBR-REF.
           CALL "DLGMEMB" USING WS-MBR-REF WS-MBR-NUMBER WS-MBR-CANON
                                WS-MBR-NAME WS-MBR-RC.
           MOVE WS-MBR-DONE TO WS-EDIT-2.
           MOVE SPACES TO WS-SPL-TEXT.
           MOVE WS-CLS-MEMBER (WS-CLS-POS) TO WS-SPL-TEXT(3:12).
           MOVE WS-MBR-NAME TO WS-SPL-TEXT(16:21).
           MOVE WS-EDIT-2 TO WS-SPL-TEXT(39:2).
           MOVE WS-MISSING TO WS-SPL-TEXT(44:80).
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
       2100-EXIT.
           EXIT.

       2110-CHECK-ONE-LESSON.
           IF WS-CLS-CARD (WS-CLS-POS)(WS-LSN-POS:1) = "Y"
               ADD 1 TO WS-MBR-DONE
               GO TO 2110-EXIT
           END-IF.
           IF WS-CRS-LSN-WEEK (WS-LSN-POS) NOT < WS-CUR-WEEK
               GO TO 2110-EXIT
           END-IF.
           ADD 1 TO WS-MBR-MISSED.
           IF WS-MISSING-PTR < 72
               STRING FUNCTION TRIM(WS-CRS-LSN-ID (WS-LSN-POS)) " "
                   DELIMITED BY SIZE INTO WS-MISSING
                   WITH POINTER WS-MISSING-PTR
               END-STRING
           ELSE
               MOVE "..." TO WS-MISSING(78:3)
           END-IF.
       2110-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The lessons by completion, lowest first.
      *>----------------------------------------------------------*>
       3000-LESSON-COMPLETION.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "  LESSONS BY COMPLETION, LOWEST FIRST" TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "  RANK LESSON   WEEK   DONE   PCT               TITLE"
               TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           PERFORM 3100-RANK-NEXT-LESSON THRU 3100-EXIT
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-CRS-LSN-COUNT.
       3000-EXIT.
           EXIT.

      *> The lesson with the fewest completions not yet ranked;
      *> ties go in course order.
       3100-RANK-NEXT-LESSON.
           MOVE 0 TO WS-LSN-LOW.
           PERFORM 3110-PROBE-ONE-LESSON THRU 3110-EXIT
               VARYING WS-LSN-POS FROM 1 BY 1
               UNTIL WS-LSN-POS > WS-CRS-LSN-COUNT.
           IF WS-LSN-LOW = 0
               GO TO 3100-EXIT
           END-IF.
           MOVE "Y" TO WS-LSN-RANKED (WS-LSN-LOW).
           IF WS-ENROLLED > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-LSN-DONE (WS-LSN-LOW) * 100 / WS-ENROLLED
           ELSE
               MOVE 0 TO WS-PCT
           END-IF.
           IF WS-CRS-LSN-WEEK (WS-LSN-LOW) < WS-CUR-WEEK
               MOVE SPACES TO WS-DUE-NOTE
           ELSE
               MOVE "not yet due" TO WS-DUE-NOTE
           END-IF.
           MOVE WS-RANK TO WS-EDIT-2.
           MOVE WS-CRS-LSN-WEEK (WS-LSN-LOW) TO WS-EDIT-2B.
           MOVE WS-LSN-DONE (WS-LSN-LOW) TO WS-EDIT-3.
           MOVE WS-ENROLLED TO WS-EDIT-3B.
           MOVE WS-PCT TO WS-EDIT-3C.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "    " WS-EDIT-2 " "
                  WS-CRS-LSN-ID (WS-LSN-LOW) "   "
                  WS-EDIT-2B "  " WS-EDIT-3 "/" WS-EDIT-3B "  "
                  WS-EDIT-3C "%  " WS-DUE-NOTE " "
                  FUNCTION TRIM(WS-CRS-LSN-TITLE (WS-LSN-LOW))
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
       3100-EXIT.
           EXIT.

       3110-PROBE-ONE-LESSON.
           IF WS-LSN-RANKED (WS-LSN-POS) = "Y"
               GO TO 3110-EXIT
           END-IF.
           IF WS-LSN-LOW = 0
               MOVE WS-LSN-POS TO WS-LSN-LOW
               GO TO 3110-EXIT
           END-IF.
           IF WS-LSN-DONE (WS-LSN-POS) < WS-LSN-DONE (WS-LSN-LOW)
               MOVE WS-LSN-POS TO WS-LSN-LOW
           END-IF.
       3110-EXIT.
           EXIT.

      *> WS-WANT-MEMBER as a record carries it; WS-WANT-NUMBER the
      *> member number it resolves to (spaces - none).
       7000-RESOLVE-WANTED.
           MOVE SPACES TO WS-WANT-NUMBER.
           MOVE WS-WANT-MEMBER TO WS-MBR-REF.
           CALL "DLGMEMB" USING WS-MBR-REF WS-MBR-NUMBER WS-MBR-CANON
                                WS-MBR-NAME WS-MBR-RC.
           IF WS-MBR-RC = "00" OR WS-MBR-RC = "04"
               MOVE WS-MBR-NUMBER TO WS-WANT-NUMBER
           END-IF.
       7000-EXIT.
           EXIT.

      *> The class-list entry for WS-WANT-MEMBER: the same member
      *> number, or the same text when there is none.
       7100-FIND-MEMBER.
           MOVE 0 TO WS-CLS-FOUND.
           PERFORM 7110-PROBE-ONE-MEMBER THRU 7110-EXIT
               VARYING WS-CLS-POS FROM 1 BY 1
               UNTIL WS-CLS-POS > WS-CLS-COUNT
                  OR WS-CLS-FOUND > 0.
       7100-EXIT.
           EXIT.

       7110-PROBE-ONE-MEMBER.
           IF WS-WANT-NUMBER NOT = SPACES
               IF WS-CLS-NUMBER (WS-CLS-POS) = WS-WANT-NUMBER
                   MOVE WS-CLS-POS TO WS-CLS-FOUND
               END-IF
           ELSE
               IF WS-CLS-NUMBER (WS-CLS-POS) = SPACES
                       AND WS-CLS-MEMBER (WS-CLS-POS) = WS-WANT-MEMBER
                   MOVE WS-CLS-POS TO WS-CLS-FOUND
               END-IF
           END-IF.
       7110-EXIT.
           EXIT.

      *> WS-LSN-WANT names a lesson; WS-LSN-FOUND its place.
       7200-FIND-LESSON.
           MOVE 0 TO WS-LSN-FOUND.
           PERFORM 7210-PROBE-ONE-LESSON THRU 7210-EXIT
               VARYING WS-LSN-POS FROM 1 BY 1
               UNTIL WS-LSN-POS > WS-CRS-LSN-COUNT
                  OR WS-LSN-FOUND > 0.
       7200-EXIT.
           EXIT.

       7210-PROBE-ONE-LESSON.
           IF WS-CRS-LSN-ID (WS-LSN-POS) = WS-LSN-WANT
               MOVE WS-LSN-POS TO WS-LSN-FOUND
           END-IF.
       7210-EXIT.
           EXIT.

       8000-SPOOL-LINE.
           MOVE "LINE" TO WS-SPL-ACTION.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM WS-SPL-CLASS
                                 WS-SPL-TEXT.
       8000-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "course_enrolments.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "course_progress.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
       0900-EXIT.
           EXIT.
