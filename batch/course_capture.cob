      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> COURSE-CAPTURE
      *>
      *> Records the lessons of a catechumen course (batch/
      *> course_def.ref, DLGCRSE) a member enrolled on it
      *> (COURSE-ENROL) has completed. The catechists' sign-off
      *> sheet becomes batch/course_progress.dat, append-only:
      *>
      *>     P|course|member|lesson|date|operator|stamp
      *>                                     lesson completed on
      *>                                     the date
      *>     X|course|member|lesson|reason|operator|stamp
      *>                                     a completion struck
      *>                                     as recorded in error
      *>
      *> Commands:
      *>     course_capture COMPLETE "course|member|lesson[|date]"
      *>         the member must be enrolled (not withdrawn), the
      *>         lesson on the course and not already complete,
      *>         and every prerequisite the definition names for
      *>         it complete first. date is YYYY-MM-DD, today when
      *>         left out, and falls between the course's start
      *>         and today
      *>     course_capture VOID "course|member|lesson|reason"
      *>         strikes the completion; refused while a later
      *>         lesson completed depends on it
      *>     course_capture LIST "course|member"
      *>         the member's card: each lesson DONE (with its
      *>         date), READY, or WAITING on the prerequisites
      *>         named
      *>
      *> The course must be sound (DLGCRSE) and run by a parish
      *> inside the run's view (DLGPRSH). A member is matched
      *> through the member master (DLGMEMB) on their number, so
      *> a record keyed before a merge still counts. COMPLETE and
      *> VOID need update authority (DLGAUTH class U), run under
      *> the shared enqueue (DLGENQ, resource "courses", the one
      *> COURSE-ENROL takes) and log to the audit trail
      *> (DLGAUDIT). COURSE-PROGRESS reports the class.
      *>
      *> RETURN-CODE 0 done, 8 a bad transaction or an unusable
      *> course, 12 denied or the enqueue not taken.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-CAPTURE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRG-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRG-STATUS.
           SELECT ENR-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRG-FILE.
       01  PRG-LINE                 PIC X(300).

       FD  ENR-FILE.
       01  ENR-LINE                 PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-PRG-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ENR-STATUS            PIC X(02) VALUE SPACES.
       01  WS-EOF-PRG               PIC X(01) VALUE "N".
           88  NO-MORE-PRG                   VALUE "Y".
       01  WS-EOF-ENR               PIC X(01) VALUE "N".
           88  NO-MORE-ENR                   VALUE "Y".
       01  WS-AUTH-PGM              PIC X(30) VALUE "COURSE-CAPTURE".
       01  WS-AUTH-CLASS            PIC X(01) VALUE "U".
       01  WS-AUTH-RC               PIC X(02).
       01  WS-AUDIT-TEXT            PIC X(200).

       01  WS-CMD-LINE              PIC X(400) VALUE SPACES.
       01  WS-COMMAND               PIC X(12) VALUE SPACES.
       01  WS-REST                  PIC X(380) VALUE SPACES.
       01  WS-ARG-COURSE            PIC X(20) VALUE SPACES.
       01  WS-ARG-MEMBER            PIC X(40) VALUE SPACES.
       01  WS-ARG-LESSON            PIC X(20) VALUE SPACES.
       01  WS-ARG-EXTRA             PIC X(120) VALUE SPACES.
       01  WS-ARG-DATE              PIC X(10) VALUE SPACES.
       01  WS-ARG-DATE-NUM          PIC X(08).
       01  WS-ARG-DATE-9 REDEFINES WS-ARG-DATE-NUM
                                    PIC 9(08).
       01  WS-START-NUM             PIC X(08).
       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-TODAY                 PIC X(08).
       01  WS-OUT-LINE              PIC X(300).

      *> The member asked about, as the master knows them.
       01  WS-SUBJ-MEMBER           PIC X(40) VALUE SPACES.
       01  WS-SUBJ-NUMBER           PIC X(06) VALUE SPACES.
       01  WS-SUBJ-NAME             PIC X(40) VALUE SPACES.
       01  WS-CAND-REF              PIC X(40).
       01  WS-CAND-SW               PIC X(01) VALUE "N".
           88  CAND-IS-SUBJECT               VALUE "Y".
       01  WS-ENROLLED              PIC X(01) VALUE " ".

      *> The member's card: per lesson of the course (the
      *> DLGCRSE position), completed or not and when.
       01  WS-CARD.
           05  WS-CARD-ENTRY OCCURS 60 TIMES.
               10  WS-CARD-DONE     PIC X(01).
               10  WS-CARD-DATE     PIC X(10).
       01  WS-LSN-POS               PIC 9(02) VALUE 0.
       01  WS-LSN-FOUND             PIC 9(02) VALUE 0.
       01  WS-LSN-WANT              PIC X(08).
       01  WS-PRQ-POS               PIC 9(01) VALUE 0.
       01  WS-PRQ-LSN               PIC 9(02) VALUE 0.
       01  WS-MISSING               PIC X(60) VALUE SPACES.
       01  WS-MISSING-PTR           PIC 9(03) VALUE 1.
       01  WS-MISSING-COUNT         PIC 9(02) VALUE 0.
       01  WS-DONE-COUNT            PIC 9(02) VALUE 0.
       01  WS-CARD-STATE            PIC X(08).
       01  WS-NUM-EDIT              PIC Z9.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
       01  WS-IN-F4                 PIC X(240).
       01  WS-IN-F5                 PIC X(240).

       01  WS-ENQ-ACTION            PIC X(03).
       01  WS-ENQ-RESOURCE          PIC X(20) VALUE "courses".
       01  WS-ENQ-RC                PIC X(02).
       01  WS-SAVE-RC               PIC S9(04) VALUE 0.

       COPY DLGMBR01.
       COPY DLGCRS01.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY " "
               INTO WS-COMMAND WS-REST
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND.
      *> The rest of the line is the quoted payload, spaces and
      *> all.
           IF WS-COMMAND NOT = SPACES
               MOVE SPACES TO WS-REST
               MOVE WS-CMD-LINE(FUNCTION LENGTH(FUNCTION TRIM(
                   WS-COMMAND)) + 2:) TO WS-REST
           END-IF.
           IF WS-COMMAND NOT = "COMPLETE" AND WS-COMMAND NOT = "VOID"
                   AND WS-COMMAND NOT = "LIST"
               DISPLAY "COURSE-CAPTURE: usage:"
               DISPLAY "  course_capture COMPLETE "
                       """course|member|lesson[|YYYY-MM-DD]"""
               DISPLAY "  course_capture VOID "
                       """course|member|lesson|reason"""
               DISPLAY "  course_capture LIST ""course|member"""
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-COMMAND = "COMPLETE" OR "VOID"
               CALL "DLGAUTH" USING WS-AUTH-PGM WS-AUTH-CLASS
                                   WS-AUTH-RC
               IF WS-AUTH-RC = "12"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "ENQ" TO WS-ENQ-ACTION
               CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                                   WS-ENQ-RC
               IF WS-ENQ-RC = "12"
                   DISPLAY "COURSE-CAPTURE: could not take the "
                           "enqueue - try again or see ENQ-CONSOLE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE SPACES TO WS-ARG-COURSE WS-ARG-MEMBER WS-ARG-LESSON
                          WS-ARG-EXTRA.
           UNSTRING WS-REST DELIMITED BY "|"
               INTO WS-ARG-COURSE WS-ARG-MEMBER WS-ARG-LESSON
                    WS-ARG-EXTRA
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG-COURSE))
               TO WS-ARG-COURSE.
           MOVE FUNCTION TRIM(WS-ARG-MEMBER) TO WS-ARG-MEMBER.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG-LESSON))
               TO WS-ARG-LESSON.
           MOVE FUNCTION TRIM(WS-ARG-EXTRA) TO WS-ARG-EXTRA.
           PERFORM 1000-LOAD-COURSE THRU 1000-EXIT.
           IF RETURN-CODE = 0
               PERFORM 1200-RESOLVE-MEMBER THRU 1200-EXIT
           END-IF.
           IF RETURN-CODE = 0
               PERFORM 1500-LOAD-ENROLMENT THRU 1500-EXIT
               PERFORM 1600-LOAD-CARD THRU 1600-EXIT
               EVALUATE WS-COMMAND
                   WHEN "COMPLETE"
                       PERFORM 2000-COMPLETE-LESSON THRU 2000-EXIT
                   WHEN "VOID"
                       PERFORM 2200-VOID-LESSON THRU 2200-EXIT
                   WHEN "LIST"
                       PERFORM 3000-LIST-CARD THRU 3000-EXIT
               END-EVALUATE
           END-IF.
      *> The dequeue CALL resets RETURN-CODE; keep the verdict.
           IF WS-COMMAND = "COMPLETE" OR "VOID"
               MOVE RETURN-CODE TO WS-SAVE-RC
               MOVE "DEQ" TO WS-ENQ-ACTION
               CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                                   WS-ENQ-RC
               MOVE WS-SAVE-RC TO RETURN-CODE
           END-IF.
           STOP RUN.

      *>----------------------------------------------------------*>
      *> The course, laid out and checked by DLGCRSE.
      *>----------------------------------------------------------*>
       1000-LOAD-COURSE.
           IF WS-ARG-COURSE = SPACES OR WS-ARG-MEMBER = SPACES
               DISPLAY "COURSE-CAPTURE: name the course and the "
                       "member, ""course|member..."""
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-ARG-COURSE TO WS-CRS-ID.
           MOVE "LOAD" TO WS-CRS-ACTION.
           CALL "DLGCRSE" USING WS-CRS-ACTION WS-CRS-AREA.
           MOVE 0 TO RETURN-CODE.
           EVALUATE WS-CRS-RC
               WHEN "00"
                   CONTINUE
               WHEN "08"
                   DISPLAY "COURSE-CAPTURE: course "
                           FUNCTION TRIM(WS-ARG-COURSE) " has "
                           WS-CRS-FAULTS " definition fault(s) - "
                           "put batch/course_def.ref right first"
                   MOVE 8 TO RETURN-CODE
               WHEN "16"
                   DISPLAY "COURSE-CAPTURE: no course definition on "
                           "file (batch/course_def.ref)"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "COURSE-CAPTURE: no course "
                           FUNCTION TRIM(WS-ARG-COURSE)
                           " on batch/course_def.ref"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE = 0 AND WS-CRS-IN-VIEW NOT = "Y"
               DISPLAY "COURSE-CAPTURE: course "
                       FUNCTION TRIM(WS-ARG-COURSE)
                       " is run by parish "
                       FUNCTION TRIM(WS-CRS-PARISH)
                       ", outside this run's view"
               MOVE 8 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.

      *> The member typed, through the master: their number is
      *> what the class list and the card are matched on.
       1200-RESOLVE-MEMBER.
           MOVE WS-ARG-MEMBER TO WS-SUBJ-MEMBER.
           MOVE WS-ARG-MEMBER TO WS-MBR-REF.
           CALL "DLGMEMB" USING WS-MBR-REF WS-MBR-NUMBER WS-MBR-CANON
                                WS-MBR-NAME WS-MBR-RC.
           MOVE 0 TO RETURN-CODE.
           EVALUATE WS-MBR-RC
               WHEN "00"
               WHEN "04"
                   MOVE WS-MBR-CANON TO WS-SUBJ-MEMBER
                   MOVE WS-MBR-NUMBER TO WS-SUBJ-NUMBER
                   MOVE WS-MBR-NAME TO WS-SUBJ-NAME
               WHEN "16"
                   DISPLAY "COURSE-CAPTURE: no member master on "
                           "file - see MEMBER-MAINT SEED"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "COURSE-CAPTURE: "
                           FUNCTION TRIM(WS-ARG-MEMBER)
                           " is not on the member master - see "
                           "MEMBER-MAINT ADD"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
       1200-EXIT.
           EXIT.

      *> The member's latest class-list record for the course:
      *> E enrolled, W withdrawn, space never enrolled.
       1500-LOAD-ENROLMENT.
           MOVE SPACE TO WS-ENROLLED.
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
           MOVE WS-IN-F3(1:40) TO WS-CAND-REF.
           PERFORM 7000-MATCH-SUBJECT THRU 7000-EXIT.
           IF CAND-IS-SUBJECT
               MOVE WS-IN-TAG TO WS-ENROLLED
           END-IF.
       1510-EXIT.
           EXIT.

      *> The member's completions on the course, struck ones
      *> cleared.
       1600-LOAD-CARD.
           PERFORM 1610-CLEAR-ONE-LESSON THRU 1610-EXIT
               VARYING WS-LSN-POS FROM 1 BY 1
               UNTIL WS-LSN-POS > 60.
           MOVE "N" TO WS-EOF-PRG.
           MOVE SPACES TO WS-PRG-STATUS.
           OPEN INPUT PRG-FILE.
           IF WS-PRG-STATUS NOT = "00"
               GO TO 1600-EXIT
           END-IF.
           PERFORM 1620-LOAD-ONE-COMPLETION THRU 1620-EXIT
               UNTIL NO-MORE-PRG.
           CLOSE PRG-FILE.
       1600-EXIT.
           EXIT.

       1610-CLEAR-ONE-LESSON.
           MOVE "N" TO WS-CARD-DONE (WS-LSN-POS).
           MOVE SPACES TO WS-CARD-DATE (WS-LSN-POS).
       1610-EXIT.
           EXIT.

      *> P|course|member|lesson|date|...  X|course|member|lesson|...
       1620-LOAD-ONE-COMPLETION.
           READ PRG-FILE
               AT END
                   SET NO-MORE-PRG TO TRUE
                   GO TO 1620-EXIT
           END-READ.
           IF PRG-LINE(1:2) NOT = "P|" AND PRG-LINE(1:2) NOT = "X|"
               GO TO 1620-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5.
           UNSTRING PRG-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
           END-UNSTRING.
           IF FUNCTION UPPER-CASE(WS-IN-F2(1:12)) NOT = WS-CRS-ID
               GO TO 1620-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-IN-F4(1:8)) TO WS-LSN-WANT.
           PERFORM 7100-FIND-LESSON THRU 7100-EXIT.
           IF WS-LSN-FOUND = 0
               GO TO 1620-EXIT
           END-IF.
           MOVE WS-IN-F3(1:40) TO WS-CAND-REF.
           PERFORM 7000-MATCH-SUBJECT THRU 7000-EXIT.
           IF NOT CAND-IS-SUBJECT
               GO TO 1620-EXIT
           END-IF.
           IF WS-IN-TAG = "P"
               MOVE "Y" TO WS-CARD-DONE (WS-LSN-FOUND)
               MOVE WS-IN-F5(1:10) TO WS-CARD-DATE (WS-LSN-FOUND)
           ELSE
               MOVE "N" TO WS-CARD-DONE (WS-LSN-FOUND)
               MOVE SPACES TO WS-CARD-DATE (WS-LSN-FOUND)
           END-IF.
       1620-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> COMPLETE: a lesson signed off.
      *>----------------------------------------------------------*>
       2000-COMPLETE-LESSON.
           PERFORM 2900-CHECK-LESSON THRU 2900-EXIT.
           IF RETURN-CODE = 8
               GO TO 2000-EXIT
           END-IF.
           IF WS-ENROLLED NOT = "E"
               DISPLAY "COURSE-CAPTURE: "
                       FUNCTION TRIM(WS-SUBJ-MEMBER)
                       " is not enrolled on " FUNCTION TRIM(WS-CRS-ID)
                       " - see COURSE-ENROL"
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           IF WS-CARD-DONE (WS-LSN-FOUND) = "Y"
               DISPLAY "COURSE-CAPTURE: "
                       FUNCTION TRIM(WS-SUBJ-MEMBER)
                       " completed lesson " FUNCTION TRIM(WS-LSN-WANT)
                       " on " WS-CARD-DATE (WS-LSN-FOUND)
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
      *> The date: a calendar date, inside the course, not in the
      *> future.
           MOVE WS-ARG-EXTRA(1:10) TO WS-ARG-DATE.
           IF WS-ARG-DATE = SPACES
               STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-"
                      WS-TODAY(7:2)
                   DELIMITED BY SIZE INTO WS-ARG-DATE
               END-STRING
           END-IF.
           MOVE SPACES TO WS-ARG-DATE-NUM.
           STRING WS-ARG-DATE(1:4) WS-ARG-DATE(6:2) WS-ARG-DATE(9:2)
               DELIMITED BY SIZE INTO WS-ARG-DATE-NUM
           END-STRING.
           IF WS-ARG-DATE-NUM IS NOT NUMERIC
                   OR WS-ARG-DATE(5:1) NOT = "-"
                   OR WS-ARG-DATE(8:1) NOT = "-"
                   OR WS-ARG-EXTRA(11:1) NOT = SPACE
               DISPLAY "COURSE-CAPTURE: completion date "
                       FUNCTION TRIM(WS-ARG-EXTRA)
                       " is not YYYY-MM-DD"
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ARG-DATE-9) NOT = 0
               DISPLAY "COURSE-CAPTURE: " WS-ARG-DATE
                       " is not a calendar date"
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           IF WS-ARG-DATE-NUM > WS-TODAY
               DISPLAY "COURSE-CAPTURE: completion date "
                       WS-ARG-DATE " is in the future"
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           MOVE SPACES TO WS-START-NUM.
           STRING WS-CRS-START(1:4) WS-CRS-START(6:2)
                  WS-CRS-START(9:2)
               DELIMITED BY SIZE INTO WS-START-NUM
           END-STRING.
           IF WS-ARG-DATE-NUM < WS-START-NUM
               DISPLAY "COURSE-CAPTURE: completion date "
                       WS-ARG-DATE " is before the course began on "
                       WS-CRS-START
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
      *> Every prerequisite complete first.
           PERFORM 2950-COLLECT-MISSING THRU 2950-EXIT.
           IF WS-MISSING-COUNT > 0
               DISPLAY "COURSE-CAPTURE: lesson "
                       FUNCTION TRIM(WS-LSN-WANT)
                       " waits on prerequisite(s) "
                       FUNCTION TRIM(WS-MISSING)
                       " - record those first"
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "P|" FUNCTION TRIM(WS-CRS-ID) "|"
                  FUNCTION TRIM(WS-SUBJ-MEMBER) "|"
                  FUNCTION TRIM(WS-LSN-WANT) "|"
                  WS-ARG-DATE "|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8100-APPEND-RECORD THRU 8100-EXIT.
           DISPLAY "COURSE-CAPTURE: " FUNCTION TRIM(WS-SUBJ-MEMBER)
                   " (" FUNCTION TRIM(WS-SUBJ-NAME) ") completed "
                   FUNCTION TRIM(WS-CRS-ID) " lesson "
                   FUNCTION TRIM(WS-LSN-WANT) " on " WS-ARG-DATE.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "COURSE-CAPTURE COMPLETE " FUNCTION TRIM(WS-CRS-ID)
                  " " FUNCTION TRIM(WS-SUBJ-MEMBER) " "
                  FUNCTION TRIM(WS-LSN-WANT) " " WS-ARG-DATE
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           MOVE 0 TO RETURN-CODE.
       2000-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> VOID: a completion recorded in error, struck.
      *>----------------------------------------------------------*>
       2200-VOID-LESSON.
           PERFORM 2900-CHECK-LESSON THRU 2900-EXIT.
           IF RETURN-CODE = 8
               GO TO 2200-EXIT
           END-IF.
           IF WS-ARG-EXTRA = SPACES
               DISPLAY "COURSE-CAPTURE: VOID needs "
                       """course|member|lesson|reason"""
               MOVE 8 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF.
           IF WS-CARD-DONE (WS-LSN-FOUND) NOT = "Y"
               DISPLAY "COURSE-CAPTURE: "
                       FUNCTION TRIM(WS-SUBJ-MEMBER)
                       " has no completion of lesson "
                       FUNCTION TRIM(WS-LSN-WANT) " to strike"
               MOVE 8 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF.
      *> A completed lesson that names this one as a prerequisite
      *> would be left standing on nothing.
           MOVE SPACES TO WS-MISSING.
           MOVE 1 TO WS-MISSING-PTR.
           MOVE 0 TO WS-MISSING-COUNT.
           PERFORM 2210-CHECK-ONE-DEPENDANT THRU 2210-EXIT
               VARYING WS-LSN-POS FROM 1 BY 1
               UNTIL WS-LSN-POS > WS-CRS-LSN-COUNT.
           IF WS-MISSING-COUNT > 0
               DISPLAY "COURSE-CAPTURE: lesson(s) "
                       FUNCTION TRIM(WS-MISSING)
                       " completed since depend on "
                       FUNCTION TRIM(WS-LSN-WANT)
                       " - strike those first"
               MOVE 8 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF.
           INSPECT WS-ARG-EXTRA REPLACING ALL "|" BY "/".
           MOVE SPACES TO WS-OUT-LINE.
           STRING "X|" FUNCTION TRIM(WS-CRS-ID) "|"
                  FUNCTION TRIM(WS-SUBJ-MEMBER) "|"
                  FUNCTION TRIM(WS-LSN-WANT) "|"
                  FUNCTION TRIM(WS-ARG-EXTRA) "|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8100-APPEND-RECORD THRU 8100-EXIT.
           DISPLAY "COURSE-CAPTURE: completion of "
                   FUNCTION TRIM(WS-CRS-ID) " lesson "
                   FUNCTION TRIM(WS-LSN-WANT) " by "
                   FUNCTION TRIM(WS-SUBJ-MEMBER) " struck".
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "COURSE-CAPTURE VOID " FUNCTION TRIM(WS-CRS-ID)
                  " " FUNCTION TRIM(WS-SUBJ-MEMBER) " "
                  FUNCTION TRIM(WS-LSN-WANT)
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           MOVE 0 TO RETURN-CODE.
       2200-EXIT.
           EXIT.

       2210-CHECK-ONE-DEPENDANT.
           IF WS-CARD-DONE (WS-LSN-POS) NOT = "Y"
               GO TO 2210-EXIT
           END-IF.
           PERFORM 2220-PROBE-ONE-PREREQUISITE THRU 2220-EXIT
               VARYING WS-PRQ-POS FROM 1 BY 1
               UNTIL WS-PRQ-POS > WS-CRS-LSN-PRQ-COUNT (WS-LSN-POS).
       2210-EXIT.
           EXIT.

       2220-PROBE-ONE-PREREQUISITE.
           IF WS-CRS-LSN-PRQ (WS-LSN-POS, WS-PRQ-POS) = WS-LSN-FOUND
               MOVE WS-LSN-POS TO WS-PRQ-LSN
               PERFORM 2960-NOTE-MISSING THRU 2960-EXIT
           END-IF.
       2220-EXIT.
           EXIT.

      *> The lesson typed, on the course.
       2900-CHECK-LESSON.
           MOVE WS-ARG-LESSON(1:8) TO WS-LSN-WANT.
           IF WS-ARG-LESSON = SPACES OR WS-ARG-LESSON(9:1) NOT = SPACE
               DISPLAY "COURSE-CAPTURE: name the lesson, as on the "
                       "course definition"
               MOVE 8 TO RETURN-CODE
               GO TO 2900-EXIT
           END-IF.
           PERFORM 7100-FIND-LESSON THRU 7100-EXIT.
           IF WS-LSN-FOUND = 0
               DISPLAY "COURSE-CAPTURE: no lesson "
                       FUNCTION TRIM(WS-ARG-LESSON) " on course "
                       FUNCTION TRIM(WS-CRS-ID)
               MOVE 8 TO RETURN-CODE
           END-IF.
       2900-EXIT.
           EXIT.

      *> The prerequisites of lesson WS-LSN-FOUND not yet complete,
      *> named in WS-MISSING.
       2950-COLLECT-MISSING.
           MOVE SPACES TO WS-MISSING.
           MOVE 1 TO WS-MISSING-PTR.
           MOVE 0 TO WS-MISSING-COUNT.
           PERFORM 2955-CHECK-ONE-PREREQUISITE THRU 2955-EXIT
               VARYING WS-PRQ-POS FROM 1 BY 1
               UNTIL WS-PRQ-POS > WS-CRS-LSN-PRQ-COUNT (WS-LSN-FOUND).
       2950-EXIT.
           EXIT.

       2955-CHECK-ONE-PREREQUISITE.
           MOVE WS-CRS-LSN-PRQ (WS-LSN-FOUND, WS-PRQ-POS)
               TO WS-PRQ-LSN.
           IF WS-CARD-DONE (WS-PRQ-LSN) NOT = "Y"
               PERFORM 2960-NOTE-MISSING THRU 2960-EXIT
           END-IF.
       2955-EXIT.
           EXIT.

       2960-NOTE-MISSING.
           ADD 1 TO WS-MISSING-COUNT.
           IF WS-MISSING-PTR < 52
               STRING FUNCTION TRIM(WS-CRS-LSN-ID (WS-PRQ-LSN)) " "
                   DELIMITED BY SIZE INTO WS-MISSING
                   WITH POINTER WS-MISSING-PTR
               END-STRING
           END-IF.
       2960-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> LIST: the member's card.
      *>----------------------------------------------------------*>
       3000-LIST-CARD.
           DISPLAY "COURSE CARD - " FUNCTION TRIM(WS-CRS-ID) " - "
                   FUNCTION TRIM(WS-CRS-TITLE).
           DISPLAY "===========".
           EVALUATE WS-ENROLLED
               WHEN "E"
                   DISPLAY "  " FUNCTION TRIM(WS-SUBJ-MEMBER) " ("
                           FUNCTION TRIM(WS-SUBJ-NAME) "), enrolled"
               WHEN "W"
                   DISPLAY "  " FUNCTION TRIM(WS-SUBJ-MEMBER) " ("
                           FUNCTION TRIM(WS-SUBJ-NAME) "), withdrawn"
               WHEN OTHER
                   DISPLAY "  " FUNCTION TRIM(WS-SUBJ-MEMBER) " ("
                           FUNCTION TRIM(WS-SUBJ-NAME)
                           "), not enrolled"
           END-EVALUATE.
           DISPLAY "  WEEK LESSON   STATE    TITLE".
           MOVE 0 TO WS-DONE-COUNT.
           PERFORM 3100-LIST-ONE-LESSON THRU 3100-EXIT
               VARYING WS-LSN-FOUND FROM 1 BY 1
               UNTIL WS-LSN-FOUND > WS-CRS-LSN-COUNT.
           MOVE WS-DONE-COUNT TO WS-NUM-EDIT.
           DISPLAY "  " FUNCTION TRIM(WS-NUM-EDIT) " of "
                   WS-CRS-LSN-COUNT " lesson(s) complete".
       3000-EXIT.
           EXIT.

       3100-LIST-ONE-LESSON.
           MOVE SPACES TO WS-OUT-LINE.
           IF WS-CARD-DONE (WS-LSN-FOUND) = "Y"
               ADD 1 TO WS-DONE-COUNT
               MOVE "DONE" TO WS-CARD-STATE
           ELSE
               PERFORM 2950-COLLECT-MISSING THRU 2950-EXIT
               IF WS-MISSING-COUNT > 0
                   MOVE "WAITING" TO WS-CARD-STATE
               ELSE
                   MOVE "READY" TO WS-CARD-STATE
               END-IF
           END-IF.
           STRING "  " WS-CRS-LSN-WEEK (WS-LSN-FOUND) "   "
                  WS-CRS-LSN-ID (WS-LSN-FOUND) " "
                  WS-CARD-STATE " "
                  FUNCTION TRIM(WS-CRS-LSN-TITLE (WS-LSN-FOUND))
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           DISPLAY FUNCTION TRIM(WS-OUT-LINE TRAILING).
           IF WS-CARD-DONE (WS-LSN-FOUND) = "Y"
               DISPLAY "                          completed "
                       WS-CARD-DATE (WS-LSN-FOUND)
           END-IF.
           IF WS-CARD-DONE (WS-LSN-FOUND) NOT = "Y"
                   AND WS-MISSING-COUNT > 0
               DISPLAY "                          after "
                       FUNCTION TRIM(WS-MISSING)
           END-IF.
       3100-EXIT.
           EXIT.

      *> WS-CAND-REF is the subject when it is the same text or
      *> resolves to the same member number.
       7000-MATCH-SUBJECT.
           MOVE "N" TO WS-CAND-SW.
           IF WS-CAND-REF = WS-SUBJ-MEMBER
               OR WS-CAND-REF = WS-ARG-MEMBER
               MOVE "Y" TO WS-CAND-SW
               GO TO 7000-EXIT
           END-IF.
           IF WS-SUBJ-NUMBER = SPACES OR WS-CAND-REF = SPACES
               GO TO 7000-EXIT
           END-IF.
           MOVE WS-CAND-REF TO WS-MBR-REF.
           CALL "DLGMEMB" USING WS-MBR-REF WS-MBR-NUMBER WS-MBR-CANON
                                WS-MBR-NAME WS-MBR-RC.
           IF (WS-MBR-RC = "00" OR WS-MBR-RC = "04")
                   AND WS-MBR-NUMBER = WS-SUBJ-NUMBER
               MOVE "Y" TO WS-CAND-SW
           END-IF.
       7000-EXIT.
           EXIT.

      *> WS-LSN-WANT names a lesson; WS-LSN-FOUND its place.
       7100-FIND-LESSON.
           MOVE 0 TO WS-LSN-FOUND.
           PERFORM 7110-PROBE-ONE-LESSON THRU 7110-EXIT
               VARYING WS-LSN-POS FROM 1 BY 1
               UNTIL WS-LSN-POS > WS-CRS-LSN-COUNT
                  OR WS-LSN-FOUND > 0.
       7100-EXIT.
           EXIT.

       7110-PROBE-ONE-LESSON.
           IF WS-CRS-LSN-ID (WS-LSN-POS) = WS-LSN-WANT
               MOVE WS-LSN-POS TO WS-LSN-FOUND
           END-IF.
       7110-EXIT.
           EXIT.

       8100-APPEND-RECORD.
           OPEN EXTEND PRG-FILE.
           IF WS-PRG-STATUS = "35"
               OPEN OUTPUT PRG-FILE
           END-IF.
           MOVE WS-OUT-LINE TO PRG-LINE.
           WRITE PRG-LINE.
           CLOSE PRG-FILE.
           MOVE SPACES TO WS-PRG-STATUS.
       8100-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "course_progress.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "course_enrolments.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
       0900-EXIT.
           EXIT.
