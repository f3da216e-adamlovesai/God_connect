      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> COURSE-ENROL
      *>
      *> Enrolment of members on a catechumen course defined in
      *> batch/course_def.ref (DLGCRSE). The RCIA coordinator kept
      *> the class list on paper; it is now
      *> batch/course_enrolments.dat, append-only, the latest
      *> record for a member and course ruling:
      *>
      *>     E|course|member|operator|stamp      enrolled
      *>     W|course|member|reason|operator|stamp
      *>                                         withdrawn
      *>
      *> COURSE-CAPTURE records the lessons an enrolled member
      *> completes and COURSE-PROGRESS reports who is behind.
      *>
      *> Commands:
      *>     course_enrol ENROL "course|member"
      *>         the member must be ACTIVE on the member master
      *>         (DLGMEMB) and is stored in its "member NNNN"
      *>         form; a course already ended takes no one new,
      *>         and a member withdrawn may enrol again
      *>     course_enrol WITHDRAW "course|member|reason"
      *>     course_enrol LIST course
      *>         the class list: every member enrolled or
      *>         withdrawn, with the date of the latest record
      *>
      *> The course must be sound (DLGCRSE finds no fault in its
      *> definition) and run by a parish inside the run's view
      *> (DLGPRSH). ENROL and WITHDRAW need update authority
      *> (DLGAUTH class U), run under the shared enqueue (DLGENQ,
      *> resource "courses", the one COURSE-CAPTURE takes) and log
      *> to the audit trail (DLGAUDIT).
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
       PROGRAM-ID. COURSE-ENROL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENR-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENR-FILE.
       01  ENR-LINE                 PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-ENR-STATUS            PIC X(02) VALUE SPACES.
       01  WS-EOF-ENR               PIC X(01) VALUE "N".
           88  NO-MORE-ENR                   VALUE "Y".
       01  WS-AUTH-PGM              PIC X(30) VALUE "COURSE-ENROL".
       01  WS-AUTH-CLASS            PIC X(01) VALUE "U".
       01  WS-AUTH-RC               PIC X(02).
       01  WS-AUDIT-TEXT            PIC X(200).

       01  WS-CMD-LINE              PIC X(400) VALUE SPACES.
       01  WS-COMMAND               PIC X(12) VALUE SPACES.
       01  WS-REST                  PIC X(380) VALUE SPACES.
       01  WS-ARG-COURSE            PIC X(20) VALUE SPACES.
       01  WS-ARG-MEMBER            PIC X(40) VALUE SPACES.
       01  WS-ARG-REASON            PIC X(120) VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-TODAY                 PIC X(08).
       01  WS-OUT-LINE              PIC X(300).
       01  WS-LISTED                PIC 9(04) VALUE 0.
       01  WS-ACTIVE-COUNT          PIC 9(04) VALUE 0.
       01  WS-NUM-EDIT              PIC ZZZ9.

      *> The course's last day: the start date plus its weeks.
       01  WS-START-NUM             PIC X(08).
       01  WS-START-9 REDEFINES WS-START-NUM
                                    PIC 9(08).
       01  WS-END-DAY               PIC 9(08) VALUE 0.
       01  WS-END-INT               PIC 9(08) VALUE 0.

      *> The course's class list, folded: the member as the record
      *> carries them, the number they resolve to, the latest
      *> state (E or W) and its date.
       01  WS-ENR-MAX               PIC 9(04) VALUE 1000.
       01  WS-ENR-COUNT             PIC 9(04) VALUE 0.
       01  WS-ENR-TABLE.
           05  WS-ENR-ENTRY OCCURS 1000 TIMES.
               10  WS-ENR-MEMBER    PIC X(40).
               10  WS-ENR-NUMBER    PIC X(06).
               10  WS-ENR-STATE     PIC X(01).
               10  WS-ENR-DATE      PIC X(08).
       01  WS-ENR-POS               PIC 9(04) VALUE 0.
       01  WS-ENR-FOUND             PIC 9(04) VALUE 0.
       01  WS-WANT-MEMBER           PIC X(40).
       01  WS-WANT-NUMBER           PIC X(06).

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
       01  WS-IN-F4                 PIC X(240).
       01  WS-IN-F5                 PIC X(240).
       01  WS-IN-F6                 PIC X(240).

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
           IF WS-COMMAND NOT = "ENROL" AND WS-COMMAND NOT = "WITHDRAW"
                   AND WS-COMMAND NOT = "LIST"
               DISPLAY "COURSE-ENROL: usage:"
               DISPLAY "  course_enrol ENROL ""course|member"""
               DISPLAY "  course_enrol WITHDRAW "
                       """course|member|reason"""
               DISPLAY "  course_enrol LIST course"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-COMMAND = "ENROL" OR "WITHDRAW"
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
                   DISPLAY "COURSE-ENROL: could not take the "
                           "enqueue - try again or see ENQ-CONSOLE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE SPACES TO WS-ARG-COURSE WS-ARG-MEMBER WS-ARG-REASON.
           UNSTRING WS-REST DELIMITED BY "|"
               INTO WS-ARG-COURSE WS-ARG-MEMBER WS-ARG-REASON
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG-COURSE))
               TO WS-ARG-COURSE.
           MOVE FUNCTION TRIM(WS-ARG-MEMBER) TO WS-ARG-MEMBER.
           MOVE FUNCTION TRIM(WS-ARG-REASON) TO WS-ARG-REASON.
           PERFORM 1000-LOAD-COURSE THRU 1000-EXIT.
           IF RETURN-CODE = 0
               PERFORM 1500-LOAD-ENROLMENTS THRU 1500-EXIT
               EVALUATE WS-COMMAND
                   WHEN "ENROL"
                       PERFORM 2000-ENROL-MEMBER THRU 2000-EXIT
                   WHEN "WITHDRAW"
                       PERFORM 2200-WITHDRAW-MEMBER THRU 2200-EXIT
                   WHEN "LIST"
                       PERFORM 3000-LIST-CLASS THRU 3000-EXIT
               END-EVALUATE
           END-IF.
      *> The dequeue CALL resets RETURN-CODE; keep the verdict.
           IF WS-COMMAND = "ENROL" OR "WITHDRAW"
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
           IF WS-ARG-COURSE = SPACES
               DISPLAY "COURSE-ENROL: name the course, as on "
                       "batch/course_def.ref"
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
                   DISPLAY "COURSE-ENROL: course "
                           FUNCTION TRIM(WS-ARG-COURSE) " has "
                           WS-CRS-FAULTS " definition fault(s) - "
                           "put batch/course_def.ref right first"
                   MOVE 8 TO RETURN-CODE
               WHEN "16"
                   DISPLAY "COURSE-ENROL: no course definition on "
                           "file (batch/course_def.ref)"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "COURSE-ENROL: no course "
                           FUNCTION TRIM(WS-ARG-COURSE)
                           " on batch/course_def.ref"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE = 0 AND WS-CRS-IN-VIEW NOT = "Y"
               DISPLAY "COURSE-ENROL: course "
                       FUNCTION TRIM(WS-ARG-COURSE)
                       " is run by parish "
                       FUNCTION TRIM(WS-CRS-PARISH)
                       ", outside this run's view"
               MOVE 8 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The class list, folded for the course.
      *>----------------------------------------------------------*>
       1500-LOAD-ENROLMENTS.
           MOVE 0 TO WS-ENR-COUNT.
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

      *> E|course|member|operator|stamp
      *> W|course|member|reason|operator|stamp
       1510-LOAD-ONE-ENROLMENT.
           READ ENR-FILE
               AT END
                   SET NO-MORE-ENR TO TRUE
                   GO TO 1510-EXIT
           END-READ.
           IF ENR-LINE(1:2) NOT = "E|" AND ENR-LINE(1:2) NOT = "W|"
               GO TO 1510-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6.
           UNSTRING ENR-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6
           END-UNSTRING.
           IF FUNCTION UPPER-CASE(WS-IN-F2(1:12)) NOT = WS-CRS-ID
               GO TO 1510-EXIT
           END-IF.
           MOVE WS-IN-F3(1:40) TO WS-WANT-MEMBER.
           PERFORM 7000-RESOLVE-WANTED THRU 7000-EXIT.
           PERFORM 7100-FIND-MEMBER THRU 7100-EXIT.
           IF WS-ENR-FOUND = 0
               IF WS-ENR-COUNT >= WS-ENR-MAX
                   GO TO 1510-EXIT
               END-IF
               ADD 1 TO WS-ENR-COUNT
               MOVE WS-ENR-COUNT TO WS-ENR-FOUND
               MOVE WS-WANT-MEMBER TO WS-ENR-MEMBER (WS-ENR-FOUND)
               MOVE WS-WANT-NUMBER TO WS-ENR-NUMBER (WS-ENR-FOUND)
           END-IF.
           MOVE WS-IN-TAG TO WS-ENR-STATE (WS-ENR-FOUND).
           IF WS-IN-TAG = "E"
               MOVE WS-IN-F5(1:8) TO WS-ENR-DATE (WS-ENR-FOUND)
           ELSE
               MOVE WS-IN-F6(1:8) TO WS-ENR-DATE (WS-ENR-FOUND)
           END-IF.
       1510-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> ENROL: onto the class list.
      *>----------------------------------------------------------*>
       2000-ENROL-MEMBER.
           IF WS-ARG-MEMBER = SPACES
               DISPLAY "COURSE-ENROL: ENROL needs ""course|member"""
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
      *> A course that has run its weeks takes no one new.
           MOVE SPACES TO WS-START-NUM.
           STRING WS-CRS-START(1:4) WS-CRS-START(6:2)
                  WS-CRS-START(9:2)
               DELIMITED BY SIZE INTO WS-START-NUM
           END-STRING.
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-START-9)
               + WS-CRS-WEEKS * 7 - 1.
           COMPUTE WS-END-DAY = FUNCTION DATE-OF-INTEGER(WS-END-INT).
           IF WS-TODAY > WS-END-DAY
               DISPLAY "COURSE-ENROL: course "
                       FUNCTION TRIM(WS-CRS-ID) " ended on "
                       WS-END-DAY(1:4) "-" WS-END-DAY(5:2) "-"
                       WS-END-DAY(7:2) " - enrol on a later run"
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2900-RESOLVE-ARGUMENT THRU 2900-EXIT.
           IF RETURN-CODE = 8
               GO TO 2000-EXIT
           END-IF.
           IF WS-ENR-FOUND > 0
               IF WS-ENR-STATE (WS-ENR-FOUND) = "E"
                   DISPLAY "COURSE-ENROL: "
                           FUNCTION TRIM(WS-ARG-MEMBER)
                           " is already enrolled on "
                           FUNCTION TRIM(WS-CRS-ID)
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "E|" FUNCTION TRIM(WS-CRS-ID) "|"
                  FUNCTION TRIM(WS-ARG-MEMBER) "|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8100-APPEND-RECORD THRU 8100-EXIT.
           DISPLAY "COURSE-ENROL: " FUNCTION TRIM(WS-ARG-MEMBER)
                   " (" FUNCTION TRIM(WS-MBR-NAME) ") enrolled on "
                   FUNCTION TRIM(WS-CRS-ID) " - "
                   FUNCTION TRIM(WS-CRS-TITLE).
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "COURSE-ENROL ENROL " FUNCTION TRIM(WS-CRS-ID) " "
                  FUNCTION TRIM(WS-ARG-MEMBER)
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           MOVE 0 TO RETURN-CODE.
       2000-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> WITHDRAW: off the class list, with the reason.
      *>----------------------------------------------------------*>
       2200-WITHDRAW-MEMBER.
           IF WS-ARG-MEMBER = SPACES OR WS-ARG-REASON = SPACES
               DISPLAY "COURSE-ENROL: WITHDRAW needs "
                       """course|member|reason"""
               MOVE 8 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2900-RESOLVE-ARGUMENT THRU 2900-EXIT.
           IF RETURN-CODE = 8
               GO TO 2200-EXIT
           END-IF.
           IF WS-ENR-FOUND = 0
               DISPLAY "COURSE-ENROL: " FUNCTION TRIM(WS-ARG-MEMBER)
                       " is not enrolled on " FUNCTION TRIM(WS-CRS-ID)
               MOVE 8 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF.
           IF WS-ENR-STATE (WS-ENR-FOUND) = "W"
               DISPLAY "COURSE-ENROL: " FUNCTION TRIM(WS-ARG-MEMBER)
                       " is not enrolled on " FUNCTION TRIM(WS-CRS-ID)
               MOVE 8 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF.
      *> The reason is free text inside a |-delimited record.
           INSPECT WS-ARG-REASON REPLACING ALL "|" BY "/".
           MOVE SPACES TO WS-OUT-LINE.
           STRING "W|" FUNCTION TRIM(WS-CRS-ID) "|"
                  FUNCTION TRIM(WS-ENR-MEMBER (WS-ENR-FOUND)) "|"
                  FUNCTION TRIM(WS-ARG-REASON) "|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  WS-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8100-APPEND-RECORD THRU 8100-EXIT.
           DISPLAY "COURSE-ENROL: "
                   FUNCTION TRIM(WS-ENR-MEMBER (WS-ENR-FOUND))
                   " withdrawn from " FUNCTION TRIM(WS-CRS-ID)
                   " - lessons completed stay on file".
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "COURSE-ENROL WITHDRAW " FUNCTION TRIM(WS-CRS-ID)
                  " " FUNCTION TRIM(WS-ENR-MEMBER (WS-ENR-FOUND))
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           MOVE 0 TO RETURN-CODE.
       2200-EXIT.
           EXIT.

      *> The member typed: ACTIVE on the master, stored in its
      *> canonical form, and their place on the class list.
       2900-RESOLVE-ARGUMENT.
           MOVE WS-ARG-MEMBER TO WS-MBR-REF.
           CALL "DLGMEMB" USING WS-MBR-REF WS-MBR-NUMBER WS-MBR-CANON
                                WS-MBR-NAME WS-MBR-RC.
           MOVE 0 TO RETURN-CODE.
           EVALUATE WS-MBR-RC
               WHEN "00"
                   MOVE WS-MBR-CANON TO WS-ARG-MEMBER
               WHEN "04"
                   DISPLAY "COURSE-ENROL: member "
                           FUNCTION TRIM(WS-MBR-NUMBER) " ("
                           FUNCTION TRIM(WS-MBR-NAME)
                           ") is not ACTIVE - see MEMBER-MAINT"
                   MOVE 8 TO RETURN-CODE
                   GO TO 2900-EXIT
               WHEN "16"
                   DISPLAY "COURSE-ENROL: no member master on "
                           "file - see MEMBER-MAINT SEED"
                   MOVE 8 TO RETURN-CODE
                   GO TO 2900-EXIT
               WHEN OTHER
                   DISPLAY "COURSE-ENROL: "
                           FUNCTION TRIM(WS-ARG-MEMBER)
                           " is not on the member master - see "
                           "MEMBER-MAINT ADD"
                   MOVE 8 TO RETURN-CODE
                   GO TO 2900-EXIT
           END-EVALUATE.
           MOVE WS-ARG-MEMBER TO WS-WANT-MEMBER.
           MOVE WS-MBR-NUMBER TO WS-WANT-NUMBER.
           PERFORM 7100-FIND-MEMBER THRU 7100-EXIT.
       2900-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> LIST: the class list.
      *>----------------------------------------------------------*>
       3000-LIST-CLASS.
           DISPLAY "CLASS LIST - " FUNCTION TRIM(WS-CRS-ID) " - "
                   FUNCTION TRIM(WS-CRS-TITLE).
           DISPLAY "=============".
           DISPLAY "  " WS-CRS-WEEKS " weeks from " WS-CRS-START.
           DISPLAY "  STATE     SINCE     MEMBER".
           MOVE 0 TO WS-LISTED WS-ACTIVE-COUNT.
           PERFORM 3100-LIST-ONE-MEMBER THRU 3100-EXIT
               VARYING WS-ENR-POS FROM 1 BY 1
               UNTIL WS-ENR-POS > WS-ENR-COUNT.
           IF WS-LISTED = 0
               DISPLAY "  (none)"
           END-IF.
           MOVE WS-ACTIVE-COUNT TO WS-NUM-EDIT.
           DISPLAY "  " FUNCTION TRIM(WS-NUM-EDIT) " enrolled".
       3000-EXIT.
           EXIT.

       3100-LIST-ONE-MEMBER.
           ADD 1 TO WS-LISTED.
           MOVE WS-ENR-MEMBER (WS-ENR-POS) TO WS-MBR-REF.
           CALL "DLGMEMB" USING WS-MBR-REF WS-MBR-NUMBER WS-MBR-CANON
                                WS-MBR-NAME WS-MBR-RC.
           MOVE SPACES TO WS-OUT-LINE.
           IF WS-ENR-STATE (WS-ENR-POS) = "E"
               ADD 1 TO WS-ACTIVE-COUNT
               MOVE "  ENROLLED  " TO WS-OUT-LINE(1:12)
           ELSE
               MOVE "  WITHDRAWN " TO WS-OUT-LINE(1:12)
           END-IF.
           STRING WS-ENR-DATE (WS-ENR-POS) "  "
                  FUNCTION TRIM(WS-ENR-MEMBER (WS-ENR-POS)) " "
                  FUNCTION TRIM(WS-MBR-NAME)
               DELIMITED BY SIZE INTO WS-OUT-LINE(13:)
           END-STRING.
           DISPLAY FUNCTION TRIM(WS-OUT-LINE TRAILING).
       3100-EXIT.
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
           MOVE 0 TO WS-ENR-FOUND.
           PERFORM 7110-PROBE-ONE-MEMBER THRU 7110-EXIT
               VARYING WS-ENR-POS FROM 1 BY 1
               UNTIL WS-ENR-POS > WS-ENR-COUNT
                  OR WS-ENR-FOUND > 0.
       7100-EXIT.
           EXIT.

       7110-PROBE-ONE-MEMBER.
           IF WS-WANT-NUMBER NOT = SPACES
               IF WS-ENR-NUMBER (WS-ENR-POS) = WS-WANT-NUMBER
                   MOVE WS-ENR-POS TO WS-ENR-FOUND
               END-IF
           ELSE
               IF WS-ENR-NUMBER (WS-ENR-POS) = SPACES
                       AND WS-ENR-MEMBER (WS-ENR-POS) = WS-WANT-MEMBER
                   MOVE WS-ENR-POS TO WS-ENR-FOUND
               END-IF
           END-IF.
       7110-EXIT.
           EXIT.

       8100-APPEND-RECORD.
           OPEN EXTEND ENR-FILE.
           IF WS-ENR-STATUS = "35"
               OPEN OUTPUT ENR-FILE
           END-IF.
           MOVE WS-OUT-LINE TO ENR-LINE.
           WRITE ENR-LINE.
           CLOSE ENR-FILE.
           MOVE SPACES TO WS-ENR-STATUS.
       8100-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "course_enrolments.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
       0900-EXIT.
           EXIT.
