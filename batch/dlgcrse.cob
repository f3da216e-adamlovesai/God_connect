      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> DLGCRSE
      *>
      *> Shared reader of the catechumen course definition
      *> (batch/course_def.ref, kept by hand by the RCIA
      *> coordinator), CALLed by COURSE-BOOK, COURSE-ENROL,
      *> COURSE-CAPTURE and COURSE-PROGRESS the way the other DLG
      *> modules are, so the four agree on what a course is and
      *> the definition is checked the same way wherever it is
      *> read:
      *>
      *>     CALL "DLGCRSE" USING action area
      *>
      *> (fields in COPYLIB DLGCRS01). LOAD lays out the course
      *> named in the area - its weeks, its lessons in order with
      *> their prerequisites, and each lesson's dialogues,
      *> catechism pairs and discussion questions in teaching
      *> order - and NEXT walks the courses on file. A dialogue
      *> number in a path position resolves through DLGNUM.
      *>
      *> A definition fault is DISPLAYed with its line number and
      *> makes the course unusable (rc "08") until it is put
      *> right:
      *>     - a course line twice, a week count outside 1-52 or a
      *>       start date that is not a calendar date,
      *>     - a lesson before its course line, a lesson code twice
      *>       or longer than eight characters, a week outside the
      *>       course,
      *>     - a prerequisite that is not a lesson defined above,
      *>       or is taught in a later week, or more than six,
      *>     - an item naming no lesson above it, an unknown kind,
      *>       a dialogue with no path, a catechism pair with no
      *>       path or ordinal, a question with no text,
      *>     - a course with no lessons, more than 60 lessons or
      *>       400 items.
      *> Requiring a prerequisite to stand above the lesson keeps
      *> the chain free of loops and the course book in an order a
      *> catechumen can follow.
      *>
      *> The definition is read afresh on every call; it is a few
      *> hundred lines at most.
      *>
      *> Compile (the nightly sweep does this automatically):
      *>     cobc -m -std=ibm -I COPYLIB -o DLGCRSE.so batch/dlgcrse.cob
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLGCRSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEF-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEF-FILE.
       01  DEF-LINE                 PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-DEF-STATUS            PIC X(02) VALUE SPACES.
       01  WS-EOF-DEF               PIC X(01) VALUE "N".
           88  NO-MORE-DEF                   VALUE "Y".
       01  WS-NAMES-RESOLVED        PIC X(01) VALUE "N".

       01  WS-WANT-ID               PIC X(12).
       01  WS-LINE-NO               PIC 9(04) VALUE 0.
       01  WS-COURSE-SEEN           PIC X(01) VALUE "N".
       01  WS-OTHER-SEEN            PIC X(01) VALUE "N".
       01  WS-PASSED                PIC X(01) VALUE "N".
       01  WS-FAULT-TEXT            PIC X(100).

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
       01  WS-IN-F4                 PIC X(240).
       01  WS-IN-F5                 PIC X(240).
       01  WS-IN-F6                 PIC X(240).
       01  WS-IN-COURSE             PIC X(12).

      *> A calendar date typed YYYY-MM-DD.
       01  WS-DATE-NUM              PIC X(08).
       01  WS-DATE-9 REDEFINES WS-DATE-NUM
                                    PIC 9(08).

      *> A lesson's prerequisites as written, and the lookup.
       01  WS-PRQ-TEXT.
           05  WS-PRQ-CODE          PIC X(12) OCCURS 7 TIMES.
       01  WS-PRQ-POS               PIC 9(01) VALUE 0.
       01  WS-LSN-WANT              PIC X(12).
       01  WS-LSN-POS               PIC 9(02) VALUE 0.
       01  WS-LSN-FOUND             PIC 9(02) VALUE 0.
       01  WS-THIS-LSN              PIC 9(02) VALUE 0.
       01  WS-NUM-TEXT              PIC X(240).
       01  WS-NUM-LEN               PIC 9(03) VALUE 0.
       01  WS-NUM-DIGITS            PIC 9(01) VALUE 0.
       01  WS-NUM-VALUE             PIC 9(03) VALUE 0.
       01  WS-NUM-OK                PIC X(01) VALUE "N".

       01  WS-NUM-PATH              PIC X(200).

       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "DLGCRSE".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).

       LINKAGE SECTION.
       COPY DLGCRS01.

       PROCEDURE DIVISION USING WS-CRS-ACTION WS-CRS-AREA.
       0000-MAINLINE.
           IF WS-NAMES-RESOLVED = "N"
               PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT
               MOVE "Y" TO WS-NAMES-RESOLVED
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CRS-ID))
               TO WS-WANT-ID.
           EVALUATE WS-CRS-ACTION
               WHEN "LOAD"
                   PERFORM 1000-LOAD-COURSE THRU 1000-EXIT
               WHEN "NEXT"
                   PERFORM 5000-NEXT-COURSE THRU 5000-EXIT
               WHEN OTHER
                   MOVE "12" TO WS-CRS-RC
           END-EVALUATE.
           GOBACK.

      *>----------------------------------------------------------*>
      *> LOAD: every line of the named course, in file order.
      *>----------------------------------------------------------*>
       1000-LOAD-COURSE.
           MOVE SPACES TO WS-CRS-TITLE WS-CRS-START WS-CRS-PARISH.
           MOVE WS-WANT-ID TO WS-CRS-ID.
           MOVE 0 TO WS-CRS-WEEKS WS-CRS-FAULTS WS-CRS-LSN-COUNT
                     WS-CRS-ITM-COUNT.
           MOVE 60 TO WS-CRS-LSN-MAX.
           MOVE 400 TO WS-CRS-ITM-MAX.
           MOVE "N" TO WS-CRS-IN-VIEW.
           MOVE "N" TO WS-COURSE-SEEN WS-OTHER-SEEN.
           MOVE 0 TO WS-LINE-NO.
           MOVE "16" TO WS-CRS-RC.
           MOVE SPACES TO WS-DEF-STATUS.
           OPEN INPUT DEF-FILE.
           IF WS-DEF-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-DEF.
           PERFORM 1100-LOAD-ONE-LINE THRU 1100-EXIT
               UNTIL NO-MORE-DEF.
           CLOSE DEF-FILE.
           IF WS-COURSE-SEEN = "N"
               IF WS-OTHER-SEEN = "N"
                   MOVE "12" TO WS-CRS-RC
                   GO TO 1000-EXIT
               END-IF
               MOVE 0 TO WS-LINE-NO
               MOVE "there is no K line for the course"
                   TO WS-FAULT-TEXT
               PERFORM 8000-FAULT THRU 8000-EXIT
           END-IF.
           IF WS-COURSE-SEEN = "Y" AND WS-CRS-LSN-COUNT = 0
               MOVE 0 TO WS-LINE-NO
               MOVE "the course has no lessons" TO WS-FAULT-TEXT
               PERFORM 8000-FAULT THRU 8000-EXIT
           END-IF.
           IF WS-CRS-FAULTS > 0
               MOVE "08" TO WS-CRS-RC
           ELSE
               MOVE "00" TO WS-CRS-RC
           END-IF.
      *> The course's parish against the run's view; a blank
      *> column is the home parish's.
           MOVE "CODE" TO WS-PRS-ACTION.
           MOVE SPACES TO WS-PRS-TEXT.
           MOVE WS-CRS-PARISH TO WS-PRS-PARISH.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
           IF WS-PRS-RC = "00"
               MOVE "Y" TO WS-CRS-IN-VIEW
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-LINE.
           READ DEF-FILE
               AT END
                   SET NO-MORE-DEF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           ADD 1 TO WS-LINE-NO.
           IF DEF-LINE(1:1) = "*" OR DEF-LINE = SPACES
               GO TO 1100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
                          WS-IN-F5 WS-IN-F6.
           UNSTRING DEF-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-F2))
               TO WS-IN-COURSE.
           IF WS-IN-COURSE NOT = WS-WANT-ID
               GO TO 1100-EXIT
           END-IF.
           EVALUATE WS-IN-TAG
               WHEN "K"
                   PERFORM 1200-TAKE-COURSE THRU 1200-EXIT
               WHEN "L"
                   MOVE "Y" TO WS-OTHER-SEEN
                   PERFORM 1300-TAKE-LESSON THRU 1300-EXIT
               WHEN "I"
                   MOVE "Y" TO WS-OTHER-SEEN
                   PERFORM 1400-TAKE-ITEM THRU 1400-EXIT
               WHEN OTHER
                   MOVE "Y" TO WS-OTHER-SEEN
                   MOVE "the record tag is not K, L or I"
                       TO WS-FAULT-TEXT
                   PERFORM 8000-FAULT THRU 8000-EXIT
           END-EVALUATE.
       1100-EXIT.
           EXIT.

      *> K|course|title|weeks|start YYYY-MM-DD|parish
       1200-TAKE-COURSE.
           IF WS-COURSE-SEEN = "Y"
               MOVE "the course is defined twice" TO WS-FAULT-TEXT
               PERFORM 8000-FAULT THRU 8000-EXIT
               GO TO 1200-EXIT
           END-IF.
           MOVE "Y" TO WS-COURSE-SEEN.
           MOVE FUNCTION TRIM(WS-IN-F3) TO WS-CRS-TITLE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-F6))
               TO WS-CRS-PARISH.
           MOVE WS-IN-F4 TO WS-NUM-TEXT.
           MOVE 2 TO WS-NUM-DIGITS.
           PERFORM 7100-TAKE-NUMBER THRU 7100-EXIT.
           MOVE WS-NUM-VALUE TO WS-CRS-WEEKS.
           IF WS-NUM-OK = "N" OR WS-CRS-WEEKS < 1
                   OR WS-CRS-WEEKS > 52
               MOVE "the week count is not a number from 1 to 52"
                   TO WS-FAULT-TEXT
               PERFORM 8000-FAULT THRU 8000-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WS-IN-F5) TO WS-CRS-START.
           MOVE SPACES TO WS-DATE-NUM.
           STRING WS-CRS-START(1:4) WS-CRS-START(6:2)
                  WS-CRS-START(9:2)
               DELIMITED BY SIZE INTO WS-DATE-NUM
           END-STRING.
           IF WS-DATE-NUM IS NOT NUMERIC
                   OR WS-CRS-START(5:1) NOT = "-"
                   OR WS-CRS-START(8:1) NOT = "-"
               MOVE "the start date is not YYYY-MM-DD"
                   TO WS-FAULT-TEXT
               PERFORM 8000-FAULT THRU 8000-EXIT
               GO TO 1200-EXIT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-9) NOT = 0
               MOVE "the start date is not a calendar date"
                   TO WS-FAULT-TEXT
               PERFORM 8000-FAULT THRU 8000-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

      *> L|course|lesson|week|title|prerequisite,prerequisite,...
       1300-TAKE-LESSON.
           IF WS-COURSE-SEEN = "N"
               MOVE "a lesson comes before the course's K line"
                   TO WS-FAULT-TEXT
               PERFORM 8000-FAULT THRU 8000-EXIT
               GO TO 1300-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-F3))
               TO WS-LSN-WANT.
           IF WS-LSN-WANT = SPACES OR WS-LSN-WANT(9:4) NOT = SPACES
               MOVE "a lesson code is one to eight characters"
                   TO WS-FAULT-TEXT
               PERFORM 8000-FAULT THRU 8000-EXIT
               GO TO 1300-EXIT
           END-IF.
           PERFORM 7000-FIND-LESSON THRU 7000-EXIT.
           IF WS-LSN-FOUND > 0
               MOVE SPACES TO WS-FAULT-TEXT
               STRING "lesson " FUNCTION TRIM(WS-LSN-WANT)
                      " is defined twice"
                   DELIMITED BY SIZE INTO WS-FAULT-TEXT
               END-STRING
               PERFORM 8000-FAULT THRU 8000-EXIT
               GO TO 1300-EXIT
           END-IF.
           IF WS-CRS-LSN-COUNT >= WS-CRS-LSN-MAX
               MOVE "more than 60 lessons - the rest are not read"
                   TO WS-FAULT-TEXT
               PERFORM 8000-FAULT THRU 8000-EXIT
               GO TO 1300-EXIT
           END-IF.
           ADD 1 TO WS-CRS-LSN-COUNT.
           MOVE WS-CRS-LSN-COUNT TO WS-THIS-LSN.
           MOVE WS-LSN-WANT(1:8) TO WS-CRS-LSN-ID (WS-THIS-LSN).
           MOVE FUNCTION TRIM(WS-IN-F5)
               TO WS-CRS-LSN-TITLE (WS-THIS-LSN).
           MOVE 0 TO WS-CRS-LSN-ITEMS (WS-THIS-LSN)
                     WS-CRS-LSN-PRQ-COUNT (WS-THIS-LSN)
                     WS-CRS-LSN-WEEK (WS-THIS-LSN).
           MOVE WS-IN-F4 TO WS-NUM-TEXT.
           MOVE 2 TO WS-NUM-DIGITS.
           PERFORM 7100-TAKE-NUMBER THRU 7100-EXIT.
           IF WS-NUM-OK = "N"
               MOVE 99 TO WS-CRS-LSN-WEEK (WS-THIS-LSN)
           ELSE
               MOVE WS-NUM-VALUE TO WS-CRS-LSN-WEEK (WS-THIS-LSN)
           END-IF.
           IF WS-CRS-LSN-WEEK (WS-THIS-LSN) < 1
                   OR WS-CRS-LSN-WEEK (WS-THIS-LSN) > WS-CRS-WEEKS
               MOVE SPACES TO WS-FAULT-TEXT
               STRING "lesson " FUNCTION TRIM(WS-LSN-WANT)
                      " is not in a week of the course"
                   DELIMITED BY SIZE INTO WS-FAULT-TEXT
               END-STRING
               PERFORM 8000-FAULT THRU 8000-EXIT
           END-IF.
           MOVE SPACES TO WS-PRQ-TEXT.
           UNSTRING WS-IN-F6 DELIMITED BY ","
               INTO WS-PRQ-CODE (1) WS-PRQ-CODE (2) WS-PRQ-CODE (3)
                    WS-PRQ-CODE (4) WS-PRQ-CODE (5) WS-PRQ-CODE (6)
                    WS-PRQ-CODE (7)
           END-UNSTRING.
           IF WS-PRQ-CODE (7) NOT = SPACES
               MOVE SPACES TO WS-FAULT-TEXT
               STRING "lesson " FUNCTION TRIM(WS-LSN-WANT)
                      " has more than six prerequisites"
                   DELIMITED BY SIZE INTO WS-FAULT-TEXT
               END-STRING
               PERFORM 8000-FAULT THRU 8000-EXIT
           END-IF.
           PERFORM 1310-TAKE-ONE-PREREQUISITE THRU 1310-EXIT
               VARYING WS-PRQ-POS FROM 1 BY 1
               UNTIL WS-PRQ-POS > 6.
       1300-EXIT.
           EXIT.

      *> A prerequisite must be a lesson defined above this one and
      *> taught no later in the course.
       1310-TAKE-ONE-PREREQUISITE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               WS-PRQ-CODE (WS-PRQ-POS))) TO WS-LSN-WANT.
           IF WS-LSN-WANT = SPACES
               GO TO 1310-EXIT
           END-IF.
           PERFORM 7000-FIND-LESSON THRU 7000-EXIT.
           IF WS-LSN-FOUND = 0 OR WS-LSN-FOUND = WS-THIS-LSN
               MOVE SPACES TO WS-FAULT-TEXT
               STRING "prerequisite " FUNCTION TRIM(WS-LSN-WANT)
                      " of lesson "
                      FUNCTION TRIM(WS-CRS-LSN-ID (WS-THIS-LSN))
                      " is not a lesson defined above it"
                   DELIMITED BY SIZE INTO WS-FAULT-TEXT
               END-STRING
               PERFORM 8000-FAULT THRU 8000-EXIT
               GO TO 1310-EXIT
           END-IF.
           IF WS-CRS-LSN-WEEK (WS-LSN-FOUND)
                   > WS-CRS-LSN-WEEK (WS-THIS-LSN)
               MOVE SPACES TO WS-FAULT-TEXT
               STRING "prerequisite " FUNCTION TRIM(WS-LSN-WANT)
                      " is taught after lesson "
                      FUNCTION TRIM(WS-CRS-LSN-ID (WS-THIS-LSN))
                   DELIMITED BY SIZE INTO WS-FAULT-TEXT
               END-STRING
               PERFORM 8000-FAULT THRU 8000-EXIT
               GO TO 1310-EXIT
           END-IF.
           ADD 1 TO WS-CRS-LSN-PRQ-COUNT (WS-THIS-LSN).
           MOVE WS-LSN-FOUND TO WS-CRS-LSN-PRQ (WS-THIS-LSN,
               WS-CRS-LSN-PRQ-COUNT (WS-THIS-LSN)).
       1310-EXIT.
           EXIT.

      *> I|course|lesson|D|path or dialogue number
      *> I|course|lesson|C|path or dialogue number|pair ordinal
      *> I|course|lesson|Q|discussion question
       1400-TAKE-ITEM.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-F3))
               TO WS-LSN-WANT.
           PERFORM 7000-FIND-LESSON THRU 7000-EXIT.
           IF WS-LSN-FOUND = 0
               MOVE SPACES TO WS-FAULT-TEXT
               STRING "the item's lesson "
                      FUNCTION TRIM(WS-LSN-WANT)
                      " is not defined above it"
                   DELIMITED BY SIZE INTO WS-FAULT-TEXT
               END-STRING
               PERFORM 8000-FAULT THRU 8000-EXIT
               GO TO 1400-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-F4))
               TO WS-IN-F4.
           IF WS-IN-F4 NOT = "D" AND WS-IN-F4 NOT = "C"
                   AND WS-IN-F4 NOT = "Q"
               MOVE "an item is D (dialogue), C (catechism pair) or "
                    & "Q (discussion question)" TO WS-FAULT-TEXT
               PERFORM 8000-FAULT THRU 8000-EXIT
               GO TO 1400-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WS-IN-F5) TO WS-IN-F5.
           IF WS-IN-F5 = SPACES
               EVALUATE WS-IN-F4(1:1)
                   WHEN "Q"
                       MOVE "a discussion question has no text"
                           TO WS-FAULT-TEXT
                   WHEN OTHER
                       MOVE "the item names no dialogue"
                           TO WS-FAULT-TEXT
               END-EVALUATE
               PERFORM 8000-FAULT THRU 8000-EXIT
               GO TO 1400-EXIT
           END-IF.
           IF WS-CRS-ITM-COUNT >= WS-CRS-ITM-MAX
               MOVE "more than 400 items - the rest are not read"
                   TO WS-FAULT-TEXT
               PERFORM 8000-FAULT THRU 8000-EXIT
               GO TO 1400-EXIT
           END-IF.
           ADD 1 TO WS-CRS-ITM-COUNT.
           MOVE WS-LSN-FOUND TO WS-CRS-ITM-LESSON (WS-CRS-ITM-COUNT).
           MOVE WS-IN-F4(1:1) TO WS-CRS-ITM-KIND (WS-CRS-ITM-COUNT).
           MOVE 0 TO WS-CRS-ITM-PAIR (WS-CRS-ITM-COUNT).
           ADD 1 TO WS-CRS-LSN-ITEMS (WS-LSN-FOUND).
           IF WS-IN-F4(1:1) = "Q"
               MOVE WS-IN-F5 TO WS-CRS-ITM-TEXT (WS-CRS-ITM-COUNT)
               GO TO 1400-EXIT
           END-IF.
      *> A dialogue number in the path position resolves through
      *> the registry (DLGNUM); a real path passes through.
           MOVE WS-IN-F5(1:200) TO WS-NUM-PATH.
           CALL "DLGNUM" USING WS-NUM-PATH.
           MOVE WS-NUM-PATH TO WS-CRS-ITM-TEXT (WS-CRS-ITM-COUNT).
           IF WS-IN-F4(1:1) = "D"
               GO TO 1400-EXIT
           END-IF.
           MOVE WS-IN-F6 TO WS-NUM-TEXT.
           MOVE 3 TO WS-NUM-DIGITS.
           PERFORM 7100-TAKE-NUMBER THRU 7100-EXIT.
           MOVE WS-NUM-VALUE TO WS-CRS-ITM-PAIR (WS-CRS-ITM-COUNT).
           IF WS-NUM-OK = "N" OR WS-NUM-VALUE = 0
               MOVE "a catechism pair needs its ordinal, 1 to 999"
                   TO WS-FAULT-TEXT
               PERFORM 8000-FAULT THRU 8000-EXIT
           END-IF.
       1400-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> NEXT: the course whose K line follows the one named.
      *>----------------------------------------------------------*>
       5000-NEXT-COURSE.
           MOVE "10" TO WS-CRS-RC.
           IF WS-WANT-ID = SPACES
               MOVE "Y" TO WS-PASSED
           ELSE
               MOVE "N" TO WS-PASSED
           END-IF.
           MOVE SPACES TO WS-CRS-ID.
           MOVE SPACES TO WS-DEF-STATUS.
           OPEN INPUT DEF-FILE.
           IF WS-DEF-STATUS NOT = "00"
               GO TO 5000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-DEF.
           PERFORM 5100-NEXT-ONE-LINE THRU 5100-EXIT
               UNTIL NO-MORE-DEF.
           CLOSE DEF-FILE.
       5000-EXIT.
           EXIT.

       5100-NEXT-ONE-LINE.
           READ DEF-FILE
               AT END
                   SET NO-MORE-DEF TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           IF DEF-LINE(1:2) NOT = "K|"
               GO TO 5100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2.
           UNSTRING DEF-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-F2))
               TO WS-IN-COURSE.
           IF WS-IN-COURSE = SPACES OR WS-IN-COURSE = WS-WANT-ID
               IF WS-IN-COURSE = WS-WANT-ID
                   MOVE "Y" TO WS-PASSED
               END-IF
               GO TO 5100-EXIT
           END-IF.
           IF WS-PASSED = "Y"
               MOVE WS-IN-COURSE TO WS-CRS-ID
               MOVE "00" TO WS-CRS-RC
               SET NO-MORE-DEF TO TRUE
           END-IF.
       5100-EXIT.
           EXIT.

      *> WS-LSN-WANT names a lesson; WS-LSN-FOUND its place.
       7000-FIND-LESSON.
           MOVE 0 TO WS-LSN-FOUND.
           PERFORM 7010-PROBE-ONE-LESSON THRU 7010-EXIT
               VARYING WS-LSN-POS FROM 1 BY 1
               UNTIL WS-LSN-POS > WS-CRS-LSN-COUNT
                  OR WS-LSN-FOUND > 0.
       7000-EXIT.
           EXIT.

       7010-PROBE-ONE-LESSON.
           IF WS-CRS-LSN-ID (WS-LSN-POS) = WS-LSN-WANT
               MOVE WS-LSN-POS TO WS-LSN-FOUND
           END-IF.
       7010-EXIT.
           EXIT.

      *> WS-NUM-TEXT holds a field that should be a number of at
      *> most WS-NUM-DIGITS digits; WS-NUM-OK says whether it is and
      *> WS-NUM-VALUE is its value (0 when it is not).
       7100-TAKE-NUMBER.
           MOVE "N" TO WS-NUM-OK.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE FUNCTION TRIM(WS-NUM-TEXT) TO WS-NUM-TEXT.
           IF WS-NUM-TEXT = SPACES
               GO TO 7100-EXIT
           END-IF.
           COMPUTE WS-NUM-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-NUM-TEXT TRAILING)).
           IF WS-NUM-LEN > WS-NUM-DIGITS
               GO TO 7100-EXIT
           END-IF.
           IF WS-NUM-TEXT(1:WS-NUM-LEN) IS NOT NUMERIC
               GO TO 7100-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(WS-NUM-TEXT(1:WS-NUM-LEN))
               TO WS-NUM-VALUE.
           MOVE "Y" TO WS-NUM-OK.
       7100-EXIT.
           EXIT.

       8000-FAULT.
           ADD 1 TO WS-CRS-FAULTS.
           IF WS-LINE-NO > 0
               DISPLAY "DLGCRSE: course " FUNCTION TRIM(WS-WANT-ID)
                       ", line " WS-LINE-NO ": "
                       FUNCTION TRIM(WS-FAULT-TEXT)
           ELSE
               DISPLAY "DLGCRSE: course " FUNCTION TRIM(WS-WANT-ID)
                       ": " FUNCTION TRIM(WS-FAULT-TEXT)
           END-IF.
       8000-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "course_def.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
       0900-EXIT.
           EXIT.
