      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> COURSE-BOOK
      *>
      *> Prints the book of a catechumen course (batch/
      *> course_def.ref, DLGCRSE) for the catechists and the
      *> class: a front page with the course and its contents,
      *> then each course week on a new page, its lessons in
      *> teaching order with the lessons that must come before
      *> them and their numbered items -
      *>
      *>     DIALOGUE       the dialogue's topic and mode from
      *>                    batch/dialogue_data.dat, and its path
      *>     CATECHISM      the question and answer CATECHISM-
      *>                    EXTRACT drew from the dialogue (batch/
      *>                    catechism.dat), by ordinal
      *>     FOR DISCUSSION the group question
      *>
      *> Usage:
      *>     course_book COURSE
      *>
      *> Pages follow the anthology's layout (60 lines, a running
      *> head with the page number). The book goes to
      *> batch/course_book_<course>.prt, rewritten each run.
      *>
      *> Every dialogue the book draws on passes the shared
      *> publication rule (DLGELIG) first: an item on a withdrawn
      *> or embargoed dialogue is left out of the book and named
      *> on the console. A dialogue or pair the definition points
      *> at that is not on file stops the book - fix the
      *> definition, or run CATECHISM-EXTRACT, and print again.
      *>
      *> RETURN-CODE 0 printed, 4 printed with items left out, 8
      *> not printed (no such course, a faulty definition, a
      *> course outside the run's parish view, or an item not on
      *> file).
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-BOOK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT CAT-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT PRINT-FILE ASSIGN DYNAMIC WS-BOOK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA-FILE.
       01  DATA-LINE                PIC X(4096).

       FD  CAT-FILE.
       01  CAT-LINE                 PIC X(800).

       FD  PRINT-FILE.
       01  PRINT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-BOOK-NAME             PIC X(200).
       01  WS-DATA-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CAT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PRINT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-EOF-DATA              PIC X(01) VALUE "N".
           88  NO-MORE-DATA                  VALUE "Y".
       01  WS-EOF-CAT               PIC X(01) VALUE "N".
           88  NO-MORE-CAT                   VALUE "Y".

       01  WS-ARG-COURSE            PIC X(20) VALUE SPACES.
       01  WS-LEFT-OUT              PIC 9(03) VALUE 0.
       01  WS-NOT-ON-FILE           PIC 9(03) VALUE 0.
       01  WS-ITEMS-PRINTED         PIC 9(03) VALUE 0.

      *> What the book draws for each item of the course, in step
      *> with WS-CRS-ITM-ENTRY: its standing ("Y" to print, "X"
      *> left out by the publication rule), the dialogue's topic
      *> and mode, and for a catechism pair the question and
      *> answer and how many of the path's pairs have gone by.
       01  WS-BK-TABLE.
           05  WS-BK-ENTRY OCCURS 400 TIMES.
               10  WS-BK-STATE      PIC X(01).
               10  WS-BK-FOUND      PIC X(01).
               10  WS-BK-TOPIC      PIC X(60).
               10  WS-BK-MODE       PIC X(20).
               10  WS-BK-SEEN       PIC 9(03).
               10  WS-BK-QUESTION   PIC X(240).
               10  WS-BK-ANSWER     PIC X(240).
       01  WS-ITM-POS               PIC 9(03) VALUE 0.
       01  WS-ITM-NUM               PIC 9(03) VALUE 0.
       01  WS-LSN-POS               PIC 9(02) VALUE 0.
       01  WS-PRQ-POS               PIC 9(01) VALUE 0.
       01  WS-PRQ-LSN               PIC 9(02) VALUE 0.
       01  WS-WEEK                  PIC 9(02) VALUE 0.
       01  WS-WEEK-LESSONS          PIC 9(02) VALUE 0.

       01  WS-ELIG-PATH             PIC X(200).
       01  WS-ELIG-RC               PIC X(02).
       01  WS-ELIG-REASON           PIC X(10).

       01  WS-RECORD-TYPE           PIC X(01).
       01  WS-CUR-PATH              PIC X(240).
       01  WS-CUR-TOPIC             PIC X(60).
       01  WS-CUR-MODE              PIC X(20).
       01  WS-CAT-QUESTION          PIC X(240).
       01  WS-CAT-ANSWER            PIC X(240).
       01  WS-CAT-PERSONA           PIC X(40).
       01  WS-CAT-TRADITION         PIC X(40).
       01  WS-CAT-PATH              PIC X(240).

      *> The print page, after the anthology.
       01  WS-PAGE-SIZE             PIC 9(02) VALUE 60.
       01  WS-PAGE-NUM              PIC 9(04) VALUE 0.
       01  WS-LINE-ON-PAGE          PIC 9(02) VALUE 99.
       01  WS-HDR-WEEK              PIC X(20) VALUE SPACES.
       01  WS-OUT-LINE              PIC X(100).
       01  WS-PRQ-TEXT              PIC X(80).
       01  WS-PRQ-PTR               PIC 9(03) VALUE 1.

      *> Word wrap for questions, answers and discussion text.
       01  WS-WRAP-TEXT             PIC X(400).
       01  WS-WRAP-LEAD             PIC X(12).
       01  WS-WRAP-WIDTH            PIC 9(02) VALUE 84.
       01  WS-WRAP-LEN              PIC 9(03) VALUE 0.
       01  WS-WRAP-START            PIC 9(03) VALUE 0.
       01  WS-WRAP-CUT              PIC 9(03) VALUE 0.
       01  WS-WRAP-FIRST            PIC X(01).

       01  WS-EDIT-2                PIC Z9.
       01  WS-EDIT-3                PIC ZZ9.
       01  WS-EDIT-4                PIC ZZZ9.

       COPY DLGCRS01.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           PERFORM 1000-LOAD-COURSE THRU 1000-EXIT.
           PERFORM 2000-APPLY-PUBLICATION-RULE THRU 2000-EXIT
               VARYING WS-ITM-POS FROM 1 BY 1
               UNTIL WS-ITM-POS > WS-CRS-ITM-COUNT.
           PERFORM 3000-SCAN-DIALOGUES THRU 3000-EXIT.
           PERFORM 3500-SCAN-CATECHISM THRU 3500-EXIT.
           PERFORM 3900-CHECK-ONE-ITEM THRU 3900-EXIT
               VARYING WS-ITM-POS FROM 1 BY 1
               UNTIL WS-ITM-POS > WS-CRS-ITM-COUNT.
           IF WS-NOT-ON-FILE > 0
               DISPLAY "COURSE-BOOK: " FUNCTION TRIM(WS-CRS-ID)
                       " not printed - " WS-NOT-ON-FILE
                       " item(s) not on file"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "COURSE-BOOK: cannot write "
                       FUNCTION TRIM(WS-BOOK-NAME)
                       " (status " WS-PRINT-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 4000-PRINT-FRONT-PAGE THRU 4000-EXIT.
           PERFORM 5000-PRINT-ONE-WEEK THRU 5000-EXIT
               VARYING WS-WEEK FROM 1 BY 1
               UNTIL WS-WEEK > WS-CRS-WEEKS.
           CLOSE PRINT-FILE.
           DISPLAY "COURSE-BOOK: " FUNCTION TRIM(WS-CRS-ID) " - "
                   WS-CRS-LSN-COUNT " lesson(s), " WS-ITEMS-PRINTED
                   " item(s) across " WS-PAGE-NUM " page(s) to "
                   FUNCTION TRIM(WS-BOOK-NAME).
           IF WS-LEFT-OUT > 0
               DISPLAY "COURSE-BOOK: " WS-LEFT-OUT
                       " item(s) left out by the publication rule"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *>----------------------------------------------------------*>
      *> The course, sound and inside the view, or no book.
      *>----------------------------------------------------------*>
       1000-LOAD-COURSE.
           ACCEPT WS-ARG-COURSE FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG-COURSE))
               TO WS-ARG-COURSE.
           IF WS-ARG-COURSE = SPACES
               DISPLAY "COURSE-BOOK: usage - course_book COURSE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-ARG-COURSE TO WS-CRS-ID.
           MOVE "LOAD" TO WS-CRS-ACTION.
           CALL "DLGCRSE" USING WS-CRS-ACTION WS-CRS-AREA.
           EVALUATE WS-CRS-RC
               WHEN "00"
                   CONTINUE
               WHEN "08"
                   DISPLAY "COURSE-BOOK: " FUNCTION TRIM(WS-CRS-ID)
                           " not printed - " WS-CRS-FAULTS
                           " fault(s) in its definition"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN "16"
                   DISPLAY "COURSE-BOOK: no course definition on file"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "COURSE-BOOK: " FUNCTION TRIM(WS-CRS-ID)
                           " is not on batch/course_def.ref"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF WS-CRS-IN-VIEW NOT = "Y"
               DISPLAY "COURSE-BOOK: " FUNCTION TRIM(WS-CRS-ID)
                       " is run by parish "
                       FUNCTION TRIM(WS-CRS-PARISH)
                       ", outside this run's view"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-BOOK-NAME.
           STRING "batch/course_book_"
                  FUNCTION LOWER-CASE(FUNCTION TRIM(WS-CRS-ID))
                  ".prt"
               DELIMITED BY SIZE INTO WS-BOOK-NAME
           END-STRING.
       1000-EXIT.
           EXIT.

      *> A dialogue the publication rule withholds stays out of
      *> the book, with every item drawn from it.
       2000-APPLY-PUBLICATION-RULE.
           MOVE "Y" TO WS-BK-STATE (WS-ITM-POS).
           MOVE "N" TO WS-BK-FOUND (WS-ITM-POS).
           MOVE SPACES TO WS-BK-TOPIC (WS-ITM-POS)
                          WS-BK-MODE (WS-ITM-POS)
                          WS-BK-QUESTION (WS-ITM-POS)
                          WS-BK-ANSWER (WS-ITM-POS).
           MOVE 0 TO WS-BK-SEEN (WS-ITM-POS).
           IF WS-CRS-ITM-KIND (WS-ITM-POS) = "Q"
               MOVE "Y" TO WS-BK-FOUND (WS-ITM-POS)
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-CRS-ITM-TEXT (WS-ITM-POS)(1:200) TO WS-ELIG-PATH.
           CALL "DLGELIG" USING WS-ELIG-PATH WS-ELIG-RC
                                WS-ELIG-REASON.
           IF WS-ELIG-RC = "12"
               MOVE "X" TO WS-BK-STATE (WS-ITM-POS)
               ADD 1 TO WS-LEFT-OUT
               MOVE WS-CRS-ITM-LESSON (WS-ITM-POS) TO WS-LSN-POS
               DISPLAY "COURSE-BOOK: left out ("
                       FUNCTION TRIM(WS-ELIG-REASON) "), lesson "
                       FUNCTION TRIM(WS-CRS-LSN-ID (WS-LSN-POS))
                       ": " WS-CRS-ITM-TEXT (WS-ITM-POS)(1:60)
           END-IF.
       2000-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Topic and mode of every dialogue the book names.
      *>----------------------------------------------------------*>
       3000-SCAN-DIALOGUES.
           OPEN INPUT DATA-FILE.
           IF WS-DATA-STATUS NOT = "00"
               DISPLAY "COURSE-BOOK: cannot open "
                       FUNCTION TRIM(WS-CFN-01)
                       " (status " WS-DATA-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 3100-READ-ONE-DATA-LINE THRU 3100-EXIT
               UNTIL NO-MORE-DATA.
           CLOSE DATA-FILE.
       3000-EXIT.
           EXIT.

       3100-READ-ONE-DATA-LINE.
           READ DATA-FILE
               AT END
                   SET NO-MORE-DATA TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF DATA-LINE(1:2) NOT = "H|"
               GO TO 3100-EXIT
           END-IF.
           MOVE SPACES TO WS-CUR-PATH WS-CUR-TOPIC WS-CUR-MODE.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-RECORD-TYPE WS-CUR-PATH
                    WS-CUR-TOPIC WS-CUR-MODE
           END-UNSTRING.
           PERFORM 3110-MATCH-ONE-DIALOGUE THRU 3110-EXIT
               VARYING WS-ITM-POS FROM 1 BY 1
               UNTIL WS-ITM-POS > WS-CRS-ITM-COUNT.
       3100-EXIT.
           EXIT.

       3110-MATCH-ONE-DIALOGUE.
           IF WS-CRS-ITM-KIND (WS-ITM-POS) = "Q"
               GO TO 3110-EXIT
           END-IF.
           IF WS-CRS-ITM-TEXT (WS-ITM-POS) NOT = WS-CUR-PATH
               GO TO 3110-EXIT
           END-IF.
           MOVE WS-CUR-TOPIC TO WS-BK-TOPIC (WS-ITM-POS).
           MOVE WS-CUR-MODE TO WS-BK-MODE (WS-ITM-POS).
           IF WS-CRS-ITM-KIND (WS-ITM-POS) = "D"
               MOVE "Y" TO WS-BK-FOUND (WS-ITM-POS)
           END-IF.
       3110-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> The pairs: each C item counts the pairs of its path as
      *> they go by and takes the one its ordinal names.
      *>----------------------------------------------------------*>
       3500-SCAN-CATECHISM.
           OPEN INPUT CAT-FILE.
           IF WS-CAT-STATUS NOT = "00"
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3600-READ-ONE-PAIR THRU 3600-EXIT
               UNTIL NO-MORE-CAT.
           CLOSE CAT-FILE.
       3500-EXIT.
           EXIT.

      *> Q|question|answer|persona|tradition|path
       3600-READ-ONE-PAIR.
           READ CAT-FILE
               AT END
                   SET NO-MORE-CAT TO TRUE
                   GO TO 3600-EXIT
           END-READ.
           IF CAT-LINE(1:2) NOT = "Q|"
               GO TO 3600-EXIT
           END-IF.
           MOVE SPACES TO WS-CAT-QUESTION WS-CAT-ANSWER WS-CAT-PATH.
           UNSTRING CAT-LINE DELIMITED BY "|"
               INTO WS-RECORD-TYPE WS-CAT-QUESTION WS-CAT-ANSWER
                    WS-CAT-PERSONA WS-CAT-TRADITION WS-CAT-PATH
           END-UNSTRING.
           PERFORM 3610-MATCH-ONE-PAIR THRU 3610-EXIT
               VARYING WS-ITM-POS FROM 1 BY 1
               UNTIL WS-ITM-POS > WS-CRS-ITM-COUNT.
       3600-EXIT.
           EXIT.

       3610-MATCH-ONE-PAIR.
           IF WS-CRS-ITM-KIND (WS-ITM-POS) NOT = "C"
               GO TO 3610-EXIT
           END-IF.
           IF WS-CRS-ITM-TEXT (WS-ITM-POS) NOT = WS-CAT-PATH
               GO TO 3610-EXIT
           END-IF.
           ADD 1 TO WS-BK-SEEN (WS-ITM-POS).
           IF WS-BK-SEEN (WS-ITM-POS) = WS-CRS-ITM-PAIR (WS-ITM-POS)
               MOVE WS-CAT-QUESTION TO WS-BK-QUESTION (WS-ITM-POS)
               MOVE WS-CAT-ANSWER TO WS-BK-ANSWER (WS-ITM-POS)
               MOVE "Y" TO WS-BK-FOUND (WS-ITM-POS)
           END-IF.
       3610-EXIT.
           EXIT.

      *> An item to print that is not on file stops the book.
       3900-CHECK-ONE-ITEM.
           IF WS-BK-STATE (WS-ITM-POS) NOT = "Y"
                   OR WS-BK-FOUND (WS-ITM-POS) = "Y"
               GO TO 3900-EXIT
           END-IF.
           ADD 1 TO WS-NOT-ON-FILE.
           MOVE WS-CRS-ITM-LESSON (WS-ITM-POS) TO WS-LSN-POS.
           IF WS-CRS-ITM-KIND (WS-ITM-POS) = "D"
               DISPLAY "COURSE-BOOK: lesson "
                       FUNCTION TRIM(WS-CRS-LSN-ID (WS-LSN-POS))
                       ", dialogue not in "
                       FUNCTION TRIM(WS-CFN-01) ": "
                       WS-CRS-ITM-TEXT (WS-ITM-POS)(1:60)
           ELSE
               MOVE WS-CRS-ITM-PAIR (WS-ITM-POS) TO WS-EDIT-3
               DISPLAY "COURSE-BOOK: lesson "
                       FUNCTION TRIM(WS-CRS-LSN-ID (WS-LSN-POS))
                       ", pair " FUNCTION TRIM(WS-EDIT-3)
                       " not in " FUNCTION TRIM(WS-CFN-02)
                       " (run CATECHISM-EXTRACT): "
                       WS-CRS-ITM-TEXT (WS-ITM-POS)(1:60)
           END-IF.
       3900-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Front page: the course and its contents.
      *>----------------------------------------------------------*>
       4000-PRINT-FRONT-PAGE.
           MOVE SPACES TO WS-HDR-WEEK.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE WS-CRS-TITLE TO WS-OUT-LINE.
           PERFORM 8000-EMIT-LINE THRU 8000-EXIT.
           PERFORM 8100-EMIT-BLANK THRU 8100-EXIT.
           MOVE WS-CRS-WEEKS TO WS-EDIT-2.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "Course " FUNCTION TRIM(WS-CRS-ID) ", "
                  FUNCTION TRIM(WS-EDIT-2) " weeks from "
                  WS-CRS-START
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8000-EMIT-LINE THRU 8000-EXIT.
           IF WS-CRS-PARISH NOT = SPACES
               MOVE SPACES TO WS-OUT-LINE
               STRING "Parish " FUNCTION TRIM(WS-CRS-PARISH)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
               PERFORM 8000-EMIT-LINE THRU 8000-EXIT
           END-IF.
           PERFORM 8100-EMIT-BLANK THRU 8100-EXIT.
           MOVE "CONTENTS" TO WS-OUT-LINE.
           PERFORM 8000-EMIT-LINE THRU 8000-EXIT.
           PERFORM 8100-EMIT-BLANK THRU 8100-EXIT.
           PERFORM 4100-CONTENTS-LINE THRU 4100-EXIT
               VARYING WS-LSN-POS FROM 1 BY 1
               UNTIL WS-LSN-POS > WS-CRS-LSN-COUNT.
       4000-EXIT.
           EXIT.

       4100-CONTENTS-LINE.
           MOVE WS-CRS-LSN-WEEK (WS-LSN-POS) TO WS-EDIT-2.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  Week " WS-EDIT-2 "  " WS-CRS-LSN-ID (WS-LSN-POS)
                  "  " WS-CRS-LSN-TITLE (WS-LSN-POS)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8000-EMIT-LINE THRU 8000-EXIT.
           IF WS-CRS-LSN-PRQ-COUNT (WS-LSN-POS) > 0
               PERFORM 7000-BUILD-PREREQUISITES THRU 7000-EXIT
               MOVE SPACES TO WS-OUT-LINE
               STRING "                     after "
                      FUNCTION TRIM(WS-PRQ-TEXT)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
               PERFORM 8000-EMIT-LINE THRU 8000-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> A course week: a new page, its lessons in course order.
      *>----------------------------------------------------------*>
       5000-PRINT-ONE-WEEK.
           MOVE 0 TO WS-WEEK-LESSONS.
           PERFORM 5010-COUNT-WEEK-LESSON THRU 5010-EXIT
               VARYING WS-LSN-POS FROM 1 BY 1
               UNTIL WS-LSN-POS > WS-CRS-LSN-COUNT.
           IF WS-WEEK-LESSONS = 0
               GO TO 5000-EXIT
           END-IF.
           MOVE WS-WEEK TO WS-EDIT-2.
           MOVE SPACES TO WS-HDR-WEEK.
           STRING "WEEK " FUNCTION TRIM(WS-EDIT-2)
               DELIMITED BY SIZE INTO WS-HDR-WEEK
           END-STRING.
           MOVE 99 TO WS-LINE-ON-PAGE.
           PERFORM 5100-PRINT-ONE-LESSON THRU 5100-EXIT
               VARYING WS-LSN-POS FROM 1 BY 1
               UNTIL WS-LSN-POS > WS-CRS-LSN-COUNT.
       5000-EXIT.
           EXIT.

       5010-COUNT-WEEK-LESSON.
           IF WS-CRS-LSN-WEEK (WS-LSN-POS) = WS-WEEK
               ADD 1 TO WS-WEEK-LESSONS
           END-IF.
       5010-EXIT.
           EXIT.

       5100-PRINT-ONE-LESSON.
           IF WS-CRS-LSN-WEEK (WS-LSN-POS) NOT = WS-WEEK
               GO TO 5100-EXIT
           END-IF.
      *> A lesson heading does not sit alone at the foot of a page.
           IF WS-LINE-ON-PAGE > WS-PAGE-SIZE - 6
               MOVE 99 TO WS-LINE-ON-PAGE
           END-IF.
           PERFORM 8100-EMIT-BLANK THRU 8100-EXIT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING FUNCTION TRIM(WS-CRS-LSN-ID (WS-LSN-POS)) "  "
                  WS-CRS-LSN-TITLE (WS-LSN-POS)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 8000-EMIT-LINE THRU 8000-EXIT.
           MOVE ALL "-" TO WS-OUT-LINE(1:60).
           PERFORM 8000-EMIT-LINE THRU 8000-EXIT.
           IF WS-CRS-LSN-PRQ-COUNT (WS-LSN-POS) > 0
               PERFORM 7000-BUILD-PREREQUISITES THRU 7000-EXIT
               MOVE SPACES TO WS-OUT-LINE
               STRING "Before this lesson: "
                      FUNCTION TRIM(WS-PRQ-TEXT)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
               PERFORM 8000-EMIT-LINE THRU 8000-EXIT
           END-IF.
           MOVE 0 TO WS-ITM-NUM.
           PERFORM 5200-PRINT-ONE-ITEM THRU 5200-EXIT
               VARYING WS-ITM-POS FROM 1 BY 1
               UNTIL WS-ITM-POS > WS-CRS-ITM-COUNT.
       5100-EXIT.
           EXIT.

       5200-PRINT-ONE-ITEM.
           IF WS-CRS-ITM-LESSON (WS-ITM-POS) NOT = WS-LSN-POS
                   OR WS-BK-STATE (WS-ITM-POS) NOT = "Y"
               GO TO 5200-EXIT
           END-IF.
           ADD 1 TO WS-ITM-NUM.
           ADD 1 TO WS-ITEMS-PRINTED.
           PERFORM 8100-EMIT-BLANK THRU 8100-EXIT.
           MOVE WS-ITM-NUM TO WS-EDIT-3.
           MOVE SPACES TO WS-OUT-LINE.
           EVALUATE WS-CRS-ITM-KIND (WS-ITM-POS)
               WHEN "D"
                   STRING WS-EDIT-3 ". DIALOGUE  "
                          FUNCTION TRIM(WS-BK-TOPIC (WS-ITM-POS))
                          " (" FUNCTION TRIM(WS-BK-MODE (WS-ITM-POS))
                          ")"
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   END-STRING
                   PERFORM 8000-EMIT-LINE THRU 8000-EXIT
                   MOVE WS-CRS-ITM-TEXT (WS-ITM-POS) TO WS-WRAP-TEXT
                   MOVE SPACES TO WS-WRAP-LEAD
                   PERFORM 8500-PUT-WRAPPED THRU 8500-EXIT
               WHEN "C"
                   STRING WS-EDIT-3 ". CATECHISM  from "
                          FUNCTION TRIM(WS-BK-TOPIC (WS-ITM-POS))
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   END-STRING
                   PERFORM 8000-EMIT-LINE THRU 8000-EXIT
                   MOVE WS-BK-QUESTION (WS-ITM-POS) TO WS-WRAP-TEXT
                   MOVE "      Q: " TO WS-WRAP-LEAD
                   PERFORM 8500-PUT-WRAPPED THRU 8500-EXIT
                   MOVE WS-BK-ANSWER (WS-ITM-POS) TO WS-WRAP-TEXT
                   MOVE "      A: " TO WS-WRAP-LEAD
                   PERFORM 8500-PUT-WRAPPED THRU 8500-EXIT
               WHEN OTHER
                   STRING WS-EDIT-3 ". FOR DISCUSSION"
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   END-STRING
                   PERFORM 8000-EMIT-LINE THRU 8000-EXIT
                   MOVE WS-CRS-ITM-TEXT (WS-ITM-POS) TO WS-WRAP-TEXT
                   MOVE SPACES TO WS-WRAP-LEAD
                   PERFORM 8500-PUT-WRAPPED THRU 8500-EXIT
           END-EVALUATE.
       5200-EXIT.
           EXIT.

      *> WS-PRQ-TEXT <- the lesson's prerequisites by code.
       7000-BUILD-PREREQUISITES.
           MOVE SPACES TO WS-PRQ-TEXT.
           MOVE 1 TO WS-PRQ-PTR.
           PERFORM 7010-ADD-ONE-PREREQUISITE THRU 7010-EXIT
               VARYING WS-PRQ-POS FROM 1 BY 1
               UNTIL WS-PRQ-POS > WS-CRS-LSN-PRQ-COUNT (WS-LSN-POS).
       7000-EXIT.
           EXIT.

       7010-ADD-ONE-PREREQUISITE.
           MOVE WS-CRS-LSN-PRQ (WS-LSN-POS, WS-PRQ-POS) TO WS-PRQ-LSN.
           IF WS-PRQ-POS > 1
               STRING ", " DELIMITED BY SIZE
                   INTO WS-PRQ-TEXT WITH POINTER WS-PRQ-PTR
               END-STRING
           END-IF.
           STRING FUNCTION TRIM(WS-CRS-LSN-ID (WS-PRQ-LSN))
                  " (" FUNCTION TRIM(WS-CRS-LSN-TITLE (WS-PRQ-LSN))
                  ")"
               DELIMITED BY SIZE
               INTO WS-PRQ-TEXT WITH POINTER WS-PRQ-PTR
           END-STRING.
       7010-EXIT.
           EXIT.

       8000-EMIT-LINE.
           IF WS-LINE-ON-PAGE >= WS-PAGE-SIZE
               PERFORM 8200-OPEN-NEW-PAGE THRU 8200-EXIT
           END-IF.
           MOVE WS-OUT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 1 TO WS-LINE-ON-PAGE.
           MOVE SPACES TO WS-OUT-LINE.
       8000-EXIT.
           EXIT.

       8100-EMIT-BLANK.
           MOVE SPACES TO WS-OUT-LINE.
           PERFORM 8000-EMIT-LINE THRU 8000-EXIT.
       8100-EXIT.
           EXIT.

       8200-OPEN-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUM.
           MOVE 3 TO WS-LINE-ON-PAGE.
           MOVE ALL "=" TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "CATECHUMEN COURSE   " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CRS-ID) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-CRS-TITLE(1:50) DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING.
           MOVE "PAGE" TO PRINT-LINE(88:4).
           MOVE WS-PAGE-NUM TO WS-EDIT-4.
           MOVE WS-EDIT-4 TO PRINT-LINE(93:4).
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           MOVE WS-HDR-WEEK TO PRINT-LINE.
           WRITE PRINT-LINE.
       8200-EXIT.
           EXIT.

      *> WS-WRAP-TEXT printed WS-WRAP-WIDTH at a time, broken at a
      *> space, behind WS-WRAP-LEAD on the first line and an equal
      *> indent on the rest.
       8500-PUT-WRAPPED.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-WRAP-TEXT TRAILING))
               TO WS-WRAP-LEN.
           IF WS-WRAP-TEXT = SPACES
               GO TO 8500-EXIT
           END-IF.
           MOVE 1 TO WS-WRAP-START.
           MOVE "Y" TO WS-WRAP-FIRST.
           PERFORM 8510-PUT-ONE-PIECE THRU 8510-EXIT
               UNTIL WS-WRAP-START > WS-WRAP-LEN.
       8500-EXIT.
           EXIT.

       8510-PUT-ONE-PIECE.
           IF WS-WRAP-LEN - WS-WRAP-START + 1 <= WS-WRAP-WIDTH
               MOVE WS-WRAP-LEN TO WS-WRAP-CUT
           ELSE
               COMPUTE WS-WRAP-CUT = WS-WRAP-START + WS-WRAP-WIDTH - 1
               PERFORM 8520-BACK-TO-SPACE THRU 8520-EXIT
                   UNTIL WS-WRAP-CUT <= WS-WRAP-START
                      OR WS-WRAP-TEXT(WS-WRAP-CUT:1) = SPACE
               IF WS-WRAP-CUT <= WS-WRAP-START
                   COMPUTE WS-WRAP-CUT =
                       WS-WRAP-START + WS-WRAP-WIDTH - 1
               END-IF
           END-IF.
           MOVE SPACES TO WS-OUT-LINE.
           IF WS-WRAP-FIRST = "Y"
               MOVE WS-WRAP-LEAD TO WS-OUT-LINE(1:12)
               MOVE "N" TO WS-WRAP-FIRST
           END-IF.
           MOVE WS-WRAP-TEXT(WS-WRAP-START:
                   WS-WRAP-CUT - WS-WRAP-START + 1)
               TO WS-OUT-LINE(10:).
           PERFORM 8000-EMIT-LINE THRU 8000-EXIT.
           COMPUTE WS-WRAP-START = WS-WRAP-CUT + 1.
      *> The next piece starts past the blanks it broke on.
           PERFORM 8530-SKIP-ONE-BLANK THRU 8530-EXIT
               UNTIL WS-WRAP-START > WS-WRAP-LEN
                  OR WS-WRAP-TEXT(WS-WRAP-START:1) NOT = SPACE.
       8510-EXIT.
           EXIT.

       8520-BACK-TO-SPACE.
           SUBTRACT 1 FROM WS-WRAP-CUT.
       8520-EXIT.
           EXIT.

       8530-SKIP-ONE-BLANK.
           ADD 1 TO WS-WRAP-START.
       8530-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "dialogue_data.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "catechism.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
       0900-EXIT.
           EXIT.
