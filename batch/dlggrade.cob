      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> DLGGRADE
      *>
      *> Shared reading-grade filter, CALLed per path by the
      *> selection programs (READING-PLAN, BULLETIN-COMPOSITOR,
      *> ANTHOLOGY-PRINT) when the operator asks for a grade band.
      *> Answers from the G records READING-GRADE writes to
      *> batch/reading_grade.dat - the grade of the record as
      *> originally written - against the bands in DLGGRD01. A
      *> band takes in every easier band too, so MIDDLE admits
      *> PRIMARY and MIDDLE records:
      *>
      *>     "00"  the record is graded at or below LK-BAND
      *>     "12"  the record is graded above LK-BAND
      *>     "04"  the record has no grade on file (not yet
      *>           graded, or no words to grade)
      *>     "08"  LK-BAND is not one of the DLGGRD01 bands
      *>
      *> LK-GRADE-BAND returns the record's own band (spaces when
      *> ungraded). A caller validates the operator's band once
      *> with a blank path: "08" means refuse the run. Loaded once
      *> per run unit, the DLGELIG pattern.
      *>
      *> Compile (the nightly sweep does this automatically):
      *>     cobc -m -std=ibm -I COPYLIB -o DLGGRADE.so batch/dlggrade.cob
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLGGRADE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-FILE.
       01  GRADE-LINE               PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-GRADE-STATUS          PIC X(02).
       01  WS-EOF-GRADE             PIC X(01).
           88  NO-MORE-GRADES                VALUE "Y".
       01  WS-LOADED                PIC X(01) VALUE "N".
           88  GRADES-ARE-LOADED             VALUE "Y".

           COPY DLGGRD01.

       01  WS-GRD-MAX               PIC 9(04) VALUE 3000.
       01  WS-GRD-COUNT             PIC 9(04) VALUE 0.
       01  WS-GRD-TABLE.
           05  WS-GRD-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-GRD-IDX.
               10  WS-GRD-PATH      PIC X(200).
               10  WS-GRD-RANK      PIC 9(01).
       01  WS-GRD-FOUND             PIC 9(04) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(10).
       01  WS-IN-F4                 PIC X(10).
       01  WS-IN-F5                 PIC X(10).
       01  WS-IN-F6                 PIC X(10).
       01  WS-BAND-NAME             PIC X(10).
       01  WS-BAND-RANK             PIC 9(01) VALUE 0.
       01  WS-WANT-RANK             PIC 9(01) VALUE 0.
       01  WS-BAND-POS              PIC 9(01) VALUE 0.

       LINKAGE SECTION.
       01  LK-PATH                  PIC X(200).
       01  LK-BAND                  PIC X(10).
       01  LK-RESULT                PIC X(02).
       01  LK-GRADE-BAND            PIC X(10).

       PROCEDURE DIVISION USING LK-PATH LK-BAND LK-RESULT
                                LK-GRADE-BAND.
       0000-MAINLINE.
           IF NOT GRADES-ARE-LOADED
               PERFORM 1000-LOAD-GRADES THRU 1000-EXIT
           END-IF.
           MOVE SPACES TO LK-GRADE-BAND.
           MOVE FUNCTION UPPER-CASE(LK-BAND) TO WS-BAND-NAME.
           PERFORM 2000-RANK-OF-BAND THRU 2000-EXIT.
           IF WS-BAND-RANK = 0
               MOVE "08" TO LK-RESULT
               GOBACK
           END-IF.
           MOVE WS-BAND-RANK TO WS-WANT-RANK.
           IF LK-PATH = SPACES
               MOVE "00" TO LK-RESULT
               GOBACK
           END-IF.
           MOVE 0 TO WS-GRD-FOUND.
           SET WS-GRD-IDX TO 1.
           IF WS-GRD-COUNT > 0
               SEARCH WS-GRD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-GRD-IDX > WS-GRD-COUNT
                       CONTINUE
                   WHEN WS-GRD-PATH (WS-GRD-IDX) = LK-PATH(1:200)
                       SET WS-GRD-FOUND TO WS-GRD-IDX
               END-SEARCH
           END-IF.
           IF WS-GRD-FOUND = 0
               MOVE "04" TO LK-RESULT
               GOBACK
           END-IF.
           MOVE WS-GRD-BAND-NAME (WS-GRD-RANK (WS-GRD-FOUND))
               TO LK-GRADE-BAND.
           IF WS-GRD-RANK (WS-GRD-FOUND) > WS-WANT-RANK
               MOVE "12" TO LK-RESULT
           ELSE
               MOVE "00" TO LK-RESULT
           END-IF.
           GOBACK.

      *> G|path|O/T|lang|grade|band|messages|words - originals only.
       1000-LOAD-GRADES.
           SET GRADES-ARE-LOADED TO TRUE.
           MOVE "N" TO WS-EOF-GRADE.
           MOVE "reading_grade.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           OPEN INPUT GRADE-FILE.
           IF WS-GRADE-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LOAD-ONE-GRADE THRU 1100-EXIT
               UNTIL NO-MORE-GRADES.
           CLOSE GRADE-FILE.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-GRADE.
           READ GRADE-FILE
               AT END
                   SET NO-MORE-GRADES TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF GRADE-LINE(1:2) NOT = "G|"
                   OR WS-GRD-COUNT NOT < WS-GRD-MAX
               GO TO 1100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F6.
           UNSTRING GRADE-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6
           END-UNSTRING.
           IF WS-IN-F3 NOT = "O"
               GO TO 1100-EXIT
           END-IF.
           MOVE WS-IN-F6 TO WS-BAND-NAME.
           PERFORM 2000-RANK-OF-BAND THRU 2000-EXIT.
           IF WS-BAND-RANK = 0
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-GRD-COUNT.
           MOVE WS-IN-F2(1:200) TO WS-GRD-PATH (WS-GRD-COUNT).
           MOVE WS-BAND-RANK TO WS-GRD-RANK (WS-GRD-COUNT).
       1100-EXIT.
           EXIT.

       2000-RANK-OF-BAND.
           MOVE 0 TO WS-BAND-RANK.
           PERFORM 2010-PROBE-ONE-BAND THRU 2010-EXIT
               VARYING WS-BAND-POS FROM 1 BY 1
               UNTIL WS-BAND-POS > WS-GRD-BAND-COUNT
                  OR WS-BAND-RANK > 0.
       2000-EXIT.
           EXIT.

       2010-PROBE-ONE-BAND.
           IF WS-GRD-BAND-NAME (WS-BAND-POS) = WS-BAND-NAME
               MOVE WS-BAND-POS TO WS-BAND-RANK
           END-IF.
       2010-EXIT.
           EXIT.
