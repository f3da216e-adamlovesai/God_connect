      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> ERRATA-NOTICE
      *>
      *> Errata for published dialogue corrected afterwards.
      *> CORRECTION-APPLY puts a verdict or a message right in the
      *> master, but what already went out still carries the old
      *> text: a bulletin issue or an anthology
      *> (batch/issue_contents.dat), an answer letter
      *> (batch/letter_register.dat - the answering path is the
      *> question's FULFILLED ruling on batch/question_box.dat), a
      *> subscriber distribution (batch/distribution_list.dat).
      *> A BUILD run (the default, in the nightly) compares every
      *> correction journal entry (batch/correction_journal.dat)
      *> with those registers and raises one erratum on
      *> batch/errata.dat for each issue or recipient that had the
      *> record before it was corrected:
      *>
      *>     E|erratum|kind|target|member|path|seq|field|before|
      *>       after|corrected|raised|topic|parish
      *>
      *> kind ISSUE (target the issue), LETTER (the question
      *> number) or DIST (the subscriber); before and after are the
      *> journal's images of the changed field, corrected the
      *> journal timestamp, topic the record's topic line today.
      *> An erratum is raised once - a rerun finds it on file. What
      *> became of it appends as
      *>
      *>     S|erratum|status|issued-in|date
      *>
      *> and the last S record wins, the question box's convention:
      *>     ISSUED       issued-in BULLETIN <issue>: printed under
      *>                  CORRECTIONS in that issue by a FINAL run
      *>                  of BULLETIN-COMPOSITOR; issued-in OUTBOX:
      *>                  the letter or distribution recipient was
      *>                  sent an ERRATUM notice through the
      *>                  notification outbox (DLGNTFY, the MEMBER
      *>                  route - NOTIFY-GATEWAY applies consent)
      *>     UNADDRESSED  a letter answering an anonymous question;
      *>                  there is nobody to tell
      *> An ISSUE erratum with no S record is pending for the next
      *> bulletin.
      *>
      *> A REGISTER run lists the errata - what was raised against
      *> which issue or recipient, the text before and after, and
      *> where and when each was issued - through the spool
      *> (DLGSPOOL, class BOARD) as well as the console. Only the
      *> run's parish's errata are listed (DLGPRSH CODE).
      *>
      *> Usage:
      *>     errata_notice [BUILD|REGISTER] [FROM=YYYY-MM-DD]
      *>
      *> FROM= limits BUILD to corrections journaled on or after the
      *> date (a first run over an old journal) and REGISTER to
      *> errata raised on or after it.
      *>
      *> RETURN-CODE 0; 8 for an unreadable argument.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERRATA-NOTICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT ISSUE-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISSUE-STATUS.
           SELECT QBOX-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QBOX-STATUS.
           SELECT LETTER-FILE ASSIGN DYNAMIC WS-CFN-04
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
           SELECT DIST-FILE ASSIGN DYNAMIC WS-CFN-05
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-06
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT ERRATA-FILE ASSIGN DYNAMIC WS-CFN-07
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRATA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JOURNAL-LINE             PIC X(800).

       FD  ISSUE-FILE.
       01  ISSUE-LINE               PIC X(300).

       FD  QBOX-FILE.
       01  QBOX-LINE                PIC X(500).

       FD  LETTER-FILE.
       01  LETTER-LINE              PIC X(300).

       FD  DIST-FILE.
       01  DIST-LINE                PIC X(500).

       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).

       FD  ERRATA-FILE.
       01  ERRATA-LINE              PIC X(1200).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-CFN-04                PIC X(200).
       01  WS-CFN-05                PIC X(200).
       01  WS-CFN-06                PIC X(200).
       01  WS-CFN-07                PIC X(200).
       01  WS-JOURNAL-STATUS        PIC X(02) VALUE SPACES.
       01  WS-ISSUE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-QBOX-STATUS           PIC X(02) VALUE SPACES.
       01  WS-LETTER-STATUS         PIC X(02) VALUE SPACES.
       01  WS-DIST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-DATA-STATUS           PIC X(02) VALUE SPACES.
       01  WS-ERRATA-STATUS         PIC X(02) VALUE SPACES.
       01  WS-EOF-JOURNAL           PIC X(01) VALUE "N".
           88  NO-MORE-JOURNAL               VALUE "Y".
       01  WS-EOF-ISSUE             PIC X(01) VALUE "N".
           88  NO-MORE-ISSUES                VALUE "Y".
       01  WS-EOF-QBOX              PIC X(01) VALUE "N".
           88  NO-MORE-QBOX                  VALUE "Y".
       01  WS-EOF-LETTER            PIC X(01) VALUE "N".
           88  NO-MORE-LETTERS               VALUE "Y".
       01  WS-EOF-DIST              PIC X(01) VALUE "N".
           88  NO-MORE-DIST                  VALUE "Y".
       01  WS-EOF-DATA              PIC X(01) VALUE "N".
           88  NO-MORE-DATA                  VALUE "Y".
       01  WS-EOF-ERRATA            PIC X(01) VALUE "N".
           88  NO-MORE-ERRATA                VALUE "Y".

       01  WS-CMD-LINE              PIC X(100) VALUE SPACES.
       01  WS-ARG-1                 PIC X(20) VALUE SPACES.
       01  WS-ARG-2                 PIC X(20) VALUE SPACES.
       01  WS-ARG-MODE              PIC X(08) VALUE "BUILD".
           88  BUILD-RUN                     VALUE "BUILD".
           88  REGISTER-RUN                  VALUE "REGISTER".
       01  WS-ARG-FROM              PIC X(08) VALUE "00000000".
       01  WS-ARG-WORK              PIC X(20) VALUE SPACES.
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-TODAY                 PIC X(08).

      *> Published copies: one entry per issue, letter or
      *> distribution record that carried a path.
       01  WS-PUB-MAX               PIC 9(05) VALUE 5000.
       01  WS-PUB-COUNT             PIC 9(05) VALUE 0.
       01  WS-PUB-TABLE.
           05  WS-PUB-ENTRY OCCURS 5000 TIMES.
               10  WS-PUB-KIND      PIC X(06).
               10  WS-PUB-TARGET    PIC X(10).
               10  WS-PUB-MEMBER    PIC X(40).
               10  WS-PUB-PATH      PIC X(200).
               10  WS-PUB-DATE      PIC X(08).
       01  WS-PUB-POS               PIC 9(05) VALUE 0.

      *> The answering path per fulfilled question; the last
      *> ruling wins.
       01  WS-ANS-MAX               PIC 9(04) VALUE 2000.
       01  WS-ANS-COUNT             PIC 9(04) VALUE 0.
       01  WS-ANS-TABLE.
           05  WS-ANS-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-ANS-IDX.
               10  WS-ANS-NUM       PIC X(04).
               10  WS-ANS-PATH      PIC X(200).
       01  WS-ANS-FOUND             PIC 9(04) VALUE 0.

      *> The errata already on file, by what raised them.
       01  WS-ERR-MAX               PIC 9(05) VALUE 5000.
       01  WS-ERR-COUNT             PIC 9(05) VALUE 0.
       01  WS-ERR-TABLE.
           05  WS-ERR-ENTRY OCCURS 5000 TIMES.
               10  WS-ERR-KIND      PIC X(06).
               10  WS-ERR-TARGET    PIC X(10).
               10  WS-ERR-PATH      PIC X(200).
               10  WS-ERR-SEQ       PIC X(04).
               10  WS-ERR-FIELD     PIC X(12).
               10  WS-ERR-STAMP     PIC X(21).
       01  WS-ERR-POS               PIC 9(05) VALUE 0.
       01  WS-LAST-ID               PIC 9(06) VALUE 0.
       01  WS-ID-NUM                PIC 9(06) VALUE 0.

      *> The errata this run raises.
       01  WS-NEW-MAX               PIC 9(03) VALUE 500.
       01  WS-NEW-COUNT             PIC 9(03) VALUE 0.
       01  WS-NEW-TABLE.
           05  WS-NEW-ENTRY OCCURS 500 TIMES.
               10  WS-NEW-ID        PIC 9(06).
               10  WS-NEW-KIND      PIC X(06).
               10  WS-NEW-TARGET    PIC X(10).
               10  WS-NEW-MEMBER    PIC X(40).
               10  WS-NEW-PATH      PIC X(200).
               10  WS-NEW-SEQ       PIC X(04).
               10  WS-NEW-FIELD     PIC X(12).
               10  WS-NEW-BEFORE    PIC X(240).
               10  WS-NEW-AFTER     PIC X(240).
               10  WS-NEW-STAMP     PIC X(21).
               10  WS-NEW-TOPIC     PIC X(120).
       01  WS-NEW-POS               PIC 9(03) VALUE 0.

      *> One correction journal entry.
       01  WS-JNL-PATH              PIC X(200).
       01  WS-JNL-SEQ               PIC X(04).
       01  WS-JNL-FIELD             PIC X(12).
       01  WS-JNL-BEFORE            PIC X(240).
       01  WS-JNL-AFTER             PIC X(240).
       01  WS-JNL-OPERATOR          PIC X(20).
       01  WS-JNL-STAMP             PIC X(21).

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
       01  WS-IN-F4                 PIC X(240).
       01  WS-IN-F5                 PIC X(240).
       01  WS-IN-F6                 PIC X(240).
       01  WS-IN-F7                 PIC X(240).
       01  WS-IN-F8                 PIC X(240).
       01  WS-IN-F9                 PIC X(240).
       01  WS-IN-F10                PIC X(240).
       01  WS-IN-F11                PIC X(240).
       01  WS-IN-F12                PIC X(240).
       01  WS-IN-F13                PIC X(240).
       01  WS-IN-F14                PIC X(240).
       01  WS-HIT                   PIC X(01) VALUE "N".

      *> Issue dispositions for the register: the last S record
      *> per erratum.
       01  WS-STS-MAX               PIC 9(05) VALUE 5000.
       01  WS-STS-COUNT             PIC 9(05) VALUE 0.
       01  WS-STS-TABLE.
           05  WS-STS-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-STS-IDX.
               10  WS-STS-ID        PIC X(06).
               10  WS-STS-STATUS    PIC X(12).
               10  WS-STS-IN        PIC X(30).
               10  WS-STS-DATE      PIC X(08).
       01  WS-STS-FOUND             PIC 9(05) VALUE 0.

       01  WS-JOURNAL-READ          PIC 9(07) VALUE 0.
       01  WS-RAISED                PIC 9(05) VALUE 0.
       01  WS-RAISED-ISSUE          PIC 9(05) VALUE 0.
       01  WS-SENT                  PIC 9(05) VALUE 0.
       01  WS-UNADDRESSED           PIC 9(05) VALUE 0.
       01  WS-OVERFLOW              PIC 9(05) VALUE 0.
       01  WS-LISTED                PIC 9(05) VALUE 0.
       01  WS-LISTED-ISSUED         PIC 9(05) VALUE 0.
       01  WS-LISTED-PENDING        PIC 9(05) VALUE 0.
       01  WS-LISTED-UNADDR         PIC 9(05) VALUE 0.
       01  WS-DATE-IN               PIC X(08).
       01  WS-DATE-OUT              PIC X(10).

      *> The ERRATUM notice through the notification outbox.
       01  WS-NTF-EVENT             PIC X(20) VALUE "ERRATUM".
       01  WS-NTF-KEY               PIC X(200).
       01  WS-NTF-DETAIL            PIC X(120).
       01  WS-NTF-MEMBER            PIC X(40).
       01  WS-NTF-GIST              PIC X(40).

           COPY DLGMBR01.

       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "ERRATA-NOTICE".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).

       01  WS-RPT-LINE.
           05  WS-RL-ID             PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-KIND           PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-TARGET         PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-FIELD          PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-RAISED         PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-STATUS         PIC X(11).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-IN             PIC X(17).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-ISSUED         PIC X(10).

       01  WS-SPL-ACTION            PIC X(04).
       01  WS-SPL-PGM               PIC X(30) VALUE "ERRATA-NOTICE".
       01  WS-SPL-CLASS             PIC X(10) VALUE "BOARD".
       01  WS-SPL-TEXT              PIC X(132).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF REGISTER-RUN
               PERFORM 6000-REGISTER THRU 6000-EXIT
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-ERRATA THRU 1100-EXIT
               UNTIL NO-MORE-ERRATA.
           PERFORM 1200-LOAD-ISSUES THRU 1200-EXIT
               UNTIL NO-MORE-ISSUES.
           PERFORM 1300-LOAD-ANSWERS THRU 1300-EXIT
               UNTIL NO-MORE-QBOX.
           PERFORM 1400-LOAD-LETTERS THRU 1400-EXIT
               UNTIL NO-MORE-LETTERS.
           PERFORM 1500-LOAD-DISTRIBUTION THRU 1500-EXIT
               UNTIL NO-MORE-DIST.
           PERFORM 2000-READ-JOURNAL THRU 2000-EXIT
               UNTIL NO-MORE-JOURNAL.
           IF WS-NEW-COUNT > 0
               PERFORM 3000-FETCH-TOPICS THRU 3000-EXIT
                   UNTIL NO-MORE-DATA
               PERFORM 4000-WRITE-ERRATA THRU 4000-EXIT
           END-IF.
           DISPLAY "ERRATA-NOTICE: " WS-JOURNAL-READ
                   " correction(s) read, " WS-RAISED
                   " erratum record(s) raised".
           DISPLAY "ERRATA-NOTICE: " WS-RAISED-ISSUE
                   " for the next bulletin, " WS-SENT
                   " notice(s) to the outbox, " WS-UNADDRESSED
                   " unaddressed".
           IF WS-OVERFLOW > 0
               DISPLAY "ERRATA-NOTICE: " WS-OVERFLOW
                       " more held over to the next run (table full)"
           END-IF.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL " "
               INTO WS-ARG-1 WS-ARG-2
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-ARG-1) TO WS-ARG-1.
           MOVE FUNCTION UPPER-CASE(WS-ARG-2) TO WS-ARG-2.
           IF WS-ARG-1(1:5) = "FROM="
               MOVE WS-ARG-1 TO WS-ARG-2
               MOVE SPACES TO WS-ARG-1
           END-IF.
           IF WS-ARG-1 NOT = SPACES
               IF WS-ARG-1 = "BUILD" OR "REGISTER"
                   MOVE WS-ARG-1 TO WS-ARG-MODE
               ELSE
                   DISPLAY "ERRATA-NOTICE: unknown mode "
                           FUNCTION TRIM(WS-ARG-1)
                           " - BUILD or REGISTER"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-ARG-2 NOT = SPACES
               MOVE WS-ARG-2(6:10) TO WS-ARG-WORK
               IF WS-ARG-2(1:5) NOT = "FROM="
                       OR WS-ARG-WORK(5:1) NOT = "-"
                       OR WS-ARG-WORK(8:1) NOT = "-"
                   DISPLAY "ERRATA-NOTICE: FROM=YYYY-MM-DD expected, "
                           "not " FUNCTION TRIM(WS-ARG-2)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               STRING WS-ARG-WORK(1:4) WS-ARG-WORK(6:2)
                      WS-ARG-WORK(9:2)
                   DELIMITED BY SIZE INTO WS-ARG-FROM
               END-STRING
               IF WS-ARG-FROM IS NOT NUMERIC
                   DISPLAY "ERRATA-NOTICE: FROM=YYYY-MM-DD expected, "
                           "not " FUNCTION TRIM(WS-ARG-2)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      *> The errata on file, so nothing is raised twice, and the
      *> last erratum number issued.
       1100-LOAD-ERRATA.
           IF WS-ERRATA-STATUS = SPACES
               OPEN INPUT ERRATA-FILE
               IF WS-ERRATA-STATUS NOT = "00"
                   SET NO-MORE-ERRATA TO TRUE
                   GO TO 1100-EXIT
               END-IF
           END-IF.
           READ ERRATA-FILE
               AT END
                   SET NO-MORE-ERRATA TO TRUE
                   CLOSE ERRATA-FILE
               NOT AT END
                   IF ERRATA-LINE(1:2) = "E|"
                       MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4
                                      WS-IN-F5 WS-IN-F6 WS-IN-F7
                                      WS-IN-F8 WS-IN-F9 WS-IN-F10
                                      WS-IN-F11
                       UNSTRING ERRATA-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                WS-IN-F4 WS-IN-F5 WS-IN-F6
                                WS-IN-F7 WS-IN-F8 WS-IN-F9
                                WS-IN-F10 WS-IN-F11
                       END-UNSTRING
                       PERFORM 1110-POST-ERRATUM THRU 1110-EXIT
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

       1110-POST-ERRATUM.
           IF WS-IN-F2(1:6) IS NUMERIC
               MOVE WS-IN-F2(1:6) TO WS-ID-NUM
               IF WS-ID-NUM > WS-LAST-ID
                   MOVE WS-ID-NUM TO WS-LAST-ID
               END-IF
           END-IF.
           IF WS-ERR-COUNT NOT < WS-ERR-MAX
               GO TO 1110-EXIT
           END-IF.
           ADD 1 TO WS-ERR-COUNT.
           MOVE WS-IN-F3(1:6) TO WS-ERR-KIND (WS-ERR-COUNT).
           MOVE WS-IN-F4(1:10) TO WS-ERR-TARGET (WS-ERR-COUNT).
           MOVE WS-IN-F6(1:200) TO WS-ERR-PATH (WS-ERR-COUNT).
           MOVE WS-IN-F7(1:4) TO WS-ERR-SEQ (WS-ERR-COUNT).
           MOVE WS-IN-F8(1:12) TO WS-ERR-FIELD (WS-ERR-COUNT).
           MOVE WS-IN-F11(1:21) TO WS-ERR-STAMP (WS-ERR-COUNT).
       1110-EXIT.
           EXIT.

      *> I|issue|path|date - the bulletin's issues and the
      *> anthology's printings alike.
       1200-LOAD-ISSUES.
           IF WS-ISSUE-STATUS = SPACES
               OPEN INPUT ISSUE-FILE
               IF WS-ISSUE-STATUS NOT = "00"
                   SET NO-MORE-ISSUES TO TRUE
                   GO TO 1200-EXIT
               END-IF
           END-IF.
           READ ISSUE-FILE
               AT END
                   SET NO-MORE-ISSUES TO TRUE
                   CLOSE ISSUE-FILE
               NOT AT END
                   IF ISSUE-LINE(1:2) = "I|"
                       MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4
                       UNSTRING ISSUE-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                WS-IN-F4
                       END-UNSTRING
                       IF WS-PUB-COUNT < WS-PUB-MAX
                           ADD 1 TO WS-PUB-COUNT
                           MOVE "ISSUE" TO WS-PUB-KIND (WS-PUB-COUNT)
                           MOVE WS-IN-F2(1:10)
                               TO WS-PUB-TARGET (WS-PUB-COUNT)
                           MOVE SPACES TO WS-PUB-MEMBER (WS-PUB-COUNT)
                           MOVE WS-IN-F3(1:200)
                               TO WS-PUB-PATH (WS-PUB-COUNT)
                           MOVE WS-IN-F4(1:8)
                               TO WS-PUB-DATE (WS-PUB-COUNT)
                       END-IF
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.

      *> S|number|FULFILLED|path|... - the path a letter answered
      *> with.
       1300-LOAD-ANSWERS.
           IF WS-QBOX-STATUS = SPACES
               OPEN INPUT QBOX-FILE
               IF WS-QBOX-STATUS NOT = "00"
                   SET NO-MORE-QBOX TO TRUE
                   GO TO 1300-EXIT
               END-IF
           END-IF.
           READ QBOX-FILE
               AT END
                   SET NO-MORE-QBOX TO TRUE
                   CLOSE QBOX-FILE
               NOT AT END
                   IF QBOX-LINE(1:2) = "S|"
                       MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4
                       UNSTRING QBOX-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                WS-IN-F4
                       END-UNSTRING
                       IF WS-IN-F3(1:9) = "FULFILLED"
                           PERFORM 1310-POST-ANSWER THRU 1310-EXIT
                       END-IF
                   END-IF
           END-READ.
       1300-EXIT.
           EXIT.

       1310-POST-ANSWER.
           PERFORM 1320-FIND-ANSWER THRU 1320-EXIT.
           IF WS-ANS-FOUND = 0
               IF WS-ANS-COUNT NOT < WS-ANS-MAX
                   GO TO 1310-EXIT
               END-IF
               ADD 1 TO WS-ANS-COUNT
               MOVE WS-ANS-COUNT TO WS-ANS-FOUND
               MOVE WS-IN-F2(1:4) TO WS-ANS-NUM (WS-ANS-FOUND)
           END-IF.
           MOVE WS-IN-F4(1:200) TO WS-ANS-PATH (WS-ANS-FOUND).
       1310-EXIT.
           EXIT.

       1320-FIND-ANSWER.
           MOVE 0 TO WS-ANS-FOUND.
           SET WS-ANS-IDX TO 1.
           IF WS-ANS-COUNT > 0
               SEARCH WS-ANS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ANS-IDX > WS-ANS-COUNT
                       CONTINUE
                   WHEN WS-ANS-NUM (WS-ANS-IDX) = WS-IN-F2(1:4)
                       SET WS-ANS-FOUND TO WS-ANS-IDX
               END-SEARCH
           END-IF.
       1320-EXIT.
           EXIT.

      *> L|number|letter-file|stamp|member
       1400-LOAD-LETTERS.
           IF WS-LETTER-STATUS = SPACES
               OPEN INPUT LETTER-FILE
               IF WS-LETTER-STATUS NOT = "00"
                   SET NO-MORE-LETTERS TO TRUE
                   GO TO 1400-EXIT
               END-IF
           END-IF.
           READ LETTER-FILE
               AT END
                   SET NO-MORE-LETTERS TO TRUE
                   CLOSE LETTER-FILE
               NOT AT END
                   IF LETTER-LINE(1:2) = "L|"
                       MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4
                                      WS-IN-F5
                       UNSTRING LETTER-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                WS-IN-F4 WS-IN-F5
                       END-UNSTRING
                       PERFORM 1320-FIND-ANSWER THRU 1320-EXIT
                       IF WS-ANS-FOUND > 0
                               AND WS-PUB-COUNT < WS-PUB-MAX
                           ADD 1 TO WS-PUB-COUNT
                           MOVE "LETTER" TO WS-PUB-KIND (WS-PUB-COUNT)
                           MOVE WS-IN-F2(1:4)
                               TO WS-PUB-TARGET (WS-PUB-COUNT)
                           MOVE WS-IN-F5(1:40)
                               TO WS-PUB-MEMBER (WS-PUB-COUNT)
                           MOVE WS-ANS-PATH (WS-ANS-FOUND)
                               TO WS-PUB-PATH (WS-PUB-COUNT)
                           MOVE WS-IN-F4(1:8)
                               TO WS-PUB-DATE (WS-PUB-COUNT)
                       END-IF
                   END-IF
           END-READ.
       1400-EXIT.
           EXIT.

      *> L|subscriber|member|path|kind|value|delivery|date[|parish]
       1500-LOAD-DISTRIBUTION.
           IF WS-DIST-STATUS = SPACES
               OPEN INPUT DIST-FILE
               IF WS-DIST-STATUS NOT = "00"
                   SET NO-MORE-DIST TO TRUE
                   GO TO 1500-EXIT
               END-IF
           END-IF.
           READ DIST-FILE
               AT END
                   SET NO-MORE-DIST TO TRUE
                   CLOSE DIST-FILE
               NOT AT END
                   IF DIST-LINE(1:2) = "L|"
                       MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4
                                      WS-IN-F5 WS-IN-F6 WS-IN-F7
                                      WS-IN-F8
                       UNSTRING DIST-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                WS-IN-F4 WS-IN-F5 WS-IN-F6
                                WS-IN-F7 WS-IN-F8
                       END-UNSTRING
                       IF WS-PUB-COUNT < WS-PUB-MAX
                           ADD 1 TO WS-PUB-COUNT
                           MOVE "DIST" TO WS-PUB-KIND (WS-PUB-COUNT)
                           MOVE WS-IN-F2(1:10)
                               TO WS-PUB-TARGET (WS-PUB-COUNT)
                           MOVE WS-IN-F3(1:40)
                               TO WS-PUB-MEMBER (WS-PUB-COUNT)
                           MOVE WS-IN-F4(1:200)
                               TO WS-PUB-PATH (WS-PUB-COUNT)
                           MOVE WS-IN-F8(1:8)
                               TO WS-PUB-DATE (WS-PUB-COUNT)
                       END-IF
                   END-IF
           END-READ.
       1500-EXIT.
           EXIT.

      *> J|path|seq|FIELD|before|after|operator|timestamp
       2000-READ-JOURNAL.
           IF WS-JOURNAL-STATUS = SPACES
               OPEN INPUT JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = "00"
                   SET NO-MORE-JOURNAL TO TRUE
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           READ JOURNAL-FILE
               AT END
                   SET NO-MORE-JOURNAL TO TRUE
                   CLOSE JOURNAL-FILE
               NOT AT END
                   IF JOURNAL-LINE(1:2) = "J|"
                       PERFORM 2100-ONE-CORRECTION THRU 2100-EXIT
                   END-IF
           END-READ.
       2000-EXIT.
           EXIT.

       2100-ONE-CORRECTION.
           MOVE SPACES TO WS-JNL-PATH WS-JNL-SEQ WS-JNL-FIELD
                          WS-JNL-BEFORE WS-JNL-AFTER
                          WS-JNL-OPERATOR WS-JNL-STAMP.
           UNSTRING JOURNAL-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-JNL-PATH WS-JNL-SEQ WS-JNL-FIELD
                    WS-JNL-BEFORE WS-JNL-AFTER WS-JNL-OPERATOR
                    WS-JNL-STAMP
           END-UNSTRING.
           IF WS-JNL-STAMP(1:8) < WS-ARG-FROM
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-JOURNAL-READ.
           IF WS-JNL-BEFORE = WS-JNL-AFTER
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-MATCH-ONE-COPY THRU 2200-EXIT
               VARYING WS-PUB-POS FROM 1 BY 1
               UNTIL WS-PUB-POS > WS-PUB-COUNT.
       2100-EXIT.
           EXIT.

      *> A copy that went out on or before the day of the
      *> correction carried the old text.
       2200-MATCH-ONE-COPY.
           IF WS-PUB-PATH (WS-PUB-POS) NOT = WS-JNL-PATH
               GO TO 2200-EXIT
           END-IF.
           IF WS-PUB-DATE (WS-PUB-POS) > WS-JNL-STAMP(1:8)
               GO TO 2200-EXIT
           END-IF.
           MOVE "N" TO WS-HIT.
           PERFORM 2300-PROBE-ONE-ERRATUM THRU 2300-EXIT
               VARYING WS-ERR-POS FROM 1 BY 1
               UNTIL WS-ERR-POS > WS-ERR-COUNT OR WS-HIT = "Y".
           IF WS-HIT = "Y"
               GO TO 2200-EXIT
           END-IF.
           IF WS-NEW-COUNT NOT < WS-NEW-MAX
               ADD 1 TO WS-OVERFLOW
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-NEW-COUNT.
           ADD 1 TO WS-LAST-ID.
           MOVE WS-LAST-ID TO WS-NEW-ID (WS-NEW-COUNT).
           MOVE WS-PUB-KIND (WS-PUB-POS) TO WS-NEW-KIND (WS-NEW-COUNT).
           MOVE WS-PUB-TARGET (WS-PUB-POS)
               TO WS-NEW-TARGET (WS-NEW-COUNT).
           MOVE WS-PUB-MEMBER (WS-PUB-POS)
               TO WS-NEW-MEMBER (WS-NEW-COUNT).
           MOVE WS-JNL-PATH TO WS-NEW-PATH (WS-NEW-COUNT).
           MOVE WS-JNL-SEQ TO WS-NEW-SEQ (WS-NEW-COUNT).
           MOVE WS-JNL-FIELD TO WS-NEW-FIELD (WS-NEW-COUNT).
           MOVE WS-JNL-BEFORE TO WS-NEW-BEFORE (WS-NEW-COUNT).
           MOVE WS-JNL-AFTER TO WS-NEW-AFTER (WS-NEW-COUNT).
           MOVE WS-JNL-STAMP TO WS-NEW-STAMP (WS-NEW-COUNT).
           MOVE SPACES TO WS-NEW-TOPIC (WS-NEW-COUNT).
      *> On file from here on, so a repeated journal line does
      *> not raise it again.
           IF WS-ERR-COUNT < WS-ERR-MAX
               ADD 1 TO WS-ERR-COUNT
               MOVE WS-PUB-KIND (WS-PUB-POS)
                   TO WS-ERR-KIND (WS-ERR-COUNT)
               MOVE WS-PUB-TARGET (WS-PUB-POS)
                   TO WS-ERR-TARGET (WS-ERR-COUNT)
               MOVE WS-JNL-PATH TO WS-ERR-PATH (WS-ERR-COUNT)
               MOVE WS-JNL-SEQ TO WS-ERR-SEQ (WS-ERR-COUNT)
               MOVE WS-JNL-FIELD TO WS-ERR-FIELD (WS-ERR-COUNT)
               MOVE WS-JNL-STAMP TO WS-ERR-STAMP (WS-ERR-COUNT)
           END-IF.
       2200-EXIT.
           EXIT.

       2300-PROBE-ONE-ERRATUM.
           IF WS-ERR-KIND (WS-ERR-POS) = WS-PUB-KIND (WS-PUB-POS)
                   AND WS-ERR-TARGET (WS-ERR-POS)
                       = WS-PUB-TARGET (WS-PUB-POS)
                   AND WS-ERR-PATH (WS-ERR-POS) = WS-JNL-PATH
                   AND WS-ERR-SEQ (WS-ERR-POS) = WS-JNL-SEQ
                   AND WS-ERR-FIELD (WS-ERR-POS) = WS-JNL-FIELD
                   AND WS-ERR-STAMP (WS-ERR-POS) = WS-JNL-STAMP
               MOVE "Y" TO WS-HIT
           END-IF.
       2300-EXIT.
           EXIT.

      *> The topic line each erratum prints under, off the extract.
       3000-FETCH-TOPICS.
           IF WS-DATA-STATUS = SPACES
               OPEN INPUT DATA-FILE
               IF WS-DATA-STATUS NOT = "00"
                   SET NO-MORE-DATA TO TRUE
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           READ DATA-FILE
               AT END
                   SET NO-MORE-DATA TO TRUE
                   CLOSE DATA-FILE
               NOT AT END
                   IF DATA-LINE(1:2) = "H|"
                       MOVE SPACES TO WS-IN-F2 WS-IN-F3
                       UNSTRING DATA-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                       END-UNSTRING
                       PERFORM 3100-TOPIC-ONE-ERRATUM THRU 3100-EXIT
                           VARYING WS-NEW-POS FROM 1 BY 1
                           UNTIL WS-NEW-POS > WS-NEW-COUNT
                   END-IF
           END-READ.
       3000-EXIT.
           EXIT.

       3100-TOPIC-ONE-ERRATUM.
           IF WS-NEW-PATH (WS-NEW-POS) = WS-IN-F2(1:200)
               MOVE WS-IN-F3(1:120) TO WS-NEW-TOPIC (WS-NEW-POS)
           END-IF.
       3100-EXIT.
           EXIT.

       4000-WRITE-ERRATA.
           OPEN EXTEND ERRATA-FILE.
           IF WS-ERRATA-STATUS = "35"
               OPEN OUTPUT ERRATA-FILE
           END-IF.
           PERFORM 4100-WRITE-ONE-ERRATUM THRU 4100-EXIT
               VARYING WS-NEW-POS FROM 1 BY 1
               UNTIL WS-NEW-POS > WS-NEW-COUNT.
           CLOSE ERRATA-FILE.
       4000-EXIT.
           EXIT.

       4100-WRITE-ONE-ERRATUM.
           MOVE WS-NEW-PATH (WS-NEW-POS) TO WS-PRS-TEXT.
           MOVE "PATH" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
           MOVE SPACES TO ERRATA-LINE.
           STRING "E|"                                DELIMITED BY SIZE
                  WS-NEW-ID (WS-NEW-POS)              DELIMITED BY SIZE
                  "|"                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-KIND (WS-NEW-POS))
                                                      DELIMITED BY SIZE
                  "|"                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-TARGET (WS-NEW-POS))
                                                      DELIMITED BY SIZE
                  "|"                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-MEMBER (WS-NEW-POS))
                                                      DELIMITED BY SIZE
                  "|"                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-PATH (WS-NEW-POS))
                                                      DELIMITED BY SIZE
                  "|"                                 DELIMITED BY SIZE
                  WS-NEW-SEQ (WS-NEW-POS)             DELIMITED BY SIZE
                  "|"                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-FIELD (WS-NEW-POS))
                                                      DELIMITED BY SIZE
                  "|"                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-BEFORE (WS-NEW-POS))
                                                      DELIMITED BY SIZE
                  "|"                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-AFTER (WS-NEW-POS))
                                                      DELIMITED BY SIZE
                  "|"                                 DELIMITED BY SIZE
                  WS-NEW-STAMP (WS-NEW-POS)           DELIMITED BY SIZE
                  "|"                                 DELIMITED BY SIZE
                  WS-TODAY                            DELIMITED BY SIZE
                  "|"                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-TOPIC (WS-NEW-POS))
                                                      DELIMITED BY SIZE
                  "|"                                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRS-PARISH)        DELIMITED BY SIZE
                  INTO ERRATA-LINE
           END-STRING.
           WRITE ERRATA-LINE.
           ADD 1 TO WS-RAISED.
           IF WS-NEW-KIND (WS-NEW-POS) = "ISSUE"
               ADD 1 TO WS-RAISED-ISSUE
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4200-NOTIFY-RECIPIENT THRU 4200-EXIT.
       4100-EXIT.
           EXIT.

      *> A letter or distribution recipient hears through the
      *> outbox; NOTIFY-GATEWAY's MEMBER route finds the "member
      *> NNNN" at the end of the detail and checks consent.
       4200-NOTIFY-RECIPIENT.
           MOVE SPACES TO WS-NTF-MEMBER.
           IF WS-NEW-MEMBER (WS-NEW-POS) NOT = SPACES
               MOVE WS-NEW-MEMBER (WS-NEW-POS) TO WS-MBR-REF
               CALL "DLGMEMB" USING WS-MBR-REF WS-MBR-NUMBER
                                    WS-MBR-CANON WS-MBR-NAME
                                    WS-MBR-RC
               IF WS-MBR-RC = "00" OR "04"
                   MOVE WS-MBR-CANON TO WS-NTF-MEMBER
               END-IF
      *> No member master: the reference goes as the register has it.
               IF WS-MBR-RC = "16"
                   MOVE WS-NEW-MEMBER (WS-NEW-POS) TO WS-NTF-MEMBER
               END-IF
               IF WS-MBR-RC = "08"
                   IF WS-MBR-NUMBER NOT = SPACES
                       STRING "member "
                              FUNCTION TRIM(WS-MBR-NUMBER)
                           DELIMITED BY SIZE INTO WS-NTF-MEMBER
                       END-STRING
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO ERRATA-LINE.
           IF WS-NTF-MEMBER = SPACES
               STRING "S|" WS-NEW-ID (WS-NEW-POS)
                      "|UNADDRESSED|-|" WS-TODAY
                   DELIMITED BY SIZE INTO ERRATA-LINE
               END-STRING
               WRITE ERRATA-LINE
               ADD 1 TO WS-UNADDRESSED
               GO TO 4200-EXIT
           END-IF.
           MOVE WS-NEW-AFTER (WS-NEW-POS) TO WS-NTF-GIST.
           MOVE SPACES TO WS-NTF-KEY WS-NTF-DETAIL.
           STRING "erratum " WS-NEW-ID (WS-NEW-POS)
               DELIMITED BY SIZE INTO WS-NTF-KEY
           END-STRING.
           STRING "erratum " WS-NEW-ID (WS-NEW-POS) ": "
                  FUNCTION TRIM(WS-NEW-FIELD (WS-NEW-POS))
                  " now reads """ FUNCTION TRIM(WS-NTF-GIST)
                  """ - " FUNCTION TRIM(WS-NTF-MEMBER)
               DELIMITED BY SIZE INTO WS-NTF-DETAIL
           END-STRING.
           CALL "DLGNTFY" USING WS-NTF-EVENT WS-NTF-KEY
                                WS-NTF-DETAIL.
           STRING "S|" WS-NEW-ID (WS-NEW-POS)
                  "|ISSUED|OUTBOX|" WS-TODAY
               DELIMITED BY SIZE INTO ERRATA-LINE
           END-STRING.
           WRITE ERRATA-LINE.
           ADD 1 TO WS-SENT.
       4200-EXIT.
           EXIT.

      *> The register: every erratum with its last disposition.
       6000-REGISTER.
           MOVE "OPEN" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           PERFORM 6100-LOAD-DISPOSITIONS THRU 6100-EXIT
               UNTIL NO-MORE-ERRATA.
           MOVE SPACES TO WS-DATE-OUT.
           IF WS-ARG-FROM NOT = "00000000"
               MOVE WS-ARG-FROM TO WS-DATE-IN
               PERFORM 6900-EDIT-DATE THRU 6900-EXIT
           END-IF.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "ERRATA REGISTER - "
                  WS-RUN-TIMESTAMP(1:4) "-" WS-RUN-TIMESTAMP(5:2)
                  "-" WS-RUN-TIMESTAMP(7:2)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           IF WS-DATE-OUT NOT = SPACES
               MOVE " - raised from " TO WS-SPL-TEXT(29:15)
               MOVE WS-DATE-OUT TO WS-SPL-TEXT(44:10)
           END-IF.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "NUMBER" TO WS-RL-ID.
           MOVE "KIND" TO WS-RL-KIND.
           MOVE "TARGET" TO WS-RL-TARGET.
           MOVE "FIELD" TO WS-RL-FIELD.
           MOVE "RAISED" TO WS-RL-RAISED.
           MOVE "STATUS" TO WS-RL-STATUS.
           MOVE "ISSUED IN" TO WS-RL-IN.
           MOVE "ISSUED" TO WS-RL-ISSUED.
           MOVE WS-RPT-LINE TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE ALL "-" TO WS-SPL-TEXT(1:91).
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "N" TO WS-EOF-ERRATA.
           MOVE SPACES TO WS-ERRATA-STATUS.
           PERFORM 6200-LIST-ERRATA THRU 6200-EXIT
               UNTIL NO-MORE-ERRATA.
           IF WS-LISTED = 0
               MOVE "  (no errata on file)" TO WS-SPL-TEXT
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
           END-IF.
           MOVE SPACES TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "ERRATA-NOTICE: " WS-LISTED " erratum record(s), "
                  WS-LISTED-ISSUED " issued, " WS-LISTED-PENDING
                  " pending, " WS-LISTED-UNADDR " unaddressed"
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE "CLOS" TO WS-SPL-ACTION.
           MOVE SPACES TO WS-SPL-TEXT.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
           MOVE 0 TO RETURN-CODE.
       6000-EXIT.
           EXIT.

      *> S|erratum|status|issued-in|date - the last one wins.
       6100-LOAD-DISPOSITIONS.
           IF WS-ERRATA-STATUS = SPACES
               OPEN INPUT ERRATA-FILE
               IF WS-ERRATA-STATUS NOT = "00"
                   SET NO-MORE-ERRATA TO TRUE
                   GO TO 6100-EXIT
               END-IF
           END-IF.
           READ ERRATA-FILE
               AT END
                   SET NO-MORE-ERRATA TO TRUE
                   CLOSE ERRATA-FILE
               NOT AT END
                   IF ERRATA-LINE(1:2) = "S|"
                       MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4
                                      WS-IN-F5
                       UNSTRING ERRATA-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                                WS-IN-F4 WS-IN-F5
                       END-UNSTRING
                       PERFORM 6110-POST-DISPOSITION THRU 6110-EXIT
                   END-IF
           END-READ.
       6100-EXIT.
           EXIT.

       6110-POST-DISPOSITION.
           PERFORM 6120-FIND-DISPOSITION THRU 6120-EXIT.
           IF WS-STS-FOUND = 0
               IF WS-STS-COUNT NOT < WS-STS-MAX
                   GO TO 6110-EXIT
               END-IF
               ADD 1 TO WS-STS-COUNT
               MOVE WS-STS-COUNT TO WS-STS-FOUND
               MOVE WS-IN-F2(1:6) TO WS-STS-ID (WS-STS-FOUND)
           END-IF.
           MOVE WS-IN-F3(1:12) TO WS-STS-STATUS (WS-STS-FOUND).
           MOVE WS-IN-F4(1:30) TO WS-STS-IN (WS-STS-FOUND).
           MOVE WS-IN-F5(1:8) TO WS-STS-DATE (WS-STS-FOUND).
       6110-EXIT.
           EXIT.

       6120-FIND-DISPOSITION.
           MOVE 0 TO WS-STS-FOUND.
           SET WS-STS-IDX TO 1.
           IF WS-STS-COUNT > 0
               SEARCH WS-STS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-STS-IDX > WS-STS-COUNT
                       CONTINUE
                   WHEN WS-STS-ID (WS-STS-IDX) = WS-IN-F2(1:6)
                       SET WS-STS-FOUND TO WS-STS-IDX
               END-SEARCH
           END-IF.
       6120-EXIT.
           EXIT.

       6200-LIST-ERRATA.
           IF WS-ERRATA-STATUS = SPACES
               OPEN INPUT ERRATA-FILE
               IF WS-ERRATA-STATUS NOT = "00"
                   SET NO-MORE-ERRATA TO TRUE
                   GO TO 6200-EXIT
               END-IF
           END-IF.
           READ ERRATA-FILE
               AT END
                   SET NO-MORE-ERRATA TO TRUE
                   CLOSE ERRATA-FILE
               NOT AT END
                   IF ERRATA-LINE(1:2) = "E|"
                       PERFORM 6300-LIST-ONE-ERRATUM THRU 6300-EXIT
                   END-IF
           END-READ.
       6200-EXIT.
           EXIT.

       6300-LIST-ONE-ERRATUM.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6 WS-IN-F7 WS-IN-F8 WS-IN-F9
                          WS-IN-F10 WS-IN-F11 WS-IN-F12 WS-IN-F13
                          WS-IN-F14.
           UNSTRING ERRATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-IN-F7 WS-IN-F8 WS-IN-F9 WS-IN-F10
                    WS-IN-F11 WS-IN-F12 WS-IN-F13 WS-IN-F14
           END-UNSTRING.
           IF WS-IN-F12(1:8) < WS-ARG-FROM
               GO TO 6300-EXIT
           END-IF.
           MOVE WS-IN-F6 TO WS-PRS-TEXT.
           MOVE WS-IN-F14(1:12) TO WS-PRS-PARISH.
           MOVE "CODE" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
           IF WS-PRS-RC NOT = "00"
               GO TO 6300-EXIT
           END-IF.
           ADD 1 TO WS-LISTED.
           PERFORM 6120-FIND-DISPOSITION THRU 6120-EXIT.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-IN-F2(1:6) TO WS-RL-ID.
           MOVE WS-IN-F3(1:6) TO WS-RL-KIND.
           MOVE WS-IN-F4(1:10) TO WS-RL-TARGET.
           MOVE WS-IN-F8(1:12) TO WS-RL-FIELD.
           MOVE WS-IN-F12(1:8) TO WS-DATE-IN.
           PERFORM 6900-EDIT-DATE THRU 6900-EXIT.
           MOVE WS-DATE-OUT TO WS-RL-RAISED.
           IF WS-STS-FOUND = 0
               MOVE "PENDING" TO WS-RL-STATUS
               ADD 1 TO WS-LISTED-PENDING
           ELSE
               MOVE WS-STS-STATUS (WS-STS-FOUND) TO WS-RL-STATUS
               IF WS-STS-STATUS (WS-STS-FOUND) = "ISSUED"
                   ADD 1 TO WS-LISTED-ISSUED
               ELSE
                   ADD 1 TO WS-LISTED-UNADDR
               END-IF
               MOVE WS-STS-IN (WS-STS-FOUND) TO WS-RL-IN
               MOVE WS-STS-DATE (WS-STS-FOUND) TO WS-DATE-IN
               PERFORM 6900-EDIT-DATE THRU 6900-EXIT
               MOVE WS-DATE-OUT TO WS-RL-ISSUED
           END-IF.
           MOVE WS-RPT-LINE TO WS-SPL-TEXT.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "       " FUNCTION TRIM(WS-IN-F6)
                  " message " WS-IN-F7(1:4)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           IF WS-IN-F13 NOT = SPACES
               MOVE SPACES TO WS-SPL-TEXT
               STRING "       TOPIC: " FUNCTION TRIM(WS-IN-F13)
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
           END-IF.
           IF WS-IN-F5 NOT = SPACES
               MOVE SPACES TO WS-SPL-TEXT
               STRING "       TO:    " FUNCTION TRIM(WS-IN-F5)
                   DELIMITED BY SIZE INTO WS-SPL-TEXT
               END-STRING
               PERFORM 8000-SPOOL-LINE THRU 8000-EXIT
           END-IF.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "       WAS:   " FUNCTION TRIM(WS-IN-F9)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-SPL-TEXT.
           STRING "       NOW:   " FUNCTION TRIM(WS-IN-F10)
               DELIMITED BY SIZE INTO WS-SPL-TEXT
           END-STRING.
           PERFORM 8000-SPOOL-LINE THRU 8000-EXIT.
       6300-EXIT.
           EXIT.

       6900-EDIT-DATE.
           MOVE SPACES TO WS-DATE-OUT.
           IF WS-DATE-IN IS NUMERIC
               STRING WS-DATE-IN(1:4) "-" WS-DATE-IN(5:2) "-"
                      WS-DATE-IN(7:2)
                   DELIMITED BY SIZE INTO WS-DATE-OUT
               END-STRING
           END-IF.
       6900-EXIT.
           EXIT.

       8000-SPOOL-LINE.
           MOVE "LINE" TO WS-SPL-ACTION.
           CALL "DLGSPOOL" USING WS-SPL-ACTION WS-SPL-PGM
                                 WS-SPL-CLASS WS-SPL-TEXT.
       8000-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "correction_journal.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "issue_contents.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "question_box.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           MOVE "letter_register.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-04.
           MOVE "distribution_list.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-05.
           MOVE "dialogue_data.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-06.
           MOVE "errata.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-07.
       0900-EXIT.
           EXIT.
