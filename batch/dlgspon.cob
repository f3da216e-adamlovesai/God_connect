      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> DLGSPON
      *>
      *> The shared sponsor credit rule. A parishioner who gave to
      *> sponsor a dialogue (SPONSOR-REGISTER, batch/sponsorships.dat)
      *> is thanked in every publication that prints it - the
      *> anthology, the bulletin, the public site - the way DLGCRED
      *> credits a sharing parish. CALLed the way the other DLG
      *> modules are:
      *>
      *>     CALL "DLGSPON" USING path credit rc
      *>
      *>     path    PIC X(200)  the dialogue path
      *>     credit  PIC X(120)  the credit line to print
      *>     rc      PIC X(02)   "00" no named sponsor - credit is
      *>                         blank; "04" print the credit
      *>
      *> A gift names the question-box number or the generation
      *> order it sponsors. The dialogue is the one that fulfilled
      *> it: the question's latest FULFILLED ruling on
      *> batch/question_box.dat, the order's F record on
      *> batch/gen_orders.dat - until then nothing is printed. A
      *> voided gift credits nobody, and a sponsor who asked for
      *> anonymity is not named; a dialogue whose every sponsor is
      *> anonymous prints no credit. Sponsors are named as the
      *> member master has them (DLGMEMB).
      *>
      *> The files are read once, on the first call, and held for
      *> the run.
      *>
      *> Compile (the nightly sweep does this automatically):
      *>     cobc -m -std=ibm -I COPYLIB -o DLGSPON.so batch/dlgspon.cob
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLGSPON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPON-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPON-STATUS.
           SELECT QBOX-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QBOX-STATUS.
           SELECT ORDER-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPON-FILE.
       01  SPON-LINE                PIC X(400).
       FD  QBOX-FILE.
       01  QBOX-LINE                PIC X(500).
       FD  ORDER-FILE.
       01  ORDER-LINE               PIC X(600).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-SPON-STATUS           PIC X(02) VALUE SPACES.
       01  WS-QBOX-STATUS           PIC X(02) VALUE SPACES.
       01  WS-ORDER-STATUS          PIC X(02) VALUE SPACES.
       01  WS-EOF-SPON              PIC X(01) VALUE "N".
           88  NO-MORE-SPON                  VALUE "Y".
       01  WS-EOF-QBOX              PIC X(01) VALUE "N".
           88  NO-MORE-QBOX                  VALUE "Y".
       01  WS-EOF-ORDER             PIC X(01) VALUE "N".
           88  NO-MORE-ORDER                 VALUE "Y".
       01  WS-LOAD-STATE            PIC X(01) VALUE "N".
           88  TABLES-NOT-LOADED             VALUE "N".
           88  TABLES-LOADED                 VALUE "Y".

      *> What fulfilled each question and each order.
       01  WS-FUL-MAX               PIC 9(04) VALUE 4000.
       01  WS-FUL-COUNT             PIC 9(04) VALUE 0.
       01  WS-FUL-TABLE.
           05  WS-FUL-ENTRY OCCURS 4000 TIMES
                   INDEXED BY WS-FUL-IDX.
               10  WS-FUL-KEY       PIC X(08).
               10  WS-FUL-PATH      PIC X(200).
       01  WS-FUL-POS               PIC 9(04) VALUE 0.
       01  WS-FUL-WANT              PIC X(08).

      *> The gifts, voids applied; a named sponsor's gift carries
      *> the member number to name.
       01  WS-GFT-MAX               PIC 9(04) VALUE 4000.
       01  WS-GFT-COUNT             PIC 9(04) VALUE 0.
       01  WS-GFT-TABLE.
           05  WS-GFT-ENTRY OCCURS 4000 TIMES
                   INDEXED BY WS-GFT-IDX.
               10  WS-GFT-NUM       PIC X(06).
               10  WS-GFT-MEMBER    PIC X(40).
               10  WS-GFT-KEY       PIC X(08).
               10  WS-GFT-ANON      PIC X(01).
               10  WS-GFT-VOID      PIC X(01).
       01  WS-GFT-POS               PIC 9(04) VALUE 0.

      *> The named sponsors of the path asked about.
       01  WS-NAMED                 PIC 9(03) VALUE 0.
       01  WS-FIRST-NAME            PIC X(40).
       01  WS-FIRST-NUMBER          PIC X(06).
       01  WS-OTHERS-EDIT           PIC ZZ9.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
       01  WS-IN-F4                 PIC X(240).
       01  WS-IN-F5                 PIC X(240).
       01  WS-IN-F6                 PIC X(240).
       01  WS-IN-F7                 PIC X(240).
       01  WS-IN-F8                 PIC X(240).
       01  WS-IN-F9                 PIC X(240).

       COPY DLGMBR01.

       LINKAGE SECTION.
       01  LK-PATH                  PIC X(200).
       01  LK-CREDIT                PIC X(120).
       01  LK-RC                    PIC X(02).

       PROCEDURE DIVISION USING LK-PATH LK-CREDIT LK-RC.
       0000-MAINLINE.
           MOVE SPACES TO LK-CREDIT.
           MOVE "00" TO LK-RC.
           IF TABLES-NOT-LOADED
               PERFORM 1000-LOAD-TABLES THRU 1000-EXIT
           END-IF.
           MOVE 0 TO WS-NAMED.
           MOVE SPACES TO WS-FIRST-NAME WS-FIRST-NUMBER.
           PERFORM 2000-CHECK-ONE-GIFT THRU 2000-EXIT
               VARYING WS-GFT-POS FROM 1 BY 1
               UNTIL WS-GFT-POS > WS-GFT-COUNT.
           IF WS-NAMED = 0
               GOBACK
           END-IF.
           PERFORM 2100-BUILD-CREDIT THRU 2100-EXIT.
           MOVE "04" TO LK-RC.
           GOBACK.

       1000-LOAD-TABLES.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           SET TABLES-LOADED TO TRUE.
           PERFORM 1100-LOAD-QUESTIONS THRU 1100-EXIT
               UNTIL NO-MORE-QBOX.
           PERFORM 1200-LOAD-ORDERS THRU 1200-EXIT
               UNTIL NO-MORE-ORDER.
           PERFORM 1300-LOAD-GIFTS THRU 1300-EXIT
               UNTIL NO-MORE-SPON.
       1000-EXIT.
           EXIT.

      *> The latest ruling per question wins: a FULFILLED ruling
      *> gives its path, anything later takes it away again.
       1100-LOAD-QUESTIONS.
           IF WS-QBOX-STATUS = SPACES
               OPEN INPUT QBOX-FILE
               IF WS-QBOX-STATUS NOT = "00"
                   SET NO-MORE-QBOX TO TRUE
                   GO TO 1100-EXIT
               END-IF
           END-IF.
           READ QBOX-FILE
               AT END
                   SET NO-MORE-QBOX TO TRUE
                   CLOSE QBOX-FILE
                   GO TO 1100-EXIT
           END-READ.
           IF QBOX-LINE(1:2) NOT = "S|"
               GO TO 1100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4.
           UNSTRING QBOX-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
           END-UNSTRING.
           MOVE SPACES TO WS-FUL-WANT.
           STRING "Q" WS-IN-F2(1:4) DELIMITED BY SIZE
               INTO WS-FUL-WANT
           END-STRING.
           PERFORM 1900-FIND-FULFILMENT THRU 1900-EXIT.
           IF WS-IN-F3(1:9) NOT = "FULFILLED"
               IF WS-FUL-POS > 0
                   MOVE SPACES TO WS-FUL-PATH (WS-FUL-POS)
               END-IF
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1950-TAKE-FULFILMENT THRU 1950-EXIT.
       1100-EXIT.
           EXIT.

       1200-LOAD-ORDERS.
           IF WS-ORDER-STATUS = SPACES
               OPEN INPUT ORDER-FILE
               IF WS-ORDER-STATUS NOT = "00"
                   SET NO-MORE-ORDER TO TRUE
                   GO TO 1200-EXIT
               END-IF
           END-IF.
           READ ORDER-FILE
               AT END
                   SET NO-MORE-ORDER TO TRUE
                   CLOSE ORDER-FILE
                   GO TO 1200-EXIT
           END-READ.
           IF ORDER-LINE(1:2) NOT = "F|"
               GO TO 1200-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4.
           UNSTRING ORDER-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           MOVE SPACES TO WS-FUL-WANT.
           STRING "G" WS-IN-F2(1:6) DELIMITED BY SIZE
               INTO WS-FUL-WANT
           END-STRING.
           MOVE WS-IN-F3 TO WS-IN-F4.
           PERFORM 1900-FIND-FULFILMENT THRU 1900-EXIT.
           PERFORM 1950-TAKE-FULFILMENT THRU 1950-EXIT.
       1200-EXIT.
           EXIT.

      *> G|gift|member|amount|date|fund|kind|number|anonymous|...
      *> X|gift|reason|operator|stamp
       1300-LOAD-GIFTS.
           IF WS-SPON-STATUS = SPACES
               OPEN INPUT SPON-FILE
               IF WS-SPON-STATUS NOT = "00"
                   SET NO-MORE-SPON TO TRUE
                   GO TO 1300-EXIT
               END-IF
           END-IF.
           READ SPON-FILE
               AT END
                   SET NO-MORE-SPON TO TRUE
                   CLOSE SPON-FILE
                   GO TO 1300-EXIT
           END-READ.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6 WS-IN-F7 WS-IN-F8 WS-IN-F9.
           UNSTRING SPON-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-IN-F7 WS-IN-F8 WS-IN-F9
           END-UNSTRING.
           IF SPON-LINE(1:2) = "X|"
               SET WS-GFT-IDX TO 1
               IF WS-GFT-COUNT > 0
                   SEARCH WS-GFT-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-GFT-IDX > WS-GFT-COUNT
                           CONTINUE
                       WHEN WS-GFT-NUM (WS-GFT-IDX) = WS-IN-F2(1:6)
                           MOVE "Y" TO WS-GFT-VOID (WS-GFT-IDX)
                   END-SEARCH
               END-IF
               GO TO 1300-EXIT
           END-IF.
           IF SPON-LINE(1:2) NOT = "G|"
               GO TO 1300-EXIT
           END-IF.
           IF WS-GFT-COUNT >= WS-GFT-MAX
               DISPLAY "DLGSPON: more than " WS-GFT-MAX
                       " gifts - the rest are not credited"
               SET NO-MORE-SPON TO TRUE
               CLOSE SPON-FILE
               GO TO 1300-EXIT
           END-IF.
           ADD 1 TO WS-GFT-COUNT.
           MOVE WS-IN-F2(1:6) TO WS-GFT-NUM (WS-GFT-COUNT).
           MOVE WS-IN-F3(1:40) TO WS-GFT-MEMBER (WS-GFT-COUNT).
           MOVE SPACES TO WS-GFT-KEY (WS-GFT-COUNT).
           IF WS-IN-F7(1:8) = "QUESTION"
               STRING "Q" WS-IN-F8(1:4) DELIMITED BY SIZE
                   INTO WS-GFT-KEY (WS-GFT-COUNT)
               END-STRING
           ELSE
               STRING "G" WS-IN-F8(1:6) DELIMITED BY SIZE
                   INTO WS-GFT-KEY (WS-GFT-COUNT)
               END-STRING
           END-IF.
           MOVE WS-IN-F9(1:1) TO WS-GFT-ANON (WS-GFT-COUNT).
           MOVE "N" TO WS-GFT-VOID (WS-GFT-COUNT).
       1300-EXIT.
           EXIT.

       1900-FIND-FULFILMENT.
           MOVE 0 TO WS-FUL-POS.
           SET WS-FUL-IDX TO 1.
           IF WS-FUL-COUNT > 0
               SEARCH WS-FUL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FUL-IDX > WS-FUL-COUNT
                       CONTINUE
                   WHEN WS-FUL-KEY (WS-FUL-IDX) = WS-FUL-WANT
                       SET WS-FUL-POS TO WS-FUL-IDX
               END-SEARCH
           END-IF.
       1900-EXIT.
           EXIT.

      *> WS-IN-F4 holds the fulfilling path.
       1950-TAKE-FULFILMENT.
           IF WS-FUL-POS = 0
               IF WS-FUL-COUNT >= WS-FUL-MAX
                   GO TO 1950-EXIT
               END-IF
               ADD 1 TO WS-FUL-COUNT
               MOVE WS-FUL-COUNT TO WS-FUL-POS
               MOVE WS-FUL-WANT TO WS-FUL-KEY (WS-FUL-POS)
           END-IF.
           MOVE WS-IN-F4(1:200) TO WS-FUL-PATH (WS-FUL-POS).
       1950-EXIT.
           EXIT.

      *> A live, named gift whose question or order this path
      *> fulfilled; one member giving twice is named once.
       2000-CHECK-ONE-GIFT.
           IF WS-GFT-VOID (WS-GFT-POS) = "Y"
                   OR WS-GFT-ANON (WS-GFT-POS) = "Y"
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-GFT-KEY (WS-GFT-POS) TO WS-FUL-WANT.
           PERFORM 1900-FIND-FULFILMENT THRU 1900-EXIT.
           IF WS-FUL-POS = 0
               GO TO 2000-EXIT
           END-IF.
           IF WS-FUL-PATH (WS-FUL-POS) NOT = LK-PATH
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-GFT-MEMBER (WS-GFT-POS) TO WS-MBR-REF.
           CALL "DLGMEMB" USING WS-MBR-REF WS-MBR-NUMBER
                                WS-MBR-CANON WS-MBR-NAME
                                WS-MBR-RC.
           IF WS-NAMED = 0
               ADD 1 TO WS-NAMED
               MOVE WS-MBR-NUMBER TO WS-FIRST-NUMBER
               MOVE WS-MBR-NAME TO WS-FIRST-NAME
               GO TO 2000-EXIT
           END-IF.
           IF WS-MBR-NUMBER NOT = WS-FIRST-NUMBER
               ADD 1 TO WS-NAMED
           END-IF.
       2000-EXIT.
           EXIT.

       2100-BUILD-CREDIT.
           IF WS-FIRST-NAME = SPACES
               MOVE "a member of the congregation" TO WS-FIRST-NAME
           END-IF.
           IF WS-NAMED = 1
               STRING "Sponsored by the gift of "  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FIRST-NAME) DELIMITED BY SIZE
                      "."                          DELIMITED BY SIZE
                   INTO LK-CREDIT
               END-STRING
               GO TO 2100-EXIT
           END-IF.
           COMPUTE WS-OTHERS-EDIT = WS-NAMED - 1.
           STRING "Sponsored by the gifts of "     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIRST-NAME)     DELIMITED BY SIZE
                  " and "                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OTHERS-EDIT)    DELIMITED BY SIZE
                  " other member(s) of the congregation."
                                                   DELIMITED BY SIZE
               INTO LK-CREDIT
           END-STRING.
       2100-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "sponsorships.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "question_box.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "gen_orders.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
       0900-EXIT.
           EXIT.
