      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> DLGCRED
      *>
      *> The shared credit-line rule. A record that arrived through
      *> INTERCHANGE-IMPORT or SYNC-IMPORT carries its originating
      *> parish's code in the H record's trailing origin column,
      *> and under the diocesan sharing agreement every publication
      *> that prints such a record - the anthology, the bulletin,
      *> the reading plan, the kiosk - prints that parish's credit
      *> with it. CALLed the way the other DLG modules are:
      *>
      *>     CALL "DLGCRED" USING path credit rc
      *>
      *>     path    PIC X(200)  the dialogue path
      *>     credit  PIC X(120)  the credit line to print
      *>     rc      PIC X(02)   "00" our own record - credit is
      *>                         blank; "04" a foreign-origin
      *>                         record - print the credit;
      *>                         "16" the extract could not be read
      *>
      *> The wording comes from batch/origin_credits.ref
      *> (C|origin|credit text), kept by the diocesan office; an
      *> origin with no line there is credited by its code in the
      *> standard wording. A blank or LOCAL origin, or our own code
      *> from sync_origin.ref coming back from a peer, is ours and
      *> takes no credit.
      *>
      *> The extract and the references are read once, on the
      *> first call, and held for the run.
      *>
      *> Compile (the nightly sweep does this automatically):
      *>     cobc -m -std=ibm -I COPYLIB -o DLGCRED.so batch/dlgcred.cob
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLGCRED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT CREDIT-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-STATUS.
           SELECT ORIGIN-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORIGIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA-FILE.
       01  DATA-LINE                PIC X(600).
       FD  CREDIT-FILE.
       01  CREDIT-LINE              PIC X(300).
       FD  ORIGIN-FILE.
       01  ORIGIN-LINE              PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-DATA-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CREDIT-STATUS         PIC X(02) VALUE SPACES.
       01  WS-ORIGIN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-EOF-DATA              PIC X(01) VALUE "N".
           88  NO-MORE-DATA                  VALUE "Y".
       01  WS-EOF-CREDIT            PIC X(01) VALUE "N".
           88  NO-MORE-CREDIT                VALUE "Y".
       01  WS-EOF-ORIGIN            PIC X(01) VALUE "N".
           88  NO-MORE-ORIGIN                VALUE "Y".
       01  WS-LOAD-STATE            PIC X(01) VALUE "N".
           88  TABLES-NOT-LOADED             VALUE "N".
           88  TABLES-LOADED                 VALUE "Y".
           88  EXTRACT-MISSING               VALUE "X".
       01  WS-CTLV-FILE             PIC X(200).
       01  WS-CTLV-RC               PIC X(02).

       01  WS-OWN-ORIGIN            PIC X(12) VALUE SPACES.

      *> Every foreign-origin path on the extract.
       01  WS-FOR-MAX               PIC 9(04) VALUE 6000.
       01  WS-FOR-COUNT             PIC 9(04) VALUE 0.
       01  WS-FOR-TABLE.
           05  WS-FOR-ENTRY OCCURS 6000 TIMES
                   INDEXED BY WS-FOR-IDX.
               10  WS-FOR-PATH      PIC X(200).
               10  WS-FOR-ORIGIN    PIC X(12).
       01  WS-FOR-POS               PIC 9(04) VALUE 0.

      *> The diocesan office's wording, one line per origin.
       01  WS-CRD-MAX               PIC 9(03) VALUE 100.
       01  WS-CRD-COUNT             PIC 9(03) VALUE 0.
       01  WS-CRD-TABLE.
           05  WS-CRD-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-CRD-IDX.
               10  WS-CRD-ORIGIN    PIC X(12).
               10  WS-CRD-TEXT      PIC X(120).
       01  WS-CRD-POS               PIC 9(03) VALUE 0.

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
       01  WS-CUR-ORIGIN            PIC X(12).

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
           IF EXTRACT-MISSING
               MOVE "16" TO LK-RC
               GOBACK
           END-IF.
           PERFORM 2000-FIND-PATH THRU 2000-EXIT.
           IF WS-FOR-POS = 0
               GOBACK
           END-IF.
           PERFORM 2100-BUILD-CREDIT THRU 2100-EXIT.
           MOVE "04" TO LK-RC.
           GOBACK.

       1000-LOAD-TABLES.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           SET EXTRACT-MISSING TO TRUE.
           MOVE WS-CFN-01 TO WS-CTLV-FILE.
           CALL "DLGCTLV" USING WS-CTLV-FILE WS-CTLV-RC.
           IF WS-CTLV-RC = "16"
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LOAD-OWN-ORIGIN THRU 1100-EXIT.
           PERFORM 1200-LOAD-CREDITS THRU 1200-EXIT.
           OPEN INPUT DATA-FILE.
           IF WS-DATA-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-DATA.
           PERFORM 1300-LOAD-ONE-HEADER THRU 1300-EXIT
               UNTIL NO-MORE-DATA.
           CLOSE DATA-FILE.
           SET TABLES-LOADED TO TRUE.
       1000-EXIT.
           EXIT.

      *> Our own code, so a record of ours a peer sends back is
      *> still ours. No reference simply means no code to match.
       1100-LOAD-OWN-ORIGIN.
           OPEN INPUT ORIGIN-FILE.
           IF WS-ORIGIN-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-ORIGIN.
           PERFORM 1110-READ-ONE-ORIGIN THRU 1110-EXIT
               UNTIL NO-MORE-ORIGIN.
           CLOSE ORIGIN-FILE.
       1100-EXIT.
           EXIT.

       1110-READ-ONE-ORIGIN.
           READ ORIGIN-FILE
               AT END
                   SET NO-MORE-ORIGIN TO TRUE
                   GO TO 1110-EXIT
           END-READ.
           IF ORIGIN-LINE(1:2) = "O|"
               MOVE FUNCTION UPPER-CASE(
                        FUNCTION TRIM(ORIGIN-LINE(3:12)))
                   TO WS-OWN-ORIGIN
               SET NO-MORE-ORIGIN TO TRUE
           END-IF.
       1110-EXIT.
           EXIT.

       1200-LOAD-CREDITS.
           OPEN INPUT CREDIT-FILE.
           IF WS-CREDIT-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-CREDIT.
           PERFORM 1210-LOAD-ONE-CREDIT THRU 1210-EXIT
               UNTIL NO-MORE-CREDIT.
           CLOSE CREDIT-FILE.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-CREDIT.
           READ CREDIT-FILE
               AT END
                   SET NO-MORE-CREDIT TO TRUE
                   GO TO 1210-EXIT
           END-READ.
           IF CREDIT-LINE(1:2) NOT = "C|"
               GO TO 1210-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING CREDIT-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           IF WS-IN-F2 = SPACES OR WS-IN-F3 = SPACES
               GO TO 1210-EXIT
           END-IF.
           IF WS-CRD-COUNT >= WS-CRD-MAX
               DISPLAY "DLGCRED: more than " WS-CRD-MAX
                       " credit lines - the rest take the standard "
                       "wording"
               SET NO-MORE-CREDIT TO TRUE
               GO TO 1210-EXIT
           END-IF.
           ADD 1 TO WS-CRD-COUNT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-F2(1:12)))
               TO WS-CRD-ORIGIN (WS-CRD-COUNT).
           MOVE FUNCTION TRIM(WS-IN-F3) TO WS-CRD-TEXT (WS-CRD-COUNT).
       1210-EXIT.
           EXIT.

      *> Only foreign-origin headers are held; everything else on
      *> the extract is ours.
       1300-LOAD-ONE-HEADER.
           READ DATA-FILE
               AT END
                   SET NO-MORE-DATA TO TRUE
                   GO TO 1300-EXIT
           END-READ.
           IF DATA-LINE(1:2) NOT = "H|"
               GO TO 1300-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F13.
           UNSTRING DATA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-IN-F7 WS-IN-F8 WS-IN-F9 WS-IN-F10
                    WS-IN-F11 WS-IN-F12 WS-IN-F13
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-F13(1:12)))
               TO WS-CUR-ORIGIN.
           IF WS-CUR-ORIGIN = SPACES OR WS-CUR-ORIGIN = "LOCAL"
               GO TO 1300-EXIT
           END-IF.
           IF WS-OWN-ORIGIN NOT = SPACES
                   AND WS-CUR-ORIGIN = WS-OWN-ORIGIN
               GO TO 1300-EXIT
           END-IF.
           IF WS-FOR-COUNT >= WS-FOR-MAX
               DISPLAY "DLGCRED: more than " WS-FOR-MAX
                       " foreign-origin records - the rest print "
                       "without credit"
               SET NO-MORE-DATA TO TRUE
               GO TO 1300-EXIT
           END-IF.
           ADD 1 TO WS-FOR-COUNT.
           MOVE WS-IN-F2(1:200) TO WS-FOR-PATH (WS-FOR-COUNT).
           MOVE WS-CUR-ORIGIN TO WS-FOR-ORIGIN (WS-FOR-COUNT).
       1300-EXIT.
           EXIT.

       2000-FIND-PATH.
           MOVE 0 TO WS-FOR-POS.
           SET WS-FOR-IDX TO 1.
           IF WS-FOR-COUNT > 0
               SEARCH WS-FOR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FOR-IDX > WS-FOR-COUNT
                       CONTINUE
                   WHEN WS-FOR-PATH (WS-FOR-IDX) = LK-PATH
                       SET WS-FOR-POS TO WS-FOR-IDX
               END-SEARCH
           END-IF.
       2000-EXIT.
           EXIT.

      *> The office's wording when it has some, otherwise the
      *> standard line naming the parish by its code.
       2100-BUILD-CREDIT.
           MOVE 0 TO WS-CRD-POS.
           SET WS-CRD-IDX TO 1.
           IF WS-CRD-COUNT > 0
               SEARCH WS-CRD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CRD-IDX > WS-CRD-COUNT
                       CONTINUE
                   WHEN WS-CRD-ORIGIN (WS-CRD-IDX)
                           = WS-FOR-ORIGIN (WS-FOR-POS)
                       SET WS-CRD-POS TO WS-CRD-IDX
               END-SEARCH
           END-IF.
           IF WS-CRD-POS > 0
               MOVE WS-CRD-TEXT (WS-CRD-POS) TO LK-CREDIT
               GO TO 2100-EXIT
           END-IF.
           STRING "Shared by courtesy of parish "   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FOR-ORIGIN (WS-FOR-POS))
                                                    DELIMITED BY SIZE
                  " under the diocesan sharing agreement."
                                                    DELIMITED BY SIZE
                  INTO LK-CREDIT
           END-STRING.
       2100-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "dialogue_data.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "origin_credits.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "sync_origin.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
       0900-EXIT.
           EXIT.
