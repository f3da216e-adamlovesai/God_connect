      *> housekeeping problem; run it from the same cron slot as
      *> LOG-HOUSEKEEPING.
      *>
      *> In a one-parish view (see DLGPRSH) the list shows that
      *> parish's members only, PRINT refuses another parish's
      *> member, and PURGE - housekeeping over everyone's spool -
      *> is left to the all-parishes view.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-09-02.
      *>
      *> MODIFICATION HISTORY
      *>     2026-09-02  DO   Initial version.
      *>     2026-10-15  DO   Legal/pastoral holds: PURGE puts each
      *>                      expired member to DLGHOLD (its path,
      *>                      and its spool date as the date
      *>                      range) and keeps a held one on disk
      *>                      and on the index.
      *>     2026-10-15  DO   PRINT leaves out the break records
      *>                      REPORT-BURST splits members on.
      *>     2026-10-15  DO   Parish views: the list and PRINT keep
      *>                      to the run's parish, and PURGE is left
      *>                      to the all-parishes view.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPOOL-VIEWER.
       01  WS-IN-OPER               PIC X(20).
       01  WS-IN-STAMP              PIC X(21).
       01  WS-IN-PAGES              PIC X(06).
       01  WS-IN-PARISH             PIC X(12).
       01  WS-MEMBER-OK             PIC X(01) VALUE "N".
       01  WS-LISTED                PIC 9(04) VALUE 0.
       01  WS-PURGED                PIC 9(04) VALUE 0.
       01  WS-KEPT                  PIC 9(04) VALUE 0.
       01  WS-HELD                  PIC 9(04) VALUE 0.

       01  WS-HOLD-PGM              PIC X(30) VALUE "SPOOL-VIEWER".
       01  WS-HOLD-ITEM             PIC X(200).
       01  WS-HOLD-FROM             PIC X(10).
       01  WS-HOLD-TO               PIC X(10).
       01  WS-HOLD-RC               PIC X(02).
       01  WS-HOLD-ID               PIC X(04).

      *> The run's parish view and whose a member is (DLGPRSH).
       01  WS-PRS-ACTION            PIC X(04).
       01  WS-PRS-PGM               PIC X(30) VALUE "SPOOL-VIEWER".
       01  WS-PRS-TEXT              PIC X(600).
       01  WS-PRS-PARISH            PIC X(12).
       01  WS-PRS-RC                PIC X(02).
       01  WS-PRS-VIEW              PIC X(12).

       PROCEDURE DIVISION.
       0000-MAINLINE.
               INTO WS-COMMAND WS-ARG
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND.
           MOVE "VIEW" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
           MOVE WS-PRS-PARISH TO WS-PRS-VIEW.
           EVALUATE WS-COMMAND
               WHEN SPACES
                   PERFORM 1000-LIST-MEMBERS THRU 1000-EXIT
                   CLOSE INDEX-FILE
               NOT AT END
                   IF INDEX-LINE(1:2) = "M|"
                       MOVE SPACES TO WS-IN-PARISH
                       UNSTRING INDEX-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-MEMBER WS-IN-PGM
                                WS-IN-CLASS WS-IN-OPER
                                WS-IN-STAMP WS-IN-PAGES
                                WS-IN-PARISH
                       END-UNSTRING
                       PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT
                       IF WS-PRS-RC = "00"
                           ADD 1 TO WS-LISTED
                           DISPLAY "  " WS-IN-STAMP(1:8) " "
                                   WS-IN-PGM " "
                                   WS-IN-CLASS " "
                                   WS-IN-PAGES(1:4) " page(s)  "
                                   FUNCTION TRIM(WS-IN-MEMBER)
                       END-IF
                   END-IF
           END-READ.
       1000-EXIT.
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           IF WS-PRS-VIEW NOT = SPACES AND WS-PRS-VIEW NOT = "*"
               PERFORM 2050-FIND-ON-INDEX THRU 2050-EXIT
                   UNTIL NO-MORE-INDEX
               IF WS-MEMBER-OK NOT = "Y"
                   DISPLAY "SPOOL-VIEWER: "
                           FUNCTION TRIM(WS-ARG)
                           " is not on "
                           FUNCTION TRIM(WS-PRS-VIEW)
                           "'s spool"
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           MOVE WS-ARG TO WS-MEMBER-NAME.
           OPEN INPUT MEMBER-FILE.
           IF WS-MEMBER-STATUS NOT = "00"
       2000-EXIT.
           EXIT.

      *> In a one-parish view the member must be on the index
      *> under that parish.
       2050-FIND-ON-INDEX.
           IF WS-INDEX-STATUS = SPACES
               OPEN INPUT INDEX-FILE
               IF WS-INDEX-STATUS NOT = "00"
                   SET NO-MORE-INDEX TO TRUE
                   GO TO 2050-EXIT
               END-IF
           END-IF.
           READ INDEX-FILE
               AT END
                   SET NO-MORE-INDEX TO TRUE
                   CLOSE INDEX-FILE
                   GO TO 2050-EXIT
           END-READ.
           IF INDEX-LINE(1:2) NOT = "M|"
               GO TO 2050-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-PARISH.
           UNSTRING INDEX-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-MEMBER WS-IN-PGM
                    WS-IN-CLASS WS-IN-OPER
                    WS-IN-STAMP WS-IN-PAGES
                    WS-IN-PARISH
           END-UNSTRING.
           IF WS-IN-MEMBER NOT = WS-ARG
               GO TO 2050-EXIT
           END-IF.
           PERFORM 8900-JUDGE-PARISH THRU 8900-EXIT.
           IF WS-PRS-RC = "00"
               MOVE "Y" TO WS-MEMBER-OK
           END-IF.
       2050-EXIT.
           EXIT.

       2100-PRINT-ONE-LINE.
           READ MEMBER-FILE
               AT END
                   SET NO-MORE-MEMBER TO TRUE
               NOT AT END
      *> Break records (DLGSPOOL BRK) are for REPORT-BURST only.
                   IF MEMBER-LINE(1:2) NOT = "K|"
                       DISPLAY MEMBER-LINE(1:100)
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

       3000-PURGE.
           IF WS-PRS-VIEW NOT = SPACES AND WS-PRS-VIEW NOT = "*"
               DISPLAY "SPOOL-VIEWER: PURGE runs in the all-parishes "
                       "view only"
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-WORK-NUM.
           MOVE FUNCTION INTEGER-OF-DATE(WS-WORK-NUM)
           CALL "CBL_DELETE_FILE" USING WS-CFN-03.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "SPOOL-VIEWER: " WS-PURGED " member(s) purged, "
                   WS-KEPT " kept (" WS-HELD " under hold)".
       3000-EXIT.
           EXIT.

               COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-WORK-NUM)
           END-IF.
           IF WS-AGE-DAYS > WS-RET-LIMIT
               PERFORM 3400-CHECK-HOLD THRU 3400-EXIT
           END-IF.
           IF WS-AGE-DAYS > WS-RET-LIMIT
               ADD 1 TO WS-PURGED
               MOVE WS-IN-MEMBER TO WS-MEMBER-NAME
       3310-EXIT.
           EXIT.

      *> An expired member under legal/pastoral hold (DLGHOLD)
      *> stays: its age is pulled back inside the limit so it
      *> takes the keep path.
       3400-CHECK-HOLD.
           MOVE WS-IN-MEMBER TO WS-HOLD-ITEM.
           MOVE SPACES TO WS-HOLD-FROM.
           IF WS-IN-STAMP(1:8) IS NUMERIC
               STRING WS-IN-STAMP(1:4) "-" WS-IN-STAMP(5:2) "-"
                      WS-IN-STAMP(7:2)
                   DELIMITED BY SIZE INTO WS-HOLD-FROM
               END-STRING
           END-IF.
           MOVE WS-HOLD-FROM TO WS-HOLD-TO.
           CALL "DLGHOLD" USING WS-HOLD-PGM WS-HOLD-ITEM
                                WS-HOLD-FROM WS-HOLD-TO
                                WS-HOLD-RC WS-HOLD-ID.
           IF WS-HOLD-RC = "12"
               ADD 1 TO WS-HELD
               MOVE WS-RET-LIMIT TO WS-AGE-DAYS
               DISPLAY "SPOOL-VIEWER: kept "
                       FUNCTION TRIM(WS-IN-MEMBER)
                       " - under hold " WS-HOLD-ID
           END-IF.
       3400-EXIT.
           EXIT.

      *> The member's parish (blank: written before the column
      *> existed - the home parish's) against the run's view.
       8900-JUDGE-PARISH.
           MOVE WS-IN-PARISH TO WS-PRS-PARISH.
           MOVE SPACES TO WS-PRS-TEXT.
           MOVE "CODE" TO WS-PRS-ACTION.
           CALL "DLGPRSH" USING WS-PRS-ACTION WS-PRS-PGM WS-PRS-TEXT
                                WS-PRS-PARISH WS-PRS-RC.
       8900-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
