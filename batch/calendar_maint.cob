      *> Commands:
      *>     calendar_maint ADD "2026-12-25|HOLYDAY|Nativity"
      *>     calendar_maint ADD "2026-09-05|BUSINESS|make-up day"
      *>     calendar_maint ABSENT "reviewer|2026-11-02|2026-11-13|
      *>         annual leave"
      *>     calendar_maint LIST
      *> Record layout (append-only, last record per date wins):
      *>     D|date|day-type|label|operator|timestamp
      *> Day types: HOLYDAY, BUSINESS.
      *> Reviewer absences (REVIEW-ASSIGN deals no work to a
      *> reviewer on a day inside one, and takes back what they
      *> hold) are their own records, any number per day:
      *>     A|reviewer|from-date|to-date|label|operator|timestamp
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *>                      batch/shop_config.dat) at startup;
      *>                      the delivered default reproduces
      *>                      the standard batch/ layout.
      *>     2026-10-15  DO   ABSENT records a reviewer's absence
      *>                      (from-to dates) for REVIEW-ASSIGN;
      *>                      LIST shows absences too.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENDAR-MAINT.
       01  WS-DATE                  PIC X(10) VALUE SPACES.
       01  WS-DAY-TYPE              PIC X(10) VALUE SPACES.
       01  WS-LABEL                 PIC X(40) VALUE SPACES.
       01  WS-REVIEWER              PIC X(20) VALUE SPACES.
       01  WS-TO-DATE               PIC X(10) VALUE SPACES.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-DATE               PIC X(10).
       01  WS-IN-TYPE               PIC X(10).
       01  WS-IN-LABEL              PIC X(40).
       01  WS-IN-TO-DATE            PIC X(10).
       01  WS-IN-ABS-LABEL          PIC X(40).

       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).
           EVALUATE WS-ACTION
               WHEN "ADD"
                   PERFORM 2000-ADD-DAY THRU 2000-EXIT
               WHEN "ABSENT"
                   PERFORM 2500-ADD-ABSENCE THRU 2500-EXIT
               WHEN "LIST"
                   PERFORM 3000-LIST-DAYS THRU 3000-EXIT
               WHEN OTHER
                           """YYYY-MM-DD|HOLYDAY|label"""
                   DISPLAY "  calendar_maint ADD "
                           """YYYY-MM-DD|BUSINESS|label"""
                   DISPLAY "  calendar_maint ABSENT "
                           """reviewer|YYYY-MM-DD|YYYY-MM-DD|label"""
                   DISPLAY "  calendar_maint LIST"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *> A reviewer away from from-date to to-date inclusive.
       2500-ADD-ABSENCE.
           UNSTRING WS-PAYLOAD DELIMITED BY "|"
               INTO WS-REVIEWER WS-DATE WS-TO-DATE WS-LABEL
           END-UNSTRING.
           IF WS-REVIEWER = SPACES
               DISPLAY "CALENDAR-MAINT: name the reviewer - their "
                       "id on batch/reviewer_roster.ref"
               MOVE 8 TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF.
           IF WS-TO-DATE = SPACES
               MOVE WS-DATE TO WS-TO-DATE
           END-IF.
           IF WS-DATE(5:1) NOT = "-" OR WS-DATE(8:1) NOT = "-"
                   OR WS-TO-DATE(5:1) NOT = "-"
                   OR WS-TO-DATE(8:1) NOT = "-"
               DISPLAY "CALENDAR-MAINT: dates must be YYYY-MM-DD, "
                       "got """ FUNCTION TRIM(WS-DATE) """ and """
                       FUNCTION TRIM(WS-TO-DATE) """"
               MOVE 8 TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF.
           IF WS-TO-DATE < WS-DATE
               DISPLAY "CALENDAR-MAINT: the absence ends before it "
                       "starts"
               MOVE 8 TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           OPEN EXTEND CAL-FILE.
           IF WS-CAL-STATUS = "35"
               OPEN OUTPUT CAL-FILE
           END-IF.
           MOVE SPACES TO CAL-LINE.
           STRING "A|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REVIEWER)    DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-DATE                       DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-TO-DATE                    DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LABEL)       DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP              DELIMITED BY SIZE
                  INTO CAL-LINE
           END-STRING.
           WRITE CAL-LINE.
           CLOSE CAL-FILE.
           DISPLAY "CALENDAR-MAINT: " FUNCTION TRIM(WS-REVIEWER)
                   " absent " WS-DATE " to " WS-TO-DATE.
       2500-EXIT.
           EXIT.

       3000-LIST-DAYS.
           OPEN INPUT CAL-FILE.
           IF WS-CAL-STATUS NOT = "00"
                       DISPLAY "  " WS-IN-DATE "  " WS-IN-TYPE " "
                               FUNCTION TRIM(WS-IN-LABEL)
                   END-IF
                   IF CAL-LINE(1:2) = "A|"
                       ADD 1 TO WS-SHOWN
                       MOVE SPACES TO WS-IN-TO-DATE WS-IN-ABS-LABEL
                       UNSTRING CAL-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-LABEL WS-IN-DATE
                                WS-IN-TO-DATE WS-IN-ABS-LABEL
                       END-UNSTRING
                       DISPLAY "  " WS-IN-DATE "  ABSENT     "
                               FUNCTION TRIM(WS-IN-LABEL) " to "
                               WS-IN-TO-DATE " "
                               FUNCTION TRIM(WS-IN-ABS-LABEL)
                   END-IF
           END-READ.
       3100-EXIT.
           EXIT.
