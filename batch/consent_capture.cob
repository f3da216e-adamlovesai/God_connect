      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> CONSENT-CAPTURE
      *>
      *> Records what a member has told us about being contacted.
      *> Each consent - a first one, a change, a withdrawal - is
      *> one appended record on batch/member_consent.dat, so the
      *> register is its own history:
      *>
      *>     K|member-number|channels|topics opted out|
      *>       consent date|source|operator|stamp
      *>
      *>     channels   MAIL, EMAIL, BOTH ("MAIL,EMAIL" is taken
      *>                as BOTH) or NONE - leave me alone
      *>     topics     comma list of what the member does not
      *>                want, matched against an interest value
      *>                (a tradition, persona or theme), a
      *>                notification event type, or LETTERS for
      *>                answer letters; ALL opts out of everything;
      *>                "-" or blank for none
      *>     date       the date the member gave the consent,
      *>                YYYY-MM-DD (today when blank)
      *>     source     where it came from - the form, the letter,
      *>                the call - in the office's words
      *>
      *> The member must be on the member master (DLGMEMB); a
      *> lapsed member may still change their consent. The latest
      *> record is the one in force, and DLGCONS enforces it for
      *> every outbound program. HISTORY lists a member's records
      *> oldest first. CONSENT-REPORT lists consents due for
      *> renewal.
      *>
      *> Usage:
      *>     consent_capture "member 4411|EMAIL|BUDDHISM,LETTERS|
      *>         2026-10-15|parish consent form"
      *>     consent_capture "HISTORY|member 4411"
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSENT-CAPTURE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENT-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSENT-FILE.
       01  CONSENT-LINE             PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CONSENT-STATUS        PIC X(02).
       01  WS-EOF-CONSENT           PIC X(01) VALUE "N".
           88  NO-MORE-CONSENT               VALUE "Y".

       01  WS-CMD-LINE              PIC X(400) VALUE SPACES.
       01  WS-ARG-MEMBER            PIC X(40) VALUE SPACES.
       01  WS-ARG-CHANNELS          PIC X(20) VALUE SPACES.
       01  WS-ARG-TOPICS            PIC X(200) VALUE SPACES.
       01  WS-ARG-DATE              PIC X(10) VALUE SPACES.
       01  WS-ARG-SOURCE            PIC X(60) VALUE SPACES.
       01  WS-ARG-DATE-NUM          PIC X(08).
       01  WS-ARG-DATE-9 REDEFINES WS-ARG-DATE-NUM
                                    PIC 9(08).
       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-TODAY                 PIC X(08).

      *> Topics squeezed to "A,B,C" - upper case, no blanks.
       01  WS-TOPICS-OUT            PIC X(200).
       01  WS-TOPIC-POS             PIC 9(03) VALUE 0.
       01  WS-TOPIC-OUT-LEN         PIC 9(03) VALUE 0.

       01  WS-ENQ-ACTION            PIC X(03).
       01  WS-ENQ-RESOURCE          PIC X(20) VALUE "member_consent".
       01  WS-ENQ-RC                PIC X(02).

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-NUMBER             PIC X(06).
       01  WS-IN-CHANNELS           PIC X(10).
       01  WS-IN-TOPICS             PIC X(200).
       01  WS-IN-DATE               PIC X(10).
       01  WS-IN-SOURCE             PIC X(60).
       01  WS-IN-OPERATOR           PIC X(20).
       01  WS-IN-STAMP              PIC X(21).
       01  WS-HIST-COUNT            PIC 9(04) VALUE 0.
       01  WS-HIST-NUMBER           PIC X(06).

       COPY DLGMBR01.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY "|"
               INTO WS-ARG-MEMBER WS-ARG-CHANNELS WS-ARG-TOPICS
                    WS-ARG-DATE WS-ARG-SOURCE
           END-UNSTRING.
           IF FUNCTION UPPER-CASE(WS-ARG-MEMBER) = "HISTORY"
               MOVE WS-ARG-CHANNELS TO WS-ARG-MEMBER
               PERFORM 2000-CHECK-MEMBER THRU 2000-EXIT
               PERFORM 5000-HISTORY THRU 5000-EXIT
               STOP RUN
           END-IF.
           IF WS-ARG-MEMBER = SPACES OR WS-ARG-CHANNELS = SPACES
                   OR WS-ARG-SOURCE = SPACES
               DISPLAY "CONSENT-CAPTURE: usage: consent_capture "
                       """member ref|channels|topics opted out|"
                       "YYYY-MM-DD|source"""
               DISPLAY "CONSENT-CAPTURE: channels is MAIL, EMAIL, "
                       "BOTH or NONE; or consent_capture "
                       """HISTORY|member ref"""
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1000-CHECK-ARGUMENTS THRU 1000-EXIT.
           PERFORM 2000-CHECK-MEMBER THRU 2000-EXIT.
      *> Serialize the append under the shared enqueue (DLGENQ).
           MOVE "ENQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           IF WS-ENQ-RC = "12"
               DISPLAY "CONSENT-CAPTURE: could not take the "
                       "enqueue - try again or see ENQ-CONSOLE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           OPEN EXTEND CONSENT-FILE.
           IF WS-CONSENT-STATUS = "35"
               OPEN OUTPUT CONSENT-FILE
           END-IF.
           MOVE SPACES TO CONSENT-LINE.
           STRING "K|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MBR-NUMBER)    DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-CHANNELS)  DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TOPICS-OUT)    DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-ARG-DATE                     DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARG-SOURCE)    DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID)   DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP                DELIMITED BY SIZE
                  INTO CONSENT-LINE
           END-STRING.
           WRITE CONSENT-LINE.
           CLOSE CONSENT-FILE.
           MOVE "DEQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           IF WS-TOPICS-OUT = SPACES
               MOVE "(none)" TO WS-TOPICS-OUT
           END-IF.
           DISPLAY "CONSENT-CAPTURE: consent recorded for "
                   FUNCTION TRIM(WS-MBR-CANON) " - channels "
                   FUNCTION TRIM(WS-ARG-CHANNELS) ", opted out of "
                   FUNCTION TRIM(WS-TOPICS-OUT) ", given "
                   WS-ARG-DATE.
           STOP RUN.

      *> Channels, topics and date to their stored forms.
       1000-CHECK-ARGUMENTS.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG-CHANNELS))
               TO WS-ARG-CHANNELS.
           IF WS-ARG-CHANNELS = "MAIL,EMAIL"
                   OR WS-ARG-CHANNELS = "EMAIL,MAIL"
               MOVE "BOTH" TO WS-ARG-CHANNELS
           END-IF.
           IF WS-ARG-CHANNELS NOT = "MAIL"
                   AND WS-ARG-CHANNELS NOT = "EMAIL"
                   AND WS-ARG-CHANNELS NOT = "BOTH"
                   AND WS-ARG-CHANNELS NOT = "NONE"
               DISPLAY "CONSENT-CAPTURE: channels """
                       FUNCTION TRIM(WS-ARG-CHANNELS)
                       """ is not MAIL, EMAIL, BOTH or NONE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-ARG-TOPICS) TO WS-ARG-TOPICS.
           MOVE SPACES TO WS-TOPICS-OUT.
           MOVE 0 TO WS-TOPIC-OUT-LEN.
           IF FUNCTION TRIM(WS-ARG-TOPICS) NOT = "-"
               PERFORM 1100-SQUEEZE-ONE-CHARACTER THRU 1100-EXIT
                   VARYING WS-TOPIC-POS FROM 1 BY 1
                   UNTIL WS-TOPIC-POS > 200
           END-IF.
           IF WS-ARG-DATE = SPACES
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
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
               DISPLAY "CONSENT-CAPTURE: consent date "
                       FUNCTION TRIM(WS-ARG-DATE)
                       " is not YYYY-MM-DD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ARG-DATE-9) NOT = 0
               DISPLAY "CONSENT-CAPTURE: " WS-ARG-DATE
                       " is not a calendar date"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF WS-ARG-DATE-NUM > WS-TODAY
               DISPLAY "CONSENT-CAPTURE: consent date " WS-ARG-DATE
                       " is in the future"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

       1100-SQUEEZE-ONE-CHARACTER.
           IF WS-ARG-TOPICS(WS-TOPIC-POS:1) = SPACE
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-TOPIC-OUT-LEN.
           MOVE WS-ARG-TOPICS(WS-TOPIC-POS:1)
               TO WS-TOPICS-OUT(WS-TOPIC-OUT-LEN:1).
       1100-EXIT.
           EXIT.

      *> The member must be on the master; a lapsed member may
      *> still withdraw or change consent.
       2000-CHECK-MEMBER.
           MOVE WS-ARG-MEMBER TO WS-MBR-REF.
           CALL "DLGMEMB" USING WS-MBR-REF WS-MBR-NUMBER WS-MBR-CANON
                                WS-MBR-NAME WS-MBR-RC.
           EVALUATE WS-MBR-RC
               WHEN "00"
               WHEN "04"
                   GO TO 2000-EXIT
               WHEN "16"
                   DISPLAY "CONSENT-CAPTURE: no member master on "
                           "file - see MEMBER-MAINT SEED"
               WHEN OTHER
                   DISPLAY "CONSENT-CAPTURE: "
                           FUNCTION TRIM(WS-ARG-MEMBER)
                           " is not on the member master - see "
                           "MEMBER-MAINT ADD"
           END-EVALUATE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       2000-EXIT.
           EXIT.

      *> Every consent record for the member, oldest first; the
      *> last one listed is in force.
       5000-HISTORY.
           MOVE WS-MBR-NUMBER TO WS-HIST-NUMBER.
           DISPLAY "CONSENT HISTORY FOR " FUNCTION TRIM(WS-MBR-CANON)
                   " - " FUNCTION TRIM(WS-MBR-NAME).
           DISPLAY "------------------------------------------------".
           OPEN INPUT CONSENT-FILE.
           IF WS-CONSENT-STATUS = "00"
               PERFORM 5100-HISTORY-ONE-LINE THRU 5100-EXIT
                   UNTIL NO-MORE-CONSENT
               CLOSE CONSENT-FILE
           END-IF.
           IF WS-HIST-COUNT = 0
               DISPLAY "  (no consent on file - nothing is sent to "
                       "this member)"
           END-IF.
           DISPLAY "------------------------------------------------".
           DISPLAY "CONSENT-CAPTURE: " WS-HIST-COUNT
                   " consent record(s); the last is in force".
       5000-EXIT.
           EXIT.

       5100-HISTORY-ONE-LINE.
           READ CONSENT-FILE
               AT END
                   SET NO-MORE-CONSENT TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           IF CONSENT-LINE(1:2) NOT = "K|"
               GO TO 5100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-NUMBER WS-IN-CHANNELS WS-IN-TOPICS
                          WS-IN-DATE WS-IN-SOURCE WS-IN-OPERATOR
                          WS-IN-STAMP.
           UNSTRING CONSENT-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-NUMBER WS-IN-CHANNELS
                    WS-IN-TOPICS WS-IN-DATE WS-IN-SOURCE
                    WS-IN-OPERATOR WS-IN-STAMP
           END-UNSTRING.
      *> A record filed under a member since merged into this one
      *> is part of its history (DLGMEMB follows the merge).
           MOVE SPACES TO WS-MBR-REF.
           STRING "member " WS-IN-NUMBER
               DELIMITED BY SIZE INTO WS-MBR-REF
           END-STRING.
           CALL "DLGMEMB" USING WS-MBR-REF WS-MBR-NUMBER WS-MBR-CANON
                                WS-MBR-NAME WS-MBR-RC.
           IF WS-MBR-NUMBER NOT = WS-HIST-NUMBER
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-HIST-COUNT.
           IF WS-IN-TOPICS = SPACES
               MOVE "(none)" TO WS-IN-TOPICS
           END-IF.
           DISPLAY "  " WS-IN-DATE "  " WS-IN-CHANNELS(1:5)
                   "  opted out: " FUNCTION TRIM(WS-IN-TOPICS).
           DISPLAY "              source: "
                   FUNCTION TRIM(WS-IN-SOURCE) " (recorded "
                   WS-IN-STAMP(1:8) " by "
                   FUNCTION TRIM(WS-IN-OPERATOR) ")".
       5100-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "member_consent.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
       0900-EXIT.
           EXIT.
