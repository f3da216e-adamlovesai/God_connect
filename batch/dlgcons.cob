      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> DLGCONS
      *>
      *> The shared member communication consent check, CALLed by
      *> every outbound program - SUBSCRIBER-MATCH, NOTIFY-GATEWAY,
      *> ANSWER-LETTERS - before it writes a distribution, outbox
      *> or letter record for a member. A member who asked to be
      *> left alone is left alone, whichever job found them.
      *> Consents live on the append-only register
      *> batch/member_consent.dat that CONSENT-CAPTURE maintains:
      *>
      *>     K|member-number|channels|topics opted out|
      *>       consent date|source|operator|stamp
      *>
      *> The latest record for a member is the one in force; the
      *> earlier ones are its history. channels is MAIL, EMAIL,
      *> BOTH or NONE; topics is a comma list (ALL opts out of
      *> everything). A record filed under a member since merged
      *> into another counts for the survivor (DLGMEMB).
      *>
      *>     CALL "DLGCONS" USING pgm member channel topic rc reason
      *>
      *> (fields in COPYLIB DLGCNS01). rc "00" the contact may go
      *> ahead; "12" it is suppressed, and reason says why: not a
      *> resolvable ACTIVE member, no consent on file, the channel
      *> not allowed, or the topic opted out. Every suppression is
      *> appended to batch/consent_suppressions.dat
      *>
      *>     S|stamp|program|member reference|member-number|
      *>       channel|topic|reason
      *>
      *> for the office to answer "why did I not hear"; a check
      *> with a blank program name is an enquiry and is not logged.
      *> The register loads once per run unit, the DLGHOLD pattern.
      *>
      *> Compile (the nightly sweep does this automatically):
      *>     cobc -m -std=ibm -I COPYLIB -o DLGCONS.so batch/dlgcons.cob
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLGCONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENT-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-STATUS.
           SELECT SUPPRESS-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPRESS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSENT-FILE.
       01  CONSENT-LINE             PIC X(400).

       FD  SUPPRESS-FILE.
       01  SUPPRESS-LINE            PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CONSENT-STATUS        PIC X(02) VALUE SPACES.
       01  WS-SUPPRESS-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EOF-CONSENT           PIC X(01) VALUE "N".
           88  NO-MORE-CONSENT               VALUE "Y".
       01  WS-LOADED                PIC X(01) VALUE "N".
           88  CONSENTS-ARE-LOADED           VALUE "Y".

      *> The consent in force for every member on the register.
       01  WS-CON-MAX               PIC 9(04) VALUE 3000.
       01  WS-CON-COUNT             PIC 9(04) VALUE 0.
       01  WS-CON-TABLE.
           05  WS-CON-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-CON-IDX.
               10  WS-CON-NUMBER    PIC X(06).
               10  WS-CON-CHANNELS  PIC X(05).
               10  WS-CON-TOPICS    PIC X(202).
      *>             ",TOPIC,TOPIC," - bracketed for the probe
       01  WS-CON-FOUND             PIC 9(04) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-NUMBER             PIC X(06).
       01  WS-IN-CHANNELS           PIC X(10).
       01  WS-IN-TOPICS             PIC X(200).
       01  WS-WANT-NUMBER           PIC X(06).

       01  WS-CHANNEL               PIC X(10).
       01  WS-TOPIC-PROBE           PIC X(64).
       01  WS-PROBE-LEN             PIC 9(02) VALUE 0.
       01  WS-TOPIC-HITS            PIC 9(03) VALUE 0.
       01  WS-RUN-TIMESTAMP         PIC X(21).

       COPY DLGMBR01.

       LINKAGE SECTION.
       01  LK-PGM                   PIC X(30).
       01  LK-MEMBER                PIC X(40).
       01  LK-CHANNEL               PIC X(10).
       01  LK-TOPIC                 PIC X(60).
       01  LK-RC                    PIC X(02).
       01  LK-REASON                PIC X(60).

       PROCEDURE DIVISION USING LK-PGM LK-MEMBER LK-CHANNEL LK-TOPIC
                                LK-RC LK-REASON.
       0000-MAINLINE.
           IF NOT CONSENTS-ARE-LOADED
               PERFORM 1000-LOAD-CONSENTS THRU 1000-EXIT
           END-IF.
           MOVE "12" TO LK-RC.
           MOVE SPACES TO LK-REASON WS-MBR-NUMBER.
           PERFORM 2000-JUDGE-CONTACT THRU 2000-EXIT.
           IF LK-RC = "12" AND LK-PGM NOT = SPACES
               PERFORM 3000-LOG-SUPPRESSION THRU 3000-EXIT
           END-IF.
           GOBACK.

       1000-LOAD-CONSENTS.
           SET CONSENTS-ARE-LOADED TO TRUE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           OPEN INPUT CONSENT-FILE.
           IF WS-CONSENT-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LOAD-ONE-CONSENT THRU 1100-EXIT
               UNTIL NO-MORE-CONSENT.
           CLOSE CONSENT-FILE.
       1000-EXIT.
           EXIT.

      *> A later record for a member replaces the earlier one; the
      *> number is taken through DLGMEMB so a merged member's
      *> consent lands on the survivor.
       1100-LOAD-ONE-CONSENT.
           READ CONSENT-FILE
               AT END
                   SET NO-MORE-CONSENT TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF CONSENT-LINE(1:2) NOT = "K|"
               GO TO 1100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-NUMBER WS-IN-CHANNELS WS-IN-TOPICS.
           UNSTRING CONSENT-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-NUMBER WS-IN-CHANNELS
                    WS-IN-TOPICS
           END-UNSTRING.
           IF WS-IN-NUMBER = SPACES
               GO TO 1100-EXIT
           END-IF.
           MOVE SPACES TO WS-MBR-REF.
           STRING "member " WS-IN-NUMBER
               DELIMITED BY SIZE INTO WS-MBR-REF
           END-STRING.
           CALL "DLGMEMB" USING WS-MBR-REF WS-MBR-NUMBER WS-MBR-CANON
                                WS-MBR-NAME WS-MBR-RC.
           IF WS-MBR-NUMBER = SPACES
               MOVE WS-IN-NUMBER TO WS-WANT-NUMBER
           ELSE
               MOVE WS-MBR-NUMBER TO WS-WANT-NUMBER
           END-IF.
           PERFORM 1200-FIND-CONSENT THRU 1200-EXIT.
           IF WS-CON-FOUND = 0
               IF WS-CON-COUNT >= WS-CON-MAX
                   DISPLAY "DLGCONS: more than " WS-CON-MAX
                           " members on the consent register - the "
                           "rest are treated as having no consent"
                   SET NO-MORE-CONSENT TO TRUE
                   GO TO 1100-EXIT
               END-IF
               ADD 1 TO WS-CON-COUNT
               MOVE WS-CON-COUNT TO WS-CON-FOUND
               MOVE WS-WANT-NUMBER TO WS-CON-NUMBER (WS-CON-FOUND)
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-IN-CHANNELS(1:5))
               TO WS-CON-CHANNELS (WS-CON-FOUND).
           MOVE SPACES TO WS-CON-TOPICS (WS-CON-FOUND).
           STRING ","
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-TOPICS))
                  ","
               DELIMITED BY SIZE INTO WS-CON-TOPICS (WS-CON-FOUND)
           END-STRING.
       1100-EXIT.
           EXIT.

       1200-FIND-CONSENT.
           MOVE 0 TO WS-CON-FOUND.
           SET WS-CON-IDX TO 1.
           IF WS-CON-COUNT > 0
               SEARCH WS-CON-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CON-IDX > WS-CON-COUNT
                       CONTINUE
                   WHEN WS-CON-NUMBER (WS-CON-IDX) = WS-WANT-NUMBER
                       SET WS-CON-FOUND TO WS-CON-IDX
               END-SEARCH
           END-IF.
       1200-EXIT.
           EXIT.

      *> Member, consent, channel, topic - the first refusal wins.
       2000-JUDGE-CONTACT.
           IF LK-MEMBER = SPACES
               MOVE "no member reference" TO LK-REASON
               GO TO 2000-EXIT
           END-IF.
           MOVE LK-MEMBER TO WS-MBR-REF.
           CALL "DLGMEMB" USING WS-MBR-REF WS-MBR-NUMBER WS-MBR-CANON
                                WS-MBR-NAME WS-MBR-RC.
           EVALUATE WS-MBR-RC
               WHEN "00"
                   CONTINUE
               WHEN "04"
                   MOVE "member is not ACTIVE" TO LK-REASON
                   GO TO 2000-EXIT
               WHEN "16"
                   MOVE "no member master on file" TO LK-REASON
                   GO TO 2000-EXIT
               WHEN OTHER
                   MOVE "not on the member master" TO LK-REASON
                   GO TO 2000-EXIT
           END-EVALUATE.
           MOVE WS-MBR-NUMBER TO WS-WANT-NUMBER.
           PERFORM 1200-FIND-CONSENT THRU 1200-EXIT.
           IF WS-CON-FOUND = 0
               MOVE "no consent on file" TO LK-REASON
               GO TO 2000-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(LK-CHANNEL) TO WS-CHANNEL.
           EVALUATE WS-CON-CHANNELS (WS-CON-FOUND)
               WHEN "BOTH"
                   CONTINUE
               WHEN "NONE"
                   MOVE "consent withdrawn - no channel allowed"
                       TO LK-REASON
                   GO TO 2000-EXIT
               WHEN OTHER
                   IF WS-CON-CHANNELS (WS-CON-FOUND)
                           NOT = WS-CHANNEL(1:5)
                       STRING "channel " FUNCTION TRIM(WS-CHANNEL)
                              " not allowed"
                           DELIMITED BY SIZE INTO LK-REASON
                       END-STRING
                       GO TO 2000-EXIT
                   END-IF
           END-EVALUATE.
           MOVE 0 TO WS-TOPIC-HITS.
           INSPECT WS-CON-TOPICS (WS-CON-FOUND) TALLYING WS-TOPIC-HITS
               FOR ALL ",ALL,".
           IF WS-TOPIC-HITS > 0
               MOVE "opted out of all topics" TO LK-REASON
               GO TO 2000-EXIT
           END-IF.
           IF LK-TOPIC NOT = SPACES
               MOVE SPACES TO WS-TOPIC-PROBE
               STRING ","
                      FUNCTION UPPER-CASE(FUNCTION TRIM(LK-TOPIC))
                      ","
                   DELIMITED BY SIZE INTO WS-TOPIC-PROBE
               END-STRING
               COMPUTE WS-PROBE-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-TOPIC-PROBE))
               INSPECT WS-CON-TOPICS (WS-CON-FOUND)
                   TALLYING WS-TOPIC-HITS
                   FOR ALL WS-TOPIC-PROBE(1:WS-PROBE-LEN)
           END-IF.
           IF WS-TOPIC-HITS > 0
               STRING "opted out of " FUNCTION TRIM(LK-TOPIC)
                   DELIMITED BY SIZE INTO LK-REASON
               END-STRING
               GO TO 2000-EXIT
           END-IF.
           MOVE "00" TO LK-RC.
       2000-EXIT.
           EXIT.

       3000-LOG-SUPPRESSION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           OPEN EXTEND SUPPRESS-FILE.
           IF WS-SUPPRESS-STATUS = "35"
               OPEN OUTPUT SUPPRESS-FILE
           END-IF.
           MOVE SPACES TO SUPPRESS-LINE.
           STRING "S|"                        DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP            DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(LK-PGM)       DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(LK-MEMBER)    DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MBR-NUMBER) DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(LK-CHANNEL)   DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(LK-TOPIC)     DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(LK-REASON)    DELIMITED BY SIZE
                  INTO SUPPRESS-LINE
           END-STRING.
           WRITE SUPPRESS-LINE.
           CLOSE SUPPRESS-FILE.
       3000-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "member_consent.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "consent_suppressions.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
       0900-EXIT.
           EXIT.
