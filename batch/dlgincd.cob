      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> DLGINCD
      *>
      *> Shared incident opener, in the DLGEXC/DLGNTFY mold: the
      *> one place an incident number is taken on the operations
      *> incident register, batch/incidents.dat, whether an
      *> operator opens it (INCIDENT-REGISTER OPEN) or ALERT-ENGINE
      *> drafts it off a newly raised alert.
      *>
      *>     CALL "DLGINCD" USING state severity summary source
      *>                          alert incident result
      *>
      *>     state     "OPEN" or "DRAFT" - a draft waits for an
      *>               operator to CONFIRM or DISCARD it
      *>     severity  "1" (the night lost) .. "4" (a nuisance)
      *>     summary   one line, what went wrong
      *>     source    who opened it ("OPERATOR", "ALERT-ENGINE")
      *>     alert     the alert condition behind a draft, or
      *>               spaces; when given, the incident is linked
      *>               to it and to the newest nightly run on
      *>               batch/run_control.dat
      *>     incident  returned: the four-digit incident number
      *>     result    "00" opened, "12" the register's enqueue
      *>               could not be taken (nothing written)
      *>
      *> Records written (see INCIDENT-REGISTER for the rest):
      *>
      *>     I|incident|severity|summary|source|operator|stamp
      *>     S|incident|DRAFT or OPEN|note|operator|stamp
      *>     K|incident|kind|reference|description|operator|stamp
      *>
      *> The read-number-append cycle runs under the shared
      *> enqueue (DLGENQ, resource "incidents").
      *>
      *> Compile (the nightly sweep does this automatically):
      *>     cobc -m -std=ibm -I COPYLIB -o DLGINCD.so batch/dlgincd.cob
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLGINCD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INC-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-STATUS.
           SELECT RUNCTL-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INC-FILE.
       01  INC-LINE                 PIC X(600).

       FD  RUNCTL-FILE.
       01  RUNCTL-LINE              PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-INC-STATUS            PIC X(02).
       01  WS-RUNCTL-STATUS         PIC X(02).
       01  WS-EOF-INC               PIC X(01) VALUE "N".
           88  NO-MORE-INC                   VALUE "Y".
       01  WS-EOF-RUNCTL            PIC X(01) VALUE "N".
           88  NO-MORE-RUNCTL                VALUE "Y".
       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-NEXT-NUM              PIC 9(04) VALUE 0.
       01  WS-RUN-ID                PIC X(30) VALUE SPACES.
       01  WS-RUN-STATE             PIC X(20) VALUE SPACES.
       01  WS-LINK-KIND             PIC X(05).
       01  WS-LINK-REF              PIC X(60).
       01  WS-LINK-DESC             PIC X(120).

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(60).
       01  WS-IN-F3                 PIC X(60).

       01  WS-ENQ-ACTION            PIC X(03).
       01  WS-ENQ-RESOURCE          PIC X(20) VALUE "incidents".
       01  WS-ENQ-RC                PIC X(02).

       LINKAGE SECTION.
       01  LK-STATE                 PIC X(05).
       01  LK-SEVERITY              PIC X(01).
       01  LK-SUMMARY               PIC X(120).
       01  LK-SOURCE                PIC X(30).
       01  LK-ALERT                 PIC X(20).
       01  LK-INCIDENT              PIC X(04).
       01  LK-RESULT                PIC X(02).

       PROCEDURE DIVISION USING LK-STATE LK-SEVERITY LK-SUMMARY
                                LK-SOURCE LK-ALERT LK-INCIDENT
                                LK-RESULT.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE SPACES TO LK-INCIDENT.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE "ENQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           IF WS-ENQ-RC = "12"
               MOVE "12" TO LK-RESULT
               GOBACK
           END-IF.
      *> Next free number: one past the highest on file.
           MOVE 0 TO WS-NEXT-NUM.
           MOVE "N" TO WS-EOF-INC.
           MOVE SPACES TO WS-INC-STATUS.
           PERFORM 1000-SCAN-NUMBERS THRU 1000-EXIT
               UNTIL NO-MORE-INC.
           ADD 1 TO WS-NEXT-NUM.
           MOVE WS-NEXT-NUM TO LK-INCIDENT.
      *> A draft off an alert names the night it happened in.
           MOVE SPACES TO WS-RUN-ID WS-RUN-STATE.
           IF LK-ALERT NOT = SPACES
               MOVE "N" TO WS-EOF-RUNCTL
               MOVE SPACES TO WS-RUNCTL-STATUS
               PERFORM 1100-FIND-LAST-RUN THRU 1100-EXIT
                   UNTIL NO-MORE-RUNCTL
           END-IF.
           OPEN EXTEND INC-FILE.
           IF WS-INC-STATUS = "35"
               OPEN OUTPUT INC-FILE
           END-IF.
           MOVE SPACES TO INC-LINE.
           STRING "I|"                            DELIMITED BY SIZE
                  LK-INCIDENT                     DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  LK-SEVERITY                     DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(LK-SUMMARY)       DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(LK-SOURCE)        DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID)   DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP                DELIMITED BY SIZE
                  INTO INC-LINE
           END-STRING.
           WRITE INC-LINE.
           MOVE SPACES TO INC-LINE.
           STRING "S|"                            DELIMITED BY SIZE
                  LK-INCIDENT                     DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(LK-STATE)         DELIMITED BY SIZE
                  "|opened by "                   DELIMITED BY SIZE
                  FUNCTION TRIM(LK-SOURCE)        DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID)   DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP                DELIMITED BY SIZE
                  INTO INC-LINE
           END-STRING.
           WRITE INC-LINE.
           IF LK-ALERT NOT = SPACES
               MOVE "ALERT" TO WS-LINK-KIND
               MOVE LK-ALERT TO WS-LINK-REF
               MOVE "raised by ALERT-ENGINE" TO WS-LINK-DESC
               PERFORM 2000-WRITE-LINK THRU 2000-EXIT
               IF WS-RUN-ID NOT = SPACES
                   MOVE "RUN" TO WS-LINK-KIND
                   MOVE WS-RUN-ID TO WS-LINK-REF
                   MOVE SPACES TO WS-LINK-DESC
                   STRING "nightly run, last recorded "
                          FUNCTION TRIM(WS-RUN-STATE)
                       DELIMITED BY SIZE INTO WS-LINK-DESC
                   END-STRING
                   PERFORM 2000-WRITE-LINK THRU 2000-EXIT
               END-IF
           END-IF.
           CLOSE INC-FILE.
           MOVE "DEQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           MOVE "00" TO LK-RESULT.
           GOBACK.

       1000-SCAN-NUMBERS.
           IF WS-INC-STATUS = SPACES
               OPEN INPUT INC-FILE
               IF WS-INC-STATUS NOT = "00"
                   SET NO-MORE-INC TO TRUE
                   MOVE SPACES TO WS-INC-STATUS
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           READ INC-FILE
               AT END
                   SET NO-MORE-INC TO TRUE
                   CLOSE INC-FILE
                   MOVE SPACES TO WS-INC-STATUS
                   GO TO 1000-EXIT
           END-READ.
           IF INC-LINE(1:2) = "I|"
                   AND INC-LINE(3:4) IS NUMERIC
               IF FUNCTION NUMVAL(INC-LINE(3:4)) > WS-NEXT-NUM
                   MOVE FUNCTION NUMVAL(INC-LINE(3:4))
                       TO WS-NEXT-NUM
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      *> The newest run on the run-control file, and the last
      *> thing it recorded (START, END, an abend).
       1100-FIND-LAST-RUN.
           IF WS-RUNCTL-STATUS = SPACES
               OPEN INPUT RUNCTL-FILE
               IF WS-RUNCTL-STATUS NOT = "00"
                   SET NO-MORE-RUNCTL TO TRUE
                   GO TO 1100-EXIT
               END-IF
           END-IF.
           READ RUNCTL-FILE
               AT END
                   SET NO-MORE-RUNCTL TO TRUE
                   CLOSE RUNCTL-FILE
                   GO TO 1100-EXIT
           END-READ.
           IF RUNCTL-LINE(1:2) NOT = "R|"
               GO TO 1100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING RUNCTL-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           IF WS-IN-F3(1:5) = "START"
               MOVE WS-IN-F2(1:30) TO WS-RUN-ID
           END-IF.
           IF WS-IN-F2(1:30) = WS-RUN-ID
               MOVE WS-IN-F3(1:20) TO WS-RUN-STATE
           END-IF.
       1100-EXIT.
           EXIT.

       2000-WRITE-LINK.
           MOVE SPACES TO INC-LINE.
           STRING "K|"                            DELIMITED BY SIZE
                  LK-INCIDENT                     DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LINK-KIND)     DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LINK-REF)      DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LINK-DESC)     DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID)   DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP                DELIMITED BY SIZE
                  INTO INC-LINE
           END-STRING.
           WRITE INC-LINE.
       2000-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "incidents.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "run_control.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
       0900-EXIT.
           EXIT.
