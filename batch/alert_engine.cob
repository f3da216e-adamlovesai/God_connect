      *> against the live files:
      *>
      *>     OPEN-HIGH-FINDINGS / MODQ-DEPTH / QUARANTINE /
      *>     AUDIT-SILENCE / STORAGE-DAYS (see the reference file)
      *>
      *> and appends state-change records to batch/alerts.dat:
      *>
      *> for the notification outbox. AUDIT-SILENCE only counts
      *> during active hours (08:00-18:00 on a day the operations
      *> calendar does not mark HOLYDAY) - a quiet shop at 3am is
      *> not an incident. STORAGE-DAYS is the one low-water
      *> condition: it breaches when the nearest projected
      *> days-to-full on STORAGE-FORECAST's batch/storage_forecast.dat
      *> (less the days since that census) falls BELOW its limit.
      *> A threshold that carries an incident severity also opens a
      *> DRAFT incident on the operations incident register when it
      *> raises (DLGINCD, linked to the alert and the last nightly
      *> run); an operator confirms or discards it through
      *> INCIDENT-REGISTER.
      *>
      *> Usage:
      *>     alert_engine
      *>
      *> MODIFICATION HISTORY
      *>     2026-09-02  DO   Initial version.
      *>     2026-10-15  DO   STORAGE-DAYS condition off the storage
      *>                      forecast; conditions now carry a
      *>                      direction (above or below the limit).
      *>     2026-10-15  DO   Draft incident on the incident register
      *>                      when a condition with a severity raises.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT-ENGINE.
           SELECT CAL-FILE ASSIGN DYNAMIC WS-CFN-07
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT FCST-FILE ASSIGN DYNAMIC WS-CFN-08
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAL-FILE.
       01  CAL-LINE                 PIC X(200).

       FD  FCST-FILE.
       01  FCST-LINE                PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-05                PIC X(200).
       01  WS-CFN-06                PIC X(200).
       01  WS-CFN-07                PIC X(200).
       01  WS-CFN-08                PIC X(200).
       01  WS-THRESH-STATUS         PIC X(02) VALUE SPACES.
       01  WS-ALERTS-STATUS         PIC X(02) VALUE SPACES.
       01  WS-EXC-STATUS            PIC X(02) VALUE SPACES.
       01  WS-QUAR-STATUS           PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CAL-STATUS            PIC X(02) VALUE SPACES.
       01  WS-FCST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EOF-THRESH            PIC X(01) VALUE "N".
           88  NO-MORE-THRESH                VALUE "Y".
       01  WS-EOF-ALERTS            PIC X(01) VALUE "N".
           88  NO-MORE-AUDIT                 VALUE "Y".
       01  WS-EOF-CAL               PIC X(01) VALUE "N".
           88  NO-MORE-CAL                   VALUE "Y".
       01  WS-EOF-FCST              PIC X(01) VALUE "N".
           88  NO-MORE-FCST                  VALUE "Y".
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-TODAY                 PIC X(08).
       01  WS-TODAY-DASHED          PIC X(10).
       01  WS-IS-HOLYDAY            PIC X(01) VALUE "N".
       01  WS-ACTIVE-HOURS          PIC X(01) VALUE "N".

      *> The five conditions and their state machine. A condition
      *> breaches above its limit (H) or, for a low-water measure,
      *> below it (L).
       01  WS-COND-COUNT            PIC 9(01) VALUE 5.
       01  WS-COND-NAMES.
           05  FILLER  PIC X(20) VALUE "OPEN-HIGH-FINDINGS".
           05  FILLER  PIC X(20) VALUE "MODQ-DEPTH".
           05  FILLER  PIC X(20) VALUE "QUARANTINE".
           05  FILLER  PIC X(20) VALUE "AUDIT-SILENCE".
           05  FILLER  PIC X(20) VALUE "STORAGE-DAYS".
       01  WS-COND-TABLE REDEFINES WS-COND-NAMES.
           05  WS-COND-NAME         PIC X(20) OCCURS 5 TIMES.
       01  WS-COND-DIRS             PIC X(05) VALUE "HHHHL".
       01  WS-COND-DIR-TABLE REDEFINES WS-COND-DIRS.
           05  WS-COND-DIR          PIC X(01) OCCURS 5 TIMES.
       01  WS-COND-STATE-GROUP.
           05  WS-COND-ENTRY OCCURS 5 TIMES.
               10  WS-COND-LIMIT    PIC S9(07).
               10  WS-COND-VALUE    PIC S9(07).
               10  WS-COND-LAST     PIC X(01).
      *>             R raised, C cleared/never
               10  WS-COND-INC-SEV  PIC X(01).
      *>             1-4 drafts an incident on raising; blank not
       01  WS-COND-POS              PIC 9(01) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-NTF-EVENT             PIC X(20).
       01  WS-NTF-KEY               PIC X(200).
       01  WS-NTF-DETAIL            PIC X(120).
       01  WS-BREACH                PIC X(01) VALUE "N".
       01  WS-FCST-DATE             PIC 9(08) VALUE 0.
       01  WS-FCST-DAYS             PIC S9(07) VALUE 0.
       01  WS-RAISED                PIC 9(02) VALUE 0.
       01  WS-INCD-STATE            PIC X(05) VALUE "DRAFT".
       01  WS-INCD-SUMMARY          PIC X(120).
       01  WS-INCD-SOURCE           PIC X(30) VALUE "ALERT-ENGINE".
       01  WS-INCD-ALERT            PIC X(20).
       01  WS-INCD-NUM              PIC X(04).
       01  WS-INCD-RC               PIC X(02).
       01  WS-CLEARED               PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM 2400-MEASURE-AUDIT-SILENCE THRU 2400-EXIT
               UNTIL NO-MORE-AUDIT.
           PERFORM 2500-FOLD-SILENCE THRU 2500-EXIT.
           MOVE 9999999 TO WS-COND-VALUE (5).
           PERFORM 2600-MEASURE-STORAGE THRU 2600-EXIT
               UNTIL NO-MORE-FCST.
           PERFORM 3000-JUDGE-ONE-CONDITION THRU 3000-EXIT
               VARYING WS-COND-POS FROM 1 BY 1
               UNTIL WS-COND-POS > WS-COND-COUNT.
           MOVE 9999999 TO WS-COND-LIMIT (WS-COND-POS).
           MOVE 0 TO WS-COND-VALUE (WS-COND-POS).
           MOVE "C" TO WS-COND-LAST (WS-COND-POS).
           MOVE SPACE TO WS-COND-INC-SEV (WS-COND-POS).
       0100-EXIT.
           EXIT.

                   CLOSE THRESH-FILE
               NOT AT END
                   IF THRESH-LINE(1:2) = "T|"
                       MOVE SPACES TO WS-IN-F4
                       UNSTRING THRESH-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4
                       END-UNSTRING
                       PERFORM 1010-TAKE-ONE-LIMIT THRU 1010-EXIT
                           VARYING WS-COND-POS FROM 1 BY 1
               AND WS-IN-F3(1:1) <= "9"
               MOVE FUNCTION NUMVAL(WS-IN-F3(1:8))
                   TO WS-COND-LIMIT (WS-COND-POS)
               IF WS-IN-F4(1:1) >= "1" AND WS-IN-F4(1:1) <= "4"
                   MOVE WS-IN-F4(1:1) TO WS-COND-INC-SEV (WS-COND-POS)
               END-IF
           END-IF.
       1010-EXIT.
           EXIT.
       2500-EXIT.
           EXIT.

      *> The nearest days-to-full on the storage forecast, counted
      *> down by the days since the census it was projected from.
      *> No forecast on file reads as no breach.
       2600-MEASURE-STORAGE.
           IF WS-FCST-STATUS = SPACES
               OPEN INPUT FCST-FILE
               IF WS-FCST-STATUS NOT = "00"
                   SET NO-MORE-FCST TO TRUE
                   GO TO 2600-EXIT
               END-IF
           END-IF.
           READ FCST-FILE
               AT END
                   SET NO-MORE-FCST TO TRUE
                   CLOSE FCST-FILE
                   GO TO 2600-EXIT
           END-READ.
           IF FCST-LINE(1:2) NOT = "D|"
               GO TO 2600-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F3 WS-IN-F4 WS-IN-F5 WS-IN-F6.
           UNSTRING FCST-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F4
                    WS-IN-F4 WS-IN-F4 WS-IN-F5
           END-UNSTRING.
           IF WS-IN-F3(1:8) IS NOT NUMERIC
                   OR WS-IN-F5(1:5) IS NOT NUMERIC
               GO TO 2600-EXIT
           END-IF.
           IF WS-IN-F5(1:5) = "99999"
               GO TO 2600-EXIT
           END-IF.
           MOVE WS-IN-F3(1:8) TO WS-FCST-DATE.
           MOVE WS-TODAY TO WS-WORK-NUM.
           COMPUTE WS-FCST-DAYS = FUNCTION NUMVAL(WS-IN-F5(1:5))
               - (FUNCTION INTEGER-OF-DATE(WS-WORK-NUM)
                  - FUNCTION INTEGER-OF-DATE(WS-FCST-DATE)).
           IF WS-FCST-DAYS < WS-COND-VALUE (5)
               MOVE WS-FCST-DAYS TO WS-COND-VALUE (5)
           END-IF.
       2600-EXIT.
           EXIT.

       3000-JUDGE-ONE-CONDITION.
           IF WS-COND-VALUE (WS-COND-POS) < 0
               MOVE 0 TO WS-COND-VALUE (WS-COND-POS)
           END-IF.
           MOVE "N" TO WS-BREACH.
           IF WS-COND-DIR (WS-COND-POS) = "L"
               IF WS-COND-VALUE (WS-COND-POS)
                       < WS-COND-LIMIT (WS-COND-POS)
                   MOVE "Y" TO WS-BREACH
               END-IF
           ELSE
               IF WS-COND-VALUE (WS-COND-POS)
                       > WS-COND-LIMIT (WS-COND-POS)
                   MOVE "Y" TO WS-BREACH
               END-IF
           END-IF.
           IF WS-BREACH = "Y"
               IF WS-COND-LAST (WS-COND-POS) = "R"
      *> Standing breach: already raised, stay quiet.
                   GO TO 3000-EXIT
               MOVE "ALERT-RAISED" TO WS-NTF-EVENT
               MOVE WS-COND-NAME (WS-COND-POS) TO WS-NTF-KEY
               MOVE SPACES TO WS-NTF-DETAIL
               IF WS-COND-DIR (WS-COND-POS) = "L"
                   STRING FUNCTION TRIM(
                              WS-COND-NAME (WS-COND-POS))
                          " breached: value "
                          WS-COND-VALUE (WS-COND-POS)
                          " under limit "
                          WS-COND-LIMIT (WS-COND-POS)
                       DELIMITED BY SIZE INTO WS-NTF-DETAIL
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(
                              WS-COND-NAME (WS-COND-POS))
                          " breached: value "
                          WS-COND-VALUE (WS-COND-POS)
                          " over limit "
                          WS-COND-LIMIT (WS-COND-POS)
                       DELIMITED BY SIZE INTO WS-NTF-DETAIL
                   END-STRING
               END-IF
               CALL "DLGNTFY" USING WS-NTF-EVENT WS-NTF-KEY
                                    WS-NTF-DETAIL
               IF WS-COND-INC-SEV (WS-COND-POS) NOT = SPACE
                   PERFORM 3200-DRAFT-INCIDENT THRU 3200-EXIT
               END-IF
           ELSE
               IF WS-COND-LAST (WS-COND-POS) = "R"
                   ADD 1 TO WS-CLEARED
       3100-EXIT.
           EXIT.

      *> The draft waits for an operator; a busy register (the
      *> enqueue not granted) costs the draft, not the alert.
       3200-DRAFT-INCIDENT.
           MOVE WS-NTF-DETAIL TO WS-INCD-SUMMARY.
           MOVE WS-COND-NAME (WS-COND-POS) TO WS-INCD-ALERT.
           CALL "DLGINCD" USING WS-INCD-STATE
                                WS-COND-INC-SEV (WS-COND-POS)
                                WS-INCD-SUMMARY WS-INCD-SOURCE
                                WS-INCD-ALERT WS-INCD-NUM
                                WS-INCD-RC.
           IF WS-INCD-RC = "00"
               DISPLAY "ALERT-ENGINE: draft incident " WS-INCD-NUM
                       " opened, severity "
                       WS-COND-INC-SEV (WS-COND-POS)
           ELSE
               DISPLAY "ALERT-ENGINE: incident register busy - no "
                       "draft for "
                       FUNCTION TRIM(WS-COND-NAME (WS-COND-POS))
           END-IF.
       3200-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-06.
           MOVE "ops_calendar.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-07.
           MOVE "storage_forecast.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-08.
       0900-EXIT.
           EXIT.
