      *>           "A"  archived; location returns the archive
      *>                copy's path (batch/archive_catalog.dat)
      *>           "D"  delete-marked on the extract
      *>           "R"  relocated; location returns the path it is
      *>                filed under now, followed along every
      *>                forwarding entry DIALOGUE-RELOCATE left on
      *>                batch/relocations.dat
      *>           "N"  unknown anywhere
      *>
      *> The aggregate reports (PERSONA-DOSSIER,
      *>
      *> MODIFICATION HISTORY
      *>     2026-09-02  DO   Initial version.
      *>     2026-10-15  DO   Relocated records: a path that is
      *>                      neither live nor archived follows
      *>                      the forwarding entries on
      *>                      batch/relocations.dat (state "R").
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLGRSLV.
           SELECT ARCCAT-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCCAT-STATUS.
           SELECT RELOC-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCCAT-FILE.
       01  ARCCAT-LINE              PIC X(600).

       FD  RELOC-FILE.
       01  RELOC-LINE               PIC X(600).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-DATA-STATUS           PIC X(02).
       01  WS-ARCCAT-STATUS         PIC X(02).
       01  WS-CFN-03                PIC X(200).
       01  WS-RELOC-STATUS          PIC X(02).
       01  WS-EOF-RELOC             PIC X(01).
           88  NO-MORE-RELOC                 VALUE "Y".
       01  WS-EOF-DATA              PIC X(01).
           88  NO-MORE-DATA                  VALUE "Y".
       01  WS-EOF-ARCCAT            PIC X(01).
               10  WS-AR-COPY       PIC X(200).
       01  WS-AR-FOUND              PIC 9(04) VALUE 0.

      *> Forwarding entries: the path a record was filed under to
      *> the path it was relocated to.
       01  WS-FW-MAX                PIC 9(04) VALUE 500.
       01  WS-FW-COUNT              PIC 9(04) VALUE 0.
       01  WS-FW-TABLE.
           05  WS-FW-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-FW-IDX.
               10  WS-FW-OLD        PIC X(200).
               10  WS-FW-NEW        PIC X(200).
       01  WS-FW-FOUND              PIC 9(04) VALUE 0.
       01  WS-FW-PATH               PIC X(200).
       01  WS-FW-HOPS               PIC 9(02) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
               SET WS-AR-IDX TO WS-AR-FOUND
               MOVE "A" TO LK-STATE
               MOVE WS-AR-COPY (WS-AR-IDX) TO LK-LOCATION
               GOBACK
           END-IF.
      *> Relocated: along the forwarding entries to where the
      *> record is filed now (a chain of moves is followed to its
      *> end, a loop is cut off).
           MOVE LK-PATH TO WS-FW-PATH.
           MOVE 0 TO WS-FW-HOPS.
           PERFORM 2200-FOLLOW-ONE-FORWARD THRU 2200-EXIT
               UNTIL WS-FW-HOPS >= 10.
           IF WS-FW-PATH NOT = LK-PATH
               MOVE "R" TO LK-STATE
               MOVE WS-FW-PATH TO LK-LOCATION
           END-IF.
           GOBACK.

                   UNTIL NO-MORE-ARCCAT
               CLOSE ARCCAT-FILE
           END-IF.
           MOVE "N" TO WS-EOF-RELOC.
           MOVE "relocations.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
           OPEN INPUT RELOC-FILE.
           IF WS-RELOC-STATUS = "00"
               PERFORM 1300-LOAD-ONE-FORWARD THRU 1300-EXIT
                   UNTIL NO-MORE-RELOC
               CLOSE RELOC-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       1200-EXIT.
           EXIT.

      *> F|old-path|new-path|operator|stamp
       1300-LOAD-ONE-FORWARD.
           READ RELOC-FILE
               AT END
                   SET NO-MORE-RELOC TO TRUE
               NOT AT END
                   IF RELOC-LINE(1:2) = "F|"
                           AND WS-FW-COUNT < WS-FW-MAX
                       UNSTRING RELOC-LINE DELIMITED BY "|"
                           INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
                       END-UNSTRING
                       ADD 1 TO WS-FW-COUNT
                       SET WS-FW-IDX TO WS-FW-COUNT
                       MOVE WS-IN-F2(1:200) TO WS-FW-OLD (WS-FW-IDX)
                       MOVE WS-IN-F3(1:200) TO WS-FW-NEW (WS-FW-IDX)
                   END-IF
           END-READ.
       1300-EXIT.
           EXIT.

       2000-SEEK-LIVE.
           MOVE 0 TO WS-LV-FOUND.
           SET WS-LV-IDX TO 1.
           END-IF.
       2100-EXIT.
           EXIT.

      *> One hop: WS-FW-PATH moves on to where its latest
      *> forwarding entry sends it; no entry ends the walk.
       2200-FOLLOW-ONE-FORWARD.
           ADD 1 TO WS-FW-HOPS.
           MOVE 0 TO WS-FW-FOUND.
           PERFORM 2210-PROBE-ONE-FORWARD THRU 2210-EXIT
               VARYING WS-FW-IDX FROM 1 BY 1
               UNTIL WS-FW-IDX > WS-FW-COUNT.
           IF WS-FW-FOUND = 0
               MOVE 10 TO WS-FW-HOPS
               GO TO 2200-EXIT
           END-IF.
           SET WS-FW-IDX TO WS-FW-FOUND.
           MOVE WS-FW-NEW (WS-FW-IDX) TO WS-FW-PATH.
       2200-EXIT.
           EXIT.

       2210-PROBE-ONE-FORWARD.
           IF WS-FW-OLD (WS-FW-IDX) = WS-FW-PATH
               SET WS-FW-FOUND TO WS-FW-IDX
           END-IF.
       2210-EXIT.
           EXIT.
