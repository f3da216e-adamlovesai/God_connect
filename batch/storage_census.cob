      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> STORAGE-CENSUS
      *>
      *> WINDOW-FORECAST tells us when the nightly stops fitting
      *> its time window; nothing measured when the disk stops
      *> fitting the shop. The backup generations, the log
      *> generations, the spool members, the archive, the
      *> quarantine and the compiled binaries all grow with nobody
      *> watching. Run nightly after batch/build_storage_list.sh
      *> has listed every file under the managed areas, this sums
      *> the list per area named in batch/storage_quota.ref
      *>
      *>     Q|area|directory|quota-bytes|warn-days
      *>
      *> and appends one history record per area to
      *> batch/storage_history.dat:
      *>
      *>     S|YYYYMMDD|area|bytes|files|stamp
      *>
      *> An area with nothing on disk is still recorded (as zero),
      *> so the history has one point per area per night. A rerun
      *> on the same day appends again; STORAGE-FORECAST takes the
      *> latest record of a day.
      *>
      *> Usage:
      *>     sh batch/build_storage_list.sh
      *>     storage_census
      *>
      *> RETURN-CODE 0 recorded, 8 no quota rows or no file list.
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORAGE-CENSUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTA-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTA-STATUS.
           SELECT LIST-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT HIST-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTA-FILE.
       01  QUOTA-LINE               PIC X(200).

       FD  LIST-FILE.
       01  LIST-LINE                PIC X(300).

       FD  HIST-FILE.
       01  HIST-LINE                PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-QUOTA-STATUS          PIC X(02) VALUE SPACES.
       01  WS-LIST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-HIST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EOF-QUOTA             PIC X(01) VALUE "N".
           88  NO-MORE-QUOTA                 VALUE "Y".
       01  WS-EOF-LIST              PIC X(01) VALUE "N".
           88  NO-MORE-LIST                  VALUE "Y".
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-TODAY                 PIC X(08).

      *> The managed areas and what the list says they hold.
       01  WS-AREA-MAX              PIC 9(02) VALUE 20.
       01  WS-AREA-COUNT            PIC 9(02) VALUE 0.
       01  WS-AREA-TABLE.
           05  WS-AREA-ENTRY        OCCURS 20 TIMES.
               10  WS-AREA-NAME     PIC X(12).
               10  WS-AREA-DIR      PIC X(120).
               10  WS-AREA-DIR-LEN  PIC 9(03).
               10  WS-AREA-BYTES    PIC 9(15).
               10  WS-AREA-FILES    PIC 9(09).
       01  WS-AREA-POS              PIC 9(02) VALUE 0.
       01  WS-AREA-FOUND            PIC 9(02) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(240).
       01  WS-IN-F3                 PIC X(240).
       01  WS-LIST-PATH             PIC X(240).
       01  WS-LIST-SIZE             PIC X(20).
       01  WS-FILE-BYTES            PIC 9(15) VALUE 0.
       01  WS-LISTED                PIC 9(09) VALUE 0.
       01  WS-UNCLAIMED             PIC 9(09) VALUE 0.
       01  WS-BYTES-ED              PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-FILES-ED              PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY.
           PERFORM 1000-LOAD-AREAS THRU 1000-EXIT
               UNTIL NO-MORE-QUOTA.
           IF WS-AREA-COUNT = 0
               DISPLAY "STORAGE-CENSUS: no Q rows on "
                       FUNCTION TRIM(WS-CFN-01)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT LIST-FILE.
           IF WS-LIST-STATUS NOT = "00"
               DISPLAY "STORAGE-CENSUS: no file list "
                       FUNCTION TRIM(WS-CFN-02)
                       " - run batch/build_storage_list.sh first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2000-COUNT-ONE-FILE THRU 2000-EXIT
               UNTIL NO-MORE-LIST.
           CLOSE LIST-FILE.
           OPEN EXTEND HIST-FILE.
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT HIST-FILE
           END-IF.
           PERFORM 3000-RECORD-ONE-AREA THRU 3000-EXIT
               VARYING WS-AREA-POS FROM 1 BY 1
               UNTIL WS-AREA-POS > WS-AREA-COUNT.
           CLOSE HIST-FILE.
           DISPLAY "STORAGE-CENSUS: " WS-LISTED " file(s) listed, "
                   WS-AREA-COUNT " area(s) recorded for " WS-TODAY.
           IF WS-UNCLAIMED > 0
               DISPLAY "STORAGE-CENSUS: " WS-UNCLAIMED
                       " listed file(s) under no managed area"
           END-IF.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       1000-LOAD-AREAS.
           IF WS-QUOTA-STATUS = SPACES
               OPEN INPUT QUOTA-FILE
               IF WS-QUOTA-STATUS NOT = "00"
                   SET NO-MORE-QUOTA TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           READ QUOTA-FILE
               AT END
                   SET NO-MORE-QUOTA TO TRUE
                   CLOSE QUOTA-FILE
                   GO TO 1000-EXIT
           END-READ.
           IF QUOTA-LINE(1:2) NOT = "Q|"
               GO TO 1000-EXIT
           END-IF.
           IF WS-AREA-COUNT >= WS-AREA-MAX
               DISPLAY "STORAGE-CENSUS: more than " WS-AREA-MAX
                       " areas - rest ignored"
               GO TO 1000-EXIT
           END-IF.
           UNSTRING QUOTA-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           IF WS-IN-F2 = SPACES OR WS-IN-F3 = SPACES
               GO TO 1000-EXIT
           END-IF.
           ADD 1 TO WS-AREA-COUNT.
           MOVE WS-IN-F2(1:12) TO WS-AREA-NAME (WS-AREA-COUNT).
           MOVE WS-IN-F3(1:120) TO WS-AREA-DIR (WS-AREA-COUNT).
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-IN-F3(1:120)))
               TO WS-AREA-DIR-LEN (WS-AREA-COUNT).
           MOVE 0 TO WS-AREA-BYTES (WS-AREA-COUNT)
                     WS-AREA-FILES (WS-AREA-COUNT).
       1000-EXIT.
           EXIT.

      *> A list line is PATH|BYTES; the path belongs to the area
      *> whose directory it sits under.
       2000-COUNT-ONE-FILE.
           READ LIST-FILE
               AT END
                   SET NO-MORE-LIST TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF LIST-LINE = SPACES
               GO TO 2000-EXIT
           END-IF.
           MOVE SPACES TO WS-LIST-PATH WS-LIST-SIZE.
           UNSTRING LIST-LINE DELIMITED BY "|"
               INTO WS-LIST-PATH WS-LIST-SIZE
           END-UNSTRING.
           ADD 1 TO WS-LISTED.
           MOVE 0 TO WS-FILE-BYTES.
           IF WS-LIST-SIZE(1:1) >= "0" AND WS-LIST-SIZE(1:1) <= "9"
               MOVE FUNCTION NUMVAL(WS-LIST-SIZE) TO WS-FILE-BYTES
           END-IF.
           MOVE 0 TO WS-AREA-FOUND.
           PERFORM 2100-MATCH-ONE-AREA THRU 2100-EXIT
               VARYING WS-AREA-POS FROM 1 BY 1
               UNTIL WS-AREA-POS > WS-AREA-COUNT
                  OR WS-AREA-FOUND > 0.
           IF WS-AREA-FOUND = 0
               ADD 1 TO WS-UNCLAIMED
               GO TO 2000-EXIT
           END-IF.
           ADD WS-FILE-BYTES TO WS-AREA-BYTES (WS-AREA-FOUND).
           ADD 1 TO WS-AREA-FILES (WS-AREA-FOUND).
       2000-EXIT.
           EXIT.

       2100-MATCH-ONE-AREA.
           IF WS-LIST-PATH(1:WS-AREA-DIR-LEN (WS-AREA-POS))
                   = WS-AREA-DIR (WS-AREA-POS)
                       (1:WS-AREA-DIR-LEN (WS-AREA-POS))
               AND WS-LIST-PATH(WS-AREA-DIR-LEN (WS-AREA-POS) + 1:1)
                   = "/"
               MOVE WS-AREA-POS TO WS-AREA-FOUND
           END-IF.
       2100-EXIT.
           EXIT.

       3000-RECORD-ONE-AREA.
           MOVE SPACES TO HIST-LINE.
           STRING "S|"                            DELIMITED BY SIZE
                  WS-TODAY                        DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(
                      WS-AREA-NAME (WS-AREA-POS)) DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-AREA-BYTES (WS-AREA-POS)     DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-AREA-FILES (WS-AREA-POS)     DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP(1:14)          DELIMITED BY SIZE
                  INTO HIST-LINE
           END-STRING.
           WRITE HIST-LINE.
           MOVE WS-AREA-BYTES (WS-AREA-POS) TO WS-BYTES-ED.
           MOVE WS-AREA-FILES (WS-AREA-POS) TO WS-FILES-ED.
           DISPLAY "STORAGE-CENSUS: " WS-AREA-NAME (WS-AREA-POS)
                   WS-BYTES-ED " bytes " WS-FILES-ED " file(s)".
       3000-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "storage_quota.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "storage_files.lst" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "storage_history.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
       0900-EXIT.
           EXIT.
