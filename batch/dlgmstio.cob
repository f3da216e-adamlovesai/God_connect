      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> DLGMSTIO
      *>
      *> Shared keyed access to batch/dialogue_master.idx (COPY
      *> DLGMST01), the corpus's master file. Every program that
      *> changes the corpus - INTAKE-LOAD, CORRECTION-APPLY,
      *> DELETE-MARK, TRANSLATION-LOAD, SYNC-IMPORT,
      *> INTERCHANGE-IMPORT and BUILD-DIALOGUE-DATA - updates the
      *> master in place by key through here instead of rewriting
      *> the whole sequential extract through a work copy; the
      *> extract batch/dialogue_data.dat and its per-mode partitions
      *> are unloaded from the master nightly by MASTER-UNLOAD.
      *>
      *>     CALL "DLGMSTIO" USING action program line result
      *>
      *>     action   OPEN  open the master for update, taking the
      *>                    "dialogue_master" enqueue (DLGENQ)
      *>              INIT  create the master empty, then as OPEN
      *>              GET   read the record the line's key names;
      *>                    line returns the stored record
      *>              PUT   add or replace the record by its key;
      *>                    an unchanged record is left alone
      *>              DEL   delete the record the line's key names;
      *>                    line returns the deleted record
      *>              PURG  delete every record of the line's path
      *>                    except the D| marks
      *>              TRIM  delete the live M records of the line's
      *>                    path numbered above the line's sequence
      *>              STRT  position for NEXT at the line's key
      *>                    (a blank line starts at the beginning)
      *>              NEXT  return the next record in key order
      *>              LOAD  add without journaling (bulk loads)
      *>              RPUT  add or replace without journaling and
      *>              RDEL  delete without journaling (journal
      *>                    replay by MASTER-RECOVER)
      *>              CKPT  journal an unload checkpoint; line is
      *>                    "header-stamp|h|m|total" of the extract
      *>                    unloaded
      *>              MARK  journal that a program rewrote the
      *>                    extract from the master's own content;
      *>                    line is the new extract's header stamp
      *>              VRFY  check the extract is the one the last
      *>                    CKPT or MARK journaled - not rewritten
      *>                    since by a program outside the master
      *>              CLOS  close the master and release the enqueue
      *>     program  the calling program's name, for the journal
      *>     line     a dialogue_data line (or just enough of one to
      *>              carry its key: "H|path", "M|path|seq", ...)
      *>     result   "00" done, "10" NEXT at end, "12" the enqueue
      *>              is held elsewhere, "21" the line carries no
      *>              recognizable key, "22" LOAD of a key already
      *>              present, "23" no record for the key (VRFY:
      *>              nothing checkpointed yet), "25" VRFY found the
      *>              extract rewritten since its checkpoint, "35"
      *>              no master on file (run LOAD-DIALOGUE-MASTER),
      *>              "16" any other master I/O failure
      *>
      *> The key is derived from the line itself (see DLGMST01), so
      *> callers pass records exactly as the extract carries them.
      *> Every keyed change is journaled to batch/master_journal.dat
      *> BEFORE the master is touched, one line per image:
      *>
      *>     B|stamp|program|operator|ADD/CHG/DEL|before-image
      *>     A|stamp|program|operator|ADD/CHG/DEL|after-image
      *>     U|stamp|program|operator|size|changed|header-stamp|
      *>       h|m|total
      *>     E|stamp|program|operator|size|changed|header-stamp
      *>
      *> A DEL journals only its before-image and an ADD only its
      *> after-image. A checkpoint carries the extract's size and
      *> change time as well as its header stamp: the bulk
      *> rewriters keep the header they found, so the stamp alone
      *> cannot tell their output from the extract checkpointed.
      *> MASTER-RECOVER reloads the master from the
      *> unload a U checkpoint names and replays the images after
      *> it. PURG and TRIM browse the master, so a caller in the
      *> middle of a STRT/NEXT browse restarts it afterwards.
      *>
      *> Compile (the nightly sweep does this automatically):
      *>     cobc -m -std=ibm -I COPYLIB -o DLGMSTIO.so batch/dlgmstio.cob
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>     2026-10-15  DO   The extract is resolved whole-
      *>                      installation (dialogue_data.dat@*)
      *>                      whatever parish the run views.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLGMSTIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT JOURNAL-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY DLGMST01.

       FD  JOURNAL-FILE.
       01  JOURNAL-LINE             PIC X(700).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-MASTER-STATUS         PIC X(02) VALUE SPACES.
       01  WS-JOURNAL-STATUS        PIC X(02) VALUE SPACES.
       01  WS-OPEN                  PIC X(01) VALUE "N".
           88  MASTER-IS-OPEN                VALUE "Y".

       01  WS-ENQ-ACTION            PIC X(03).
       01  WS-ENQ-RESOURCE          PIC X(20) VALUE "dialogue_master".
       01  WS-ENQ-RC                PIC X(02).

       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-IMAGE-TAG             PIC X(01).
       01  WS-IMAGE-OP              PIC X(03).
       01  WS-IMAGE-LINE            PIC X(610).

      *> The key derived from a line, its fields split out.
       01  WS-KEY-OK                PIC X(01).
           88  KEY-IS-GOOD                   VALUE "Y".
       01  WS-K-F1                  PIC X(01).
       01  WS-K-F2                  PIC X(200).
       01  WS-K-F3                  PIC X(200).
       01  WS-K-F4                  PIC X(200).
       01  WS-K-F5                  PIC X(40).
       01  WS-K-SEQ                 PIC X(04).
       01  WS-CALLER-LINE           PIC X(610).
       01  WS-SAVE-PATH             PIC X(200).
       01  WS-SAVE-SEQ              PIC 9(04).

      *> Records a PURG or TRIM removes, gathered first so no
      *> record is deleted under an open browse.
       01  WS-GONE-MAX              PIC 9(04) VALUE 500.
       01  WS-GONE-COUNT            PIC 9(04) VALUE 0.
       01  WS-GONE-POS              PIC 9(04) VALUE 0.
       01  WS-GONE-TABLE.
           05  WS-GONE-LINE         PIC X(610) OCCURS 500 TIMES.
       01  WS-EOF-BROWSE            PIC X(01) VALUE "N".
           88  BROWSE-IS-DONE                VALUE "Y".

      *> CBL_CHECK_FILE_EXIST details of the extract, and the
      *> size and change time a checkpoint records from them.
       01  WS-FILE-INFO.
           05  WS-FI-SIZE           PIC X(08) COMP-X.
           05  WS-FI-DAY            PIC X(01) COMP-X.
           05  WS-FI-MONTH          PIC X(01) COMP-X.
           05  WS-FI-YEAR           PIC X(02) COMP-X.
           05  WS-FI-HOUR           PIC X(01) COMP-X.
           05  WS-FI-MINUTE         PIC X(01) COMP-X.
           05  WS-FI-SECOND         PIC X(01) COMP-X.
           05  WS-FI-HUNDREDTH      PIC X(01) COMP-X.
       01  WS-CHANGED-PARTS.
           05  WS-CHG-YEAR          PIC 9(04).
           05  WS-CHG-MONTH         PIC 9(02).
           05  WS-CHG-DAY           PIC 9(02).
           05  WS-CHG-HOUR          PIC 9(02).
           05  WS-CHG-MINUTE        PIC 9(02).
           05  WS-CHG-SECOND        PIC 9(02).
       01  WS-CHANGED-STAMP REDEFINES WS-CHANGED-PARTS
                                    PIC X(14).
       01  WS-EXTRACT-SIZE          PIC 9(12).
       01  WS-FINGERPRINT           PIC X(27).
       01  WS-LAST-FINGERPRINT      PIC X(27).
       01  WS-EOF-JOURNAL           PIC X(01) VALUE "N".
           88  NO-MORE-JOURNAL               VALUE "Y".
       01  WS-J-TAG                 PIC X(01).
       01  WS-J-STAMP               PIC X(16).
       01  WS-J-PGM                 PIC X(30).
       01  WS-J-OPERATOR            PIC X(20).
       01  WS-J-SIZE                PIC X(12).
       01  WS-J-CHANGED             PIC X(14).

       LINKAGE SECTION.
       01  LK-ACTION                PIC X(04).
       01  LK-PGM-NAME              PIC X(30).
       01  LK-LINE                  PIC X(610).
       01  LK-RESULT                PIC X(02).

       PROCEDURE DIVISION USING LK-ACTION LK-PGM-NAME LK-LINE
                                LK-RESULT.
       0000-MAINLINE.
           MOVE "00" TO LK-RESULT.
           EVALUATE LK-ACTION
               WHEN "CLOS"
                   PERFORM 9000-CLOSE-MASTER THRU 9000-EXIT
                   GOBACK
               WHEN "INIT"
                   PERFORM 1100-CREATE-MASTER THRU 1100-EXIT
                   GOBACK
               WHEN "CKPT"
                   MOVE "U" TO WS-IMAGE-TAG
                   PERFORM 7100-WRITE-CHECKPOINT THRU 7100-EXIT
                   GOBACK
               WHEN "MARK"
                   MOVE "E" TO WS-IMAGE-TAG
                   PERFORM 7100-WRITE-CHECKPOINT THRU 7100-EXIT
                   GOBACK
               WHEN "VRFY"
                   PERFORM 7200-VERIFY-EXTRACT THRU 7200-EXIT
                   GOBACK
           END-EVALUATE.
           IF NOT MASTER-IS-OPEN
               PERFORM 1000-OPEN-MASTER THRU 1000-EXIT
               IF LK-RESULT NOT = "00"
                   GOBACK
               END-IF
           END-IF.
           EVALUATE LK-ACTION
               WHEN "OPEN"
                   CONTINUE
               WHEN "GET "
                   PERFORM 2100-GET-RECORD THRU 2100-EXIT
               WHEN "PUT "
                   PERFORM 2200-PUT-RECORD THRU 2200-EXIT
               WHEN "DEL "
                   PERFORM 2300-DELETE-RECORD THRU 2300-EXIT
               WHEN "PURG"
                   PERFORM 3000-PURGE-PATH THRU 3000-EXIT
               WHEN "TRIM"
                   PERFORM 3500-TRIM-MESSAGES THRU 3500-EXIT
               WHEN "STRT"
                   PERFORM 4000-START-BROWSE THRU 4000-EXIT
               WHEN "NEXT"
                   PERFORM 4100-READ-NEXT THRU 4100-EXIT
               WHEN "LOAD"
                   PERFORM 5000-LOAD-RECORD THRU 5000-EXIT
               WHEN "RPUT"
                   PERFORM 5100-REPLAY-PUT THRU 5100-EXIT
               WHEN "RDEL"
                   PERFORM 5200-REPLAY-DELETE THRU 5200-EXIT
               WHEN OTHER
                   DISPLAY "DLGMSTIO: unknown action " LK-ACTION
                           " from " FUNCTION TRIM(LK-PGM-NAME)
                   MOVE "16" TO LK-RESULT
           END-EVALUATE.
           GOBACK.

      *> Open for update under the master's enqueue, so two writers
      *> (or a writer and the nightly unload) never interleave.
       1000-OPEN-MASTER.
           PERFORM 1900-RESOLVE-FILE-NAMES THRU 1900-EXIT.
           MOVE "ENQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
           IF WS-ENQ-RC = "12"
               MOVE "12" TO LK-RESULT
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O MASTER-FILE.
           IF WS-MASTER-STATUS = "35"
               DISPLAY "DLGMSTIO: no master at "
                       FUNCTION TRIM(WS-CFN-01)
                       " - run LOAD-DIALOGUE-MASTER"
               MOVE "35" TO LK-RESULT
               PERFORM 1950-RELEASE-ENQUEUE THRU 1950-EXIT
               GO TO 1000-EXIT
           END-IF.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "DLGMSTIO: cannot open "
                       FUNCTION TRIM(WS-CFN-01)
                       ", status " WS-MASTER-STATUS
               MOVE "16" TO LK-RESULT
               PERFORM 1950-RELEASE-ENQUEUE THRU 1950-EXIT
               GO TO 1000-EXIT
           END-IF.
           SET MASTER-IS-OPEN TO TRUE.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
       1000-EXIT.
           EXIT.

      *> A fresh, empty master - the first step of a full load or a
      *> recovery. The enqueue is taken before the file is emptied.
       1100-CREATE-MASTER.
           IF MASTER-IS-OPEN
               CLOSE MASTER-FILE
               MOVE "N" TO WS-OPEN
           ELSE
               PERFORM 1900-RESOLVE-FILE-NAMES THRU 1900-EXIT
               MOVE "ENQ" TO WS-ENQ-ACTION
               CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                                   WS-ENQ-RC
               IF WS-ENQ-RC = "12"
                   MOVE "12" TO LK-RESULT
                   GO TO 1100-EXIT
               END-IF
           END-IF.
           OPEN OUTPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "DLGMSTIO: cannot create "
                       FUNCTION TRIM(WS-CFN-01)
                       ", status " WS-MASTER-STATUS
               MOVE "16" TO LK-RESULT
               PERFORM 1950-RELEASE-ENQUEUE THRU 1950-EXIT
               GO TO 1100-EXIT
           END-IF.
           CLOSE MASTER-FILE.
           OPEN I-O MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               MOVE "16" TO LK-RESULT
               PERFORM 1950-RELEASE-ENQUEUE THRU 1950-EXIT
               GO TO 1100-EXIT
           END-IF.
           SET MASTER-IS-OPEN TO TRUE.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
       1100-EXIT.
           EXIT.

       1900-RESOLVE-FILE-NAMES.
           MOVE "dialogue_master.idx" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "master_journal.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "dialogue_data.dat@*" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
       1900-EXIT.
           EXIT.

       1950-RELEASE-ENQUEUE.
           MOVE "DEQ" TO WS-ENQ-ACTION.
           CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                               WS-ENQ-RC.
       1950-EXIT.
           EXIT.

      *> The key a dialogue_data line is stored under (DLGMST01).
       2000-DERIVE-KEY.
           MOVE "Y" TO WS-KEY-OK.
           MOVE SPACES TO WS-K-F1 WS-K-F2 WS-K-F3 WS-K-F4 WS-K-F5.
           UNSTRING LK-LINE DELIMITED BY "|"
               INTO WS-K-F1 WS-K-F2 WS-K-F3 WS-K-F4 WS-K-F5
           END-UNSTRING.
           MOVE SPACES TO MST-KEY.
           MOVE "0000" TO WS-K-SEQ.
           EVALUATE WS-K-F1
               WHEN "H"
                   MOVE WS-K-F2 TO MST-PATH
               WHEN "M"
                   MOVE WS-K-F2 TO MST-PATH
                   MOVE WS-K-F3(1:4) TO WS-K-SEQ
               WHEN "T"
                   MOVE WS-K-F2 TO MST-PATH
                   MOVE WS-K-F3(1:4) TO WS-K-SEQ
                   STRING "T" FUNCTION UPPER-CASE(WS-K-F4(1:19))
                       DELIMITED BY SIZE INTO MST-SUB
                   END-STRING
               WHEN "X"
                   MOVE WS-K-F2 TO MST-PATH
                   STRING "X" WS-K-F5(1:19)
                       DELIMITED BY SIZE INTO MST-SUB
                   END-STRING
               WHEN "D"
                   PERFORM 2010-DERIVE-MARK-KEY THRU 2010-EXIT
               WHEN OTHER
                   MOVE "N" TO WS-KEY-OK
           END-EVALUATE.
           IF MST-PATH = SPACES OR WS-K-SEQ IS NOT NUMERIC
               MOVE "N" TO WS-KEY-OK
           END-IF.
           IF KEY-IS-GOOD
               MOVE WS-K-SEQ TO MST-SEQ
           ELSE
               MOVE "21" TO LK-RESULT
           END-IF.
       2000-EXIT.
           EXIT.

      *> A D| mark keeps the key of the record it marked, under
      *> its own sub-key.
       2010-DERIVE-MARK-KEY.
           MOVE WS-K-F3 TO MST-PATH.
           EVALUATE WS-K-F2(1:1)
               WHEN "H"
                   MOVE "DH" TO MST-SUB
               WHEN "M"
                   MOVE WS-K-F4(1:4) TO WS-K-SEQ
                   MOVE "DM" TO MST-SUB
               WHEN "T"
                   MOVE WS-K-F4(1:4) TO WS-K-SEQ
                   STRING "DT" FUNCTION UPPER-CASE(WS-K-F5(1:18))
                       DELIMITED BY SIZE INTO MST-SUB
                   END-STRING
               WHEN OTHER
                   MOVE "N" TO WS-KEY-OK
           END-EVALUATE.
       2010-EXIT.
           EXIT.

       2100-GET-RECORD.
           PERFORM 2000-DERIVE-KEY THRU 2000-EXIT.
           IF NOT KEY-IS-GOOD
               GO TO 2100-EXIT
           END-IF.
           READ MASTER-FILE
               INVALID KEY
                   MOVE "23" TO LK-RESULT
               NOT INVALID KEY
                   MOVE MST-LINE TO LK-LINE
           END-READ.
       2100-EXIT.
           EXIT.

      *> Add or replace. The images go to the journal first, so a
      *> failure between the two never leaves a master change the
      *> journal cannot replay.
       2200-PUT-RECORD.
           PERFORM 2000-DERIVE-KEY THRU 2000-EXIT.
           IF NOT KEY-IS-GOOD
               GO TO 2200-EXIT
           END-IF.
           READ MASTER-FILE
               INVALID KEY
                   MOVE "ADD" TO WS-IMAGE-OP
                   MOVE "A" TO WS-IMAGE-TAG
                   MOVE LK-LINE TO WS-IMAGE-LINE
                   PERFORM 7000-JOURNAL-IMAGE THRU 7000-EXIT
                   PERFORM 2000-DERIVE-KEY THRU 2000-EXIT
                   MOVE LK-LINE TO MST-LINE
                   WRITE MASTER-REC
                       INVALID KEY
                           MOVE "16" TO LK-RESULT
                   END-WRITE
                   GO TO 2200-EXIT
           END-READ.
           IF MST-LINE = LK-LINE
               GO TO 2200-EXIT
           END-IF.
           MOVE "CHG" TO WS-IMAGE-OP.
           MOVE "B" TO WS-IMAGE-TAG.
           MOVE MST-LINE TO WS-IMAGE-LINE.
           PERFORM 7000-JOURNAL-IMAGE THRU 7000-EXIT.
           MOVE "A" TO WS-IMAGE-TAG.
           MOVE LK-LINE TO WS-IMAGE-LINE.
           PERFORM 7000-JOURNAL-IMAGE THRU 7000-EXIT.
           MOVE LK-LINE TO MST-LINE.
           REWRITE MASTER-REC
               INVALID KEY
                   MOVE "16" TO LK-RESULT
           END-REWRITE.
       2200-EXIT.
           EXIT.

       2300-DELETE-RECORD.
           PERFORM 2000-DERIVE-KEY THRU 2000-EXIT.
           IF NOT KEY-IS-GOOD
               GO TO 2300-EXIT
           END-IF.
           READ MASTER-FILE
               INVALID KEY
                   MOVE "23" TO LK-RESULT
                   GO TO 2300-EXIT
           END-READ.
           MOVE "DEL" TO WS-IMAGE-OP.
           MOVE "B" TO WS-IMAGE-TAG.
           MOVE MST-LINE TO WS-IMAGE-LINE.
           PERFORM 7000-JOURNAL-IMAGE THRU 7000-EXIT.
           MOVE MST-LINE TO LK-LINE.
           DELETE MASTER-FILE RECORD
               INVALID KEY
                   MOVE "16" TO LK-RESULT
           END-DELETE.
       2300-EXIT.
           EXIT.

      *> Everything filed under the path except the D| marks - a
      *> set being replaced whole by its origin system.
       3000-PURGE-PATH.
           PERFORM 2000-DERIVE-KEY THRU 2000-EXIT.
           IF NOT KEY-IS-GOOD
               GO TO 3000-EXIT
           END-IF.
           MOVE MST-PATH TO WS-SAVE-PATH.
           MOVE 0 TO MST-SEQ.
           MOVE LOW-VALUES TO MST-SUB.
           MOVE 0 TO WS-GONE-COUNT.
           MOVE "N" TO WS-EOF-BROWSE.
           START MASTER-FILE KEY IS NOT LESS THAN MST-KEY
               INVALID KEY
                   GO TO 3000-EXIT
           END-START.
           PERFORM 3100-GATHER-ONE THRU 3100-EXIT
               UNTIL BROWSE-IS-DONE.
           MOVE LK-LINE TO WS-CALLER-LINE.
           PERFORM 3900-DELETE-GATHERED THRU 3900-EXIT
               VARYING WS-GONE-POS FROM 1 BY 1
               UNTIL WS-GONE-POS > WS-GONE-COUNT.
           MOVE WS-CALLER-LINE TO LK-LINE.
           MOVE "00" TO LK-RESULT.
       3000-EXIT.
           EXIT.

       3100-GATHER-ONE.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET BROWSE-IS-DONE TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF MST-PATH NOT = WS-SAVE-PATH
               SET BROWSE-IS-DONE TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF MST-SUB(1:1) = "D"
               GO TO 3100-EXIT
           END-IF.
           IF WS-GONE-COUNT < WS-GONE-MAX
               ADD 1 TO WS-GONE-COUNT
               MOVE MST-LINE TO WS-GONE-LINE (WS-GONE-COUNT)
           END-IF.
       3100-EXIT.
           EXIT.

      *> Live messages beyond the new last sequence - a
      *> conversation that came back shorter than it was filed.
       3500-TRIM-MESSAGES.
           PERFORM 2000-DERIVE-KEY THRU 2000-EXIT.
           IF NOT KEY-IS-GOOD
               GO TO 3500-EXIT
           END-IF.
           MOVE MST-PATH TO WS-SAVE-PATH.
           MOVE MST-SEQ TO WS-SAVE-SEQ.
           MOVE HIGH-VALUES TO MST-SUB.
           MOVE 0 TO WS-GONE-COUNT.
           MOVE "N" TO WS-EOF-BROWSE.
           START MASTER-FILE KEY IS GREATER THAN MST-KEY
               INVALID KEY
                   GO TO 3500-EXIT
           END-START.
           PERFORM 3600-GATHER-ONE-MESSAGE THRU 3600-EXIT
               UNTIL BROWSE-IS-DONE.
           MOVE LK-LINE TO WS-CALLER-LINE.
           PERFORM 3900-DELETE-GATHERED THRU 3900-EXIT
               VARYING WS-GONE-POS FROM 1 BY 1
               UNTIL WS-GONE-POS > WS-GONE-COUNT.
           MOVE WS-CALLER-LINE TO LK-LINE.
           MOVE "00" TO LK-RESULT.
       3500-EXIT.
           EXIT.

       3600-GATHER-ONE-MESSAGE.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET BROWSE-IS-DONE TO TRUE
                   GO TO 3600-EXIT
           END-READ.
           IF MST-PATH NOT = WS-SAVE-PATH
               SET BROWSE-IS-DONE TO TRUE
               GO TO 3600-EXIT
           END-IF.
           IF MST-SUB NOT = SPACES OR MST-LINE(1:2) NOT = "M|"
               GO TO 3600-EXIT
           END-IF.
           IF WS-GONE-COUNT < WS-GONE-MAX
               ADD 1 TO WS-GONE-COUNT
               MOVE MST-LINE TO WS-GONE-LINE (WS-GONE-COUNT)
           END-IF.
       3600-EXIT.
           EXIT.

       3900-DELETE-GATHERED.
           MOVE WS-GONE-LINE (WS-GONE-POS) TO LK-LINE.
           PERFORM 2300-DELETE-RECORD THRU 2300-EXIT.
       3900-EXIT.
           EXIT.

       4000-START-BROWSE.
           IF LK-LINE = SPACES
               MOVE LOW-VALUES TO MST-KEY
           ELSE
               PERFORM 2000-DERIVE-KEY THRU 2000-EXIT
               IF NOT KEY-IS-GOOD
                   GO TO 4000-EXIT
               END-IF
           END-IF.
           START MASTER-FILE KEY IS NOT LESS THAN MST-KEY
               INVALID KEY
                   MOVE "23" TO LK-RESULT
           END-START.
       4000-EXIT.
           EXIT.

       4100-READ-NEXT.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO LK-RESULT
               NOT AT END
                   MOVE MST-LINE TO LK-LINE
           END-READ.
       4100-EXIT.
           EXIT.

       5000-LOAD-RECORD.
           PERFORM 2000-DERIVE-KEY THRU 2000-EXIT.
           IF NOT KEY-IS-GOOD
               GO TO 5000-EXIT
           END-IF.
           MOVE LK-LINE TO MST-LINE.
           WRITE MASTER-REC
               INVALID KEY
                   MOVE "22" TO LK-RESULT
           END-WRITE.
       5000-EXIT.
           EXIT.

       5100-REPLAY-PUT.
           PERFORM 2000-DERIVE-KEY THRU 2000-EXIT.
           IF NOT KEY-IS-GOOD
               GO TO 5100-EXIT
           END-IF.
           MOVE LK-LINE TO MST-LINE.
           WRITE MASTER-REC
               INVALID KEY
                   REWRITE MASTER-REC
                       INVALID KEY
                           MOVE "16" TO LK-RESULT
                   END-REWRITE
           END-WRITE.
       5100-EXIT.
           EXIT.

       5200-REPLAY-DELETE.
           PERFORM 2000-DERIVE-KEY THRU 2000-EXIT.
           IF NOT KEY-IS-GOOD
               GO TO 5200-EXIT
           END-IF.
           DELETE MASTER-FILE RECORD
               INVALID KEY
                   MOVE "23" TO LK-RESULT
           END-DELETE.
       5200-EXIT.
           EXIT.

      *> One image line, appended and closed at once so a run that
      *> dies later has still journaled every change it made.
       7000-JOURNAL-IMAGE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           MOVE SPACES TO JOURNAL-LINE.
           STRING WS-IMAGE-TAG                  DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP(1:16)        DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(LK-PGM-NAME)    DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-IMAGE-OP                   DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IMAGE-LINE TRAILING)
                                                DELIMITED BY SIZE
                  INTO JOURNAL-LINE
           END-STRING.
           WRITE JOURNAL-LINE.
           CLOSE JOURNAL-FILE.
       7000-EXIT.
           EXIT.

       7100-WRITE-CHECKPOINT.
           PERFORM 1900-RESOLVE-FILE-NAMES THRU 1900-EXIT.
           IF WS-OPERATOR-ID = SPACES
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
               IF WS-OPERATOR-ID = SPACES
                   MOVE "UNKNOWN" TO WS-OPERATOR-ID
               END-IF
           END-IF.
           PERFORM 7300-TAKE-FINGERPRINT THRU 7300-EXIT.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           MOVE SPACES TO JOURNAL-LINE.
           STRING WS-IMAGE-TAG                  DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP(1:16)        DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(LK-PGM-NAME)    DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-FINGERPRINT                DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(LK-LINE)        DELIMITED BY SIZE
                  INTO JOURNAL-LINE
           END-STRING.
           WRITE JOURNAL-LINE.
           CLOSE JOURNAL-FILE.
       7100-EXIT.
           EXIT.

      *> The extract on disk against the last U or E checkpoint in
      *> the journal.
       7200-VERIFY-EXTRACT.
           PERFORM 1900-RESOLVE-FILE-NAMES THRU 1900-EXIT.
           PERFORM 7300-TAKE-FINGERPRINT THRU 7300-EXIT.
           MOVE SPACES TO WS-LAST-FINGERPRINT.
           MOVE "N" TO WS-EOF-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               MOVE "23" TO LK-RESULT
               GO TO 7200-EXIT
           END-IF.
           PERFORM 7210-READ-ONE-JOURNAL THRU 7210-EXIT
               UNTIL NO-MORE-JOURNAL.
           CLOSE JOURNAL-FILE.
           IF WS-LAST-FINGERPRINT = SPACES
               MOVE "23" TO LK-RESULT
               GO TO 7200-EXIT
           END-IF.
           IF WS-LAST-FINGERPRINT NOT = WS-FINGERPRINT
               MOVE "25" TO LK-RESULT
           END-IF.
       7200-EXIT.
           EXIT.

       7210-READ-ONE-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   SET NO-MORE-JOURNAL TO TRUE
                   GO TO 7210-EXIT
           END-READ.
           IF JOURNAL-LINE(1:2) NOT = "U|"
                   AND JOURNAL-LINE(1:2) NOT = "E|"
               GO TO 7210-EXIT
           END-IF.
           MOVE SPACES TO WS-J-SIZE WS-J-CHANGED.
           UNSTRING JOURNAL-LINE DELIMITED BY "|"
               INTO WS-J-TAG WS-J-STAMP WS-J-PGM WS-J-OPERATOR
                    WS-J-SIZE WS-J-CHANGED
           END-UNSTRING.
           STRING WS-J-SIZE "|" WS-J-CHANGED
               DELIMITED BY SIZE INTO WS-LAST-FINGERPRINT
           END-STRING.
       7210-EXIT.
           EXIT.

      *> "size|changed" of the extract as it stands; an extract not
      *> on file fingerprints as zero.
       7300-TAKE-FINGERPRINT.
           MOVE 0 TO WS-EXTRACT-SIZE.
           MOVE ZEROS TO WS-CHANGED-PARTS.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CFN-03 WS-FILE-INFO.
           IF RETURN-CODE = 0
               MOVE WS-FI-SIZE TO WS-EXTRACT-SIZE
               MOVE WS-FI-YEAR TO WS-CHG-YEAR
               MOVE WS-FI-MONTH TO WS-CHG-MONTH
               MOVE WS-FI-DAY TO WS-CHG-DAY
               MOVE WS-FI-HOUR TO WS-CHG-HOUR
               MOVE WS-FI-MINUTE TO WS-CHG-MINUTE
               MOVE WS-FI-SECOND TO WS-CHG-SECOND
           END-IF.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO WS-FINGERPRINT.
           STRING WS-EXTRACT-SIZE "|" WS-CHANGED-STAMP
               DELIMITED BY SIZE INTO WS-FINGERPRINT
           END-STRING.
       7300-EXIT.
           EXIT.

       9000-CLOSE-MASTER.
           IF MASTER-IS-OPEN
               CLOSE MASTER-FILE
               MOVE "N" TO WS-OPEN
               PERFORM 1950-RELEASE-ENQUEUE THRU 1950-EXIT
           END-IF.
       9000-EXIT.
           EXIT.
