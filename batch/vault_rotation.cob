      >>SOURCE FORMAT FREE
      *>----------------------------------------------------------*>
      *> VAULT-ROTATION
      *>
      *> The offsite vault cycle for the backup generations.
      *> BACKUP-GENERATIONS cuts batch/backup/GENnnnn on the same
      *> disk as the live files, which is no protection against
      *> losing the machine; the media for chosen generations go
      *> offsite (the rectory safe, the diocesan centre - the
      *> sites in batch/vault_policy.ref) and come back when the
      *> policy says. This program decides the movements and keeps
      *> the vault catalog, batch/vault_catalog.dat, append-only:
      *>
      *>     M|GENnnnn|location|bound-for|due-back|ref|operator|
      *>       stamp|note
      *>
      *> The last M record for a generation says where it sits:
      *> ONSITE, TRANSIT (bound-for says where to), or an offsite
      *> site. A generation with no M record is ONSITE. Ref is the
      *> shipment (SHPnnnn) or recall (RCLnnnn) that moved it.
      *>
      *> Commands:
      *>     vault_rotation ROTATE [site]
      *>         the nightly decision. Ships the newest generation
      *>         not yet shipped when fewer than OFFSITE-MIN are
      *>         offsite or the last shipment is SHIP-DAYS old,
      *>         brings back any offsite generation past its
      *>         due-back date while the minimum still holds, and
      *>         writes the shipment manifest
      *>         batch/vault_shipment_SHPnnnn.lst:
      *>             H|SHPnnnn|date|destination|operator
      *>             O|GENnnnn|cut-date|due-back
      *>             F|GENnnnn|file|records|checksum
      *>             R|GENnnnn|from-site
      *>             T|SHPnnnn|out|back|files
      *>         The checksums are DLGSUM hash totals over each
      *>         file of the generation, the same arithmetic
      *>         CHECKSUM-BUILD uses. Site defaults to the policy
      *>         DESTINATION.
      *>     vault_rotation ARRIVE "GENnnnn|site"
      *>         the courier's confirmation that a box in transit
      *>         reached the site it was bound for (ONSITE for a
      *>         return)
      *>     vault_rotation RECALL "GENnnnn[,GENnnnn...]|reason"
      *>         calls generations back early; writes the pick
      *>         list batch/vault_picklist_RCLnnnn.lst naming the
      *>         site to collect from and the checksums to verify
      *>         on return
      *>     vault_rotation LIST
      *>         where every generation sits
      *>
      *> ROTATE, ARRIVE and RECALL need update authority (DLGAUTH
      *> class U), run under the shared enqueue (DLGENQ) and are
      *> logged to the audit trail. VAULT-REPORT judges the vault
      *> against the policy.
      *>
      *> RETURN-CODE 0 done, 8 refused (bad command, wrong state).
      *>
      *> AUTHOR.      D. OKAFOR, BATCH SUPPORT.
      *> INSTALLATION. TERRESTRIAL CHURCH DATA CENTER.
      *> DATE-WRITTEN. 2026-10-15.
      *>
      *> MODIFICATION HISTORY
      *>     2026-10-15  DO   Initial version.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAULT-ROTATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE ASSIGN DYNAMIC WS-CFN-01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT HIST-FILE ASSIGN DYNAMIC WS-CFN-02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CAT-FILE ASSIGN DYNAMIC WS-CFN-03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT SHIP-FILE ASSIGN DYNAMIC WS-SHIP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIP-STATUS.
           SELECT PICK-FILE ASSIGN DYNAMIC WS-PICK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PICK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
       01  POLICY-LINE              PIC X(200).

       FD  HIST-FILE.
       01  HIST-LINE                PIC X(40).

       FD  CAT-FILE.
       01  CAT-LINE                 PIC X(300).

       FD  SHIP-FILE.
       01  SHIP-LINE                PIC X(200).

       FD  PICK-FILE.
       01  PICK-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CFG-LOGICAL           PIC X(40).
       01  WS-CFN-01                PIC X(200).
       01  WS-CFN-02                PIC X(200).
       01  WS-CFN-03                PIC X(200).
       01  WS-POLICY-STATUS         PIC X(02) VALUE SPACES.
       01  WS-HIST-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CAT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-SHIP-STATUS           PIC X(02) VALUE SPACES.
       01  WS-PICK-STATUS           PIC X(02) VALUE SPACES.
       01  WS-SHIP-NAME             PIC X(200).
       01  WS-PICK-NAME             PIC X(200).
       01  WS-EOF-FLAG              PIC X(01) VALUE "N".
           88  NO-MORE-INPUT                 VALUE "Y".

       01  WS-AUTH-PGM              PIC X(30) VALUE "VAULT-ROTATION".
       01  WS-AUTH-CLASS            PIC X(01) VALUE "U".
       01  WS-AUTH-RC               PIC X(02).
       01  WS-ENQ-ACTION            PIC X(03).
       01  WS-ENQ-RESOURCE          PIC X(20) VALUE "vault_catalog".
       01  WS-ENQ-RC                PIC X(02).
       01  WS-SAVE-RC               PIC S9(04) VALUE 0.
       01  WS-AUDIT-TEXT            PIC X(200).

       01  WS-CMD-LINE              PIC X(400) VALUE SPACES.
       01  WS-COMMAND               PIC X(10) VALUE SPACES.
       01  WS-REST                  PIC X(380) VALUE SPACES.
       01  WS-ARG-GENS              PIC X(80) VALUE SPACES.
       01  WS-ARG-TEXT              PIC X(120) VALUE SPACES.
       01  WS-ARG-GEN               PIC X(10) OCCURS 8 TIMES.
       01  WS-ARG-POS               PIC 9(02) VALUE 0.
       01  WS-ARG-SITE              PIC X(10) VALUE SPACES.

       01  WS-OPERATOR-ID           PIC X(20).
       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-TODAY                 PIC 9(08) VALUE 0.
       01  WS-TODAY-INT             PIC 9(08) VALUE 0.
       01  WS-WORK-INT              PIC 9(08) VALUE 0.
       01  WS-WORK-DATE             PIC 9(08) VALUE 0.
       01  WS-DAYS                  PIC S9(05) VALUE 0.

      *> Policy, with the delivered defaults should a line be
      *> missing from the reference file.
       01  WS-POL-OFFSITE-MIN       PIC 9(03) VALUE 3.
       01  WS-POL-SHIP-DAYS         PIC 9(03) VALUE 7.
       01  WS-POL-RETURN-DAYS       PIC 9(03) VALUE 28.
       01  WS-POL-TRANSIT-DAYS      PIC 9(03) VALUE 3.
       01  WS-POL-DESTINATION       PIC X(10) VALUE SPACES.
       01  WS-SITE-MAX              PIC 9(02) VALUE 10.
       01  WS-SITE-COUNT            PIC 9(02) VALUE 0.
       01  WS-SITE-TABLE.
           05  WS-SITE-ENTRY OCCURS 10 TIMES.
               10  WS-SITE-CODE     PIC X(10).
               10  WS-SITE-DESC     PIC X(40).
       01  WS-SITE-POS              PIC 9(02) VALUE 0.
       01  WS-SITE-FOUND            PIC 9(02) VALUE 0.

      *> One entry per generation cut, folded with its movements.
       01  WS-GEN-MAX               PIC 9(04) VALUE 999.
       01  WS-GEN-COUNT             PIC 9(04) VALUE 0.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY OCCURS 999 TIMES
                   INDEXED BY WS-GEN-IDX.
               10  WS-GEN-NUM       PIC 9(04).
               10  WS-GEN-CUT       PIC X(08).
               10  WS-GEN-LOC       PIC X(10).
               10  WS-GEN-BOUND     PIC X(10).
               10  WS-GEN-DUE       PIC X(08).
               10  WS-GEN-REF       PIC X(07).
               10  WS-GEN-SINCE     PIC X(08).
               10  WS-GEN-SHIP-REF  PIC X(07).
               10  WS-GEN-SHIPPED   PIC X(08).
               10  WS-GEN-PICK      PIC X(01).
       01  WS-GEN-POS               PIC 9(04) VALUE 0.
       01  WS-GEN-FOUND             PIC 9(04) VALUE 0.
       01  WS-SEEK-GEN              PIC 9(04) VALUE 0.

       01  WS-IN-TAG                PIC X(01).
       01  WS-IN-F2                 PIC X(40).
       01  WS-IN-F3                 PIC X(40).
       01  WS-IN-F4                 PIC X(40).
       01  WS-IN-F5                 PIC X(40).
       01  WS-IN-F6                 PIC X(40).
       01  WS-IN-F7                 PIC X(40).
       01  WS-IN-F8                 PIC X(40).
       01  WS-IN-F9                 PIC X(120).

       01  WS-MAX-SHP               PIC 9(04) VALUE 0.
       01  WS-MAX-RCL               PIC 9(04) VALUE 0.
       01  WS-MAX-SHIPPED-GEN       PIC 9(04) VALUE 0.
       01  WS-LAST-SHIP-DATE        PIC X(08) VALUE SPACES.
       01  WS-REF                   PIC X(07) VALUE SPACES.
       01  WS-REF-NUM               PIC 9(04) VALUE 0.

       01  WS-OFFSITE               PIC 9(04) VALUE 0.
       01  WS-TO-SHIP               PIC 9(04) VALUE 0.
       01  WS-SHIPPING              PIC 9(04) VALUE 0.
       01  WS-RETURNING             PIC 9(04) VALUE 0.
       01  WS-FILES-LISTED          PIC 9(04) VALUE 0.
       01  WS-PROJECTED             PIC 9(04) VALUE 0.

      *> The generation file set, as BACKUP-GENERATIONS cuts it.
       01  WS-GEN-SET.
           05  FILLER               PIC X(40) VALUE "catalog.dat".
           05  FILLER               PIC X(40)
                   VALUE "dialogue_data.dat".
           05  FILLER               PIC X(40)
                   VALUE "persona_roster.dat".
           05  FILLER               PIC X(40)
                   VALUE "forum_tally.dat".
           05  FILLER               PIC X(40) VALUE "audit.log".
       01  WS-GEN-SET-TABLE REDEFINES WS-GEN-SET.
           05  WS-SET-NAME          PIC X(40) OCCURS 5 TIMES.
       01  WS-SET-MAX               PIC 9(02) VALUE 5.
       01  WS-SET-POS               PIC 9(02) VALUE 0.
       01  WS-SET-FOUND             PIC 9(02) VALUE 0.

       01  WS-SUM-FILE              PIC X(200).
       01  WS-SUM-RC                PIC X(02).
       01  WS-SUM-TYPE-COUNT        PIC 9(02).
       01  WS-SUM-TYPE-TABLE.
           05  WS-SUM-TYPE-ENTRY OCCURS 16 TIMES.
               10  WS-SUM-TYPE-CHAR PIC X(01).
               10  WS-SUM-TYPE-RECS PIC 9(09).
               10  WS-SUM-TYPE-HASH PIC 9(12).
       01  WS-SUM-BLOCK-COUNT       PIC 9(04).
       01  WS-SUM-BLOCK-TABLE.
           05  WS-SUM-BLOCK-HASH    PIC 9(12) OCCURS 200 TIMES.
       01  WS-TYPE-POS              PIC 9(02) VALUE 0.
       01  WS-FILE-RECS             PIC 9(09) VALUE 0.
       01  WS-FILE-SUM              PIC 9(13) VALUE 0.
       01  WS-FILE-HASH             PIC 9(12) VALUE 0.
       01  WS-HASH-MODULUS          PIC 9(13) VALUE 1000000000000.

       01  WS-GEN-LABEL             PIC X(07).
       01  WS-LOC-SHOW              PIC X(10).
       01  WS-LISTED                PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0900-RESOLVE-FILE-NAMES THRU 0900-EXIT.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY " "
               INTO WS-COMMAND WS-REST
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND.
      *> The rest of the line is the quoted payload, spaces and
      *> all.
           IF WS-COMMAND NOT = SPACES
               MOVE SPACES TO WS-REST
               MOVE WS-CMD-LINE(FUNCTION LENGTH(FUNCTION TRIM(
                   WS-COMMAND)) + 2:) TO WS-REST
           END-IF.
           IF WS-COMMAND = "ROTATE" OR "ARRIVE" OR "RECALL"
               CALL "DLGAUTH" USING WS-AUTH-PGM WS-AUTH-CLASS
                                   WS-AUTH-RC
               IF WS-AUTH-RC = "12"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "ENQ" TO WS-ENQ-ACTION
               CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                                   WS-ENQ-RC
               IF WS-ENQ-RC = "12"
                   DISPLAY "VAULT-ROTATION: could not take the "
                           "enqueue - try again or see ENQ-CONSOLE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 1000-LOAD-POLICY THRU 1000-EXIT
               UNTIL NO-MORE-INPUT.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 1100-LOAD-GENERATIONS THRU 1100-EXIT
               UNTIL NO-MORE-INPUT.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM 1200-LOAD-MOVEMENTS THRU 1200-EXIT
               UNTIL NO-MORE-INPUT.
           MOVE 0 TO RETURN-CODE.
           EVALUATE WS-COMMAND
               WHEN "ROTATE"
                   PERFORM 2000-ROTATE THRU 2000-EXIT
               WHEN "ARRIVE"
                   PERFORM 3000-ARRIVE THRU 3000-EXIT
               WHEN "RECALL"
                   PERFORM 4000-RECALL THRU 4000-EXIT
               WHEN "LIST"
                   PERFORM 5000-LIST THRU 5000-EXIT
               WHEN OTHER
                   DISPLAY "VAULT-ROTATION: usage:"
                   DISPLAY "  vault_rotation ROTATE [site]"
                   DISPLAY "  vault_rotation ARRIVE ""GENnnnn|site"""
                   DISPLAY "  vault_rotation RECALL "
                           """GENnnnn[,GENnnnn...]|reason"""
                   DISPLAY "  vault_rotation LIST"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
      *> The dequeue CALL resets RETURN-CODE; keep the verdict.
           IF WS-COMMAND = "ROTATE" OR "ARRIVE" OR "RECALL"
               MOVE RETURN-CODE TO WS-SAVE-RC
               MOVE "DEQ" TO WS-ENQ-ACTION
               CALL "DLGENQ" USING WS-ENQ-ACTION WS-ENQ-RESOURCE
                                   WS-ENQ-RC
               MOVE WS-SAVE-RC TO RETURN-CODE
           END-IF.
           STOP RUN.

      *>----------------------------------------------------------*>
      *> Loading: policy, the generations cut, their movements.
      *>----------------------------------------------------------*>
       1000-LOAD-POLICY.
           IF WS-POLICY-STATUS = SPACES
               OPEN INPUT POLICY-FILE
               IF WS-POLICY-STATUS NOT = "00"
                   DISPLAY "VAULT-ROTATION: no vault policy at "
                           FUNCTION TRIM(WS-CFN-01)
                           " - delivered defaults apply"
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           READ POLICY-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   CLOSE POLICY-FILE
                   GO TO 1000-EXIT
           END-READ.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING POLICY-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           EVALUATE TRUE
               WHEN POLICY-LINE(1:2) = "S|"
                   IF WS-SITE-COUNT < WS-SITE-MAX
                       ADD 1 TO WS-SITE-COUNT
                       MOVE WS-IN-F2(1:10)
                           TO WS-SITE-CODE (WS-SITE-COUNT)
                       MOVE WS-IN-F3
                           TO WS-SITE-DESC (WS-SITE-COUNT)
                   END-IF
               WHEN POLICY-LINE(1:2) NOT = "P|"
                   CONTINUE
               WHEN WS-IN-F2 = "DESTINATION"
                   MOVE WS-IN-F3(1:10) TO WS-POL-DESTINATION
               WHEN FUNCTION TRIM(WS-IN-F3) IS NOT NUMERIC
                   CONTINUE
               WHEN WS-IN-F2 = "OFFSITE-MIN"
                   MOVE FUNCTION NUMVAL(WS-IN-F3)
                       TO WS-POL-OFFSITE-MIN
               WHEN WS-IN-F2 = "SHIP-DAYS"
                   MOVE FUNCTION NUMVAL(WS-IN-F3) TO WS-POL-SHIP-DAYS
               WHEN WS-IN-F2 = "RETURN-DAYS"
                   MOVE FUNCTION NUMVAL(WS-IN-F3)
                       TO WS-POL-RETURN-DAYS
               WHEN WS-IN-F2 = "TRANSIT-DAYS"
                   MOVE FUNCTION NUMVAL(WS-IN-F3)
                       TO WS-POL-TRANSIT-DAYS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1000-EXIT.
           EXIT.

      *> G|nnnn|YYYYMMDD, one per generation BACKUP-GENERATIONS
      *> has cut.
       1100-LOAD-GENERATIONS.
           IF WS-HIST-STATUS = SPACES
               OPEN INPUT HIST-FILE
               IF WS-HIST-STATUS NOT = "00"
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 1100-EXIT
               END-IF
           END-IF.
           READ HIST-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   CLOSE HIST-FILE
                   GO TO 1100-EXIT
           END-READ.
           IF HIST-LINE(1:2) NOT = "G|"
               GO TO 1100-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3.
           UNSTRING HIST-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3
           END-UNSTRING.
           IF WS-IN-F2(1:4) IS NOT NUMERIC
               GO TO 1100-EXIT
           END-IF.
           MOVE WS-IN-F2(1:4) TO WS-SEEK-GEN.
           PERFORM 8000-FIND-OR-ADD-GEN THRU 8000-EXIT.
           IF WS-GEN-FOUND > 0
               MOVE WS-IN-F3(1:8) TO WS-GEN-CUT (WS-GEN-FOUND)
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-MOVEMENTS.
           IF WS-CAT-STATUS = SPACES
               OPEN INPUT CAT-FILE
               IF WS-CAT-STATUS NOT = "00"
                   SET NO-MORE-INPUT TO TRUE
                   MOVE SPACES TO WS-CAT-STATUS
                   GO TO 1200-EXIT
               END-IF
           END-IF.
           READ CAT-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   CLOSE CAT-FILE
                   MOVE SPACES TO WS-CAT-STATUS
                   GO TO 1200-EXIT
           END-READ.
           IF CAT-LINE(1:2) NOT = "M|"
               GO TO 1200-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                          WS-IN-F6 WS-IN-F7 WS-IN-F8 WS-IN-F9.
           UNSTRING CAT-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
                    WS-IN-F6 WS-IN-F7 WS-IN-F8 WS-IN-F9
           END-UNSTRING.
           IF WS-IN-F2(1:3) NOT = "GEN" OR WS-IN-F2(4:4) IS NOT NUMERIC
               GO TO 1200-EXIT
           END-IF.
           MOVE WS-IN-F2(4:4) TO WS-SEEK-GEN.
           PERFORM 8000-FIND-OR-ADD-GEN THRU 8000-EXIT.
           IF WS-GEN-FOUND = 0
               GO TO 1200-EXIT
           END-IF.
           MOVE WS-IN-F3(1:10) TO WS-GEN-LOC (WS-GEN-FOUND).
           MOVE WS-IN-F4(1:10) TO WS-GEN-BOUND (WS-GEN-FOUND).
           MOVE WS-IN-F5(1:8) TO WS-GEN-DUE (WS-GEN-FOUND).
           MOVE WS-IN-F6(1:7) TO WS-GEN-REF (WS-GEN-FOUND).
           MOVE WS-IN-F8(1:8) TO WS-GEN-SINCE (WS-GEN-FOUND).
           IF WS-IN-F6(4:4) IS NUMERIC
               MOVE WS-IN-F6(4:4) TO WS-REF-NUM
               IF WS-IN-F6(1:3) = "SHP" AND WS-REF-NUM > WS-MAX-SHP
                   MOVE WS-REF-NUM TO WS-MAX-SHP
               END-IF
               IF WS-IN-F6(1:3) = "RCL" AND WS-REF-NUM > WS-MAX-RCL
                   MOVE WS-REF-NUM TO WS-MAX-RCL
               END-IF
           END-IF.
      *> The outward leg of a shipment is what the recall pick list
      *> and the rotation rules go by.
           IF WS-IN-F6(1:3) = "SHP" AND WS-IN-F3(1:7) = "TRANSIT"
                   AND WS-IN-F4(1:6) NOT = "ONSITE"
               MOVE WS-IN-F6(1:7) TO WS-GEN-SHIP-REF (WS-GEN-FOUND)
               MOVE WS-IN-F8(1:8) TO WS-GEN-SHIPPED (WS-GEN-FOUND)
               IF WS-SEEK-GEN > WS-MAX-SHIPPED-GEN
                   MOVE WS-SEEK-GEN TO WS-MAX-SHIPPED-GEN
               END-IF
               IF WS-IN-F8(1:8) > WS-LAST-SHIP-DATE
                       OR WS-LAST-SHIP-DATE = SPACES
                   MOVE WS-IN-F8(1:8) TO WS-LAST-SHIP-DATE
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> ROTATE - the nightly decision.
      *>----------------------------------------------------------*>
       2000-ROTATE.
           MOVE FUNCTION TRIM(WS-REST) TO WS-ARG-SITE.
           MOVE FUNCTION UPPER-CASE(WS-ARG-SITE) TO WS-ARG-SITE.
           IF WS-ARG-SITE = SPACES
               MOVE WS-POL-DESTINATION TO WS-ARG-SITE
           END-IF.
           PERFORM 8100-FIND-SITE THRU 8100-EXIT.
           IF WS-SITE-FOUND = 0
               DISPLAY "VAULT-ROTATION: "
                       FUNCTION TRIM(WS-ARG-SITE)
                       " is not an offsite site in the vault policy"
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-COUNT-OFFSITE THRU 2100-EXIT.
      *> How many go out: enough to make up the minimum, or the
      *> regular one when the last shipment has aged.
           MOVE 0 TO WS-TO-SHIP.
           IF WS-OFFSITE < WS-POL-OFFSITE-MIN
               COMPUTE WS-TO-SHIP = WS-POL-OFFSITE-MIN - WS-OFFSITE
           ELSE
               IF WS-LAST-SHIP-DATE = SPACES
                   MOVE 1 TO WS-TO-SHIP
               ELSE
                   MOVE WS-LAST-SHIP-DATE TO WS-WORK-DATE
                   COMPUTE WS-DAYS = WS-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
                   IF WS-DAYS NOT < WS-POL-SHIP-DAYS
                       MOVE 1 TO WS-TO-SHIP
                   END-IF
               END-IF
           END-IF.
           MOVE 0 TO WS-SHIPPING WS-RETURNING.
      *> Newest first, never a generation already sent once, and
      *> only one whose files are still on disk to be written out.
           PERFORM 2200-PICK-ONE-OUTBOUND THRU 2200-EXIT
               VARYING WS-GEN-POS FROM WS-GEN-COUNT BY -1
               UNTIL WS-GEN-POS < 1 OR WS-SHIPPING = WS-TO-SHIP.
           COMPUTE WS-PROJECTED = WS-OFFSITE + WS-SHIPPING.
      *> Oldest first, and only while the minimum still holds with
      *> tonight's boxes counted.
           PERFORM 2300-PICK-ONE-RETURN THRU 2300-EXIT
               VARYING WS-GEN-POS FROM 1 BY 1
               UNTIL WS-GEN-POS > WS-GEN-COUNT.
           IF WS-SHIPPING = 0 AND WS-RETURNING = 0
               DISPLAY "VAULT-ROTATION: nothing to rotate - "
                       WS-OFFSITE " generation(s) offsite, policy "
                       WS-POL-OFFSITE-MIN
               IF WS-TO-SHIP > 0
                   DISPLAY "VAULT-ROTATION: no unshipped generation "
                           "on disk to send"
               END-IF
               GO TO 2000-EXIT
           END-IF.
           COMPUTE WS-REF-NUM = WS-MAX-SHP + 1.
           MOVE SPACES TO WS-REF.
           STRING "SHP" WS-REF-NUM DELIMITED BY SIZE INTO WS-REF
           END-STRING.
           PERFORM 2400-WRITE-SHIPMENT THRU 2400-EXIT.
           PERFORM 2600-RECORD-SHIPMENT THRU 2600-EXIT.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "VAULT-SHIPMENT " WS-REF " " WS-SHIPPING
                  " out to " FUNCTION TRIM(WS-ARG-SITE) ", "
                  WS-RETURNING " back"
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           DISPLAY "VAULT-ROTATION: shipment " WS-REF " - "
                   WS-SHIPPING " generation(s) out to "
                   FUNCTION TRIM(WS-ARG-SITE) ", " WS-RETURNING
                   " back; manifest " FUNCTION TRIM(WS-SHIP-NAME).
           MOVE 0 TO RETURN-CODE.
       2000-EXIT.
           EXIT.

      *> Offsite means at a site, or already on the road to one.
       2100-COUNT-OFFSITE.
           MOVE 0 TO WS-OFFSITE.
           PERFORM 2110-COUNT-ONE THRU 2110-EXIT
               VARYING WS-GEN-POS FROM 1 BY 1
               UNTIL WS-GEN-POS > WS-GEN-COUNT.
       2100-EXIT.
           EXIT.

       2110-COUNT-ONE.
           MOVE "N" TO WS-GEN-PICK (WS-GEN-POS).
           IF WS-GEN-LOC (WS-GEN-POS) = "ONSITE"
               GO TO 2110-EXIT
           END-IF.
           IF WS-GEN-LOC (WS-GEN-POS) = "TRANSIT"
                   AND WS-GEN-BOUND (WS-GEN-POS) = "ONSITE"
               GO TO 2110-EXIT
           END-IF.
           ADD 1 TO WS-OFFSITE.
       2110-EXIT.
           EXIT.

       2200-PICK-ONE-OUTBOUND.
           IF WS-GEN-LOC (WS-GEN-POS) NOT = "ONSITE"
                   OR WS-GEN-NUM (WS-GEN-POS) NOT > WS-MAX-SHIPPED-GEN
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-GEN-NUM (WS-GEN-POS) TO WS-SEEK-GEN.
           MOVE 2 TO WS-SET-POS.
           PERFORM 8200-SUM-GEN-FILE THRU 8200-EXIT.
           IF WS-SUM-RC NOT = "00"
               GO TO 2200-EXIT
           END-IF.
           MOVE "O" TO WS-GEN-PICK (WS-GEN-POS).
           ADD 1 TO WS-SHIPPING.
       2200-EXIT.
           EXIT.

       2300-PICK-ONE-RETURN.
           IF WS-GEN-PICK (WS-GEN-POS) NOT = "N"
                   OR WS-GEN-DUE (WS-GEN-POS) IS NOT NUMERIC
               GO TO 2300-EXIT
           END-IF.
           IF WS-GEN-LOC (WS-GEN-POS) = "ONSITE"
                   OR WS-GEN-LOC (WS-GEN-POS) = "TRANSIT"
               GO TO 2300-EXIT
           END-IF.
           IF WS-GEN-DUE (WS-GEN-POS) > WS-RUN-TIMESTAMP(1:8)
                   OR WS-PROJECTED NOT > WS-POL-OFFSITE-MIN
               GO TO 2300-EXIT
           END-IF.
           MOVE "R" TO WS-GEN-PICK (WS-GEN-POS).
           ADD 1 TO WS-RETURNING.
           SUBTRACT 1 FROM WS-PROJECTED.
       2300-EXIT.
           EXIT.

       2400-WRITE-SHIPMENT.
           MOVE SPACES TO WS-SHIP-NAME.
           STRING "batch/vault_shipment_" WS-REF ".lst"
               DELIMITED BY SIZE INTO WS-SHIP-NAME
           END-STRING.
           OPEN OUTPUT SHIP-FILE.
           MOVE SPACES TO SHIP-LINE.
           STRING "H|" WS-REF "|" WS-TODAY "|"
                  FUNCTION TRIM(WS-ARG-SITE) "|"
                  FUNCTION TRIM(WS-OPERATOR-ID)
               DELIMITED BY SIZE INTO SHIP-LINE
           END-STRING.
           WRITE SHIP-LINE.
           MOVE 0 TO WS-FILES-LISTED.
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT + WS-POL-RETURN-DAYS).
           PERFORM 2500-SHIP-ONE-GEN THRU 2500-EXIT
               VARYING WS-GEN-POS FROM 1 BY 1
               UNTIL WS-GEN-POS > WS-GEN-COUNT.
           MOVE SPACES TO SHIP-LINE.
           STRING "T|" WS-REF "|" WS-SHIPPING "|" WS-RETURNING "|"
                  WS-FILES-LISTED
               DELIMITED BY SIZE INTO SHIP-LINE
           END-STRING.
           WRITE SHIP-LINE.
           CLOSE SHIP-FILE.
       2400-EXIT.
           EXIT.

       2500-SHIP-ONE-GEN.
           IF WS-GEN-PICK (WS-GEN-POS) = "N"
               GO TO 2500-EXIT
           END-IF.
           MOVE WS-GEN-NUM (WS-GEN-POS) TO WS-SEEK-GEN.
           MOVE SPACES TO WS-GEN-LABEL.
           STRING "GEN" WS-SEEK-GEN DELIMITED BY SIZE
               INTO WS-GEN-LABEL
           END-STRING.
           MOVE SPACES TO SHIP-LINE.
           IF WS-GEN-PICK (WS-GEN-POS) = "R"
               STRING "R|" WS-GEN-LABEL "|"
                      FUNCTION TRIM(WS-GEN-LOC (WS-GEN-POS))
                   DELIMITED BY SIZE INTO SHIP-LINE
               END-STRING
               WRITE SHIP-LINE
               GO TO 2500-EXIT
           END-IF.
           STRING "O|" WS-GEN-LABEL "|" WS-GEN-CUT (WS-GEN-POS) "|"
                  WS-WORK-DATE
               DELIMITED BY SIZE INTO SHIP-LINE
           END-STRING.
           WRITE SHIP-LINE.
           PERFORM 2510-SHIP-ONE-FILE THRU 2510-EXIT
               VARYING WS-SET-POS FROM 1 BY 1
               UNTIL WS-SET-POS > WS-SET-MAX.
       2500-EXIT.
           EXIT.

      *> A file the generation lacks (forum_tally.dat before the
      *> forum has ever been tallied) is simply not on the list.
       2510-SHIP-ONE-FILE.
           PERFORM 8200-SUM-GEN-FILE THRU 8200-EXIT.
           IF WS-SUM-RC NOT = "00"
               GO TO 2510-EXIT
           END-IF.
           ADD 1 TO WS-FILES-LISTED.
           MOVE SPACES TO SHIP-LINE.
           STRING "F|" WS-GEN-LABEL "|"
                  FUNCTION TRIM(WS-SET-NAME (WS-SET-POS)) "|"
                  WS-FILE-RECS "|" WS-FILE-HASH
               DELIMITED BY SIZE INTO SHIP-LINE
           END-STRING.
           WRITE SHIP-LINE.
       2510-EXIT.
           EXIT.

       2600-RECORD-SHIPMENT.
           OPEN EXTEND CAT-FILE.
           IF WS-CAT-STATUS = "35"
               OPEN OUTPUT CAT-FILE
           END-IF.
           PERFORM 2610-RECORD-ONE-GEN THRU 2610-EXIT
               VARYING WS-GEN-POS FROM 1 BY 1
               UNTIL WS-GEN-POS > WS-GEN-COUNT.
           CLOSE CAT-FILE.
       2600-EXIT.
           EXIT.

       2610-RECORD-ONE-GEN.
           IF WS-GEN-PICK (WS-GEN-POS) = "N"
               GO TO 2610-EXIT
           END-IF.
           MOVE WS-GEN-NUM (WS-GEN-POS) TO WS-SEEK-GEN.
           MOVE SPACES TO WS-GEN-LABEL.
           STRING "GEN" WS-SEEK-GEN DELIMITED BY SIZE
               INTO WS-GEN-LABEL
           END-STRING.
           MOVE SPACES TO CAT-LINE.
           IF WS-GEN-PICK (WS-GEN-POS) = "O"
               STRING "M|" WS-GEN-LABEL "|TRANSIT|"
                      FUNCTION TRIM(WS-ARG-SITE) "|"
                      WS-WORK-DATE "|" WS-REF "|"
                      FUNCTION TRIM(WS-OPERATOR-ID) "|"
                      WS-RUN-TIMESTAMP "|shipped offsite"
                   DELIMITED BY SIZE INTO CAT-LINE
               END-STRING
           ELSE
               STRING "M|" WS-GEN-LABEL "|TRANSIT|ONSITE||"
                      WS-REF "|"
                      FUNCTION TRIM(WS-OPERATOR-ID) "|"
                      WS-RUN-TIMESTAMP "|due back from "
                      FUNCTION TRIM(WS-GEN-LOC (WS-GEN-POS))
                   DELIMITED BY SIZE INTO CAT-LINE
               END-STRING
           END-IF.
           WRITE CAT-LINE.
       2610-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> ARRIVE - a box reached where it was bound.
      *>----------------------------------------------------------*>
       3000-ARRIVE.
           MOVE SPACES TO WS-ARG-GENS WS-ARG-SITE.
           UNSTRING WS-REST DELIMITED BY "|"
               INTO WS-ARG-GENS WS-ARG-SITE
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG-GENS))
               TO WS-ARG-GEN (1).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG-SITE))
               TO WS-ARG-SITE.
           MOVE 1 TO WS-ARG-POS.
           PERFORM 8300-FIND-ARG-GEN THRU 8300-EXIT.
           IF WS-GEN-FOUND = 0
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           IF WS-GEN-LOC (WS-GEN-FOUND) NOT = "TRANSIT"
               DISPLAY "VAULT-ROTATION: " WS-GEN-LABEL
                       " is not in transit (at "
                       FUNCTION TRIM(WS-GEN-LOC (WS-GEN-FOUND)) ")"
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           IF WS-ARG-SITE NOT = WS-GEN-BOUND (WS-GEN-FOUND)
               DISPLAY "VAULT-ROTATION: " WS-GEN-LABEL
                       " is bound for "
                       FUNCTION TRIM(WS-GEN-BOUND (WS-GEN-FOUND))
                       ", not " FUNCTION TRIM(WS-ARG-SITE)
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
      *> Home again: the due-back date has been met.
           IF WS-ARG-SITE = "ONSITE"
               MOVE SPACES TO WS-GEN-DUE (WS-GEN-FOUND)
           END-IF.
           OPEN EXTEND CAT-FILE.
           IF WS-CAT-STATUS = "35"
               OPEN OUTPUT CAT-FILE
           END-IF.
           MOVE SPACES TO CAT-LINE.
           STRING "M|" WS-GEN-LABEL "|"
                  FUNCTION TRIM(WS-ARG-SITE) "||"
                  WS-GEN-DUE (WS-GEN-FOUND) "|"
                  WS-GEN-REF (WS-GEN-FOUND) "|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  WS-RUN-TIMESTAMP "|arrived"
               DELIMITED BY SIZE INTO CAT-LINE
           END-STRING.
           WRITE CAT-LINE.
           CLOSE CAT-FILE.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "VAULT-ARRIVED " WS-GEN-LABEL " at "
                  FUNCTION TRIM(WS-ARG-SITE) " on "
                  WS-GEN-REF (WS-GEN-FOUND)
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           DISPLAY "VAULT-ROTATION: " WS-GEN-LABEL " arrived at "
                   FUNCTION TRIM(WS-ARG-SITE).
           MOVE 0 TO RETURN-CODE.
       3000-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> RECALL - call generations back early; the pick list.
      *>----------------------------------------------------------*>
       4000-RECALL.
           MOVE SPACES TO WS-ARG-GENS WS-ARG-TEXT.
           UNSTRING WS-REST DELIMITED BY "|"
               INTO WS-ARG-GENS WS-ARG-TEXT
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-ARG-TEXT) TO WS-ARG-TEXT.
           IF WS-ARG-GENS = SPACES OR WS-ARG-TEXT = SPACES
               DISPLAY "VAULT-ROTATION: RECALL needs "
                       """GENnnnn[,GENnnnn...]|reason"""
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-ARG-GENS) TO WS-ARG-GENS.
           MOVE SPACES TO WS-ARG-GEN (1) WS-ARG-GEN (2)
               WS-ARG-GEN (3) WS-ARG-GEN (4) WS-ARG-GEN (5)
               WS-ARG-GEN (6) WS-ARG-GEN (7) WS-ARG-GEN (8).
           UNSTRING WS-ARG-GENS DELIMITED BY ","
               INTO WS-ARG-GEN (1) WS-ARG-GEN (2) WS-ARG-GEN (3)
                    WS-ARG-GEN (4) WS-ARG-GEN (5) WS-ARG-GEN (6)
                    WS-ARG-GEN (7) WS-ARG-GEN (8)
           END-UNSTRING.
      *> Every named generation must be sitting at a site; one
      *> that is not refuses the whole recall.
           MOVE 0 TO WS-SHIPPING.
           PERFORM 2100-COUNT-OFFSITE THRU 2100-EXIT.
           PERFORM 4100-CHECK-ONE-RECALL THRU 4100-EXIT
               VARYING WS-ARG-POS FROM 1 BY 1
               UNTIL WS-ARG-POS > 8 OR RETURN-CODE = 8.
           IF RETURN-CODE = 8
               GO TO 4000-EXIT
           END-IF.
           IF WS-SHIPPING = 0
               DISPLAY "VAULT-ROTATION: RECALL names no generation"
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           COMPUTE WS-REF-NUM = WS-MAX-RCL + 1.
           MOVE SPACES TO WS-REF.
           STRING "RCL" WS-REF-NUM DELIMITED BY SIZE INTO WS-REF
           END-STRING.
           MOVE SPACES TO WS-PICK-NAME.
           STRING "batch/vault_picklist_" WS-REF ".lst"
               DELIMITED BY SIZE INTO WS-PICK-NAME
           END-STRING.
           OPEN OUTPUT PICK-FILE.
           MOVE SPACES TO PICK-LINE.
           STRING "VAULT RECALL PICK LIST " WS-REF " - "
                  WS-TODAY(1:4) "-" WS-TODAY(5:2) "-" WS-TODAY(7:2)
               DELIMITED BY SIZE INTO PICK-LINE
           END-STRING.
           PERFORM 4900-PICK-LINE THRU 4900-EXIT.
           MOVE SPACES TO PICK-LINE.
           STRING "Requested by " FUNCTION TRIM(WS-OPERATOR-ID)
                  ": " FUNCTION TRIM(WS-ARG-TEXT)
               DELIMITED BY SIZE INTO PICK-LINE
           END-STRING.
           PERFORM 4900-PICK-LINE THRU 4900-EXIT.
           PERFORM 4200-PICK-ONE-GEN THRU 4200-EXIT
               VARYING WS-GEN-POS FROM 1 BY 1
               UNTIL WS-GEN-POS > WS-GEN-COUNT.
           MOVE SPACES TO PICK-LINE.
           PERFORM 4900-PICK-LINE THRU 4900-EXIT.
           MOVE "Confirm each box home with: vault_rotation ARRIVE "
               & """GENnnnn|ONSITE""" TO PICK-LINE.
           PERFORM 4900-PICK-LINE THRU 4900-EXIT.
           CLOSE PICK-FILE.
           OPEN EXTEND CAT-FILE.
           IF WS-CAT-STATUS = "35"
               OPEN OUTPUT CAT-FILE
           END-IF.
           PERFORM 4400-RECORD-ONE-RECALL THRU 4400-EXIT
               VARYING WS-GEN-POS FROM 1 BY 1
               UNTIL WS-GEN-POS > WS-GEN-COUNT.
           CLOSE CAT-FILE.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING "VAULT-RECALL " WS-REF " "
                  FUNCTION TRIM(WS-ARG-GENS) " "
                  FUNCTION TRIM(WS-ARG-TEXT)
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-STRING.
           CALL "DLGAUDIT" USING WS-AUDIT-TEXT.
           DISPLAY "VAULT-ROTATION: recall " WS-REF " - pick list "
                   FUNCTION TRIM(WS-PICK-NAME).
           MOVE 0 TO RETURN-CODE.
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-RECALL.
           IF WS-ARG-GEN (WS-ARG-POS) = SPACES
               GO TO 4100-EXIT
           END-IF.
           PERFORM 8300-FIND-ARG-GEN THRU 8300-EXIT.
           IF WS-GEN-FOUND = 0
               MOVE 8 TO RETURN-CODE
               GO TO 4100-EXIT
           END-IF.
           IF WS-GEN-LOC (WS-GEN-FOUND) = "ONSITE"
                   OR WS-GEN-LOC (WS-GEN-FOUND) = "TRANSIT"
               DISPLAY "VAULT-ROTATION: " WS-GEN-LABEL
                       " is not at an offsite site (at "
                       FUNCTION TRIM(WS-GEN-LOC (WS-GEN-FOUND)) ")"
               MOVE 8 TO RETURN-CODE
               GO TO 4100-EXIT
           END-IF.
           IF WS-GEN-PICK (WS-GEN-FOUND) = "N"
               MOVE "C" TO WS-GEN-PICK (WS-GEN-FOUND)
               ADD 1 TO WS-SHIPPING
           END-IF.
       4100-EXIT.
           EXIT.

       4200-PICK-ONE-GEN.
           IF WS-GEN-PICK (WS-GEN-POS) NOT = "C"
               GO TO 4200-EXIT
           END-IF.
           MOVE WS-GEN-NUM (WS-GEN-POS) TO WS-SEEK-GEN.
           MOVE SPACES TO WS-GEN-LABEL.
           STRING "GEN" WS-SEEK-GEN DELIMITED BY SIZE
               INTO WS-GEN-LABEL
           END-STRING.
           MOVE WS-GEN-LOC (WS-GEN-POS) TO WS-ARG-SITE.
           PERFORM 8100-FIND-SITE THRU 8100-EXIT.
           MOVE SPACES TO PICK-LINE.
           PERFORM 4900-PICK-LINE THRU 4900-EXIT.
           MOVE SPACES TO PICK-LINE.
           IF WS-SITE-FOUND > 0
               STRING "Collect " WS-GEN-LABEL " (cut "
                      WS-GEN-CUT (WS-GEN-POS) ") from "
                      FUNCTION TRIM(WS-SITE-DESC (WS-SITE-FOUND))
                      " (" FUNCTION TRIM(WS-ARG-SITE) ")"
                   DELIMITED BY SIZE INTO PICK-LINE
               END-STRING
           ELSE
               STRING "Collect " WS-GEN-LABEL " (cut "
                      WS-GEN-CUT (WS-GEN-POS) ") from "
                      FUNCTION TRIM(WS-ARG-SITE)
                   DELIMITED BY SIZE INTO PICK-LINE
               END-STRING
           END-IF.
           PERFORM 4900-PICK-LINE THRU 4900-EXIT.
           MOVE SPACES TO PICK-LINE.
           STRING "  box from shipment "
                  WS-GEN-SHIP-REF (WS-GEN-POS) " of "
                  WS-GEN-SHIPPED (WS-GEN-POS)
                  "; verify on return against:"
               DELIMITED BY SIZE INTO PICK-LINE
           END-STRING.
           PERFORM 4900-PICK-LINE THRU 4900-EXIT.
      *> The checksums come off the manifest the box left with.
           MOVE SPACES TO WS-SHIP-NAME.
           STRING "batch/vault_shipment_" WS-GEN-SHIP-REF (WS-GEN-POS)
                  ".lst"
               DELIMITED BY SIZE INTO WS-SHIP-NAME
           END-STRING.
           MOVE 0 TO WS-FILES-LISTED.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT SHIP-FILE.
           IF WS-SHIP-STATUS = "00"
               PERFORM 4300-PICK-ONE-FILE THRU 4300-EXIT
                   UNTIL NO-MORE-INPUT
               CLOSE SHIP-FILE
           END-IF.
           IF WS-FILES-LISTED = 0
               MOVE SPACES TO PICK-LINE
               STRING "    (manifest " FUNCTION TRIM(WS-SHIP-NAME)
                      " not found - verify with RESTORE-DRILL)"
                   DELIMITED BY SIZE INTO PICK-LINE
               END-STRING
               PERFORM 4900-PICK-LINE THRU 4900-EXIT
           END-IF.
       4200-EXIT.
           EXIT.

       4300-PICK-ONE-FILE.
           READ SHIP-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
                   GO TO 4300-EXIT
           END-READ.
           IF SHIP-LINE(1:2) NOT = "F|"
               GO TO 4300-EXIT
           END-IF.
           MOVE SPACES TO WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5.
           UNSTRING SHIP-LINE DELIMITED BY "|"
               INTO WS-IN-TAG WS-IN-F2 WS-IN-F3 WS-IN-F4 WS-IN-F5
           END-UNSTRING.
           IF WS-IN-F2(1:7) NOT = WS-GEN-LABEL
               GO TO 4300-EXIT
           END-IF.
           ADD 1 TO WS-FILES-LISTED.
           MOVE SPACES TO PICK-LINE.
           STRING "    " WS-IN-F3(1:20) " records "
                  WS-IN-F4(1:9) "  checksum " WS-IN-F5(1:12)
               DELIMITED BY SIZE INTO PICK-LINE
           END-STRING.
           PERFORM 4900-PICK-LINE THRU 4900-EXIT.
       4300-EXIT.
           EXIT.

       4400-RECORD-ONE-RECALL.
           IF WS-GEN-PICK (WS-GEN-POS) NOT = "C"
               GO TO 4400-EXIT
           END-IF.
           MOVE WS-GEN-NUM (WS-GEN-POS) TO WS-SEEK-GEN.
           MOVE SPACES TO WS-GEN-LABEL.
           STRING "GEN" WS-SEEK-GEN DELIMITED BY SIZE
               INTO WS-GEN-LABEL
           END-STRING.
           MOVE SPACES TO CAT-LINE.
           STRING "M|" WS-GEN-LABEL "|TRANSIT|ONSITE||" WS-REF "|"
                  FUNCTION TRIM(WS-OPERATOR-ID) "|"
                  WS-RUN-TIMESTAMP "|recalled from "
                  FUNCTION TRIM(WS-GEN-LOC (WS-GEN-POS)) ": "
                  FUNCTION TRIM(WS-ARG-TEXT)
               DELIMITED BY SIZE INTO CAT-LINE
           END-STRING.
           WRITE CAT-LINE.
       4400-EXIT.
           EXIT.

      *> One pick list line to the file and the console alike.
       4900-PICK-LINE.
           WRITE PICK-LINE.
           DISPLAY PICK-LINE(1:100).
       4900-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> LIST - where every generation sits.
      *>----------------------------------------------------------*>
       5000-LIST.
           DISPLAY "BACKUP GENERATIONS - VAULT LOCATIONS".
           DISPLAY "====================================".
           DISPLAY "GEN     CUT      LOCATION   BOUND FOR  "
                   "DUE BACK REF".
           MOVE 0 TO WS-LISTED.
           PERFORM 5100-LIST-ONE THRU 5100-EXIT
               VARYING WS-GEN-POS FROM 1 BY 1
               UNTIL WS-GEN-POS > WS-GEN-COUNT.
           IF WS-LISTED = 0
               DISPLAY "  (no generations on record)"
           END-IF.
           PERFORM 2100-COUNT-OFFSITE THRU 2100-EXIT.
           DISPLAY "VAULT-ROTATION: " WS-OFFSITE
                   " generation(s) offsite, policy "
                   WS-POL-OFFSITE-MIN.
       5000-EXIT.
           EXIT.

       5100-LIST-ONE.
           ADD 1 TO WS-LISTED.
           MOVE WS-GEN-NUM (WS-GEN-POS) TO WS-SEEK-GEN.
           MOVE SPACES TO WS-GEN-LABEL.
           STRING "GEN" WS-SEEK-GEN DELIMITED BY SIZE
               INTO WS-GEN-LABEL
           END-STRING.
           DISPLAY WS-GEN-LABEL " " WS-GEN-CUT (WS-GEN-POS) " "
                   WS-GEN-LOC (WS-GEN-POS) " "
                   WS-GEN-BOUND (WS-GEN-POS) " "
                   WS-GEN-DUE (WS-GEN-POS) " "
                   WS-GEN-REF (WS-GEN-POS).
       5100-EXIT.
           EXIT.

      *>----------------------------------------------------------*>
      *> Common routines.
      *>----------------------------------------------------------*>
      *> Generations are cut in number order, so the table stays
      *> in number order as history is read.
       8000-FIND-OR-ADD-GEN.
           MOVE 0 TO WS-GEN-FOUND.
           SET WS-GEN-IDX TO 1.
           IF WS-GEN-COUNT > 0
               SEARCH WS-GEN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-GEN-IDX > WS-GEN-COUNT
                       CONTINUE
                   WHEN WS-GEN-NUM (WS-GEN-IDX) = WS-SEEK-GEN
                       SET WS-GEN-FOUND TO WS-GEN-IDX
               END-SEARCH
           END-IF.
           IF WS-GEN-FOUND > 0 OR WS-GEN-COUNT NOT < WS-GEN-MAX
               GO TO 8000-EXIT
           END-IF.
           ADD 1 TO WS-GEN-COUNT.
           MOVE WS-GEN-COUNT TO WS-GEN-FOUND.
           INITIALIZE WS-GEN-ENTRY (WS-GEN-FOUND).
           MOVE WS-SEEK-GEN TO WS-GEN-NUM (WS-GEN-FOUND).
           MOVE "ONSITE" TO WS-GEN-LOC (WS-GEN-FOUND).
           MOVE "N" TO WS-GEN-PICK (WS-GEN-FOUND).
       8000-EXIT.
           EXIT.

       8100-FIND-SITE.
           MOVE 0 TO WS-SITE-FOUND.
           PERFORM 8110-MATCH-ONE-SITE THRU 8110-EXIT
               VARYING WS-SITE-POS FROM 1 BY 1
               UNTIL WS-SITE-POS > WS-SITE-COUNT
                  OR WS-SITE-FOUND > 0.
       8100-EXIT.
           EXIT.

       8110-MATCH-ONE-SITE.
           IF WS-SITE-CODE (WS-SITE-POS) = WS-ARG-SITE
               MOVE WS-SITE-POS TO WS-SITE-FOUND
           END-IF.
       8110-EXIT.
           EXIT.

      *> One file of generation WS-SEEK-GEN, WS-SET-POS of the set,
      *> through DLGSUM: record count and hash total over all its
      *> record types.
       8200-SUM-GEN-FILE.
           MOVE SPACES TO WS-SUM-FILE.
           STRING "batch/backup/GEN" WS-SEEK-GEN "/"
                  FUNCTION TRIM(WS-SET-NAME (WS-SET-POS))
               DELIMITED BY SIZE INTO WS-SUM-FILE
           END-STRING.
           CALL "DLGSUM" USING WS-SUM-FILE WS-SUM-RC
                               WS-SUM-TYPE-COUNT WS-SUM-TYPE-TABLE
                               WS-SUM-BLOCK-COUNT
                               WS-SUM-BLOCK-TABLE.
           MOVE 0 TO WS-FILE-RECS WS-FILE-SUM.
           IF WS-SUM-RC NOT = "00"
               GO TO 8200-EXIT
           END-IF.
           PERFORM 8210-ADD-ONE-TYPE THRU 8210-EXIT
               VARYING WS-TYPE-POS FROM 1 BY 1
               UNTIL WS-TYPE-POS > WS-SUM-TYPE-COUNT.
           MOVE WS-FILE-SUM TO WS-FILE-HASH.
       8200-EXIT.
           EXIT.

       8210-ADD-ONE-TYPE.
           ADD WS-SUM-TYPE-RECS (WS-TYPE-POS) TO WS-FILE-RECS.
           ADD WS-SUM-TYPE-HASH (WS-TYPE-POS) TO WS-FILE-SUM.
           IF WS-FILE-SUM NOT < WS-HASH-MODULUS
               SUBTRACT WS-HASH-MODULUS FROM WS-FILE-SUM
           END-IF.
       8210-EXIT.
           EXIT.

      *> WS-ARG-GEN (WS-ARG-POS) as GENnnnn or a bare number.
       8300-FIND-ARG-GEN.
           MOVE 0 TO WS-GEN-FOUND.
           MOVE WS-ARG-GEN (WS-ARG-POS) TO WS-IN-F2.
           MOVE FUNCTION TRIM(WS-IN-F2) TO WS-IN-F2.
           IF WS-IN-F2(1:3) = "GEN"
               MOVE WS-IN-F2(4:) TO WS-IN-F2
           END-IF.
           IF FUNCTION TRIM(WS-IN-F2) IS NOT NUMERIC
               DISPLAY "VAULT-ROTATION: "
                       FUNCTION TRIM(WS-ARG-GEN (WS-ARG-POS))
                       " is not a generation (give GENnnnn)"
               GO TO 8300-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(WS-IN-F2) TO WS-SEEK-GEN.
           MOVE SPACES TO WS-GEN-LABEL.
           STRING "GEN" WS-SEEK-GEN DELIMITED BY SIZE
               INTO WS-GEN-LABEL
           END-STRING.
           SET WS-GEN-IDX TO 1.
           IF WS-GEN-COUNT > 0
               SEARCH WS-GEN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-GEN-IDX > WS-GEN-COUNT
                       CONTINUE
                   WHEN WS-GEN-NUM (WS-GEN-IDX) = WS-SEEK-GEN
                       SET WS-GEN-FOUND TO WS-GEN-IDX
               END-SEARCH
           END-IF.
           IF WS-GEN-FOUND = 0
               DISPLAY "VAULT-ROTATION: no " WS-GEN-LABEL
                       " on record"
           END-IF.
       8300-EXIT.
           EXIT.

      *> Logical-to-physical file name resolution through the shop
      *> configuration; see DLGCFG.
       0900-RESOLVE-FILE-NAMES.
           MOVE "vault_policy.ref" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-01.
           MOVE "backup_history.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-02.
           MOVE "vault_catalog.dat" TO WS-CFG-LOGICAL.
           CALL "DLGCFG" USING WS-CFG-LOGICAL WS-CFN-03.
       0900-EXIT.
           EXIT.
