      *>----------------------------------------------------------*>
      *> DLGREL01 - working fields for offering a dialogue's related
      *> dialogues (RELATED-BUILD, batch/related.dat) under it,
      *> through DLGRELAT. COPY once in WORKING-STORAGE:
      *>
      *>     COPY DLGREL01.
      *>
      *> Move the dialogue's path to WS-RLT-PATH and CALL DLGRELAT
      *> with WS-RLT-SEQ running from 1 until WS-RLT-RC comes back
      *> other than "00", showing WS-RLT-RELATED / WS-RLT-TOPIC
      *> each time it is "00" (RLT-PINNED when an editor pinned
      *> it). WS-RLT-SHOWN is the caller's own count of the
      *> neighbours it has shown, for a "none" line or a cap.
      *>----------------------------------------------------------*>
       01 WS-RLT-FIELDS.
           05 WS-RLT-PATH         PIC X(200).
           05 WS-RLT-SEQ          PIC 9(02) VALUE 0.
           05 WS-RLT-RELATED      PIC X(200).
           05 WS-RLT-TOPIC        PIC X(80).
           05 WS-RLT-FLAG         PIC X(01).
               88 RLT-PINNED                VALUE "P".
           05 WS-RLT-RC           PIC X(02).
           05 WS-RLT-SHOWN        PIC 9(02) VALUE 0.
