      *>----------------------------------------------------------*>
      *> DLGCNS01 - working fields for the member communication
      *> consent check (DLGCONS) every outbound program makes
      *> before it writes a distribution, outbox or letter record.
      *> COPY once in WORKING-STORAGE:
      *>
      *>     COPY DLGCNS01.
      *>
      *> Move the calling program's name to WS-CNS-PGM (spaces
      *> for an enquiry that is not logged), the member reference
      *> to WS-CNS-MEMBER, the channel ("MAIL" or "EMAIL") to
      *> WS-CNS-CHANNEL and the topic of the contact (an interest
      *> value, a notification event type, LETTERS) to
      *> WS-CNS-TOPIC, and
      *>
      *>     CALL "DLGCONS" USING WS-CNS-PGM WS-CNS-MEMBER
      *>                          WS-CNS-CHANNEL WS-CNS-TOPIC
      *>                          WS-CNS-RC WS-CNS-REASON
      *>
      *> WS-CNS-RC "00" the member may be contacted; "12" the
      *> contact is suppressed - WS-CNS-REASON says why, and the
      *> suppression is already on batch/consent_suppressions.dat.
      *>----------------------------------------------------------*>
       01 WS-CNS-FIELDS.
           05 WS-CNS-PGM          PIC X(30).
           05 WS-CNS-MEMBER       PIC X(40).
           05 WS-CNS-CHANNEL      PIC X(10).
           05 WS-CNS-TOPIC        PIC X(60).
           05 WS-CNS-RC           PIC X(02).
           05 WS-CNS-REASON       PIC X(60).
