      *>----------------------------------------------------------*>
      *> DLGMBR01 - working fields for resolving a member reference
      *> against the member master (batch/member_master.dat)
      *> through DLGMEMB. COPY once in WORKING-STORAGE:
      *>
      *>     COPY DLGMBR01.
      *>
      *> Move the reference as typed ("member 4411", "M4411",
      *> "4411 (Mrs Adeyemi)") to WS-MBR-REF and
      *>
      *>     CALL "DLGMEMB" USING WS-MBR-REF WS-MBR-NUMBER
      *>                          WS-MBR-CANON WS-MBR-NAME
      *>                          WS-MBR-RC
      *>
      *> WS-MBR-RC "00" an ACTIVE member - WS-MBR-CANON holds the
      *>                reference the side files carry
      *>                ("member 4411"), WS-MBR-NUMBER the
      *>                number and WS-MBR-NAME the name;
      *>           "04" on the master but not ACTIVE (LAPSED) -
      *>                the same fields are filled;
      *>           "08" not on the master - WS-MBR-NUMBER still
      *>                holds the number the reference carries,
      *>                if it carries one;
      *>           "16" no member master on file.
      *> A reference to a member merged into another resolves to
      *> the surviving member.
      *>----------------------------------------------------------*>
       01 WS-MBR-FIELDS.
           05 WS-MBR-REF          PIC X(40).
           05 WS-MBR-NUMBER       PIC X(06).
           05 WS-MBR-CANON        PIC X(40).
           05 WS-MBR-NAME         PIC X(40).
           05 WS-MBR-RC           PIC X(02).
