      *>                      passes (trailing columns default)
      *>                      but an old restore should go
      *>                      through LAYOUT-CONVERT.
      *>     2026-10-15  DO   Layout 05 (the trailing parish column
      *>                      on the H record) is understood.
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLGCTLV.
           88  FILE-HAS-TYPED-RECORDS        VALUE "Y".
      *> Newest H-record layout this fleet understands; see
      *> BUILD-DIALOGUE-DATA's version table.
       01  WS-SUPPORTED-LAYOUT      PIC 9(02) VALUE 05.
       01  WS-HEADER-LAYOUT         PIC 9(02) VALUE 0.

       LINKAGE SECTION.
