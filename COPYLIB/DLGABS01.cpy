      *>----------------------------------------------------------*>
      *> DLGABS01 - working fields for printing a dialogue's
      *> abstract (ABSTRACT-BUILD, batch/abstracts.dat) under its
      *> topic in a listing, through DLGABST. COPY once in
      *> WORKING-STORAGE:
      *>
      *>     COPY DLGABS01.
      *>
      *> The word ABSTRACT on the command line asks for abstracts;
      *> the listing counts it into WS-ABS-HITS with INSPECT, blanks
      *> it out of the command line before its own argument parsing
      *> (WS-ABS-ARGS holds the line while it is left-justified
      *> again) and sets ABS-REQUESTED. For each entry it then moves the
      *> path to WS-ABS-PATH and its print width to WS-ABS-WIDTH
      *> and CALLs DLGABST with WS-ABS-SEQ running from 1 until
      *> WS-ABS-RC comes back other than "00", printing
      *> WS-ABS-TEXT each time it is "00".
      *>----------------------------------------------------------*>
       01 WS-ABS-FIELDS.
           05 WS-ABS-PATH         PIC X(200).
           05 WS-ABS-WIDTH        PIC 9(03) VALUE 72.
           05 WS-ABS-SEQ          PIC 9(03) VALUE 0.
           05 WS-ABS-TEXT         PIC X(240).
           05 WS-ABS-RC           PIC X(02).
           05 WS-ABS-HITS         PIC 9(02) VALUE 0.
           05 WS-ABS-SW           PIC X(01) VALUE "N".
               88 ABS-REQUESTED             VALUE "Y".
           05 WS-ABS-ARGS         PIC X(200).
