      *>----------------------------------------------------------*>
      *> DLGINC01 - working fields for the incremental refresh of
      *> the derived index builders (CONTENT-INDEX-BUILD,
      *> DOCTRINE-INDEX-BUILD, CITATION-SCAN, QUOTE-EXTRACT,
      *> CATECHISM-EXTRACT) through DLGINCR. COPY once in
      *> WORKING-STORAGE:
      *>
      *>     COPY DLGINC01.
      *>
      *> A builder asks DLGINCR which mode to run (LOAD), notes each
      *> path in today's extract (SEEN), then walks the extract
      *> against its own previous output: a path written since the
      *> high-water mark (TEST "Y ") is derived afresh, any other
      *> path has its old lines carried forward unchanged, and old
      *> lines for a path rewritten or gone (KEEP "N ") are
      *> dropped. The result goes to <output>.work and is copied
      *> over the output when complete. A VERIFY run then rebuilds
      *> in full into <output>.full and compares the two (COMP).
      *>
      *> The optional command-line argument FULL or VERIFY forces
      *> that mode; without it the builder runs incrementally.
      *>----------------------------------------------------------*>
       01 WS-INC-FIELDS.
           05 WS-INC-ACTION       PIC X(04).
           05 WS-INC-BUILDER      PIC X(30).
           05 WS-INC-TEXT         PIC X(200).
           05 WS-INC-TEXT-2       PIC X(200).
           05 WS-INC-RESULT       PIC X(02).
           05 WS-INC-COUNT        PIC 9(07) VALUE 0.
           05 WS-INC-CHANGED      PIC 9(07) VALUE 0.
           05 WS-INC-ARG          PIC X(20) VALUE SPACES.
           05 WS-INC-MODE         PIC X(02) VALUE "FU".
               88 INC-FULL-RUN              VALUE "FU".
               88 INC-VERIFY-RUN            VALUE "VE".
               88 INC-INCREMENTAL-RUN       VALUE "IN".
           05 WS-INC-MODE-WORD    PIC X(08) VALUE "FULL".
           05 WS-INC-PASS         PIC X(01) VALUE "F".
               88 INC-FULL-PASS             VALUE "F".
               88 INC-CARRY-PASS            VALUE "I".
           05 WS-INC-OUT-NAME     PIC X(200).
           05 WS-INC-WORK-NAME    PIC X(200).
           05 WS-INC-FULL-NAME    PIC X(200).
           05 WS-INC-OLD-STATUS   PIC X(02) VALUE SPACES.
           05 WS-INC-EOF-OLD      PIC X(01) VALUE "N".
               88 INC-NO-MORE-OLD           VALUE "Y".
           05 WS-INC-TAG          PIC X(01).
           05 WS-INC-FIELD        PIC X(240).
           05 WS-INC-PATH         PIC X(200).
           05 WS-INC-LAST-PATH    PIC X(200).
           05 WS-INC-OLD-PATH     PIC X(200).
           05 WS-INC-PATH-SW      PIC X(01) VALUE "Y".
               88 INC-DERIVE-PATH           VALUE "Y".
           05 WS-INC-CARRY-SW     PIC X(01) VALUE "N".
               88 INC-CARRY-STOPPED         VALUE "Y".
           05 WS-INC-CARRIED      PIC 9(06) VALUE 0.
           05 WS-INC-DIFFS        PIC 9(07) VALUE 0.
