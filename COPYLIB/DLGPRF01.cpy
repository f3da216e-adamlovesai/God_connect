      *>----------------------------------------------------------*>
      *> DLGPRF01 - working fields for the proof-and-sign-off cycle
      *> of the publishers (ANTHOLOGY-PRINT, BULLETIN-COMPOSITOR,
      *> ANSWER-LETTERS) through DLGPROOF. COPY once in
      *> WORKING-STORAGE:
      *>
      *>     COPY DLGPRF01.
      *>
      *> A PROOF run (the default) renders to <print file>.proof
      *> and hands it to DLGPROOF, which files it as the next
      *> numbered proof of the publication. The approvers named in
      *> batch/proof_approvers.ref rule on it through
      *> PROOF-SIGNOFF. A FINAL run asks DLGPROOF first (GATE)
      *> whether the current proof holds every approval, renders
      *> to <print file>.final, has it matched against the proof
      *> (MTCH) and only then puts it in place of the print file
      *> and records the release (FINL).
      *>
      *> The optional first command-line word PROOF or FINAL picks
      *> the run; without it the publisher proofs.
      *>----------------------------------------------------------*>
       01 WS-PRF-FIELDS.
           05 WS-PRF-ACTION       PIC X(04).
           05 WS-PRF-PUB          PIC X(10).
           05 WS-PRF-FILE         PIC X(200).
           05 WS-PRF-PGM          PIC X(30).
           05 WS-PRF-NUMBER       PIC 9(04) VALUE 0.
           05 WS-PRF-RC           PIC X(02).
           05 WS-PRF-ARG          PIC X(10) VALUE SPACES.
           05 WS-PRF-MODE         PIC X(01) VALUE "P".
               88 PRF-PROOF-RUN             VALUE "P".
               88 PRF-FINAL-RUN             VALUE "F".
           05 WS-PRF-LIVE-NAME    PIC X(200).
           05 WS-PRF-OUT-NAME     PIC X(200).
