      *>----------------------------------------------------------*>
      *> DLGMST01 - record layout for batch/dialogue_master.idx, the
      *> INDEXED master of the corpus. Every writer updates it by key
      *> through DLGMSTIO; batch/dialogue_data.dat is the nightly
      *> unload of it (MASTER-UNLOAD). One master record per line of
      *> the sequential extract, keyed by the conversation path plus
      *> the message sequence number plus a sub-key: an H record
      *> loads under sequence 0000 and each M record under its own
      *> WS-MSG-SEQ, both with a blank sub-key, so a single-record
      *> request is one keyed READ on path+0000 for the header and
      *> one keyed READ per message after it, instead of a
      *> front-to-back scan of the whole extract.
      *>
      *> The companion lines ride under the same path and sequence
      *> with a non-blank sub-key, so they sort beside the record
      *> they belong to and a live-record READ never meets them:
      *>     T|path|seq|LANG|...     sub-key "T" + language
      *>     D|H|path|...            sub-key "DH"
      *>     D|M|path|seq|...        sub-key "DM"
      *>     D|T|path|seq|LANG|...   sub-key "DT" + language
      *>     X|path|reason|op|stamp  sequence 0000, sub-key "X" +
      *>                             the mark's timestamp
      *> A keyed reader of live records moves SPACES to MST-SUB.
      *>
      *> MST-LINE carries the original pipe-delimited dialogue_data
      *> line unchanged, so any program that already parses the
      *> sequential file with UNSTRING parses a master record with
      *> exactly the same statement - the master is an access path,
      *> not a second record layout to keep in step. It is 610 wide
      *> so a "D|" mark fits on a full-width line.
      *>
      *> COPY once under the master file's FD.
      *>----------------------------------------------------------*>
           05 MST-KEY.
               10 MST-PATH PIC X(200).
               10 MST-SEQ  PIC 9(04).
               10 MST-SUB  PIC X(20).
           05 MST-LINE     PIC X(610).
