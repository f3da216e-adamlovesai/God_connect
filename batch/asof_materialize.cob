      *>
      *> MODIFICATION HISTORY
      *>     2026-09-02  DO   Initial version.
      *>     2026-10-15  DO   The reconstruction is stamped layout
      *>                      05; an older generation's headers read
      *>                      with a blank parish column (the home
      *>                      parish).
      *>----------------------------------------------------------*>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASOF-MATERIALIZE.
           END-STRING.
           WRITE ASOF-LINE.
           MOVE SPACES TO ASOF-LINE.
           STRING "C|HEADER|DIALOGUE|" WS-RUN-TIMESTAMP "|05"
               DELIMITED BY SIZE INTO ASOF-LINE
           END-STRING.
           WRITE ASOF-LINE.
