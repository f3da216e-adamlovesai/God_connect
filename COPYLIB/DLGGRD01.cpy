      *>----------------------------------------------------------*>
      *> DLGGRD01 - the reading-grade bands. READING-GRADE scores
      *> every message and rolls each record up to a US school
      *> grade; the band is the first entry below whose upper grade
      *> the record's grade does not exceed. DLGGRADE reads the
      *> bands back in the same order, so a selection asking for a
      *> band takes that band and every easier one. COPY once in
      *> WORKING-STORAGE:
      *>
      *>     COPY DLGGRD01.
      *>
      *> The bands follow the catechesis groups: PRIMARY for the
      *> children's classes, MIDDLE for confirmation years,
      *> SECONDARY for the youth group, ADULT for the rest.
      *>----------------------------------------------------------*>
       01 WS-GRD-BAND-COUNT       PIC 9(01) VALUE 4.
       01 WS-GRD-BAND-DEFS.
           05 FILLER              PIC X(10) VALUE "PRIMARY".
           05 FILLER              PIC 9(02)V9 VALUE 05.9.
           05 FILLER              PIC X(10) VALUE "MIDDLE".
           05 FILLER              PIC 9(02)V9 VALUE 08.9.
           05 FILLER              PIC X(10) VALUE "SECONDARY".
           05 FILLER              PIC 9(02)V9 VALUE 12.9.
           05 FILLER              PIC X(10) VALUE "ADULT".
           05 FILLER              PIC 9(02)V9 VALUE 99.9.
       01 WS-GRD-BAND-TABLE REDEFINES WS-GRD-BAND-DEFS.
           05 WS-GRD-BAND-ENTRY OCCURS 4 TIMES.
               10 WS-GRD-BAND-NAME  PIC X(10).
               10 WS-GRD-BAND-UPTO  PIC 9(02)V9.
