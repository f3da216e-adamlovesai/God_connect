      *>----------------------------------------------------------*>
      *> DLGCRS01 - one catechumen course as DLGCRSE lays it out
      *> from the course definition (batch/course_def.ref). COPY
      *> once in WORKING-STORAGE:
      *>
      *>     COPY DLGCRS01.
      *>
      *> Move the course code to WS-CRS-ID and
      *>
      *>     CALL "DLGCRSE" USING WS-CRS-ACTION WS-CRS-AREA
      *>
      *> WS-CRS-ACTION "LOAD" lays the course out; WS-CRS-RC
      *>                      "00" a sound course, "08" the
      *>                      definition has faults (each one
      *>                      DISPLAYed, WS-CRS-FAULTS counts them),
      *>                      "12" no such course, "16" no course
      *>                      definition on file.
      *>               "NEXT" WS-CRS-ID <- the course after the one
      *>                      it holds (blank to start), in file
      *>                      order; WS-CRS-RC "10" at the end.
      *>
      *> WS-CRS-IN-VIEW is "Y" when the course's parish is inside
      *> the run's parish view (DLGPRSH). A lesson's prerequisites
      *> and an item's lesson are positions in WS-CRS-LSN-ENTRY;
      *> the items run in teaching order. An item is
      *>     D  a dialogue - WS-CRS-ITM-TEXT its path
      *>     C  a catechism pair - WS-CRS-ITM-TEXT the path it was
      *>        drawn from, WS-CRS-ITM-PAIR its ordinal among that
      *>        path's pairs on batch/catechism.dat
      *>     Q  a discussion question - WS-CRS-ITM-TEXT the question
      *>----------------------------------------------------------*>
       01 WS-CRS-ACTION           PIC X(04).
       01 WS-CRS-AREA.
           05 WS-CRS-ID           PIC X(12).
           05 WS-CRS-RC           PIC X(02).
           05 WS-CRS-TITLE        PIC X(60).
           05 WS-CRS-WEEKS        PIC 9(02).
           05 WS-CRS-START        PIC X(10).
           05 WS-CRS-PARISH       PIC X(12).
           05 WS-CRS-IN-VIEW      PIC X(01).
           05 WS-CRS-FAULTS       PIC 9(03).
           05 WS-CRS-LSN-MAX      PIC 9(02).
           05 WS-CRS-LSN-COUNT    PIC 9(02).
           05 WS-CRS-LSN-ENTRY OCCURS 60 TIMES.
               10 WS-CRS-LSN-ID       PIC X(08).
               10 WS-CRS-LSN-WEEK     PIC 9(02).
               10 WS-CRS-LSN-TITLE    PIC X(60).
               10 WS-CRS-LSN-ITEMS    PIC 9(03).
               10 WS-CRS-LSN-PRQ-COUNT PIC 9(01).
               10 WS-CRS-LSN-PRQ      PIC 9(02) OCCURS 6 TIMES.
           05 WS-CRS-ITM-MAX      PIC 9(03).
           05 WS-CRS-ITM-COUNT    PIC 9(03).
           05 WS-CRS-ITM-ENTRY OCCURS 400 TIMES.
               10 WS-CRS-ITM-LESSON   PIC 9(02).
               10 WS-CRS-ITM-KIND     PIC X(01).
               10 WS-CRS-ITM-TEXT     PIC X(240).
               10 WS-CRS-ITM-PAIR     PIC 9(03).
