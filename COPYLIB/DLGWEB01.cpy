      *>----------------------------------------------------------*>
      *> DLGWEB01 - the response record agreed with the parish
      *> website team for the "ask the archive" gateway
      *> (WEB-GATEWAY). Every response file is fixed-width,
      *> 300 characters a line, the first two characters saying
      *> which view of the line applies. COPY once in
      *> WORKING-STORAGE:
      *>
      *>     COPY DLGWEB01.
      *>
      *> A response is one HD header, then the body, then one TR
      *> trailer:
      *>
      *>     HD  request id, kind, status, reason, lines in the
      *>         body, stamp answered
      *>     MT  one ranked match - rank, dialogue number, score,
      *>         mode and topic (SEARCH, PERSONA, THEME)
      *>     DH  the rendered dialogue's head - number, mode,
      *>         topic (RENDER)
      *>     DL  one message of the rendered dialogue - sequence,
      *>         speaker and text (RENDER)
      *>     TR  request id and the count of lines in the whole
      *>         file, header and trailer included
      *>
      *> Status OK answered (a list may hold no matches); NF the
      *> dialogue asked for is not available; WH the dialogue is
      *> withheld for privacy review - its head carries the
      *> redaction marker in place of the topic and no DL lines
      *> follow; RJ the request was refused, the reason code
      *> saying why. Numbers are zero-filled, text is
      *> left-justified and space-filled. A repository path never
      *> appears in a response - the dialogue number is the
      *> website's only key.
      *>----------------------------------------------------------*>
       01 WS-WEB-RECORD           PIC X(300).
       01 WS-WEB-HEADER REDEFINES WS-WEB-RECORD.
           05 WS-WEBH-TYPE        PIC X(02).
           05 WS-WEBH-REQUEST-ID  PIC X(20).
           05 WS-WEBH-KIND        PIC X(08).
           05 WS-WEBH-STATUS      PIC X(02).
               88 WEB-ANSWERED              VALUE "OK".
               88 WEB-NOT-FOUND             VALUE "NF".
               88 WEB-WITHHELD              VALUE "WH".
               88 WEB-REFUSED               VALUE "RJ".
           05 WS-WEBH-REASON      PIC X(12).
           05 WS-WEBH-COUNT       PIC 9(04).
           05 WS-WEBH-STAMP       PIC X(14).
           05 FILLER              PIC X(238).
       01 WS-WEB-MATCH REDEFINES WS-WEB-RECORD.
           05 WS-WEBM-TYPE        PIC X(02).
           05 WS-WEBM-RANK        PIC 9(03).
           05 WS-WEBM-NUMBER      PIC 9(04).
           05 WS-WEBM-SCORE       PIC 9(05).
           05 WS-WEBM-MODE        PIC X(20).
           05 WS-WEBM-TOPIC       PIC X(120).
           05 FILLER              PIC X(146).
       01 WS-WEB-DIALOGUE REDEFINES WS-WEB-RECORD.
           05 WS-WEBD-TYPE        PIC X(02).
           05 WS-WEBD-NUMBER      PIC 9(04).
           05 WS-WEBD-MODE        PIC X(20).
           05 WS-WEBD-TOPIC       PIC X(120).
           05 FILLER              PIC X(154).
       01 WS-WEB-LINE REDEFINES WS-WEB-RECORD.
           05 WS-WEBL-TYPE        PIC X(02).
           05 WS-WEBL-SEQ         PIC 9(04).
           05 WS-WEBL-SPEAKER     PIC X(40).
           05 WS-WEBL-TEXT        PIC X(240).
           05 FILLER              PIC X(14).
       01 WS-WEB-TRAILER REDEFINES WS-WEB-RECORD.
           05 WS-WEBT-TYPE        PIC X(02).
           05 WS-WEBT-REQUEST-ID  PIC X(20).
           05 WS-WEBT-LINES       PIC 9(05).
           05 FILLER              PIC X(273).
