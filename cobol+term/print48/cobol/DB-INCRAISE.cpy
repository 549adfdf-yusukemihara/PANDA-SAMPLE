      * RAISE AN INCIDENT FOR AN ERROR EVENT.  PROGRAM AND CODE SAY
      * WHAT FAILED, SOURCE WHO NOTICED (ERREVENT OR ERRBURST) AND
      * TEXT GOES ON THE INCIDENT TIMELINE.  ID RETURNS THE INCIDENT
      * OPENED OR ATTACHED TO, NEW IS Y WHEN ONE WAS OPENED.  RC 0
      * DONE, 2 REGISTER BUSY - NOTHING RECORDED.
       01  DB-INCRAISE.
           05  DB-INCRAISE-PROGRAM     PIC X(12).
           05  DB-INCRAISE-CODE        PIC 9(4).
           05  DB-INCRAISE-SOURCE      PIC X(8).
           05  DB-INCRAISE-TEXT        PIC X(80).
           05  DB-INCRAISE-ID          PIC X(16).
           05  DB-INCRAISE-NEW         PIC X(1).
           05  DB-INCRAISE-RC          PIC 9(4).
