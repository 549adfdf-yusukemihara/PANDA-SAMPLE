           05  SCR-AQUSER          PIC X(20).
           05  SCR-AQDATE          PIC X(8).
           05  SCR-AQMSG           PIC X(80).
           05  AHTABLE.
               10  AHTROWATTR      PIC 9(1).
               10  AHTROW          PIC 9(5).
               10  AHTCOLUMN       PIC 9(2).
               10  AHTVALUE        PIC X(40).
               10  AHROWCNT        PIC 9(5).
               10  AHCOLUMN1 OCCURS 50 TIMES.
                   15  AHCELL1     PIC X(40).
               10  AHCOLUMN2 OCCURS 50 TIMES.
                   15  AHCELL2     PIC X(40).
               10  AHCOLUMN3 OCCURS 50 TIMES.
                   15  AHCELL3     PIC X(40).
           05  RVTABLE.
               10  RVTROWATTR      PIC 9(1).
               10  RVTROW          PIC 9(5).
               10  RVTCOLUMN       PIC 9(2).
               10  RVTVALUE        PIC X(40).
               10  RVROWCNT        PIC 9(5).
               10  RVCOLUMN1 OCCURS 100 TIMES.
                   15  RVCELL1     PIC X(40).
               10  RVCOLUMN2 OCCURS 100 TIMES.
                   15  RVCELL2     PIC X(40).
               10  RVCOLUMN3 OCCURS 100 TIMES.
                   15  RVCELL3     PIC X(40).
               10  RVCOLUMN4 OCCURS 100 TIMES.
                   15  RVCELL4     PIC X(40).
           05  SCR-RVREVIEWER      PIC X(20).
           05  SCR-RVNOTE          PIC X(40).
           05  SCR-RVMSG           PIC X(80).
