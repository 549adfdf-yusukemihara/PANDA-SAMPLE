               10  DMTCOLUMN           PIC 9(2).
               10  DMTVALUE            PIC X(40).
               10  DMROWCNT            PIC 9(5).
               10  DMCOLUMN1 OCCURS 300 TIMES.
                   15  DMCELL1         PIC X(40).
               10  DMCOLUMN2 OCCURS 300 TIMES.
                   15  DMCELL2         PIC X(40).
               10  DMCOLUMN3 OCCURS 300 TIMES.
                   15  DMCELL3         PIC X(40).
               10  DMCOLUMN4 OCCURS 300 TIMES.
                   15  DMCELL4         PIC X(40).
               10  DMCOLUMN5 OCCURS 300 TIMES.
                   15  DMCELL5         PIC X(40).
               10  DMCOLUMN6 OCCURS 300 TIMES.
                   15  DMCELL6         PIC X(40).
           05  SCR-DMTYPE              PIC X(1).
           05  SCR-DMKEY               PIC X(20).
           05  SCR-DMVALUE             PIC X(20).
           05  SCR-DMSTATUS            PIC X(10).
           05  SCR-DMMSG               PIC X(80).
           05  DCTABLE.
               10  DCTROWATTR          PIC 9(1).
               10  DCTROW              PIC 9(5).
               10  DCTCOLUMN           PIC 9(2).
               10  DCTVALUE            PIC X(40).
               10  DCROWCNT            PIC 9(5).
               10  DCCOLUMN1 OCCURS 100 TIMES.
                   15  DCCELL1         PIC X(40).
               10  DCCOLUMN2 OCCURS 100 TIMES.
                   15  DCCELL2         PIC X(40).
               10  DCCOLUMN3 OCCURS 100 TIMES.
                   15  DCCELL3         PIC X(40).
               10  DCCOLUMN4 OCCURS 100 TIMES.
                   15  DCCELL4         PIC X(40).
           05  SCR-DCDEPT              PIC X(20).
           05  SCR-DCSUCC              PIC X(20).
           05  SCR-DCCOMBINE           PIC X(1).
           05  SCR-DCMSG               PIC X(80).
           05  SCR-STEPPASS            PIC X(20).
           05  PRINTONAPPROVAL         PIC X(1).
           05  PRINTCOPIES             PIC 9(3).
           05  PRINTDUPLEX             PIC X(1).
           05  PRINTPAPER              PIC X(8).
           05  PRINTACCOUNT            PIC X(20).
