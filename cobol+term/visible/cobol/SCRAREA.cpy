           05  SCR-GRFUNC              PIC X(30).
           05  SCR-GRREASON            PIC X(60).
           05  SCR-GRHOURS             PIC 9(3).
           05  SCR-GRSODOVR            PIC X(60).
           05  SCR-STEPPASS            PIC X(20).
           05  SCR-GRMSG               PIC X(80).
           05  RCTABLE.
               10  RCTROWATTR          PIC 9(1).
               10  RCTROW              PIC 9(5).
               10  RCTCOLUMN           PIC 9(2).
               10  RCTVALUE            PIC X(40).
               10  RCROWCNT            PIC 9(5).
               10  RCCOLUMN1 OCCURS 100 TIMES.
                   15  RCCELL1         PIC X(40).
               10  RCCOLUMN2 OCCURS 100 TIMES.
                   15  RCCELL2         PIC X(40).
               10  RCCOLUMN3 OCCURS 100 TIMES.
                   15  RCCELL3         PIC X(40).
               10  RCCOLUMN4 OCCURS 100 TIMES.
                   15  RCCELL4         PIC X(40).
           05  SCR-RCMSG               PIC X(80).
           05  OBTABLE.
               10  OBTROWATTR          PIC 9(1).
               10  OBTROW              PIC 9(5).
               10  OBTCOLUMN           PIC 9(2).
               10  OBTVALUE            PIC X(40).
               10  OBROWCNT            PIC 9(5).
               10  OBCOLUMN1 OCCURS 100 TIMES.
                   15  OBCELL1         PIC X(40).
               10  OBCOLUMN2 OCCURS 100 TIMES.
                   15  OBCELL2         PIC X(40).
               10  OBCOLUMN3 OCCURS 100 TIMES.
                   15  OBCELL3         PIC X(40).
               10  OBCOLUMN4 OCCURS 100 TIMES.
                   15  OBCELL4         PIC X(40).
           05  SCR-OBUSER              PIC X(20).
           05  SCR-OBSUCC              PIC X(20).
           05  SCR-OBMSG               PIC X(80).
