               10  VHCOLUMN2 OCCURS 50 TIMES.
                   15  VHCELL2         PIC X(40).
           05  SCR-VHMSG               PIC X(80).
           05  SCR-NSQUERY             PIC X(40).
           05  SCR-NSUSER              PIC X(20).
           05  SCR-NSFROM              PIC X(8).
           05  SCR-NSTO                PIC X(8).
           05  NSTABLE.
               10  NSTROWATTR          PIC 9(1).
               10  NSTROW              PIC 9(5).
               10  NSTCOLUMN           PIC 9(2).
               10  NSTVALUE            PIC X(40).
               10  NSROWCNT            PIC 9(5).
               10  NSCOLUMN1 OCCURS 50 TIMES.
                   15  NSCELL1         PIC X(40).
               10  NSCOLUMN2 OCCURS 50 TIMES.
                   15  NSCELL2         PIC X(40).
               10  NSCOLUMN3 OCCURS 50 TIMES.
                   15  NSCELL3         PIC X(40).
           05  NSREF OCCURS 50 TIMES   PIC X(10).
           05  SCR-NSMSG               PIC X(80).
           05  SCR-NSVHDR              PIC X(80).
           05  SCR-NSVTAB1             PIC X(40).
           05  SCR-NSVTAB2             PIC X(40).
           05  SCR-NSVTAB3             PIC X(40).
