                   15  RBCELL3         PIC X(40).
           05  SCR-RBMSG               PIC X(80).
           05  SCR-RBSEARCH            PIC X(40).
           05  MGTABLE.
               10  MGTROWATTR          PIC 9(1).
               10  MGTROW              PIC 9(5).
               10  MGTCOLUMN           PIC 9(2).
               10  MGTVALUE            PIC X(40).
               10  MGROWCNT            PIC 9(5).
               10  MGCOLUMN1 OCCURS 200 TIMES.
                   15  MGCELL1         PIC X(40).
               10  MGCOLUMN2 OCCURS 200 TIMES.
                   15  MGCELL2         PIC X(40).
               10  MGCOLUMN3 OCCURS 200 TIMES.
                   15  MGCELL3         PIC X(40).
           05  SCR-MGMSG               PIC X(80).
