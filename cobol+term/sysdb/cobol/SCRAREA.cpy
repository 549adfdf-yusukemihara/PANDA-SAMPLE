               10  APCOLUMN4 OCCURS 50 TIMES.
                   15  APCELL4          PIC X(40).
           05  SCR-APPMSG               PIC X(80).
           05  SCR-STEPPASS            PIC X(20).
           05  SCR-REJREASON            PIC X(40).
           05  SCR-AUDKEY               PIC X(30).
           05  SCR-AUDUSER              PIC X(20).
               10  CPCOLUMN4 OCCURS 100 TIMES.
                   15  CPCELL4          PIC X(40).
           05  SCR-CPMSG                PIC X(80).
           05  IBTABLE.
               10  IBTROWATTR           PIC 9(1).
               10  IBTROW               PIC 9(5).
               10  IBTCOLUMN            PIC 9(2).
               10  IBTVALUE             PIC X(40).
               10  IBROWCNT             PIC 9(5).
               10  IBCOLUMN1 OCCURS 200 TIMES.
                   15  IBCELL1          PIC X(40).
               10  IBCOLUMN2 OCCURS 200 TIMES.
                   15  IBCELL2          PIC X(40).
               10  IBCOLUMN3 OCCURS 200 TIMES.
                   15  IBCELL3          PIC X(40).
               10  IBCOLUMN4 OCCURS 200 TIMES.
                   15  IBCELL4          PIC X(40).
           05  SCR-IBMSG                PIC X(80).
           05  SCR-DLGUSER              PIC X(20).
           05  SCR-DLGFROM              PIC X(8).
           05  SCR-DLGTO                PIC X(8).
           05  SCR-EFFECTIVE            PIC X(12).
           05  SCTABLE.
               10  SCTROWATTR           PIC 9(1).
               10  SCTROW               PIC 9(5).
               10  SCTCOLUMN            PIC 9(2).
               10  SCTVALUE             PIC X(40).
               10  SCROWCNT             PIC 9(5).
               10  SCCOLUMN1 OCCURS 50 TIMES.
                   15  SCCELL1          PIC X(40).
               10  SCCOLUMN2 OCCURS 50 TIMES.
                   15  SCCELL2          PIC X(40).
               10  SCCOLUMN3 OCCURS 50 TIMES.
                   15  SCCELL3          PIC X(40).
               10  SCCOLUMN4 OCCURS 50 TIMES.
                   15  SCCELL4          PIC X(40).
           05  SCR-SCMSG                PIC X(80).
