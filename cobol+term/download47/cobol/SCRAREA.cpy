                   15  APCELL3         PIC X(40).
           05  SCR-APMSG               PIC X(80).
           05  SCR-BUNDLECODES         PIC X(110).
           05  SELECTVER               PIC X(4).
           05  SCR-CMVERSION           PIC X(4).
           05  SCR-DUMONTH             PIC X(6).
