               10  CELLDATA         PIC X(40).
           05  COLUMN4 OCCURS 100 TIMES.
               10  CELLDATA         PIC X(40).
      * MASTER LOAD: TARGET MASTER FILE NAME AND RESULT MESSAGE.
           05  SCR-LDTARGET         PIC X(24).
           05  SCR-LDMSG            PIC X(80).
