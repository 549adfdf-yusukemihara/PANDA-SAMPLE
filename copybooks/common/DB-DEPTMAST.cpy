           05  DB-DEPTMAST-COSTCTR     PIC X(8).
           05  DB-DEPTMAST-FLAG        PIC X(1).
           05  DB-DEPTMAST-RC          PIC 9(4).
           05  DB-DEPTMAST-ASOF        PIC X(8).
