           05  SCR-ANTEXT              PIC X(80).
           05  SCR-ANDUE               PIC X(14).
           05  SCR-ANRECUR             PIC X(8).
           05  SCR-ANLOC               PIC X(20).
           05  SCR-ANMSG               PIC X(80).
           05  DTTABLE.
               10  DTTROWATTR          PIC 9(1).
           05  SCR-DLNAME              PIC X(20).
           05  SCR-DLTERM              PIC X(20).
           05  SCR-DLSTMSG             PIC X(80).
           05  SCR-DELIVERY            PIC X(6).
