           05  PASSWD              PIC X(20).
           05  NEWPASSWD           PIC X(20).
           05  SESSION-TYPE        PIC X(10).
           05  END-OLDEST          PIC X(1).
           05  BODY                PIC X(2097152).
           05  SCR-ERR-CODE        PIC 9(4).
           05  ADMTABLE.
                   15  ACELL2          PIC X(40).
               10  ACOLUMN3 OCCURS 100 TIMES.
                   15  ACELL3          PIC X(40).
               10  ACOLUMN4 OCCURS 100 TIMES.
                   15  ACELL4          PIC X(40).
           05  SCR-AMSG                PIC X(80).
           05  SCR-ADMUSER             PIC X(20).
           05  SCR-ADMPASS             PIC X(20).
           05  SCR-ADMROLE             PIC X(20).
           05  SCR-ADMSODOVR           PIC X(60).
           05  SCR-STEPPASS            PIC X(20).
           05  SCR-TMTERM              PIC X(20).
           05  SCR-TMLOC               PIC X(20).
           05  SCR-TMDEPT              PIC X(20).
           05  SCR-TMSTATUS            PIC X(10).
           05  SCR-TMMSG               PIC X(80).
           05  SCR-SMMSG               PIC X(80).
           05  SCR-SRDATE              PIC X(8).
           05  SCR-SRDEPT              PIC X(20).
           05  SCR-SRSHIFT             PIC X(10).
           05  SCR-SRUSER              PIC X(20).
           05  SCR-SRMSG               PIC X(80).
