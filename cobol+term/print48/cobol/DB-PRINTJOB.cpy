               10  DB-PRINTJOB-COPIES      PIC 9(3).
               10  DB-PRINTJOB-DUPLEX      PIC X(1).
               10  DB-PRINTJOB-PAPER       PIC X(8).
               10  DB-PRINTJOB-BIZDATE     PIC X(8).
