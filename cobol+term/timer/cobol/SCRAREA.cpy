           05  DURATION            PIC 9(9).
           05  ENTRY1              PIC X(9).
           05  LABEL1              PIC X(20).
           05  TASKCODE            PIC X(10).
           05  TASKCOUNT           PIC 9(2).
           05  TASKLIST            OCCURS 30 TIMES
                                    PIC X(40).
           05  TASKMSG             PIC X(60).
