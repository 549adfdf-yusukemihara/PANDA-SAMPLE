           05  SCR-VIEWNAMES OCCURS 20 TIMES
                                    PIC X(20).
           05  SCR-VIEWMSG          PIC X(80).
           05  SCR-DATAFILE         PIC X(12).
           05  SCR-FILECNT          PIC 9(2).
           05  SCR-FILECODES OCCURS 20 TIMES
                                    PIC X(12).
           05  SCR-FILEDESCS OCCURS 20 TIMES
                                    PIC X(40).
           05  SCR-HEADING OCCURS 4 TIMES
                                    PIC X(20).
           05  SCR-FILEMSG          PIC X(80).
