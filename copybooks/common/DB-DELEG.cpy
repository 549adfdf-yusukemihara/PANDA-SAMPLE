       01  DB-DELEG.
           05  DB-DELEG-FUNC           PIC X(10).
           05  DB-DELEG-USER           PIC X(20).
           05  DB-DELEG-PRINCIPAL      PIC X(20).
           05  DB-DELEG-DATE           PIC X(8).
           05  DB-DELEG-FLAG           PIC X(1).
           05  DB-DELEG-RC             PIC 9(4).
           05  DB-DELEG-NUM            PIC 9(2).
           05  DB-DELEG-FOR            OCCURS 10 TIMES
                                       PIC X(20).
