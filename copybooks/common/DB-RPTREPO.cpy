       01  DB-RPTREPO.
           05  DB-RPTREPO-PROGRAM      PIC X(12).
           05  DB-RPTREPO-SOURCE       PIC X(80).
           05  DB-RPTREPO-BIZDATE      PIC X(8).
           05  DB-RPTREPO-CLASS        PIC X(12).
           05  DB-RPTREPO-STORED       PIC X(80).
           05  DB-RPTREPO-LINES        PIC 9(6).
           05  DB-RPTREPO-RC           PIC 9(4).
