      * ROLE ASSIGNMENT REQUEST.  THE USER'S LINES ON THE ROLE TABLE
      * ARE REPLACED BY ONE USER|ROLE LINE.  BY IS WHO ASSIGNED IT,
      * OWNER THE FILE LOCK OWNER.  RC 0 ASSIGNED, 2 ROLE TABLE
      * LOCKED BY HOLDER, 4 ROLE TABLE FULL OR TOO LONG TO REWRITE.
       01  DB-ROLEASG.
           05  DB-ROLEASG-USER         PIC X(20).
           05  DB-ROLEASG-ROLE         PIC X(20).
           05  DB-ROLEASG-BY           PIC X(20).
           05  DB-ROLEASG-OWNER        PIC X(20).
           05  DB-ROLEASG-HOLDER       PIC X(20).
           05  DB-ROLEASG-RC           PIC 9(4).
