      * DEPARTMENT CLOSURE REQUEST.  DEPT IS THE CLOSING DEPARTMENT
      * AND SUCCESSOR THE ONE THAT TAKES OVER ITS WORK; COMBINE 'Y'
      * ADDS THE CLOSING BUDGET TO A BUDGET THE SUCCESSOR ALREADY
      * HAS.  BY IS WHO RAN IT.  MOVED COUNTS THE RECORDS MOVED TO
      * THE SUCCESSOR, DROPPED THE ONES GIVEN UP BECAUSE THE
      * SUCCESSOR ALREADY HAS ITS OWN.  RC 0 DONE, 1 PRINT QUEUE
      * BUSY - NOTHING CHANGED, TRY AGAIN - 8 SUCCESSOR NOT AN
      * ACTIVE DEPARTMENT, 9 DEPARTMENT NOT GIVEN OR NOT ACTIVE.
       01  DB-DEPTCLOSE.
           05  DB-DEPTCLOSE-DEPT       PIC X(20).
           05  DB-DEPTCLOSE-SUCCESSOR  PIC X(20).
           05  DB-DEPTCLOSE-COMBINE    PIC X(1).
           05  DB-DEPTCLOSE-BY         PIC X(20).
           05  DB-DEPTCLOSE-MOVED      PIC 9(4).
           05  DB-DEPTCLOSE-DROPPED    PIC 9(4).
           05  DB-DEPTCLOSE-RC         PIC 9(4).
