      * STANDING PRINT ORDERS.  FREQ IS W (WEEKLY, DAY 1-7 MONDAY TO
      * SUNDAY) OR M (MONTHLY, DAY IS THE BUSINESS DAY OF THE MONTH).
      * A BLANK PRINTER ROUTES BY DEPARTMENT AS THE PRINT SCREEN DOES.
      * LASTDATE IS THE LAST OCCURRENCE PLACED ON THE PRINT QUEUE.
       01  DB-STANDING.
           05  DB-STAND-NUM                PIC 9(3).
           05  DB-STAND-ENTRY OCCURS 200 TIMES.
               10  DB-STAND-ID             PIC X(16).
               10  DB-STAND-FILENAME       PIC X(20).
               10  DB-STAND-DEPT           PIC X(20).
               10  DB-STAND-ACCOUNT        PIC X(20).
               10  DB-STAND-PAGES          PIC 9(5).
               10  DB-STAND-COPIES         PIC 9(3).
               10  DB-STAND-DUPLEX         PIC X(1).
               10  DB-STAND-PAPER          PIC X(8).
               10  DB-STAND-PRINTER        PIC X(8).
               10  DB-STAND-CONFID         PIC X(1).
               10  DB-STAND-FREQ           PIC X(1).
               10  DB-STAND-DAY            PIC 9(2).
               10  DB-STAND-STATUS         PIC X(10).
               10  DB-STAND-START          PIC X(8).
               10  DB-STAND-END            PIC X(8).
               10  DB-STAND-LASTDATE       PIC X(8).
               10  DB-STAND-OWNER          PIC X(20).
