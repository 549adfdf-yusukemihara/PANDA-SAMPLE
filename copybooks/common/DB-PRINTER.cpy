       01  DB-PRINTER.
           05  DB-PRINTER-NUM              PIC 9(4).
           05  DB-PRINTER-ENTRY OCCURS 20 TIMES.
               10  DB-PRINTER-CODE         PIC X(8).
               10  DB-PRINTER-DESC         PIC X(30).
               10  DB-PRINTER-LOC          PIC X(20).
               10  DB-PRINTER-STATUS       PIC X(10).
               10  DB-PRINTER-BACKUP       PIC X(8).
      * CONSUMABLES.  TONER IS HELD AS IMPRESSIONS ON HAND AND PAPER AS
      * SHEETS ON HAND; DELIVERIES ARE RECORDED IN CARTRIDGES AND
      * REAMS AND REORDER POINTS ARE SET IN THE SAME UNITS.  USAGE HAS
      * BEEN DEDUCTED FOR JOBS PRINTED UP TO AND INCLUDING CONSDATE.
               10  DB-PRINTER-YIELD        PIC 9(6).
               10  DB-PRINTER-TONER        PIC 9(8).
               10  DB-PRINTER-CART-RP      PIC 9(4).
               10  DB-PRINTER-CONSDATE     PIC X(8).
               10  DB-PRINTER-STOCK OCCURS 3 TIMES.
                   15  DB-PRINTER-PAPER    PIC X(8).
                   15  DB-PRINTER-REAM     PIC 9(4).
                   15  DB-PRINTER-SHEETS   PIC 9(8).
                   15  DB-PRINTER-REAM-RP  PIC 9(4).
       01  DB-PRTROUTE.
           05  DB-PRTROUTE-NUM             PIC 9(4).
           05  DB-PRTROUTE-ENTRY OCCURS 50 TIMES.
               10  DB-PRTROUTE-DEPT        PIC X(20).
               10  DB-PRTROUTE-PRINTER     PIC X(8).
