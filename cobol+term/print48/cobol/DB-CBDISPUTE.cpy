      * PRINT CHARGEBACK DISPUTES.  STATUS IS OPEN, ACCEPTED OR
      * REJECTED.  DEPT, ACCOUNT AND COSTCTR ARE THOSE THE DISPUTED
      * JOB WAS CHARGED TO.  CREDIT IS IN WHOLE CENTS, AS ON THE RATE
      * CARD.  POSTED IS THE CHARGEBACK MONTH WHOSE JOURNAL CARRIED
      * AN ACCEPTED CREDIT; BLANK UNTIL THEN.
       01  DB-CBDISPUTE.
           05  DB-DSP-NUM                  PIC 9(3).
           05  DB-DSP-ENTRY OCCURS 300 TIMES.
               10  DB-DSP-ID               PIC X(16).
               10  DB-DSP-JOBID            PIC X(16).
               10  DB-DSP-STATUS           PIC X(10).
               10  DB-DSP-RAISEDBY         PIC X(20).
               10  DB-DSP-RAISEDTS         PIC X(21).
               10  DB-DSP-MONTH            PIC X(6).
               10  DB-DSP-DEPT             PIC X(20).
               10  DB-DSP-ACCOUNT          PIC X(20).
               10  DB-DSP-COSTCTR          PIC X(8).
               10  DB-DSP-REASON           PIC X(40).
               10  DB-DSP-CREDIT           PIC 9(9).
               10  DB-DSP-NOTE             PIC X(40).
               10  DB-DSP-DECIDEDBY        PIC X(20).
               10  DB-DSP-DECIDEDTS        PIC X(21).
               10  DB-DSP-POSTED           PIC X(6).
