       01  DB-APICLIENT.
           05  DB-APICLIENT-FUNC       PIC X(8).
           05  DB-APICLIENT-CLIENT     PIC X(20).
           05  DB-APICLIENT-KEY        PIC X(24).
           05  DB-APICLIENT-ENDPOINT   PIC X(12).
           05  DB-APICLIENT-DEPT       PIC X(20).
           05  DB-APICLIENT-STATUS     PIC X(9).
           05  DB-APICLIENT-RC         PIC 9(4).
