       01  DB-QUIET.
           05  DB-QUIET-FUNC           PIC X(8).
           05  DB-QUIET-USER           PIC X(20).
           05  DB-QUIET-TERM           PIC X(20).
           05  DB-QUIET-START          PIC X(4).
           05  DB-QUIET-END            PIC X(4).
           05  DB-QUIET-DND            PIC X(1).
           05  DB-QUIET-ACTIVE         PIC X(1).
           05  DB-QUIET-RC             PIC 9(4).
