           05  ERR-PRINT-DELIVERY      PIC 9(4) VALUE 1008.
           05  ERR-TERMINAL-UNKNOWN    PIC 9(4) VALUE 1009.
           05  ERR-SHELL-OUTPUT        PIC 9(4) VALUE 1010.
           05  ERR-STEPUP-FAILURE      PIC 9(4) VALUE 1011.
           05  ERR-ACCOUNT-LOCKED      PIC 9(4) VALUE 1012.
           05  ERR-SESSION-LIMIT       PIC 9(4) VALUE 1013.
           05  ERR-PROBE-FAILURE       PIC 9(4) VALUE 1014.
           05  ERR-REFERENCE-BREAK     PIC 9(4) VALUE 1015.
