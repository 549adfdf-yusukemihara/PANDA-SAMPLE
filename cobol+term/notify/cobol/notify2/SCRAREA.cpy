           05  ICON                PIC X(20).
           05  TIMEOUT             PIC 9(4).
           05  TIMEOUTVALUE        PIC 9(4).
           05  HELDNOTE            PIC X(60).
           05  DNDSTATE            PIC X(3).
           05  QUIETFROM           PIC X(4).
           05  QUIETTO             PIC X(4).
